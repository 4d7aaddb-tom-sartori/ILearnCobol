               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PLAGES-SESSION-FILE
               ASSIGN TO "PLAGESSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
       FD  PLAGES-SUSPENSE-FILE.
           COPY PLGSUSP.

       FD  PLAGES-SESSION-FILE.
           COPY PLGSESS.

       WORKING-STORAGE SECTION.
       COPY PLGPARM.
       77 val PIC 9(15).
       77 WS-VALID-ENTRY PIC X VALUE 'N'.
           88 ENTRY-IS-VALID VALUE 'Y'.
       77 WS-CONTINUE PIC X.
       77 WS-SESSION-STATUS PIC XX.
       77 WS-DFLT-VAL-MIN PIC 9(15) VALUE 1.
       77 WS-DFLT-VAL-MAX PIC 9(15) VALUE 999999999999999.
       77 WS-DFLT-DEVIATION PIC 9(3) VALUE ZEROES.
       77 WS-SESSION-START PIC X(21).
       77 WS-SESSION-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-SESSION-TOTAL PIC 9(18) VALUE ZEROES.
       77 WS-SESSION-MASTERED PIC 9(9) VALUE ZEROES.
       77 WS-SESSION-PARKED PIC 9(9) VALUE ZEROES.
       77 WS-SESSION-REJECTS PIC 9(9) VALUE ZEROES.
       77 WS-CONTROL-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-CONTROL-TOTAL PIC 9(18) VALUE ZEROES.
       77 WS-NEXT-ACTION PIC X VALUE SPACE.
           88 ACTION-CHANGE-CATEGORY VALUE 'C' 'c'.
           88 ACTION-END-SESSION VALUE 'F' 'f'.
       77 WS-SESSION-FLAG PIC X VALUE 'N'.
           88 SESSION-IS-ENDING VALUE 'Y'.
       77 WS-VERDICT-TEXT PIC X(30) VALUE SPACES.
       77 WS-AUDIT-OUTCOME PIC X VALUE SPACE.
       77 WS-DFLT-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-DUP-FLAG PIC X VALUE 'N'.
           88 DUPLICATE-IS-SUSPECTED VALUE 'Y'.
       77 WS-DUP-OF-KEY PIC X(26) VALUE SPACES.
       77 WS-DUP-CONFIRM PIC X VALUE SPACE.
           88 DUPLICATE-IS-CONFIRMED VALUE 'O' 'o'.
       77 WS-WINDOW-MINUTES PIC 9(12) VALUE ZEROES.
       77 WS-WINDOW-DAYS PIC 9(9) VALUE ZEROES.
       77 WS-WINDOW-REST PIC 9(4) VALUE ZEROES.

       01 WS-AUDIT-LINK-KEY.
           05 WS-LINK-TIMESTAMP           PIC X(21).
           05 WS-LINK-SEQUENCE            PIC 9(5).

      * The capture clock, and the oldest key timestamp (to the
      * minute) a capture can have and still sit inside the
      * duplicate window.
       01 WS-CAPTURE-CLOCK.
           05 WS-CLOCK-DATE               PIC 9(8).
           05 WS-CLOCK-HOUR               PIC 9(2).
           05 WS-CLOCK-MINUTE             PIC 9(2).
           05 FILLER                      PIC X(9).

       01 WS-WINDOW-START.
           05 WS-START-DATE               PIC 9(8).
           05 WS-START-HOUR               PIC 9(2).
           05 WS-START-MINUTE             PIC 9(2).

       SCREEN SECTION.
       1 pls-signon.

       1 pls-exemple.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Categorie : '.
           2 COL 22 PIC x(2) FROM WS-CATEGORY.
           2 LINE 6 COL 10 VALUE 'Saisir une valeur : '.
           2 saisie PIC x(15) TO val REQUIRED.
           2 LINE 12 COL 10 VALUE 'Saisies de la session : '.
           2 COL 34 PIC Z(8)9 FROM WS-SESSION-COUNT.
           2 LINE 13 COL 10 VALUE 'Total de la session   : '.
           2 COL 34 PIC Z(17)9 FROM WS-SESSION-TOTAL.

       1 pls-erreur.
           2 BLANK SCREEN.
           2 LINE 6 COL 10 VALUE 'Valeur inhabituelle. Entree mise '.
           2 COL 43 VALUE 'en attente de validation.'.

       1 pls-doublon.
           2 BLANK SCREEN.
           2 LINE 6 COL 10 VALUE 'Doublon possible : meme valeur, '.
           2 COL 42 VALUE 'meme categorie deja saisie'.
           2 LINE 7 COL 10 VALUE 'sous la cle '.
           2 COL 22 PIC x(26) FROM WS-DUP-OF-KEY.
           2 LINE 9 COL 10 VALUE 'Valeur : '.
           2 COL 19 PIC 9(15) FROM val.
           2 LINE 11 COL 10 VALUE 'Confirmer la saisie (O/N) : '.
           2 saisie-doublon PIC x(1) TO WS-DUP-CONFIRM.

       1 pls-retrait.
           2 LINE 13 COL 10 VALUE 'Saisie retiree, non enregistree.'.

       1 pls-session.
           2 LINE 12 COL 10 VALUE 'Saisies de la session : '.
           2 COL 34 PIC Z(8)9 FROM WS-SESSION-COUNT.
           2 LINE 13 COL 10 VALUE 'Total de la session   : '.
           2 COL 34 PIC Z(17)9 FROM WS-SESSION-TOTAL.
           2 LINE 15 COL 10 VALUE 'Entree = valeur suivante, '.
           2 COL 36 VALUE 'C = changer de categorie,'.
           2 LINE 16 COL 10 VALUE 'F = fin de session : '.
           2 saisie-action PIC x(1) TO WS-NEXT-ACTION.

       1 pls-cloture.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Fin de session - controle du lot'.
           2 LINE 6 COL 10 VALUE 'Nombre de bordereaux : '.
           2 saisie-bordereaux PIC 9(9) TO WS-CONTROL-COUNT.
           2 LINE 8 COL 10 VALUE 'Total de la machine  : '.
           2 saisie-total-machine PIC 9(18) TO WS-CONTROL-TOTAL.

       1 pls-verdict.
           2 LINE 10 COL 10 PIC x(30) FROM WS-VERDICT-TEXT.
           2 LINE 12 COL 10 VALUE 'Saisies        : '.
           2 COL 27 PIC Z(8)9 FROM WS-SESSION-COUNT.
           2 COL 40 VALUE 'Bordereaux : '.
           2 COL 53 PIC Z(8)9 FROM WS-CONTROL-COUNT.
           2 LINE 13 COL 10 VALUE 'Total saisi    : '.
           2 COL 27 PIC Z(17)9 FROM WS-SESSION-TOTAL.
           2 LINE 14 COL 10 VALUE 'Total machine  : '.
           2 COL 27 PIC Z(17)9 FROM WS-CONTROL-TOTAL.
           2 LINE 16 COL 10 VALUE 'Appuyez sur Entree pour terminer.'.
           2 saisie-fin PIC x(1) TO WS-CONTINUE.

       PROCEDURE DIVISION.

      * The operator stays signed on for a whole bundle of slips,
      * keying one value after another and changing category as the
      * bundle requires. Closing the session asks for the slip count
      * and the adding-machine total, and the session is logged as
      * in or out of balance against what was actually stored.
       MAIN-PROCEDURE.
           PERFORM OPERATOR-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-START.
           PERFORM SELECT-CATEGORY.
           PERFORM OPEN-CAPTURE-FILES.
           PERFORM UNTIL SESSION-IS-ENDING
               PERFORM CAPTURE-ONE-ENTRY
               PERFORM ASK-NEXT-ACTION
           END-PERFORM.
           PERFORM CLOSE-CAPTURE-FILES.
           PERFORM CLOSE-CAPTURE-SESSION.
           STOP RUN.

      * A category change reloads the range and deviation parameters
      * and the screening statistics for the new category.
       SELECT-CATEGORY.
           DISPLAY pls-categorie.
           ACCEPT saisie-categorie.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-RECENT-STATS.

       CAPTURE-ONE-ENTRY.
           MOVE 'N' TO WS-VALID-ENTRY.
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY pls-exemple
               ACCEPT saisie
               PERFORM VALIDATE-RANGE
           END-PERFORM.
      * A value and category already captured within the duplicate
      * window is most likely the same slip keyed twice; the
      * operator either confirms it as a genuine second entry or
      * withdraws it, and a withdrawn entry is only audited.
           PERFORM CHECK-FOR-DUPLICATE.
           MOVE 'N' TO WS-DUP-CONFIRM.
           IF DUPLICATE-IS-SUSPECTED
               DISPLAY pls-doublon
               ACCEPT saisie-doublon
           END-IF.
           IF DUPLICATE-IS-SUSPECTED
               AND NOT DUPLICATE-IS-CONFIRMED
               MOVE 'D' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-LINK-KEY
               DISPLAY pls-retrait
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM STORE-CAPTURED-ENTRY
           END-IF.

       STORE-CAPTURED-ENTRY.
           PERFORM SCREEN-FOR-DEVIATION.
           MOVE 'E' TO WS-AUDIT-OUTCOME.
           MOVE SPACES TO WS-AUDIT-LINK-KEY.
           IF ENTRY-IS-SUSPECT
               PERFORM WRITE-SUSPENSE-RECORD
               IF SUSPENSE-WRITE-OK
                   MOVE 'S' TO WS-AUDIT-OUTCOME
                   DISPLAY pls-suspens
                   ADD 1 TO WS-SESSION-PARKED
                   PERFORM COUNT-SESSION-ENTRY
               END-IF
           ELSE
               DISPLAY pla-exemple
               PERFORM WRITE-MASTER-RECORD
               IF WRITE-IS-DONE
                   MOVE 'M' TO WS-AUDIT-OUTCOME
                   ADD 1 TO WS-SESSION-MASTERED
                   PERFORM COUNT-SESSION-ENTRY
               END-IF
           END-IF.
           IF WS-AUDIT-OUTCOME = 'E'
               MOVE SPACES TO WS-AUDIT-LINK-KEY
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      * Only entries actually stored, in the master or in suspense,
      * count towards the session; a failed write is not a slip the
      * bundle can be balanced against.
       COUNT-SESSION-ENTRY.
           ADD 1 TO WS-SESSION-COUNT.
           ADD val TO WS-SESSION-TOTAL.

       ASK-NEXT-ACTION.
           MOVE SPACE TO WS-NEXT-ACTION.
           DISPLAY pls-session.
           ACCEPT saisie-action.
           EVALUATE TRUE
               WHEN ACTION-END-SESSION
                   SET SESSION-IS-ENDING TO TRUE
               WHEN ACTION-CHANGE-CATEGORY
                   PERFORM SELECT-CATEGORY
           END-EVALUATE.

      * The slip count and adding-machine total are keyed from the
      * bundle itself; both must agree with the session for it to be
      * in balance. The session record is logged either way.
       CLOSE-CAPTURE-SESSION.
           DISPLAY pls-cloture.
           ACCEPT saisie-bordereaux.
           ACCEPT saisie-total-machine.
           IF WS-CONTROL-COUNT = WS-SESSION-COUNT
               AND WS-CONTROL-TOTAL = WS-SESSION-TOTAL
               MOVE 'Session equilibree.' TO WS-VERDICT-TEXT
               SET SS-IN-BALANCE TO TRUE
           ELSE
               MOVE 'Session desequilibree.' TO WS-VERDICT-TEXT
               SET SS-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM WRITE-SESSION-RECORD.
           DISPLAY pls-verdict.
           ACCEPT saisie-fin.

      * Every capture station appends to the same session log, so
      * the open gets the same bounded busy retry as the audit file.
       WRITE-SESSION-RECORD.
           MOVE WS-SESSION-START TO SS-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO SS-END-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID.
           MOVE WS-SESSION-COUNT TO SS-ENTRY-COUNT.
           MOVE WS-SESSION-TOTAL TO SS-ENTRY-TOTAL.
           MOVE WS-SESSION-MASTERED TO SS-MASTER-COUNT.
           MOVE WS-SESSION-PARKED TO SS-SUSPENSE-COUNT.
           MOVE WS-SESSION-REJECTS TO SS-REJECT-COUNT.
           MOVE WS-CONTROL-COUNT TO SS-CONTROL-COUNT.
           MOVE WS-CONTROL-TOTAL TO SS-CONTROL-TOTAL.
           MOVE ZEROES TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WRITE-IS-DONE
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN EXTEND PLAGES-SESSION-FILE
               EVALUATE WS-SESSION-STATUS
                   WHEN '00'
                   WHEN '05'
                       SET WRITE-IS-DONE TO TRUE
                   WHEN '35'
                       OPEN OUTPUT PLAGES-SESSION-FILE
                       CLOSE PLAGES-SESSION-FILE
                       ADD 1 TO WS-RETRY-COUNT
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.
           IF NOT WRITE-IS-DONE
               DISPLAY 'Session log unavailable - status '
                   WS-SESSION-STATUS '. Session not logged.'
           ELSE
               WRITE PLAGES-SESSION-RECORD
               IF WS-SESSION-STATUS NOT = '00'
                   DISPLAY 'Session log write failed - status '
                       WS-SESSION-STATUS '. Session not logged.'
               END-IF
               CLOSE PLAGES-SESSION-FILE
           END-IF.

       OPERATOR-SIGN-ON.
           PERFORM UNTIL OPERATOR-IS-VALID
               AT END MOVE '10' TO WS-OPERATOR-STATUS
           END-READ.

      * The range, deviation and duplicate-window parameters are
      * looked up under the session's category first ('VAL-MIN-xx'
      * style ids); a category with no override falls back to the
      * unsuffixed default.
       LOAD-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-DFLT-VAL-MIN TO PRM-VAL-MIN.
           MOVE WS-DFLT-VAL-MAX TO PRM-VAL-MAX.
           MOVE WS-DFLT-DEVIATION TO WS-DEVIATION-PCT.
           MOVE WS-DFLT-DUP-WINDOW TO WS-DUP-WINDOW.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               MOVE 'VAL-MIN' TO WS-PARM-ID-DEFAULT
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DEVIATION-PCT
               END-IF
               MOVE 'DUP-WIN' TO WS-PARM-ID-DEFAULT
               MOVE 'DUP-WIN-' TO WS-PARM-ID-CATEGORY
               MOVE WS-CATEGORY TO WS-PARM-ID-CATEGORY(9:2)
               PERFORM READ-CATEGORY-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DUP-WINDOW
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.

      * seen yet falls back to the last all-categories record.
       LOAD-RECENT-STATS.
           MOVE ZEROES TO WS-STATS-COUNT WS-STATS-AVERAGE.
           MOVE ZEROES TO WS-ALL-STATS-COUNT WS-ALL-STATS-AVERAGE.
           MOVE 'N' TO WS-STATS-MATCHED.
           OPEN INPUT PLAGES-STATS-FILE.
           IF WS-STATS-STATUS = '00'
               PERFORM READ-STATS-RECORD
               END-IF
           END-IF.

      * Master and suspense keys both start with the capture
      * timestamp, so only the keys from the start of the window on
      * are read. The window is taken to the minute. No DUP-WIN in
      * force for the category means no check.
       CHECK-FOR-DUPLICATE.
           MOVE 'N' TO WS-DUP-FLAG.
           MOVE SPACES TO WS-DUP-OF-KEY.
           IF WS-DUP-WINDOW > 0
               PERFORM COMPUTE-WINDOW-START
               PERFORM SCAN-MASTER-FOR-DUPLICATE
               IF NOT DUPLICATE-IS-SUSPECTED
                   PERFORM SCAN-SUSPENSE-FOR-DUPLICATE
               END-IF
           END-IF.

      * The clock is turned into minutes since the calendar origin
      * so a window reaching back over midnight or a month end
      * comes out right.
       COMPUTE-WINDOW-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CAPTURE-CLOCK.
           COMPUTE WS-WINDOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 1440
               + WS-CLOCK-HOUR * 60 + WS-CLOCK-MINUTE
               - WS-DUP-WINDOW.
           DIVIDE WS-WINDOW-MINUTES BY 1440
               GIVING WS-WINDOW-DAYS REMAINDER WS-WINDOW-REST.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-DAYS).
           DIVIDE WS-WINDOW-REST BY 60
               GIVING WS-START-HOUR REMAINDER WS-START-MINUTE.

      * The master is already open I-O for the session; a record
      * another station holds ends the scan rather than the capture.
       SCAN-MASTER-FOR-DUPLICATE.
           MOVE LOW-VALUES TO PM-KEY.
           MOVE WS-WINDOW-START TO PM-KEY(1:12).
           START PLAGES-MASTER-FILE KEY IS >= PM-KEY
               INVALID KEY MOVE '10' TO WS-MASTER-STATUS
           END-START.
           IF WS-MASTER-STATUS = '00'
               PERFORM READ-NEXT-MASTER
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = '00'
               OR DUPLICATE-IS-SUSPECTED
               IF PM-VALUE = val AND PM-CATEGORY = WS-CATEGORY
                   SET DUPLICATE-IS-SUSPECTED TO TRUE
                   MOVE PM-KEY TO WS-DUP-OF-KEY
               ELSE
                   PERFORM READ-NEXT-MASTER
               END-IF
           END-PERFORM.

       READ-NEXT-MASTER.
           READ PLAGES-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

      * An entry parked a few minutes ago is as much a duplicate as
      * one in the master. Suspense that cannot be opened is not
      * checked; the nightly duplicate report still covers it once
      * the entry is approved.
       SCAN-SUSPENSE-FOR-DUPLICATE.
           PERFORM OPEN-SUSPENSE-FILE.
           IF SUSPENSE-OPEN-OK
               MOVE LOW-VALUES TO SU-KEY
               MOVE WS-WINDOW-START TO SU-KEY(1:12)
               START PLAGES-SUSPENSE-FILE KEY IS >= SU-KEY
                   INVALID KEY MOVE '10' TO WS-SUSPENSE-STATUS
               END-START
               IF WS-SUSPENSE-STATUS = '00'
                   PERFORM READ-NEXT-SUSPENSE
               END-IF
               PERFORM UNTIL WS-SUSPENSE-STATUS NOT = '00'
                   OR DUPLICATE-IS-SUSPECTED
                   IF SU-VALUE = val AND SU-CATEGORY = WS-CATEGORY
                       SET DUPLICATE-IS-SUSPECTED TO TRUE
                       MOVE SU-KEY TO WS-DUP-OF-KEY
                   ELSE
                       PERFORM READ-NEXT-SUSPENSE
                   END-IF
               END-PERFORM
               CLOSE PLAGES-SUSPENSE-FILE
           END-IF.

       READ-NEXT-SUSPENSE.
           READ PLAGES-SUSPENSE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-SUSPENSE-STATUS
           END-READ.

      * A concurrent station can park an entry in the same
      * hundredth of a second, so a duplicate suspense key is
      * retried on the next sequence number; a write that still
      * fails is surfaced instead of the operator being told the
      * entry was parked.
       WRITE-SUSPENSE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LINK-TIMESTAMP.
           MOVE WS-LINK-TIMESTAMP TO SU-KEY-TIMESTAMP.
           MOVE WS-KEY-SEQUENCE TO SU-KEY-SEQUENCE.
           MOVE val TO SU-VALUE.
           MOVE WS-CATEGORY TO SU-CATEGORY.
           MOVE WS-OPERATOR-ID TO SU-OPERATOR-ID.
           SET SU-HELD-DEVIATION TO TRUE.
           MOVE SPACES TO SU-DUP-OF-KEY.
           PERFORM OPEN-SUSPENSE-FILE.
           IF NOT SUSPENSE-OPEN-OK
               MOVE 'N' TO WS-SUSPENSE-OK
           ELSE
               PERFORM WRITE-SUSPENSE-WITH-RETRY
           END-IF.
           IF SUSPENSE-WRITE-OK
               MOVE WS-KEY-SEQUENCE TO WS-LINK-SEQUENCE
           ELSE
               DISPLAY 'Suspense write failed - status '
                   WS-SUSPENSE-STATUS '. Entry not parked.'
           END-IF.
           END-PERFORM.
           CLOSE PLAGES-SUSPENSE-FILE.

      * A value refused here is audited at once, with no key; an
      * accepted one is audited by CAPTURE-ONE-ENTRY once it has
      * been stored and its key is known.
       VALIDATE-RANGE.
           IF val >= PRM-VAL-MIN AND val <= PRM-VAL-MAX
               SET ENTRY-IS-VALID TO TRUE
           ELSE
               MOVE 'R' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-LINK-KEY
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-SESSION-REJECTS
               DISPLAY pls-erreur
               ACCEPT saisie-continue
           END-IF.
           END-CALL.

       WRITE-MASTER-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LINK-TIMESTAMP.
           MOVE WS-LINK-TIMESTAMP TO PM-KEY-TIMESTAMP PM-TIMESTAMP.
           MOVE WS-KEY-SEQUENCE TO PM-KEY-SEQUENCE.
           MOVE val TO PM-VALUE.
           MOVE WS-CATEGORY TO PM-CATEGORY.
           SET PM-NOT-SENT TO TRUE.
           MOVE SPACES TO PM-SENT-DATE.
           MOVE WS-OPERATOR-ID TO PM-OPERATOR-ID.
           MOVE ZEROES TO PM-AMEND-OLD-VALUE.
           MOVE SPACES TO PM-AMEND-REASON.
           MOVE SPACES TO PM-AMEND-TIMESTAMP.
           MOVE ZEROES TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WRITE-IS-DONE
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.
           IF WRITE-IS-DONE
               MOVE WS-KEY-SEQUENCE TO WS-LINK-SEQUENCE
           ELSE
               DISPLAY 'Master write failed - status '
                   WS-MASTER-STATUS '. Entry not written.'
           END-IF.
           MOVE val TO PA-VALUE.
           MOVE WS-CATEGORY TO PA-CATEGORY.
           MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID.
           MOVE WS-AUDIT-LINK-KEY TO PA-LINK-KEY.
           MOVE WS-AUDIT-OUTCOME TO PA-OUTCOME.
           MOVE ZEROES TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WRITE-IS-DONE
           END-PERFORM.
           IF NOT WRITE-IS-DONE
               DISPLAY 'Audit write failed - status '
                   WS-AUDIT-STATUS '. Audit row not written.'
           END-IF.
