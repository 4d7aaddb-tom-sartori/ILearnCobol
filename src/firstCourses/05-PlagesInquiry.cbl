      * Purpose: Maintenance/inquiry transaction that looks up a prior
      *          Plages entry by key and lets staff submit a correction
      *          with a reason code, logging the change to history.
      *          The new value must lie within the category's
      *          effective VAL-MIN/VAL-MAX bounds, the same bounds
      *          capture enforces. A correction that is large - the
      *          new value falls outside the category's DEVIATION
      *          screen around its recent average, or the change is
      *          more than DEVIATION percent of the old value - or
      *          that touches an entry already delivered downstream
      *          is not applied here: it is written to the
      *          PLAGES-PENDING-CORR file for a second person, a
      *          supervisor, to approve or decline through
      *          23-PlagesCorrReview. Only one correction per entry
      *          can be pending at a time, and an entry sent
      *          downstream, or whose amendment was sent, that is
      *          still awaiting acknowledgment cannot be corrected
      *          until the acknowledgment is in.
      *          Nor can an entry dated in an accounting month that
      *          24-PlagesPeriodClose has closed.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PLAGES-PARAMETER-FILE
               ASSIGN TO "PLAGESPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-ID
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT PLAGES-STATS-FILE
               ASSIGN TO "PLAGESST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT PLAGES-PENDING-CORR-FILE
               ASSIGN TO "PLAGESPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAGES-REASON-FILE
               ASSIGN TO "PLAGESRE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RC-CODE
               FILE STATUS IS WS-REASON-STATUS.

           SELECT PLAGES-PERIOD-FILE
               ASSIGN TO "PLAGESPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
       FD  PLAGES-REASON-FILE.
           COPY PLGRSN.

       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

       FD  PLAGES-STATS-FILE.
           COPY PLGSTAT.

       FD  PLAGES-PENDING-CORR-FILE.
           COPY PLGPCOR.

       FD  PLAGES-PERIOD-FILE.
           COPY PLGPERD.

       WORKING-STORAGE SECTION.
       COPY PLGPARM.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PERIOD-STATUS PIC XX.
       77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
       77 WS-PERIOD-CLOSED PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-OPERATOR-STATUS PIC XX.
       77 WS-OPERATOR-ID PIC X(8).
       77 WS-REASON-STATUS PIC XX.
       77 WS-REASON-OK PIC X VALUE 'N'.
           88 REASON-IS-VALID VALUE 'Y'.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-PARM-VALUE PIC 9(15).
       77 WS-PARM-ID-DEFAULT PIC X(12).
       77 WS-PARM-ID-CATEGORY PIC X(12).
       77 WS-CATEGORY PIC X(2).
       77 WS-TODAY-DATE PIC X(8).
       77 WS-DFLT-VAL-MIN PIC 9(15) VALUE 1.
       77 WS-DFLT-VAL-MAX PIC 9(15) VALUE 999999999999999.
       77 WS-DFLT-DEVIATION PIC 9(3) VALUE ZEROES.
       77 WS-STATS-STATUS PIC XX.
       77 WS-DEVIATION-PCT PIC 9(3) VALUE ZEROES.
       77 WS-STATS-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-STATS-AVERAGE PIC 9(15) VALUE ZEROES.
       77 WS-STATS-MATCHED PIC X VALUE 'N'.
           88 CATEGORY-STATS-FOUND VALUE 'Y'.
       77 WS-ALL-STATS-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-ALL-STATS-AVERAGE PIC 9(15) VALUE ZEROES.
       77 WS-DEV-MARGIN PIC 9(18) VALUE ZEROES.
       77 WS-DEV-HIGH PIC 9(18) VALUE ZEROES.
       77 WS-DEV-LOW PIC S9(18) VALUE ZEROES.
       77 WS-CHANGE-SIZE PIC 9(15) VALUE ZEROES.
       77 WS-CHANGE-LIMIT PIC 9(18) VALUE ZEROES.
       77 WS-LARGE-FLAG PIC X VALUE 'N'.
           88 CORRECTION-IS-LARGE VALUE 'Y'.
       77 WS-RANGE-OK PIC X VALUE 'N'.
           88 NEW-VALUE-IN-RANGE VALUE 'Y'.
       77 WS-HOLD-REASON PIC X VALUE SPACE.
           88 CORRECTION-IS-DIRECT VALUE SPACE.
       77 WS-HOLD-TEXT PIC X(30) VALUE SPACES.
       77 WS-CORRECTION-TIMESTAMP PIC X(21).
       77 WS-PENDING-STATUS PIC XX.
       77 WS-PENDING-FOUND PIC X VALUE 'N'.
           88 CORRECTION-ALREADY-PENDING VALUE 'Y'.
           88 PENDING-FILE-UNAVAILABLE VALUE 'U'.
       77 WS-PENDING-OPEN PIC X VALUE 'N'.
           88 PENDING-OPEN-OK VALUE 'Y'.
       77 WS-PENDING-SCAN PIC X VALUE 'N'.
           88 PENDING-SCAN-DONE VALUE 'Y'.

       SCREEN SECTION.
       1 pli-signon.
           2 COL 30 PIC x(21) FROM PM-TIMESTAMP.

       1 pli-correction.
           2 LINE 9 COL 10 VALUE 'Plage autorisee : '.
           2 COL 30 PIC 9(15) FROM PRM-VAL-MIN.
           2 COL 46 VALUE ' a '.
           2 COL 50 PIC 9(15) FROM PRM-VAL-MAX.
           2 LINE 10 COL 10 VALUE 'Nouvelle valeur : '.
           2 saisie-new-value PIC 9(15) TO WS-NEW-VALUE REQUIRED.
           2 LINE 12 COL 10 VALUE 'Code motif (2 car) : '.
           2 saisie-reason PIC x(2) TO WS-REASON-CODE REQUIRED.

       1 pli-amendwait.
           2 LINE 10 COL 10 VALUE 'Amendement en attente d''accuse '.
           2 COL 41 VALUE 'aval - correction impossible.'.

       1 pli-sentwait.
           2 LINE 10 COL 10 VALUE 'Entree envoyee, accuse aval '.
           2 COL 38 VALUE 'attendu - correction impossible.'.

       1 pli-closed.
           2 LINE 10 COL 10 VALUE 'Periode comptable close - '.
           2 COL 36 VALUE 'correction impossible.'.

       1 pli-pendunavail.
           2 LINE 10 COL 10 VALUE 'Fichier corrections indisponible'.
           2 COL 42 VALUE ' - correction impossible.'.

       1 pli-pending.
           2 LINE 10 COL 10 VALUE 'Une correction est deja en '.
           2 COL 37 VALUE 'attente de validation.'.

       1 pli-badrange.
           2 LINE 14 COL 10 VALUE 'Valeur hors limites. Ressaisir '.
           2 COL 41 VALUE '(0 pour abandonner).'.

       1 pli-abandon.
           2 LINE 16 COL 10 VALUE 'Correction abandonnee.'.

       1 pli-held.
           2 LINE 16 COL 10 VALUE 'Correction soumise a validation '.
           2 COL 42 VALUE 'superviseur.'.
           2 LINE 17 COL 10 VALUE 'Motif : '.
           2 COL 18 PIC x(30) FROM WS-HOLD-TEXT.

       1 pli-badreason.
           2 LINE 14 COL 10 VALUE 'Code motif inconnu ou invalide '.
           2 COL 41 VALUE 'pour une correction. Recommencez.'.

       PROCESS-CORRECTION.
           DISPLAY pli-found.
           MOVE PM-KEY(1:6) TO WS-CHECK-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           EVALUATE TRUE
               WHEN PERIOD-IS-CLOSED
                   DISPLAY pli-closed
               WHEN PM-AMENDMENT-SENT
                   DISPLAY pli-amendwait
               WHEN PM-SENT
                   DISPLAY pli-sentwait
               WHEN OTHER
                   PERFORM CHECK-PENDING-CORRECTION
                   EVALUATE TRUE
                       WHEN CORRECTION-ALREADY-PENDING
                           DISPLAY pli-pending
                       WHEN PENDING-FILE-UNAVAILABLE
                           DISPLAY pli-pendunavail
                       WHEN OTHER
                           PERFORM TAKE-CORRECTION
                   END-EVALUATE
           END-EVALUATE.

      * The new value is held to the bounds of the entry's own
      * category, the ones capture applied when it was keyed. An
      * out-of-range value is re-keyed; zero gives up.
       TAKE-CORRECTION.
           MOVE PM-CATEGORY TO WS-CATEGORY.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-RECENT-STATS.
           DISPLAY pli-correction.
           ACCEPT saisie-new-value.
           PERFORM VALIDATE-NEW-VALUE.
           PERFORM UNTIL NEW-VALUE-IN-RANGE
               OR WS-NEW-VALUE = ZEROES
               DISPLAY pli-badrange
               ACCEPT saisie-new-value
               PERFORM VALIDATE-NEW-VALUE
           END-PERFORM.
           IF NEW-VALUE-IN-RANGE
               PERFORM ROUTE-CORRECTION
           ELSE
               DISPLAY pli-abandon
           END-IF.

       VALIDATE-NEW-VALUE.
           MOVE 'N' TO WS-RANGE-OK.
           IF WS-NEW-VALUE >= PRM-VAL-MIN
               AND WS-NEW-VALUE <= PRM-VAL-MAX
               SET NEW-VALUE-IN-RANGE TO TRUE
           END-IF.

       ROUTE-CORRECTION.
           ACCEPT saisie-reason.
           PERFORM CHECK-REASON-CODE.
           PERFORM UNTIL REASON-IS-VALID
               PERFORM CHECK-REASON-CODE
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-CORRECTION-TIMESTAMP.
           PERFORM SCREEN-CORRECTION.
           IF CORRECTION-IS-DIRECT
               PERFORM APPLY-CORRECTION
           ELSE
               PERFORM WRITE-PENDING-CORRECTION
           END-IF.

      * Only a modest correction to an entry that has never left
      * the building is applied on the spot. The corrected value
      * still has to go downstream, so the delivery status stays
      * at not-sent for the next extract run.
       APPLY-CORRECTION.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE WS-NEW-VALUE TO PM-VALUE.
           MOVE PH-TIMESTAMP TO PM-TIMESTAMP.
           SET PM-NOT-SENT TO TRUE.
           MOVE SPACES TO PM-SENT-DATE.
           REWRITE PLAGES-MASTER-RECORD.

      * A correction is large when the new value would have been
      * parked in suspense at capture - outside the DEVIATION
      * screen around the category's recent average - or when it
      * moves the entry by more than DEVIATION percent of its old
      * value. No deviation parameter means no size screening, as
      * at capture. Any entry past not-sent has been delivered.
       SCREEN-CORRECTION.
           MOVE 'N' TO WS-LARGE-FLAG.
           IF WS-DEVIATION-PCT > 0
               IF WS-STATS-COUNT > 0
                   COMPUTE WS-DEV-MARGIN ROUNDED =
                       WS-STATS-AVERAGE * WS-DEVIATION-PCT / 100
                   COMPUTE WS-DEV-HIGH =
                       WS-STATS-AVERAGE + WS-DEV-MARGIN
                   COMPUTE WS-DEV-LOW =
                       WS-STATS-AVERAGE - WS-DEV-MARGIN
                   IF WS-NEW-VALUE > WS-DEV-HIGH
                       OR WS-NEW-VALUE < WS-DEV-LOW
                       SET CORRECTION-IS-LARGE TO TRUE
                   END-IF
               END-IF
               IF WS-NEW-VALUE > PM-VALUE
                   COMPUTE WS-CHANGE-SIZE = WS-NEW-VALUE - PM-VALUE
               ELSE
                   COMPUTE WS-CHANGE-SIZE = PM-VALUE - WS-NEW-VALUE
               END-IF
               COMPUTE WS-CHANGE-LIMIT ROUNDED =
                   PM-VALUE * WS-DEVIATION-PCT / 100
               IF WS-CHANGE-SIZE > WS-CHANGE-LIMIT
                   SET CORRECTION-IS-LARGE TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CORRECTION-IS-LARGE AND NOT PM-NOT-SENT
                   MOVE 'B' TO WS-HOLD-REASON
                   MOVE 'Forte correction, entree livree'
                       TO WS-HOLD-TEXT
               WHEN CORRECTION-IS-LARGE
                   MOVE 'L' TO WS-HOLD-REASON
                   MOVE 'Forte correction' TO WS-HOLD-TEXT
               WHEN NOT PM-NOT-SENT
                   MOVE 'D' TO WS-HOLD-REASON
                   MOVE 'Entree deja livree en aval' TO WS-HOLD-TEXT
               WHEN OTHER
                   MOVE SPACE TO WS-HOLD-REASON
           END-EVALUATE.

      * All the requests for one entry sit together under its
      * master key; one still waiting for a decision blocks a
      * second, so two corrections never race for the same entry.
      * No file means nothing pending; a file that cannot be read
      * refuses the correction rather than risk a second one.
       CHECK-PENDING-CORRECTION.
           MOVE 'N' TO WS-PENDING-FOUND.
           PERFORM OPEN-PENDING-FOR-CHECK.
           IF NOT PENDING-OPEN-OK
               AND WS-PENDING-STATUS NOT = '35'
               SET PENDING-FILE-UNAVAILABLE TO TRUE
           END-IF.
           IF PENDING-OPEN-OK
               MOVE PM-KEY TO PC-MASTER-KEY
               MOVE LOW-VALUES TO PC-REQUEST-TIMESTAMP
               MOVE 'N' TO WS-PENDING-SCAN
               START PLAGES-PENDING-CORR-FILE
                   KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY SET PENDING-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL PENDING-SCAN-DONE
                   READ PLAGES-PENDING-CORR-FILE NEXT RECORD
                       AT END SET PENDING-SCAN-DONE TO TRUE
                   END-READ
                   IF NOT PENDING-SCAN-DONE
                       IF PC-MASTER-KEY NOT = PM-KEY
                           SET PENDING-SCAN-DONE TO TRUE
                       ELSE
                           IF PC-PENDING
                               SET CORRECTION-ALREADY-PENDING TO TRUE
                               SET PENDING-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PLAGES-PENDING-CORR-FILE
           END-IF.

      * The request carries the value as the requester saw it, so
      * the review can tell whether the master moved in between.
      * 23-PlagesCorrReview holds this file open for a whole review
      * session, so the open is retried on busy like the master's.
       WRITE-PENDING-CORRECTION.
           MOVE PM-KEY TO PC-MASTER-KEY.
           MOVE WS-CORRECTION-TIMESTAMP TO PC-REQUEST-TIMESTAMP.
           MOVE PM-CATEGORY TO PC-CATEGORY.
           MOVE PM-VALUE TO PC-OLD-VALUE.
           MOVE WS-NEW-VALUE TO PC-NEW-VALUE.
           MOVE WS-REASON-CODE TO PC-REASON-CODE.
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY.
           MOVE WS-HOLD-REASON TO PC-HOLD-REASON.
           SET PC-PENDING TO TRUE.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE SPACES TO PC-DECISION-TIMESTAMP.
           MOVE SPACES TO PC-DECLINE-REASON.
           PERFORM OPEN-PENDING-FILE.
           IF PENDING-OPEN-OK
               WRITE PLAGES-PENDING-CORR-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE PLAGES-PENDING-CORR-FILE
           END-IF.
           IF PENDING-OPEN-OK AND WS-PENDING-STATUS = '00'
               DISPLAY pli-held
           ELSE
               DISPLAY 'Ecriture demande impossible - statut '
                   WS-PENDING-STATUS '. Correction non enregistree.'
           END-IF.

      * 23-PlagesCorrReview holds the file for a whole review
      * session, so the check's open is retried on busy as well.
       OPEN-PENDING-FOR-CHECK.
           MOVE 'N' TO WS-PENDING-OPEN.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL PENDING-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN INPUT PLAGES-PENDING-CORR-FILE
               EVALUATE WS-PENDING-STATUS
                   WHEN '00'
                       SET PENDING-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       OPEN-PENDING-FILE.
           MOVE 'N' TO WS-PENDING-OPEN.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL PENDING-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN I-O PLAGES-PENDING-CORR-FILE
               EVALUATE WS-PENDING-STATUS
                   WHEN '00'
                   WHEN '05'
                       SET PENDING-OPEN-OK TO TRUE
                   WHEN '35'
                       OPEN OUTPUT PLAGES-PENDING-CORR-FILE
                       CLOSE PLAGES-PENDING-CORR-FILE
                       ADD 1 TO WS-RETRY-COUNT
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       LOAD-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-DFLT-VAL-MIN TO PRM-VAL-MIN.
           MOVE WS-DFLT-VAL-MAX TO PRM-VAL-MAX.
           MOVE WS-DFLT-DEVIATION TO WS-DEVIATION-PCT.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               MOVE 'VAL-MIN' TO WS-PARM-ID-DEFAULT
               MOVE 'VAL-MIN-' TO WS-PARM-ID-CATEGORY
               MOVE WS-CATEGORY TO WS-PARM-ID-CATEGORY(9:2)
               PERFORM READ-CATEGORY-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO PRM-VAL-MIN
               END-IF
               MOVE 'VAL-MAX' TO WS-PARM-ID-DEFAULT
               MOVE 'VAL-MAX-' TO WS-PARM-ID-CATEGORY
               MOVE WS-CATEGORY TO WS-PARM-ID-CATEGORY(9:2)
               PERFORM READ-CATEGORY-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO PRM-VAL-MAX
               END-IF
               MOVE 'DEVIATION' TO WS-PARM-ID-DEFAULT
               MOVE 'DEVIATION-' TO WS-PARM-ID-CATEGORY
               MOVE WS-CATEGORY TO WS-PARM-ID-CATEGORY(11:2)
               PERFORM READ-CATEGORY-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DEVIATION-PCT
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.

       READ-CATEGORY-PARAMETER.
           MOVE WS-PARM-ID-CATEGORY TO PR-ID.
           PERFORM READ-ONE-PARAMETER.
           IF WS-PARAMETER-STATUS NOT = '00'
               MOVE WS-PARM-ID-DEFAULT TO PR-ID
               PERFORM READ-ONE-PARAMETER
           END-IF.

       READ-ONE-PARAMETER.
           READ PLAGES-PARAMETER-FILE
               INVALID KEY MOVE '23' TO WS-PARAMETER-STATUS
           END-READ.
           IF WS-PARAMETER-STATUS = '00'
               IF PR-NEXT-EFFECTIVE-DATE NOT = SPACES
                   AND PR-NEXT-EFFECTIVE-DATE <= WS-TODAY-DATE
                   MOVE PR-NEXT-VALUE TO WS-PARM-VALUE
               ELSE
                   MOVE PR-VALUE TO WS-PARM-VALUE
               END-IF
           END-IF.

      * The whole stats file is walked and the last record for the
      * entry's category wins; a category 04-PlagesSummary has not
      * seen yet falls back to the last all-categories record.
       LOAD-RECENT-STATS.
           MOVE ZEROES TO WS-STATS-COUNT WS-STATS-AVERAGE.
           MOVE ZEROES TO WS-ALL-STATS-COUNT WS-ALL-STATS-AVERAGE.
           MOVE 'N' TO WS-STATS-MATCHED.
           OPEN INPUT PLAGES-STATS-FILE.
           IF WS-STATS-STATUS = '00'
               PERFORM READ-STATS-RECORD
               PERFORM UNTIL WS-STATS-STATUS = '10'
                   PERFORM NOTE-STATS-RECORD
                   PERFORM READ-STATS-RECORD
               END-PERFORM
               CLOSE PLAGES-STATS-FILE
               IF NOT CATEGORY-STATS-FOUND
                   MOVE WS-ALL-STATS-COUNT TO WS-STATS-COUNT
                   MOVE WS-ALL-STATS-AVERAGE TO WS-STATS-AVERAGE
               END-IF
           END-IF.

       READ-STATS-RECORD.
           READ PLAGES-STATS-FILE
               AT END MOVE '10' TO WS-STATS-STATUS
           END-READ.

       NOTE-STATS-RECORD.
           IF ST-ENTRY-COUNT IS NOT NUMERIC
               OR ST-VAL-AVERAGE IS NOT NUMERIC
               OR ST-VAL-MOVING-AVERAGE IS NOT NUMERIC
               CONTINUE
           ELSE
               PERFORM NOTE-PARSED-STATS-RECORD
           END-IF.

       NOTE-PARSED-STATS-RECORD.
           IF ST-CATEGORY = WS-CATEGORY
               MOVE ST-ENTRY-COUNT TO WS-STATS-COUNT
               IF ST-VAL-MOVING-AVERAGE > ZEROES
                   MOVE ST-VAL-MOVING-AVERAGE TO WS-STATS-AVERAGE
               ELSE
                   MOVE ST-VAL-AVERAGE TO WS-STATS-AVERAGE
               END-IF
               SET CATEGORY-STATS-FOUND TO TRUE
           ELSE
               IF ST-CATEGORY = SPACES
                   MOVE ST-ENTRY-COUNT TO WS-ALL-STATS-COUNT
                   IF ST-VAL-MOVING-AVERAGE > ZEROES
                       MOVE ST-VAL-MOVING-AVERAGE
                           TO WS-ALL-STATS-AVERAGE
                   ELSE
                       MOVE ST-VAL-AVERAGE TO WS-ALL-STATS-AVERAGE
                   END-IF
               END-IF
           END-IF.

      * The keyed code must be on the reason reference file and
      * valid for a correction. A site that has not built the
      * reference file yet is not locked out of corrections; the
           END-IF
           WRITE PLAGES-HISTORY-RECORD.
           CLOSE PLAGES-HISTORY-FILE.

      * A month with no period file, or no record on it, has never
      * been closed. A period file that cannot be read counts as
      * closed: the change is refused rather than risk moving
      * figures that were signed off.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           OPEN INPUT PLAGES-PERIOD-FILE.
           EVALUATE WS-PERIOD-STATUS
               WHEN '00'
                   MOVE WS-CHECK-PERIOD TO PD-PERIOD
                   READ PLAGES-PERIOD-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF PD-IS-CLOSED
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
                   CLOSE PLAGES-PERIOD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-PERIOD-CLOSED
           END-EVALUATE.
