      * Purpose: Supervisor review transaction over the
      *          PLAGES-SUSPENSE file. Entries that the capture
      *          transactions screened off as statistically unusual
      *          or as suspected duplicates (shown with the key of
      *          the entry they repeat) are presented one by one;
      *          the supervisor approves
      *          an entry into the PLAGES-MASTER file, rejects it
      *          with a reason code logged to the history file, or
      *          skips it to leave it in suspense. Sign-on requires
      *          an operator carrying the supervisor flag on the
      *          operator file. Every approval is logged to the
      *          approval file for forward recovery of the master.
      *          An entry dated in an accounting month closed
      *          through 24-PlagesPeriodClose cannot be approved
      *          into the master; it stays in suspense.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PLAGES-APPROVAL-FILE
               ASSIGN TO "PLAGESAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

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
       FD  PLAGES-SUSPENSE-FILE.
       FD  PLAGES-HISTORY-FILE.
           COPY PLGHIST.

       FD  PLAGES-APPROVAL-FILE.
           COPY PLGAPPR.

       FD  PLAGES-REASON-FILE.
           COPY PLGRSN.

       FD  PLAGES-PERIOD-FILE.
           COPY PLGPERD.

       WORKING-STORAGE SECTION.
       77 WS-SUSPENSE-STATUS PIC XX.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PERIOD-STATUS PIC XX.
       77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
       77 WS-PERIOD-CLOSED PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
       77 WS-OPERATOR-STATUS PIC XX.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-APPROVAL-STATUS PIC XX.
       77 WS-APPROVAL-TIMESTAMP PIC X(21).
       77 WS-OPERATOR-ID PIC X(8).
       77 WS-ACCESS-GRANTED PIC X VALUE 'N'.
           88 ACCESS-IS-GRANTED VALUE 'Y'.
       77 WS-RETRY-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-RETRY-MAX PIC 9(3) VALUE 30.
       77 WS-WAIT-SECONDS PIC 9(8) VALUE 1.
       77 WS-HOLD-TEXT PIC X(20) VALUE SPACES.

       SCREEN SECTION.
       1 plv-signon.
           2 COL 24 PIC x(2) FROM SU-CATEGORY.
           2 LINE 9 COL 10 VALUE 'Operateur : '.
           2 COL 24 PIC x(8) FROM SU-OPERATOR-ID.
           2 LINE 10 COL 10 VALUE 'Motif     : '.
           2 COL 24 PIC x(20) FROM WS-HOLD-TEXT.
           2 COL 45 PIC x(26) FROM SU-DUP-OF-KEY.
           2 LINE 11 COL 10 VALUE 'Decision (A/R/S) : '.
           2 saisie-decision PIC x(1) TO WS-DECISION REQUIRED.

               AT END MOVE '10' TO WS-SUSPENSE-STATUS
           END-READ.

      * Entries parked before the hold reason existed read as held
      * for deviation.
       REVIEW-ONE-ENTRY.
           IF SU-HELD-DUPLICATE
               MOVE 'Doublon possible de' TO WS-HOLD-TEXT
           ELSE
               MOVE 'Ecart a la moyenne' TO WS-HOLD-TEXT
               MOVE SPACES TO SU-DUP-OF-KEY
           END-IF.
           DISPLAY plv-entry.
           ACCEPT saisie-decision.
           EVALUATE WS-DECISION
      * went through; on a duplicate key the entry stays in suspense
      * for investigation rather than vanishing from both files.
       APPROVE-SUSPENSE-ENTRY.
           MOVE SU-KEY(1:6) TO WS-CHECK-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           IF PERIOD-IS-CLOSED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'Periode comptable close pour la cle : '
                   SU-KEY
           ELSE
               PERFORM WRITE-MASTER-RECORD
               IF MASTER-WRITE-OK
                   PERFORM WRITE-APPROVAL-RECORD
                   DELETE PLAGES-SUSPENSE-FILE
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Ecriture maitre impossible (statut '
                       WS-MASTER-STATUS ') pour la cle : ' SU-KEY
               END-IF
           END-IF.

       REJECT-SUSPENSE-ENTRY.
           DELETE PLAGES-SUSPENSE-FILE.
           ADD 1 TO WS-REJECTED-COUNT.

      * The approved entry keeps its suspense key and the identity
      * of the operator who keyed it. The capture's audit row is
      * linked to that key, so the link carries through to the
      * master and 09-PlagesBalance still finds the entry.
      * Nothing short of a clean open and a status-00 write counts
      * as success; any other outcome leaves the entry in suspense.
       WRITE-MASTER-RECORD.
           MOVE SU-KEY TO PM-KEY.
           MOVE SU-VALUE TO PM-VALUE.
           MOVE SU-CATEGORY TO PM-CATEGORY.
           MOVE FUNCTION CURRENT-DATE TO WS-APPROVAL-TIMESTAMP.
           MOVE WS-APPROVAL-TIMESTAMP TO PM-TIMESTAMP.
           SET PM-NOT-SENT TO TRUE.
           MOVE SPACES TO PM-SENT-DATE.
           MOVE SU-OPERATOR-ID TO PM-OPERATOR-ID.
           MOVE ZEROES TO PM-AMEND-OLD-VALUE.
           MOVE SPACES TO PM-AMEND-REASON.
           MOVE SPACES TO PM-AMEND-TIMESTAMP.
           MOVE 'N' TO WS-WRITE-OK.
           PERFORM OPEN-MASTER-FILE.
           IF MASTER-OPEN-OK
               CLOSE PLAGES-MASTER-FILE
           END-IF.

      * The approval is logged as the master record was written, so
      * a master rebuilt from its backup image by 26-PlagesRecover
      * gets the approved entry back.
       WRITE-APPROVAL-RECORD.
           MOVE SU-KEY TO AP-KEY.
           MOVE SU-VALUE TO AP-VALUE.
           MOVE SU-CATEGORY TO AP-CATEGORY.
           MOVE SU-OPERATOR-ID TO AP-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO AP-APPROVED-BY.
           MOVE WS-APPROVAL-TIMESTAMP TO AP-TIMESTAMP.
           OPEN EXTEND PLAGES-APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = '35'
               OPEN OUTPUT PLAGES-APPROVAL-FILE
               CLOSE PLAGES-APPROVAL-FILE
               OPEN EXTEND PLAGES-APPROVAL-FILE
           END-IF
           IF WS-APPROVAL-STATUS = '00'
               WRITE PLAGES-APPROVAL-RECORD
               IF WS-APPROVAL-STATUS NOT = '00'
                   PERFORM REPORT-APPROVAL-NOT-LOGGED
               END-IF
               CLOSE PLAGES-APPROVAL-FILE
           ELSE
               PERFORM REPORT-APPROVAL-NOT-LOGGED
           END-IF.

      * The entry is on the master all the same; only a recovery
      * from an earlier backup image would lose it, so the operator
      * is told to have the release logged by hand.
       REPORT-APPROVAL-NOT-LOGGED.
           DISPLAY 'Validation non journalisee (statut '
               WS-APPROVAL-STATUS ') pour la cle : ' SU-KEY.
           DISPLAY 'Entree liberee mais absente du journal de '
               'reprise - a signaler a la supervision.'.

      * The capture stations hold the master open for whole runs, so
      * the open is retried on busy the same bounded way 01 and 07
      * retry theirs.
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
