      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor transaction that closes or reopens an
      *          accounting month (YYYYMM) on the PLAGES-PERIOD
      *          control file. A month can only be closed once it is
      *          over, once the latest 09-PlagesBalance run - made
      *          after the month ended - charges no discrepancy to
      *          it and left nothing unchecked, and once no entry
      *          dated in it is still waiting in suspense or has a
      *          correction pending review. Closing appends a
      *          snapshot of the month's master entries (count and
      *          hash total of PM-VALUE per category) to the
      *          PLAGES-PERIOD-SNAPSHOT file, so finance keeps the
      *          figures it signed off. While closed, the programs
      *          that change the master refuse changes to entries
      *          dated in the month. Reopening requires a reason;
      *          every close and reopen is logged to the
      *          PLAGES-PERIOD-LOG file. Sign-on requires an
      *          operator carrying the supervisor flag.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 24-PlagesPeriodClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAGES-PERIOD-FILE
               ASSIGN TO "PLAGESPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PLAGES-PERIOD-LOG-FILE
               ASSIGN TO "PLAGESPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PLAGES-PERIOD-SNAPSHOT-FILE
               ASSIGN TO "PLAGESPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT PLAGES-BALANCE-CTL-FILE
               ASSIGN TO "PLAGESBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAGES-SUSPENSE-FILE
               ASSIGN TO "PLAGESSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PLAGES-PENDING-CORR-FILE
               ASSIGN TO "PLAGESPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAGES-OPERATOR-FILE
               ASSIGN TO "PLAGESOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-PERIOD-FILE.
           COPY PLGPERD.

       FD  PLAGES-PERIOD-LOG-FILE.
           COPY PLGPLOG.

       FD  PLAGES-PERIOD-SNAPSHOT-FILE.
           COPY PLGPSNP.

       FD  PLAGES-BALANCE-CTL-FILE.
           COPY PLGBCTL.

       FD  PLAGES-MASTER-FILE.
           COPY PLGMAST.

       FD  PLAGES-SUSPENSE-FILE.
           COPY PLGSUSP.

       FD  PLAGES-PENDING-CORR-FILE.
           COPY PLGPCOR.

       FD  PLAGES-OPERATOR-FILE.
           COPY PLGOPER.

       WORKING-STORAGE SECTION.
       77 WS-PERIOD-STATUS PIC XX.
       77 WS-LOG-STATUS PIC XX.
       77 WS-SNAPSHOT-STATUS PIC XX.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-SUSPENSE-STATUS PIC XX.
       77 WS-PENDING-STATUS PIC XX.
       77 WS-OPERATOR-STATUS PIC XX.
       77 WS-OPERATOR-ID PIC X(8).
       77 WS-ACCESS-GRANTED PIC X VALUE 'N'.
           88 ACCESS-IS-GRANTED VALUE 'Y'.
       77 WS-ACTION PIC X.
       77 WS-REOPEN-REASON PIC X(40).
       77 WS-CURRENT-PERIOD PIC X(6).
       77 WS-ACTION-TIMESTAMP PIC X(21).
       77 WS-PERIOD-OK PIC X VALUE 'N'.
           88 PERIOD-IS-VALID VALUE 'Y'.
       77 WS-PERIOD-OPEN PIC X VALUE 'N'.
           88 PERIOD-FILE-OPEN-OK VALUE 'Y'.
       77 WS-PERIOD-FOUND PIC X VALUE 'N'.
           88 PERIOD-RECORD-FOUND VALUE 'Y'.
       77 WS-CLOSE-OK PIC X VALUE 'N'.
           88 CLOSE-IS-ALLOWED VALUE 'Y'.
       77 WS-REFUSAL-TEXT PIC X(60) VALUE SPACES.
       77 WS-CONTROL-FOUND PIC X VALUE 'N'.
           88 CONTROL-HEADER-FOUND VALUE 'Y'.
       77 WS-OPEN-ITEM-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-OPEN-OK PIC X VALUE 'N'.
           88 MASTER-OPEN-OK VALUE 'Y'.
       77 WS-SCAN-OPEN PIC X VALUE 'N'.
           88 SCAN-FILE-OPEN-OK VALUE 'Y'.
       77 WS-RETRY-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-RETRY-MAX PIC 9(3) VALUE 30.
       77 WS-WAIT-SECONDS PIC 9(8) VALUE 1.
       77 WS-SN-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-SN-MAX PIC 9(3) VALUE 20.
       77 WS-SN-SUB PIC 9(3) VALUE ZEROES.
       77 WS-SN-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-SN-OVERFLOW PIC 9(9) VALUE ZEROES.
       77 WS-PERIOD-ENTRY-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-PERIOD-HASH PIC 9(18) VALUE ZEROES.

       01 WS-PERIOD.
           05 WS-PERIOD-YEAR              PIC X(4).
           05 WS-PERIOD-MONTH             PIC X(2).

       01 WS-SNAPSHOT-TABLE.
           05 WS-SNAPSHOT-ENTRY OCCURS 20 TIMES.
               10 SN-CATEGORY             PIC X(2).
               10 SN-ENTRY-COUNT          PIC 9(9).
               10 SN-HASH-TOTAL           PIC 9(18).

       SCREEN SECTION.
       1 ppc-signon.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Code superviseur (operateur) : '.
           2 saisie-operator PIC x(8) TO WS-OPERATOR-ID REQUIRED.

       1 ppc-refuse.
           2 BLANK SCREEN.
           2 LINE 6 COL 10 VALUE 'Acces reserve aux superviseurs.'.

       1 ppc-period.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Cloture de periode comptable'.
           2 LINE 6 COL 10 VALUE 'Periode (AAAAMM)       : '.
           2 saisie-period PIC x(6) TO WS-PERIOD REQUIRED.
           2 LINE 7 COL 10 VALUE 'C = clore, R = rouvrir : '.
           2 saisie-action PIC x(1) TO WS-ACTION REQUIRED.

       1 ppc-badperiod.
           2 LINE 9 COL 10 VALUE 'Periode invalide.'.

       1 ppc-badaction.
           2 LINE 9 COL 10 VALUE 'Action inconnue.'.

       1 ppc-reason.
           2 LINE 9 COL 10 VALUE 'Motif de reouverture : '.
           2 saisie-reason PIC x(40) TO WS-REOPEN-REASON REQUIRED.

       1 ppc-refusal.
           2 LINE 11 COL 10 VALUE 'Cloture refusee : '.
           2 LINE 12 COL 10 PIC x(60) FROM WS-REFUSAL-TEXT.

       1 ppc-closed.
           2 LINE 11 COL 10 VALUE 'Periode close.'.
           2 LINE 12 COL 10 VALUE 'Entrees      : '.
           2 COL 25 PIC Z(8)9 FROM WS-PERIOD-ENTRY-COUNT.
           2 LINE 13 COL 10 VALUE 'Total valeur : '.
           2 COL 25 PIC Z(17)9 FROM WS-PERIOD-HASH.

       1 ppc-reopened.
           2 LINE 11 COL 10 VALUE 'Periode rouverte.'.

       1 ppc-notclosed.
           2 LINE 11 COL 10 VALUE 'Cette periode n''est pas close.'.

       1 ppc-already.
           2 LINE 11 COL 10 VALUE 'Cette periode est deja close.'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM SUPERVISOR-SIGN-ON.
           IF NOT ACCESS-IS-GRANTED
               DISPLAY ppc-refuse
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTION-TIMESTAMP.
           MOVE WS-ACTION-TIMESTAMP(1:6) TO WS-CURRENT-PERIOD.
           DISPLAY ppc-period.
           ACCEPT saisie-period.
           ACCEPT saisie-action.
           PERFORM VALIDATE-PERIOD.
           IF NOT PERIOD-IS-VALID
               DISPLAY ppc-badperiod
               STOP RUN
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'C'
               WHEN 'c'
                   PERFORM CLOSE-PERIOD
               WHEN 'R'
               WHEN 'r'
                   PERFORM REOPEN-PERIOD
               WHEN OTHER
                   DISPLAY ppc-badaction
           END-EVALUATE.
           STOP RUN.

       SUPERVISOR-SIGN-ON.
           OPEN INPUT PLAGES-OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'Fichier operateurs indisponible.'
               STOP RUN
           END-IF.
           DISPLAY ppc-signon.
           ACCEPT saisie-operator.
           PERFORM READ-OPERATOR-RECORD.
           PERFORM UNTIL WS-OPERATOR-STATUS = '10'
               OR ACCESS-IS-GRANTED
               IF OP-ID = WS-OPERATOR-ID
                   AND OP-IS-SUPERVISOR
                   AND NOT OP-IS-DISABLED
                   SET ACCESS-IS-GRANTED TO TRUE
               END-IF
               PERFORM READ-OPERATOR-RECORD
           END-PERFORM.
           CLOSE PLAGES-OPERATOR-FILE.

       READ-OPERATOR-RECORD.
           READ PLAGES-OPERATOR-FILE
               AT END MOVE '10' TO WS-OPERATOR-STATUS
           END-READ.

       VALIDATE-PERIOD.
           MOVE 'N' TO WS-PERIOD-OK.
           IF WS-PERIOD IS NUMERIC
               AND WS-PERIOD-MONTH >= '01'
               AND WS-PERIOD-MONTH <= '12'
               SET PERIOD-IS-VALID TO TRUE
           END-IF.

      * A month is closed only once everything that could still move
      * its figures has been dealt with; the first condition that
      * fails is the one shown to the supervisor.
       CLOSE-PERIOD.
           PERFORM OPEN-PERIOD-FILE.
           IF NOT PERIOD-FILE-OPEN-OK
               DISPLAY 'Fichier des periodes indisponible - statut '
                   WS-PERIOD-STATUS
           ELSE
               PERFORM READ-PERIOD-RECORD
               IF PD-IS-CLOSED
                   DISPLAY ppc-already
               ELSE
                   PERFORM CHECK-CLOSE-CONDITIONS
                   IF CLOSE-IS-ALLOWED
                       PERFORM TAKE-CLOSING-SNAPSHOT
                   END-IF
                   IF CLOSE-IS-ALLOWED
                       SET PD-IS-CLOSED TO TRUE
                       MOVE WS-OPERATOR-ID TO PD-CLOSED-BY
                       MOVE WS-ACTION-TIMESTAMP TO PD-CLOSED-TIMESTAMP
                       PERFORM SAVE-PERIOD-RECORD
                       IF WS-PERIOD-STATUS = '00'
                           PERFORM WRITE-CLOSING-SNAPSHOT
                           SET PL-CLOSE TO TRUE
                           MOVE SPACES TO WS-REOPEN-REASON
                           PERFORM WRITE-PERIOD-LOG
                           DISPLAY ppc-closed
                       ELSE
                           PERFORM REPORT-PERIOD-NOT-SAVED
                       END-IF
                   ELSE
                       DISPLAY ppc-refusal
                   END-IF
               END-IF
               CLOSE PLAGES-PERIOD-FILE
           END-IF.

       REOPEN-PERIOD.
           PERFORM OPEN-PERIOD-FILE.
           IF NOT PERIOD-FILE-OPEN-OK
               DISPLAY 'Fichier des periodes indisponible - statut '
                   WS-PERIOD-STATUS
           ELSE
               PERFORM READ-PERIOD-RECORD
               IF NOT PD-IS-CLOSED
                   DISPLAY ppc-notclosed
               ELSE
                   DISPLAY ppc-reason
                   ACCEPT saisie-reason
                   SET PD-IS-OPEN TO TRUE
                   MOVE WS-OPERATOR-ID TO PD-REOPENED-BY
                   MOVE WS-ACTION-TIMESTAMP TO PD-REOPENED-TIMESTAMP
                   ADD 1 TO PD-REOPEN-COUNT
                   PERFORM SAVE-PERIOD-RECORD
                   IF WS-PERIOD-STATUS = '00'
                       SET PL-REOPEN TO TRUE
                       PERFORM WRITE-PERIOD-LOG
                       DISPLAY ppc-reopened
                   ELSE
                       PERFORM REPORT-PERIOD-NOT-SAVED
                   END-IF
               END-IF
               CLOSE PLAGES-PERIOD-FILE
           END-IF.

       OPEN-PERIOD-FILE.
           MOVE 'N' TO WS-PERIOD-OPEN.
           OPEN I-O PLAGES-PERIOD-FILE.
           IF WS-PERIOD-STATUS = '35'
               OPEN OUTPUT PLAGES-PERIOD-FILE
               CLOSE PLAGES-PERIOD-FILE
               OPEN I-O PLAGES-PERIOD-FILE
           END-IF.
           IF WS-PERIOD-STATUS = '00'
               SET PERIOD-FILE-OPEN-OK TO TRUE
           END-IF.

      * A month never closed has no record yet; one is built in the
      * record area, open, ready to be written.
       READ-PERIOD-RECORD.
           MOVE WS-PERIOD TO PD-PERIOD.
           MOVE 'Y' TO WS-PERIOD-FOUND.
           READ PLAGES-PERIOD-FILE
               INVALID KEY MOVE 'N' TO WS-PERIOD-FOUND
           END-READ.
           IF NOT PERIOD-RECORD-FOUND
               MOVE WS-PERIOD TO PD-PERIOD
               SET PD-IS-OPEN TO TRUE
               MOVE SPACES TO PD-CLOSED-BY
               MOVE SPACES TO PD-CLOSED-TIMESTAMP
               MOVE SPACES TO PD-REOPENED-BY
               MOVE SPACES TO PD-REOPENED-TIMESTAMP
               MOVE ZEROES TO PD-REOPEN-COUNT
           END-IF.

      * The period record is saved before anything else is written:
      * the snapshot, the log record and the confirmation only follow
      * a save that took, so the lock seen by 14 and 05 always agrees
      * with what the supervisor was told.
       SAVE-PERIOD-RECORD.
           IF PERIOD-RECORD-FOUND
               REWRITE PLAGES-PERIOD-RECORD
           ELSE
               WRITE PLAGES-PERIOD-RECORD
           END-IF.

       REPORT-PERIOD-NOT-SAVED.
           DISPLAY 'Periode non enregistree - statut '
               WS-PERIOD-STATUS '. Aucun changement.'.

       WRITE-PERIOD-LOG.
           MOVE WS-PERIOD TO PL-PERIOD.
           MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE WS-ACTION-TIMESTAMP TO PL-TIMESTAMP.
           MOVE WS-REOPEN-REASON TO PL-REASON.
           OPEN EXTEND PLAGES-PERIOD-LOG-FILE.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT PLAGES-PERIOD-LOG-FILE
               CLOSE PLAGES-PERIOD-LOG-FILE
               OPEN EXTEND PLAGES-PERIOD-LOG-FILE
           END-IF.
           WRITE PLAGES-PERIOD-LOG-RECORD.
           CLOSE PLAGES-PERIOD-LOG-FILE.

       CHECK-CLOSE-CONDITIONS.
           SET CLOSE-IS-ALLOWED TO TRUE.
           IF WS-PERIOD NOT < WS-CURRENT-PERIOD
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'la periode n''est pas terminee.'
                   TO WS-REFUSAL-TEXT
           END-IF.
           IF CLOSE-IS-ALLOWED
               PERFORM CHECK-BALANCE-CONTROL
           END-IF.
           IF CLOSE-IS-ALLOWED
               PERFORM CHECK-OPEN-SUSPENSE
           END-IF.
           IF CLOSE-IS-ALLOWED
               PERFORM CHECK-PENDING-CORRECTIONS
           END-IF.

      * The reconciliation must have run after the month ended, so
      * every entry of the month was in front of it, and must have
      * charged nothing to the month nor left anything unchecked.
       CHECK-BALANCE-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND.
           OPEN INPUT PLAGES-BALANCE-CTL-FILE.
           IF WS-CONTROL-STATUS = '00'
               PERFORM READ-CONTROL-RECORD
               IF WS-CONTROL-STATUS NOT = '10' AND BC-HEADER
                   SET CONTROL-HEADER-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT CONTROL-HEADER-FOUND
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'aucun rapprochement (09-PlagesBalance) disponible.'
                   TO WS-REFUSAL-TEXT
           ELSE
               IF BC-RUN-TIMESTAMP(1:6) NOT > WS-PERIOD
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE 'rapprochement anterieur a la fin de periode.'
                       TO WS-REFUSAL-TEXT
               END-IF
               IF CLOSE-IS-ALLOWED AND BC-UNATTRIBUTED-COUNT > 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE 'rapprochement incomplet (tables saturees).'
                       TO WS-REFUSAL-TEXT
               END-IF
               IF CLOSE-IS-ALLOWED
                   PERFORM READ-CONTROL-RECORD
                   PERFORM UNTIL WS-CONTROL-STATUS = '10'
                       IF BC-PERIOD-LINE AND BC-PERIOD = WS-PERIOD
                           AND BC-PERIOD-DISCREPANCIES > 0
                           MOVE 'N' TO WS-CLOSE-OK
                           MOVE 'ecarts de rapprochement.'
                               TO WS-REFUSAL-TEXT
                       END-IF
                       PERFORM READ-CONTROL-RECORD
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-CONTROL-STATUS NOT = '35'
               CLOSE PLAGES-BALANCE-CTL-FILE
           END-IF.

       READ-CONTROL-RECORD.
           READ PLAGES-BALANCE-CTL-FILE
               AT END MOVE '10' TO WS-CONTROL-STATUS
           END-READ.

      * Suspense keys are dated like master keys, so the month's
      * entries sit together from the first key of the month. Only
      * a suspense file that does not exist has nothing open; one
      * that cannot be read refuses the close, since the rule could
      * not be checked.
       CHECK-OPEN-SUSPENSE.
           MOVE ZEROES TO WS-OPEN-ITEM-COUNT.
           PERFORM OPEN-SUSPENSE-FILE.
           IF NOT SCAN-FILE-OPEN-OK
               AND WS-SUSPENSE-STATUS NOT = '35'
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'fichier suspens indisponible.'
                   TO WS-REFUSAL-TEXT
           END-IF.
           IF SCAN-FILE-OPEN-OK
               MOVE LOW-VALUES TO SU-KEY
               MOVE WS-PERIOD TO SU-KEY(1:6)
               START PLAGES-SUSPENSE-FILE KEY IS >= SU-KEY
                   INVALID KEY MOVE '10' TO WS-SUSPENSE-STATUS
               END-START
               IF WS-SUSPENSE-STATUS NOT = '10'
                   PERFORM READ-SUSPENSE-RECORD
               END-IF
               PERFORM UNTIL WS-SUSPENSE-STATUS = '10'
                   IF SU-KEY(1:6) = WS-PERIOD
                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       PERFORM READ-SUSPENSE-RECORD
                   ELSE
                       MOVE '10' TO WS-SUSPENSE-STATUS
                   END-IF
               END-PERFORM
               CLOSE PLAGES-SUSPENSE-FILE
           END-IF.
           IF WS-OPEN-ITEM-COUNT > 0
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'entrees de la periode en suspens.'
                   TO WS-REFUSAL-TEXT
           END-IF.

       READ-SUSPENSE-RECORD.
           READ PLAGES-SUSPENSE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-SUSPENSE-STATUS
           END-READ.

      * A correction still awaiting review would change the month's
      * figures after sign-off if it were approved later. As with
      * suspense, only an absent file means none pending.
       CHECK-PENDING-CORRECTIONS.
           MOVE ZEROES TO WS-OPEN-ITEM-COUNT.
           PERFORM OPEN-PENDING-FILE.
           IF NOT SCAN-FILE-OPEN-OK
               AND WS-PENDING-STATUS NOT = '35'
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'fichier corrections en attente indisponible.'
                   TO WS-REFUSAL-TEXT
           END-IF.
           IF SCAN-FILE-OPEN-OK
               MOVE LOW-VALUES TO PC-KEY
               MOVE WS-PERIOD TO PC-KEY(1:6)
               START PLAGES-PENDING-CORR-FILE KEY IS >= PC-KEY
                   INVALID KEY MOVE '10' TO WS-PENDING-STATUS
               END-START
               IF WS-PENDING-STATUS NOT = '10'
                   PERFORM READ-PENDING-RECORD
               END-IF
               PERFORM UNTIL WS-PENDING-STATUS = '10'
                   IF PC-MASTER-KEY(1:6) = WS-PERIOD
                       IF PC-PENDING
                           ADD 1 TO WS-OPEN-ITEM-COUNT
                       END-IF
                       PERFORM READ-PENDING-RECORD
                   ELSE
                       MOVE '10' TO WS-PENDING-STATUS
                   END-IF
               END-PERFORM
               CLOSE PLAGES-PENDING-CORR-FILE
           END-IF.
           IF WS-OPEN-ITEM-COUNT > 0
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'corrections de la periode en attente.'
                   TO WS-REFUSAL-TEXT
           END-IF.

      * 07 and 14-PlagesSuspense hold the suspense file open, and
      * 23-PlagesCorrReview the pending-correction file, so both
      * opens get the same bounded busy retry as the master's.
       OPEN-SUSPENSE-FILE.
           MOVE 'N' TO WS-SCAN-OPEN.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL SCAN-FILE-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN INPUT PLAGES-SUSPENSE-FILE
               EVALUATE WS-SUSPENSE-STATUS
                   WHEN '00'
                       SET SCAN-FILE-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       OPEN-PENDING-FILE.
           MOVE 'N' TO WS-SCAN-OPEN.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL SCAN-FILE-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN INPUT PLAGES-PENDING-CORR-FILE
               EVALUATE WS-PENDING-STATUS
                   WHEN '00'
                       SET SCAN-FILE-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       READ-PENDING-RECORD.
           READ PLAGES-PENDING-CORR-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PENDING-STATUS
           END-READ.

      * The month's master entries are totalled per category. The
      * master is only read, but the capture stations hold it open,
      * so the open gets the usual bounded busy retry. An absent
      * master closes the month with nothing in it.
       TAKE-CLOSING-SNAPSHOT.
           MOVE ZEROES TO WS-SN-COUNT.
           MOVE ZEROES TO WS-SN-OVERFLOW.
           MOVE ZEROES TO WS-PERIOD-ENTRY-COUNT.
           MOVE ZEROES TO WS-PERIOD-HASH.
           PERFORM OPEN-MASTER-FILE.
           IF MASTER-OPEN-OK
               MOVE LOW-VALUES TO PM-KEY
               MOVE WS-PERIOD TO PM-KEY(1:6)
               START PLAGES-MASTER-FILE KEY IS >= PM-KEY
                   INVALID KEY MOVE '10' TO WS-MASTER-STATUS
               END-START
               IF WS-MASTER-STATUS NOT = '10'
                   PERFORM READ-MASTER-RECORD
               END-IF
               PERFORM UNTIL WS-MASTER-STATUS = '10'
                   IF PM-KEY(1:6) = WS-PERIOD
                       PERFORM TALLY-SNAPSHOT-ENTRY
                       PERFORM READ-MASTER-RECORD
                   ELSE
                       MOVE '10' TO WS-MASTER-STATUS
                   END-IF
               END-PERFORM
               CLOSE PLAGES-MASTER-FILE
           ELSE
               IF WS-MASTER-STATUS NOT = '35'
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE 'fichier maitre indisponible.'
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.
           IF WS-SN-OVERFLOW > 0
               MOVE 'N' TO WS-CLOSE-OK
               MOVE 'trop de categories pour l''instantane.'
                   TO WS-REFUSAL-TEXT
           END-IF.

       READ-MASTER-RECORD.
           READ PLAGES-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

       TALLY-SNAPSHOT-ENTRY.
           ADD 1 TO WS-PERIOD-ENTRY-COUNT.
           ADD PM-VALUE TO WS-PERIOD-HASH.
           MOVE ZEROES TO WS-SN-FOUND.
           MOVE 1 TO WS-SN-SUB.
           PERFORM UNTIL WS-SN-SUB > WS-SN-COUNT
               OR WS-SN-FOUND > ZEROES
               IF SN-CATEGORY (WS-SN-SUB) = PM-CATEGORY
                   MOVE WS-SN-SUB TO WS-SN-FOUND
               END-IF
               ADD 1 TO WS-SN-SUB
           END-PERFORM.
           IF WS-SN-FOUND = ZEROES
               IF WS-SN-COUNT < WS-SN-MAX
                   ADD 1 TO WS-SN-COUNT
                   MOVE WS-SN-COUNT TO WS-SN-FOUND
                   MOVE PM-CATEGORY TO SN-CATEGORY (WS-SN-FOUND)
                   MOVE ZEROES TO SN-ENTRY-COUNT (WS-SN-FOUND)
                   MOVE ZEROES TO SN-HASH-TOTAL (WS-SN-FOUND)
               ELSE
                   ADD 1 TO WS-SN-OVERFLOW
               END-IF
           END-IF.
           IF WS-SN-FOUND > ZEROES
               ADD 1 TO SN-ENTRY-COUNT (WS-SN-FOUND)
               ADD PM-VALUE TO SN-HASH-TOTAL (WS-SN-FOUND)
           END-IF.

       WRITE-CLOSING-SNAPSHOT.
           OPEN EXTEND PLAGES-PERIOD-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = '35'
               OPEN OUTPUT PLAGES-PERIOD-SNAPSHOT-FILE
               CLOSE PLAGES-PERIOD-SNAPSHOT-FILE
               OPEN EXTEND PLAGES-PERIOD-SNAPSHOT-FILE
           END-IF.
           MOVE 1 TO WS-SN-SUB.
           PERFORM UNTIL WS-SN-SUB > WS-SN-COUNT
               MOVE WS-PERIOD TO PS-PERIOD
               MOVE WS-ACTION-TIMESTAMP TO PS-CLOSED-TIMESTAMP
               MOVE SN-CATEGORY (WS-SN-SUB) TO PS-CATEGORY
               MOVE SN-ENTRY-COUNT (WS-SN-SUB) TO PS-ENTRY-COUNT
               MOVE SN-HASH-TOTAL (WS-SN-SUB) TO PS-HASH-TOTAL
               WRITE PLAGES-PERIOD-SNAPSHOT-RECORD
               ADD 1 TO WS-SN-SUB
           END-PERFORM.
           CLOSE PLAGES-PERIOD-SNAPSHOT-FILE.

       OPEN-MASTER-FILE.
           MOVE 'N' TO WS-OPEN-OK.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL MASTER-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN INPUT PLAGES-MASTER-FILE
               EVALUATE WS-MASTER-STATUS
                   WHEN '00'
                   WHEN '05'
                       SET MASTER-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       WAIT-FOR-BUSY-FILE.
           CALL 'C$SLEEP' USING WS-WAIT-SECONDS
               ON EXCEPTION CONTINUE
           END-CALL.
