      *          suspense file awaiting review, nor entries a
      *          supervisor rejected from suspense (recognizable as
      *          history records with no master and a zero new
      *          value), nor suspected duplicates the operator
      *          withdrew at capture.
      *          Audit rows carrying a link key are reconciled by
      *          that key: the linked audit keys, the history and
      *          the suspense entries are posted to a keyed work file
      *          and the master is swept against it in key order, so
      *          there is no table to outgrow. A linked key found in
      *          neither the master, suspense, nor a suspense
      *          rejection is reported as LINKED KEY NOT FOUND. Rows
      *          written before the link existed still balance by
      *          value, against only the masters and suspense
      *          entries that no linked row accounts for.
      *          Every run also rewrites the PLAGES-BALANCE-CONTROL
      *          file with its verdict, its master totals and the
      *          discrepancy count charged to each month, which is
      *          what 24-PlagesPeriodClose checks before closing one.
      * Tectonics: cobc
      ******************************************************************

           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PLAGES-BALANCE-CTL-FILE
               ASSIGN TO "PLAGESBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PLAGES-BALANCE-WORK-FILE
               ASSIGN TO "PLAGESBW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
       FD  PLAGES-BALANCE-FILE.
       01  PLAGES-BALANCE-LINE            PIC X(80).

       FD  PLAGES-BALANCE-CTL-FILE.
           COPY PLGBCTL.

      * Scratch file rebuilt by every run: one record per entry key
      * that a linked audit row, a history record or a suspense
      * entry names.
       FD  PLAGES-BALANCE-WORK-FILE.
       01  PLAGES-BALANCE-WORK-RECORD.
           05  BW-KEY                     PIC X(26).
           05  BW-HIST-FLAG               PIC X.
               88  BW-HAS-HISTORY         VALUE 'Y'.
           05  BW-ORIG-VALUE              PIC 9(15).
           05  BW-EXPECTED-VALUE          PIC 9(15).
           05  BW-LINK-COUNT              PIC 9(5).
           05  BW-LINK-VALUE              PIC 9(15).
           05  BW-RESOLVED-FLAG           PIC X.
               88  BW-LINK-RESOLVED       VALUE 'Y'.

       WORKING-STORAGE SECTION.
       COPY PLGPARM.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-SUSPENSE-STATUS PIC XX.
       77 WS-WORK-STATUS PIC XX.
       77 WS-WORK-KEY PIC X(26).
       77 WS-WORK-FOUND PIC X VALUE 'N'.
           88 WORK-RECORD-FOUND VALUE 'Y'.
       77 WS-MASTER-OPEN PIC X VALUE 'N'.
           88 MASTER-IS-OPEN VALUE 'Y'.
       77 WS-MASTER-FOUND PIC X VALUE 'N'.
           88 MASTER-WAS-FOUND VALUE 'Y'.
       77 WS-AUDIT-LINKED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-ORIG-VALUE PIC 9(15) VALUE ZEROES.
       77 WS-LEGACY-TOTAL PIC 9(6) VALUE ZEROES.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-X-PERIOD PIC X(6).
       77 WS-DP-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-DP-MAX PIC 9(3) VALUE 120.
       77 WS-DP-SUB PIC 9(3) VALUE ZEROES.
       77 WS-DP-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-UNATTRIBUTED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-PARM-VALUE PIC 9(15).
       77 WS-TODAY-DATE PIC X(8).
       77 WS-MASTER-COUNT PIC 9(9) VALUE ZEROES.
               10 MT-KEY                  PIC X(26).
               10 MT-VALUE                PIC 9(15).
               10 MT-ORIG-VALUE           PIC 9(15).
               10 MT-AUDIT-FLAG           PIC X.

       01 WS-DISCREPANCY-PERIOD-TABLE.
           05 WS-DISCREPANCY-PERIOD-ENTRY OCCURS 120 TIMES.
               10 DP-PERIOD               PIC X(6).
               10 DP-COUNT                PIC 9(9).

       01 WS-SUSPENSE-TABLE.
           05 WS-SUSPENSE-VAL-ENTRY OCCURS 1000 TIMES.
               10 SV-VALUE                PIC 9(15).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM LOAD-PARAMETERS.
           OPEN OUTPUT PLAGES-BALANCE-FILE.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM OPEN-BALANCE-WORK-FILE.
           PERFORM PROCESS-LINKED-AUDIT.
           PERFORM PROCESS-HISTORY-FILE.
           PERFORM LOAD-SUSPENSE-TABLE.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM CHECK-UNRESOLVED-LINKS.
           CLOSE PLAGES-BALANCE-WORK-FILE.
           PERFORM PROCESS-LEGACY-AUDIT.
           PERFORM CHECK-UNMATCHED-MASTERS.

           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-BALANCE-VERDICT.
           CLOSE PLAGES-BALANCE-FILE.
           PERFORM WRITE-BALANCE-CONTROL.
           DISPLAY 'Plages balance report written. Discrepancies : '
               WS-DISCREPANCY-COUNT.
           STOP RUN.
               END-IF
           END-IF.

      * The work file starts empty on every run; it only lives
      * for the length of the reconciliation.
       OPEN-BALANCE-WORK-FILE.
           OPEN OUTPUT PLAGES-BALANCE-WORK-FILE.
           IF WS-WORK-STATUS = '00'
               CLOSE PLAGES-BALANCE-WORK-FILE
               OPEN I-O PLAGES-BALANCE-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Balance work file unavailable - status '
                   WS-WORK-STATUS '. Balance not run.'
               CLOSE PLAGES-BALANCE-FILE
               STOP RUN
           END-IF.

      * A missing record comes back initialised, ready to be
      * written; SAVE-WORK-RECORD writes or rewrites as the read
      * found it.
       READ-WORK-RECORD.
           MOVE WS-WORK-KEY TO BW-KEY.
           MOVE 'Y' TO WS-WORK-FOUND.
           READ PLAGES-BALANCE-WORK-FILE
               INVALID KEY MOVE 'N' TO WS-WORK-FOUND
           END-READ.
           IF NOT WORK-RECORD-FOUND
               MOVE WS-WORK-KEY TO BW-KEY
               MOVE 'N' TO BW-HIST-FLAG
               MOVE ZEROES TO BW-ORIG-VALUE
               MOVE ZEROES TO BW-EXPECTED-VALUE
               MOVE ZEROES TO BW-LINK-COUNT
               MOVE ZEROES TO BW-LINK-VALUE
               MOVE 'N' TO BW-RESOLVED-FLAG
           END-IF.

       SAVE-WORK-RECORD.
           IF WORK-RECORD-FOUND
               REWRITE PLAGES-BALANCE-WORK-RECORD
           ELSE
               WRITE PLAGES-BALANCE-WORK-RECORD
               MOVE 'Y' TO WS-WORK-FOUND
           END-IF.

      * First audit pass: every row goes into the control totals,
      * and each row carrying a link key is posted to the work file
      * under that key. Rows without a link are left for the
      * legacy pass at the end.
       PROCESS-LINKED-AUDIT.
           OPEN INPUT PLAGES-AUDIT-FILE.
           PERFORM READ-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               PERFORM POST-AUDIT-RECORD
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           CLOSE PLAGES-AUDIT-FILE.

       POST-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           ADD PA-VALUE TO WS-AUDIT-HASH.
           IF PA-LINK-KEY NOT = SPACES
               ADD 1 TO WS-AUDIT-INRANGE-COUNT
               ADD 1 TO WS-AUDIT-LINKED-COUNT
               MOVE PA-LINK-KEY TO WS-WORK-KEY
               PERFORM READ-WORK-RECORD
               IF BW-LINK-COUNT = ZEROES
                   MOVE PA-VALUE TO BW-LINK-VALUE
               END-IF
               ADD 1 TO BW-LINK-COUNT
               PERFORM SAVE-WORK-RECORD
           END-IF.

      * The master is opened dynamic so the history pass can read it
      * by key and the sweep can read it in key order. A master that
      * does not exist yet is simply empty.
       OPEN-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-OPEN.
           OPEN INPUT PLAGES-MASTER-FILE.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '05'
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               IF WS-MASTER-STATUS NOT = '35'
                   DISPLAY 'Master file unavailable - status '
                       WS-MASTER-STATUS '. Balance not run.'
                   CLOSE PLAGES-BALANCE-FILE
                   CLOSE PLAGES-BALANCE-WORK-FILE
                   STOP RUN
               END-IF
           END-IF.

      * Each master is checked against the work file as it goes by:
      * its history gives the value it was originally captured with
      * and the value its last correction left, and a linked audit
      * row claims it outright. Masters no linked row names go into
      * the table for the legacy value matching.
       LOAD-MASTER-TABLE.
           PERFORM OPEN-MASTER-FILE.
           IF MASTER-IS-OPEN
               PERFORM READ-MASTER-RECORD
               PERFORM UNTIL WS-MASTER-STATUS = '10'
                   PERFORM STORE-MASTER-ENTRY
                   PERFORM READ-MASTER-RECORD
               END-PERFORM
               CLOSE PLAGES-MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ PLAGES-MASTER-FILE NEXT RECORD
       STORE-MASTER-ENTRY.
           ADD 1 TO WS-MASTER-COUNT.
           ADD PM-VALUE TO WS-MASTER-HASH.
           MOVE PM-VALUE TO WS-ORIG-VALUE.
           MOVE PM-KEY TO WS-WORK-KEY.
           PERFORM READ-WORK-RECORD.
           IF WORK-RECORD-FOUND
               IF BW-HAS-HISTORY
                   MOVE BW-ORIG-VALUE TO WS-ORIG-VALUE
                   IF BW-EXPECTED-VALUE NOT = PM-VALUE
                       MOVE 'HISTORY VALUE MISMATCH' TO WS-X-TYPE
                       MOVE PM-KEY TO WS-X-KEY
                       MOVE PM-VALUE TO WS-X-VALUE
                       PERFORM WRITE-DISCREPANCY-LINE
                   END-IF
               END-IF
           END-IF.
           IF WORK-RECORD-FOUND AND BW-LINK-COUNT > ZEROES
               SET BW-LINK-RESOLVED TO TRUE
               PERFORM SAVE-WORK-RECORD
               PERFORM CHECK-LINKED-MASTER
           ELSE
               PERFORM STORE-LEGACY-MASTER
           END-IF.

      * A linked master must carry the value its audit row recorded,
      * before any correction, and only one capture may claim it.
       CHECK-LINKED-MASTER.
           IF BW-LINK-COUNT > 1
               MOVE 'AUDIT LINK REPEATED' TO WS-X-TYPE
               MOVE PM-KEY TO WS-X-KEY
               MOVE BW-LINK-COUNT TO WS-X-VALUE
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.
           IF BW-LINK-VALUE NOT = WS-ORIG-VALUE
               MOVE 'LINKED VALUE MISMATCH' TO WS-X-TYPE
               MOVE PM-KEY TO WS-X-KEY
               MOVE BW-LINK-VALUE TO WS-X-VALUE
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

       STORE-LEGACY-MASTER.
           IF WS-LEGACY-TOTAL < WS-TABLE-MAX
               ADD 1 TO WS-LEGACY-TOTAL
               MOVE WS-LEGACY-TOTAL TO WS-SUB
               MOVE PM-KEY TO MT-KEY (WS-SUB)
               MOVE PM-VALUE TO MT-VALUE (WS-SUB)
               MOVE WS-ORIG-VALUE TO MT-ORIG-VALUE (WS-SUB)
               MOVE 'N' TO MT-AUDIT-FLAG (WS-SUB)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      * Values waiting in suspense have an audit record but, by
      * design, no master record yet. One a linked audit row names
      * is accounted for there and then; the rest are collected so
      * the legacy pass can pair them off instead of flagging them.
       LOAD-SUSPENSE-TABLE.
           OPEN INPUT PLAGES-SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM READ-SUSPENSE-RECORD
               PERFORM UNTIL WS-SUSPENSE-STATUS = '10'
                   ADD 1 TO WS-SUSPENSE-COUNT
                   PERFORM NOTE-SUSPENSE-ENTRY
                   PERFORM READ-SUSPENSE-RECORD
               END-PERFORM
               CLOSE PLAGES-SUSPENSE-FILE
               AT END MOVE '10' TO WS-SUSPENSE-STATUS
           END-READ.

       NOTE-SUSPENSE-ENTRY.
           MOVE SU-KEY TO WS-WORK-KEY.
           PERFORM READ-WORK-RECORD.
           IF WORK-RECORD-FOUND AND BW-LINK-COUNT > ZEROES
               SET BW-LINK-RESOLVED TO TRUE
               PERFORM SAVE-WORK-RECORD
           ELSE
               MOVE SU-VALUE TO WS-STORE-VALUE
               PERFORM STORE-SUSPENSE-VALUE
           END-IF.

      * The value arrives through working storage rather than the
      * suspense record area, which is not addressable once that
      * file is closed (or was never opened).
           END-IF.

       PROCESS-HISTORY-FILE.
           PERFORM OPEN-MASTER-FILE.
           OPEN INPUT PLAGES-HISTORY-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM UNTIL WS-HISTORY-STATUS = '10'
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.
           CLOSE PLAGES-HISTORY-FILE.
           IF MASTER-IS-OPEN
               CLOSE PLAGES-MASTER-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ PLAGES-HISTORY-FILE
           ADD PH-NEW-VALUE TO WS-HISTORY-HASH.
           MOVE PH-KEY TO WS-X-KEY.
           PERFORM FIND-MASTER-BY-KEY.
           MOVE PH-KEY TO WS-WORK-KEY.
           PERFORM READ-WORK-RECORD.
           IF NOT MASTER-WAS-FOUND
      *        A supervisor rejection out of suspense leaves exactly
      *        this shape behind: history under a key the master
      *        never carried, with a zero new value. A linked audit
      *        row under that key is accounted for here; an unlinked
      *        one is paired off by value in the legacy pass.
               IF PH-NEW-VALUE = ZEROES
                   ADD 1 TO WS-SUSPENSE-REJECT-COUNT
                   IF WORK-RECORD-FOUND AND BW-LINK-COUNT > ZEROES
                       SET BW-LINK-RESOLVED TO TRUE
                       PERFORM SAVE-WORK-RECORD
                   ELSE
                       MOVE PH-OLD-VALUE TO WS-STORE-VALUE
                       PERFORM STORE-SUSPENSE-VALUE
                   END-IF
               ELSE
                   MOVE 'HISTORY WITHOUT MASTER' TO WS-X-TYPE
                   MOVE PH-NEW-VALUE TO WS-X-VALUE
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
           ELSE
               IF NOT BW-HAS-HISTORY
                   MOVE PH-OLD-VALUE TO BW-ORIG-VALUE
                   SET BW-HAS-HISTORY TO TRUE
               END-IF
               MOVE PH-NEW-VALUE TO BW-EXPECTED-VALUE
               PERFORM SAVE-WORK-RECORD
           END-IF.

       FIND-MASTER-BY-KEY.
           MOVE 'N' TO WS-MASTER-FOUND.
           IF MASTER-IS-OPEN
               MOVE WS-X-KEY TO PM-KEY
               MOVE 'Y' TO WS-MASTER-FOUND
               READ PLAGES-MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-MASTER-FOUND
               END-READ
           END-IF.

      * Whatever a linked audit row names and none of the master,
      * suspense or a suspense rejection accounted for has gone
      * missing.
       CHECK-UNRESOLVED-LINKS.
           MOVE LOW-VALUES TO BW-KEY.
           START PLAGES-BALANCE-WORK-FILE KEY IS >= BW-KEY
               INVALID KEY MOVE '10' TO WS-WORK-STATUS
           END-START.
           IF WS-WORK-STATUS NOT = '10'
               PERFORM READ-NEXT-WORK-RECORD
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               IF BW-LINK-COUNT > ZEROES
                   AND NOT BW-LINK-RESOLVED
                   MOVE 'LINKED KEY NOT FOUND' TO WS-X-TYPE
                   MOVE BW-KEY TO WS-X-KEY
                   MOVE BW-LINK-VALUE TO WS-X-VALUE
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
               PERFORM READ-NEXT-WORK-RECORD
           END-PERFORM.

       READ-NEXT-WORK-RECORD.
           READ PLAGES-BALANCE-WORK-FILE NEXT RECORD
               AT END MOVE '10' TO WS-WORK-STATUS
           END-READ.

      * Second audit pass, over the rows without a link only: those
      * written before the link existed are balanced by value as
      * they always were. A row the capture marked out of range has
      * nothing to find; one it could not store is reported.
       PROCESS-LEGACY-AUDIT.
           OPEN INPUT PLAGES-AUDIT-FILE.
           PERFORM READ-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               IF PA-LINK-KEY = SPACES
                   PERFORM MATCH-AUDIT-RECORD
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           CLOSE PLAGES-AUDIT-FILE.
      * same bounds the capture side applied - or an audit entry
      * loaded under a category override would be misclassified
      * and the reconciliation thrown permanently out of balance.
      * A duplicate the operator withdrew at capture was never
      * meant to be stored.
       MATCH-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN PA-OUT-OF-RANGE
                   CONTINUE
               WHEN PA-DUP-WITHDRAWN
                   CONTINUE
               WHEN PA-NOT-STORED
                   ADD 1 TO WS-AUDIT-INRANGE-COUNT
                   MOVE 'AUDIT ENTRY NOT STORED' TO WS-X-TYPE
                   MOVE SPACES TO WS-X-KEY
                   MOVE PA-VALUE TO WS-X-VALUE
                   PERFORM WRITE-DISCREPANCY-LINE
               WHEN OTHER
                   PERFORM MATCH-UNLINKED-AUDIT
           END-EVALUATE.

       MATCH-UNLINKED-AUDIT.
           PERFORM SELECT-CATEGORY-BOUNDS.
           IF PA-VALUE >= WS-CUR-VAL-MIN
               AND PA-VALUE <= WS-CUR-VAL-MAX
           MOVE WS-NEXT-SUB TO WS-SUB.
           MOVE ZEROES TO WS-PROBE-COUNT.
           PERFORM UNTIL WS-FOUND-SUB > ZEROES
               OR WS-PROBE-COUNT >= WS-LEGACY-TOTAL
               IF WS-SUB > WS-LEGACY-TOTAL
                   MOVE 1 TO WS-SUB
               END-IF
               IF MT-AUDIT-FLAG (WS-SUB) = 'N'

       CHECK-UNMATCHED-MASTERS.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-LEGACY-TOTAL
               IF MT-AUDIT-FLAG (WS-SUB) = 'N'
                   MOVE 'MASTER WITHOUT AUDIT' TO WS-X-TYPE
                   MOVE MT-KEY (WS-SUB) TO WS-X-KEY
           ADD 1 TO WS-DISCREPANCY-COUNT.
           MOVE WS-DISCREPANCY-LINE TO PLAGES-BALANCE-LINE.
           WRITE PLAGES-BALANCE-LINE.
           PERFORM COUNT-PERIOD-DISCREPANCY.

      * A discrepancy is charged to the month of the entry key it
      * names. The only ones without a key come from the audit
      * passes, where the audit row being matched is still in the
      * record area and its timestamp gives the month.
       COUNT-PERIOD-DISCREPANCY.
           IF WS-X-KEY = SPACES
               MOVE PA-TIMESTAMP(1:6) TO WS-X-PERIOD
           ELSE
               MOVE WS-X-KEY(1:6) TO WS-X-PERIOD
           END-IF.
           MOVE ZEROES TO WS-DP-FOUND.
           MOVE 1 TO WS-DP-SUB.
           PERFORM UNTIL WS-DP-SUB > WS-DP-COUNT
               OR WS-DP-FOUND > ZEROES
               IF DP-PERIOD (WS-DP-SUB) = WS-X-PERIOD
                   MOVE WS-DP-SUB TO WS-DP-FOUND
               END-IF
               ADD 1 TO WS-DP-SUB
           END-PERFORM.
           IF WS-DP-FOUND = ZEROES
               IF WS-DP-COUNT < WS-DP-MAX
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-FOUND
                   MOVE WS-X-PERIOD TO DP-PERIOD (WS-DP-FOUND)
                   MOVE ZEROES TO DP-COUNT (WS-DP-FOUND)
               ELSE
                   ADD 1 TO WS-UNATTRIBUTED-COUNT
               END-IF
           END-IF.
           IF WS-DP-FOUND > ZEROES
               ADD 1 TO DP-COUNT (WS-DP-FOUND)
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PLAGES-BALANCE-LINE.
           MOVE WS-AUDIT-INRANGE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Audit records linked :' TO WS-D-LABEL.
           MOVE WS-AUDIT-LINKED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Audit hash (PA-VALUE) :' TO WS-D-LABEL.
           MOVE WS-AUDIT-HASH TO WS-D-VALUE.
                   TO PLAGES-BALANCE-LINE
           END-IF.
           WRITE PLAGES-BALANCE-LINE.

      * Masters and suspense values that did not fit the legacy
      * tables were never cross-checked, so they cannot be charged
      * to a month either; they hold every month open.
       WRITE-BALANCE-CONTROL.
           OPEN OUTPUT PLAGES-BALANCE-CTL-FILE.
           MOVE SPACES TO PLAGES-BALANCE-CTL-RECORD.
           SET BC-HEADER TO TRUE.
           MOVE WS-RUN-TIMESTAMP TO BC-RUN-TIMESTAMP.
           MOVE WS-DISCREPANCY-COUNT TO BC-DISCREPANCY-COUNT.
           ADD WS-OVERFLOW-COUNT TO WS-UNATTRIBUTED-COUNT.
           MOVE WS-UNATTRIBUTED-COUNT TO BC-UNATTRIBUTED-COUNT.
           MOVE WS-MASTER-COUNT TO BC-MASTER-COUNT.
           MOVE WS-MASTER-HASH TO BC-MASTER-HASH.
           WRITE PLAGES-BALANCE-CTL-RECORD.
           MOVE 1 TO WS-DP-SUB.
           PERFORM UNTIL WS-DP-SUB > WS-DP-COUNT
               MOVE SPACES TO PLAGES-BALANCE-CTL-RECORD
               SET BC-PERIOD-LINE TO TRUE
               MOVE DP-PERIOD (WS-DP-SUB) TO BC-PERIOD
               MOVE DP-COUNT (WS-DP-SUB) TO BC-PERIOD-DISCREPANCIES
               WRITE PLAGES-BALANCE-CTL-RECORD
               ADD 1 TO WS-DP-SUB
           END-PERFORM.
           CLOSE PLAGES-BALANCE-CTL-FILE.
