      *          and workload balancing. Corrections are also
      *          broken down by reason code, with the description
      *          from the PLAGES-REASON reference file spelled out
      *          next to each code. The PLAGES-SESSION log written by
      *          01-Plages gives each operator's capture sessions and
      *          how many closed out of balance against the slip
      *          count and adding-machine total; the unbalanced
      *          sessions are listed one by one for follow-up.
      *          The PLAGES-PENDING-CORR file gives, per requesting
      *          operator, the corrections still waiting for a
      *          supervisor's decision and those declined today;
      *          both are also listed one by one.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PLAGES-SESSION-FILE
               ASSIGN TO "PLAGESSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT PLAGES-PENDING-CORR-FILE
               ASSIGN TO "PLAGESPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAGES-PARAMETER-FILE
               ASSIGN TO "PLAGESPR"
               ORGANIZATION IS INDEXED
       FD  PLAGES-HISTORY-FILE.
           COPY PLGHIST.

       FD  PLAGES-SESSION-FILE.
           COPY PLGSESS.

       FD  PLAGES-PENDING-CORR-FILE.
           COPY PLGPCOR.

       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

       COPY PLGPARM.
       77 WS-AUDIT-STATUS PIC XX.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-SESSION-STATUS PIC XX.
       77 WS-UNBALANCED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-PENDING-STATUS PIC XX.
       77 WS-CORR-LISTED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-PARM-VALUE PIC 9(15).
               10 OT-KEYED-COUNT          PIC 9(9).
               10 OT-REJECT-COUNT         PIC 9(9).
               10 OT-CORRECTION-COUNT     PIC 9(9).
               10 OT-SESSION-COUNT        PIC 9(9).
               10 OT-UNBALANCED-COUNT     PIC 9(9).
               10 OT-PENDING-COUNT        PIC 9(9).
               10 OT-DECLINED-COUNT       PIC 9(9).

       01 WS-REPORT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-R-REJECTS            PIC Z(8)9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-R-CORRECTIONS        PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-R-SESSIONS           PIC Z(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-R-UNBALANCED         PIC Z(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-R-PENDING            PIC Z(4)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-R-DECLINED           PIC Z(4)9.
           05 FILLER                  PIC X(1) VALUE SPACES.

       01 WS-REASON-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
       01 WS-HEADING-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'OPERATOR'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE '    KEYED'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE '  REJECTS'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(11)
               VALUE 'CORRECTIONS'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE ' SESS.'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'UNBAL.'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE ' PEND'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE ' DECL'.
           05 FILLER                  PIC X(1) VALUE SPACES.

       01 WS-UNBALANCED-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-U-OPERATOR           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-U-STARTED            PIC X(14).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-U-COUNT              PIC Z(5)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-U-CONTROL-COUNT      PIC Z(5)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-U-TOTAL              PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-U-CONTROL-TOTAL      PIC Z(17)9.
           05 FILLER                  PIC X(3) VALUE SPACES.

       01 WS-UNBALANCED-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'OPERATOR'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'STARTED'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE ' KEYED'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE ' SLIPS'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '       KEYED TOTAL'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '     MACHINE TOTAL'.
           05 FILLER                  PIC X(3) VALUE SPACES.

       01 WS-CORRECTION-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-C-OPERATOR           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-C-KEY                PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-C-OLD-VALUE          PIC Z(14)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-C-NEW-VALUE          PIC Z(14)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-C-STATUS             PIC X(4).
           05 FILLER                  PIC X(6) VALUE SPACES.

       01 WS-CORRECTION-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'OPERATOR'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(26) VALUE 'KEY'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(15)
               VALUE '      OLD VALUE'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(15)
               VALUE '      NEW VALUE'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE 'STAT'.
           05 FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM LOAD-PARAMETERS.
           PERFORM TALLY-AUDIT-FILE.
           PERFORM TALLY-HISTORY-FILE.
           PERFORM TALLY-SESSION-FILE.
           PERFORM TALLY-PENDING-FILE.
           PERFORM WRITE-OPERATOR-REPORT.
           DISPLAY 'Operator report written. Operators seen : '
               WS-OPERATOR-COUNT.
               ADD 1 TO RT-COUNT (WS-RT-FOUND)
           END-IF.

      * Capture sessions are credited to the operator who ran them;
      * one closed out of balance is counted against that operator
      * and listed in its own section of the report.
       TALLY-SESSION-FILE.
           OPEN INPUT PLAGES-SESSION-FILE.
           PERFORM READ-SESSION-RECORD.
           PERFORM UNTIL WS-SESSION-STATUS = '10'
               PERFORM TALLY-ONE-SESSION
               PERFORM READ-SESSION-RECORD
           END-PERFORM.
           CLOSE PLAGES-SESSION-FILE.

       READ-SESSION-RECORD.
           READ PLAGES-SESSION-FILE
               AT END MOVE '10' TO WS-SESSION-STATUS
           END-READ.

       TALLY-ONE-SESSION.
           MOVE SS-OPERATOR-ID TO WS-WORK-OPERATOR.
           PERFORM FIND-OPERATOR-ENTRY.
           IF SS-OUT-OF-BALANCE
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           IF WS-FOUND-SUB > ZEROES
               ADD 1 TO OT-SESSION-COUNT (WS-FOUND-SUB)
               IF SS-OUT-OF-BALANCE
                   ADD 1 TO OT-UNBALANCED-COUNT (WS-FOUND-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

      * A correction held for a supervisor is credited to the
      * operator who asked for it: still pending whatever its age,
      * declined when the decision fell today.
       TALLY-PENDING-FILE.
           OPEN INPUT PLAGES-PENDING-CORR-FILE.
           IF WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '05'
               PERFORM READ-PENDING-RECORD
               PERFORM UNTIL WS-PENDING-STATUS = '10'
                   PERFORM TALLY-ONE-PENDING
                   PERFORM READ-PENDING-RECORD
               END-PERFORM
               CLOSE PLAGES-PENDING-CORR-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PLAGES-PENDING-CORR-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PENDING-STATUS
           END-READ.

       TALLY-ONE-PENDING.
           IF PC-PENDING
               OR (PC-DECLINED
                   AND PC-DECISION-TIMESTAMP(1:8) = WS-TODAY-DATE)
               ADD 1 TO WS-CORR-LISTED-COUNT
               MOVE PC-REQUESTED-BY TO WS-WORK-OPERATOR
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-FOUND-SUB > ZEROES
                   IF PC-PENDING
                       ADD 1 TO OT-PENDING-COUNT (WS-FOUND-SUB)
                   ELSE
                       ADD 1 TO OT-DECLINED-COUNT (WS-FOUND-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

      * Records written before operator identities were carried have
      * a blank id; they are gathered under a single blank line so
      * the report still balances to the files.
               MOVE ZEROES TO OT-KEYED-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-REJECT-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-CORRECTION-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-SESSION-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-UNBALANCED-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-PENDING-COUNT (WS-FOUND-SUB)
               MOVE ZEROES TO OT-DECLINED-COUNT (WS-FOUND-SUB)
           END-IF.

       WRITE-OPERATOR-REPORT.
           IF WS-RT-COUNT > ZEROES
               PERFORM WRITE-REASON-SECTION
           END-IF.
           IF WS-UNBALANCED-COUNT > ZEROES
               PERFORM WRITE-UNBALANCED-SECTION
           END-IF.
           IF WS-CORR-LISTED-COUNT > ZEROES
               PERFORM WRITE-CORRECTION-SECTION
           END-IF.
           IF WS-DROPPED-COUNT > ZEROES
               MOVE SPACES TO PLAGES-OPERATOR-LINE
               WRITE PLAGES-OPERATOR-LINE
           MOVE WS-REASON-LINE TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.

      * The session log is read a second time so every session that
      * closed out of balance can be listed with its keyed figures
      * next to the slip count and machine total the operator keyed.
       WRITE-UNBALANCED-SECTION.
           MOVE SPACES TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           MOVE 'CAPTURE SESSIONS OUT OF BALANCE'
               TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           MOVE WS-UNBALANCED-HEADING TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           OPEN INPUT PLAGES-SESSION-FILE.
           PERFORM READ-SESSION-RECORD.
           PERFORM UNTIL WS-SESSION-STATUS = '10'
               IF SS-OUT-OF-BALANCE
                   PERFORM WRITE-ONE-UNBALANCED-LINE
               END-IF
               PERFORM READ-SESSION-RECORD
           END-PERFORM.
           CLOSE PLAGES-SESSION-FILE.

       WRITE-ONE-UNBALANCED-LINE.
           MOVE SPACES TO WS-UNBALANCED-LINE.
           MOVE SS-OPERATOR-ID TO WS-U-OPERATOR.
           MOVE SS-START-TIMESTAMP(1:14) TO WS-U-STARTED.
           MOVE SS-ENTRY-COUNT TO WS-U-COUNT.
           MOVE SS-CONTROL-COUNT TO WS-U-CONTROL-COUNT.
           MOVE SS-ENTRY-TOTAL TO WS-U-TOTAL.
           MOVE SS-CONTROL-TOTAL TO WS-U-CONTROL-TOTAL.
           MOVE WS-UNBALANCED-LINE TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.

      * The pending-corrections file is read a second time to list
      * each correction still waiting and each one declined today.
       WRITE-CORRECTION-SECTION.
           MOVE SPACES TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           MOVE 'CORRECTIONS PENDING OR DECLINED TODAY'
               TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           MOVE WS-CORRECTION-HEADING TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
           OPEN INPUT PLAGES-PENDING-CORR-FILE.
           PERFORM READ-PENDING-RECORD.
           PERFORM UNTIL WS-PENDING-STATUS = '10'
               IF PC-PENDING
                   MOVE 'PEND' TO WS-C-STATUS
                   PERFORM WRITE-ONE-CORRECTION-LINE
               END-IF
               IF PC-DECLINED
                   AND PC-DECISION-TIMESTAMP(1:8) = WS-TODAY-DATE
                   MOVE 'DECL' TO WS-C-STATUS
                   PERFORM WRITE-ONE-CORRECTION-LINE
               END-IF
               PERFORM READ-PENDING-RECORD
           END-PERFORM.
           CLOSE PLAGES-PENDING-CORR-FILE.

       WRITE-ONE-CORRECTION-LINE.
           MOVE PC-REQUESTED-BY TO WS-C-OPERATOR.
           MOVE PC-MASTER-KEY TO WS-C-KEY.
           MOVE PC-OLD-VALUE TO WS-C-OLD-VALUE.
           MOVE PC-NEW-VALUE TO WS-C-NEW-VALUE.
           MOVE WS-CORRECTION-LINE TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.

       WRITE-ONE-OPERATOR-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE OT-OPERATOR-ID (WS-SUB) TO WS-R-OPERATOR.
           MOVE OT-KEYED-COUNT (WS-SUB) TO WS-R-KEYED.
           MOVE OT-REJECT-COUNT (WS-SUB) TO WS-R-REJECTS.
           MOVE OT-CORRECTION-COUNT (WS-SUB) TO WS-R-CORRECTIONS.
           MOVE OT-SESSION-COUNT (WS-SUB) TO WS-R-SESSIONS.
           MOVE OT-UNBALANCED-COUNT (WS-SUB) TO WS-R-UNBALANCED.
           MOVE OT-PENDING-COUNT (WS-SUB) TO WS-R-PENDING.
           MOVE OT-DECLINED-COUNT (WS-SUB) TO WS-R-DECLINED.
           MOVE WS-REPORT-LINE TO PLAGES-OPERATOR-LINE.
           WRITE PLAGES-OPERATOR-LINE.
