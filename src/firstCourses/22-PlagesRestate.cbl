      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch restatement of the PLAGES-RESULTS file. A
      *          correction made through 05-PlagesInquiry after a
      *          triplet was computed leaves that result standing on
      *          the old value; this step finds every current result
      *          that used a corrected entry (RS-KEY-A/B/C against
      *          the PLAGES-HISTORY corrections stamped later than
      *          RS-TIMESTAMP), recomputes somme and produit with the
      *          corrected values and the same overflow handling as
      *          02-Manipulations, and appends a restated result
      *          record linked to the one it supersedes. Only the
      *          corrections made since the previous restatement run
      *          are considered - the earlier ones were restated
      *          then - and a result already superseded by a
      *          restatement is left alone in favour of its latest
      *          restatement. At most 5000 corrected entries are
      *          taken in one run, in the order they were logged;
      *          the control file then only advances to the last
      *          correction taken, and the rest are restated by the
      *          following runs instead of holding up the chain.
      *          A printable register shows, for every
      *          restated triplet, the old and new somme and
      *          produit, and under it each corrected entry with its
      *          reason code and correcting operator.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 22-PlagesRestate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAGES-HISTORY-FILE
               ASSIGN TO "PLAGESHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PLAGES-RESULTS-FILE
               ASSIGN TO "PLAGESRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT PLAGES-RESTATE-WORK-FILE
               ASSIGN TO "PLAGESRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PLAGES-RESTATE-CONTROL-FILE
               ASSIGN TO "PLAGESRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PLAGES-RESTATE-REGISTER-FILE
               ASSIGN TO "PLAGESRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PLAGES-SUPERSEDED-FILE
               ASSIGN TO "PLAGESSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUPERSEDED-STATUS.

           SELECT PLAGES-EXCEPTION-FILE
               ASSIGN TO "PLAGESEX2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-HISTORY-FILE.
           COPY PLGHIST.

       FD  PLAGES-RESULTS-FILE.
           COPY PLGRSLT.

       FD  PLAGES-RESTATE-WORK-FILE.
       01  PLAGES-RESTATE-WORK-RECORD     PIC X(203).

       FD  PLAGES-RESTATE-CONTROL-FILE.
       01  PLAGES-RESTATE-CONTROL-REC.
           05  RX-LAST-RUN-TIMESTAMP      PIC X(21).

       FD  PLAGES-RESTATE-REGISTER-FILE.
       01  PLAGES-RESTATE-LINE            PIC X(132).

      * Scratch file rebuilt by every run: a result a restatement
      * already superseded, identified by its timestamp and first
      * key.
       FD  PLAGES-SUPERSEDED-FILE.
       01  PLAGES-SUPERSEDED-RECORD.
           05  SP-KEY.
               10  SP-TIMESTAMP           PIC X(21).
               10  SP-KEY-A               PIC X(26).

       FD  PLAGES-EXCEPTION-FILE.
           COPY PLGEXC.

       WORKING-STORAGE SECTION.
       COPY PLGSTEP.
       77 a PIC 9(15).
       77 b PIC 9(15).
       77 c PIC 9(15).
       77 ws-somme PIC 9(18) VALUE ZEROES.
       77 ws-produit PIC 9(18) VALUE ZEROES.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-RESULTS-STATUS PIC XX.
       77 WS-WORK-STATUS PIC XX.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-REGISTER-STATUS PIC XX.
       77 WS-EXCEPTION-STATUS PIC XX.
       77 WS-EXC-OPERATION PIC X(10).
       77 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 TRIPLET-HAD-OVERFLOW VALUE 'Y'.
       77 WS-RUN-TIMESTAMP PIC X(21).
       77 WS-LAST-RUN-TIMESTAMP PIC X(21) VALUE LOW-VALUES.
       77 WS-CR-COUNT PIC 9(5) VALUE ZEROES.
       77 WS-CR-MAX PIC 9(5) VALUE 5000.
       77 WS-CR-SUB PIC 9(5) VALUE ZEROES.
       77 WS-CR-FOUND PIC 9(5) VALUE ZEROES.
       77 WS-SUPERSEDED-STATUS PIC XX.
       77 WS-BATCH-HIGH-TIMESTAMP PIC X(21) VALUE LOW-VALUES.
       77 WS-LEFT-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-WORK-KEY PIC X(26).
       77 WS-SLOT PIC 9(1) VALUE ZEROES.
       77 WS-HIT-COUNT PIC 9(1) VALUE ZEROES.
       77 WS-SUPERSEDED PIC X VALUE 'N'.
           88 RESULT-IS-SUPERSEDED VALUE 'Y'.
       77 WS-TABLE-FULL PIC X VALUE 'N'.
           88 TABLE-IS-FULL VALUE 'Y'.
       77 WS-RESULTS-READ PIC 9(9) VALUE ZEROES.
       77 WS-RESTATED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-SUPERSEDED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-OVERFLOW-COUNT PIC 9(9) VALUE ZEROES.

      * One entry per entry key corrected since the last run; a key
      * corrected more than once keeps its latest correction, which
      * is the value the master holds now.
       01 WS-CORRECTION-TABLE.
           05 WS-CORRECTION-ENTRY OCCURS 5000 TIMES.
               10 CR-KEY                  PIC X(26).
               10 CR-NEW-VALUE            PIC 9(15).
               10 CR-REASON-CODE          PIC X(2).
               10 CR-TIMESTAMP            PIC X(21).
               10 CR-OPERATOR-ID          PIC X(8).

      * The slots of the result being restated: the key, the value
      * the triplet was computed on and, where a correction applies,
      * the correction-table entry carrying the new value.
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 3 TIMES.
               10 SL-KEY                  PIC X(26).
               10 SL-OLD-VALUE            PIC 9(15).
               10 SL-NEW-VALUE            PIC 9(15).
               10 SL-CORRECTION           PIC 9(5).

       01 WS-SLOT-NAMES-TABLE.
           05 FILLER PIC X(3) VALUE 'ABC'.
       01 WS-SLOT-NAMES REDEFINES WS-SLOT-NAMES-TABLE.
           05 WS-SLOT-NAME OCCURS 3 TIMES PIC X(1).

       01 WS-TRIPLET-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-COMPUTED           PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-OLD-SOMME          PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-NEW-SOMME          PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-OLD-PRODUIT        PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-NEW-PRODUIT        PIC Z(17)9.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-T-OVERFLOW           PIC X.
           05 FILLER                  PIC X(30) VALUE SPACES.

       01 WS-TRIPLET-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'COMPUTED'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '         OLD SOMME'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '         NEW SOMME'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '       OLD PRODUIT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE '       NEW PRODUIT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE 'OVFL'.
           05 FILLER                  PIC X(30) VALUE SPACES.

       01 WS-CORRECTION-LINE.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-K-SLOT               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-K-KEY                PIC X(26).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-K-OLD-VALUE          PIC Z(14)9.
           05 WS-K-ARROW              PIC X(4).
           05 WS-K-NEW-VALUE          PIC Z(14)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-K-REASON             PIC X(2).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-K-OPERATOR           PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-K-CORRECTED          PIC X(14).
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-CORRECTION-HEADING.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(1) VALUE 'S'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(26) VALUE 'ENTRY KEY'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15)
               VALUE '      OLD VALUE'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(15)
               VALUE '      NEW VALUE'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'REASON'.
           05 FILLER                  PIC X(8) VALUE 'BY'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'CORRECTED'.
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-O-LABEL              PIC X(40).
           05 WS-O-COUNT              PIC Z(8)9.
           05 FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM READ-LAST-RUN-TIMESTAMP.
           PERFORM LOAD-CORRECTIONS.
           IF WS-CR-COUNT > ZEROES
               PERFORM OPEN-SUPERSEDED-FILE
           END-IF.
           OPEN OUTPUT PLAGES-RESTATE-REGISTER-FILE.
           PERFORM WRITE-REGISTER-HEADING.
           IF WS-CR-COUNT > ZEROES
               PERFORM LOAD-SUPERSEDED-RESULTS
               PERFORM RESTATE-AFFECTED-RESULTS
               CLOSE PLAGES-SUPERSEDED-FILE
               PERFORM APPEND-RESTATED-RESULTS
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE PLAGES-RESTATE-REGISTER-FILE.
           PERFORM WRITE-LAST-RUN-TIMESTAMP.
           DISPLAY 'Entries corrected since last restatement : '
               WS-CR-COUNT.
           IF TABLE-IS-FULL
               DISPLAY 'Corrections left for the next run : '
                   WS-LEFT-COUNT
           END-IF.
           DISPLAY 'Plages results restated : ' WS-RESTATED-COUNT.
           MOVE WS-RESTATED-COUNT TO STEP-RECORD-COUNT.
           GOBACK.

      * The control file carries the start of the last restatement
      * run; corrections stamped before it were restated then. With
      * no control file every correction on file is considered. A
      * run that could not take every correction records the stamp
      * of the last one it took, so the next run picks up after it.
       READ-LAST-RUN-TIMESTAMP.
           OPEN INPUT PLAGES-RESTATE-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ PLAGES-RESTATE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RX-LAST-RUN-TIMESTAMP
                           TO WS-LAST-RUN-TIMESTAMP
               END-READ
               CLOSE PLAGES-RESTATE-CONTROL-FILE
           END-IF.

       WRITE-LAST-RUN-TIMESTAMP.
           OPEN OUTPUT PLAGES-RESTATE-CONTROL-FILE.
           IF TABLE-IS-FULL
               MOVE WS-BATCH-HIGH-TIMESTAMP TO RX-LAST-RUN-TIMESTAMP
           ELSE
               MOVE WS-RUN-TIMESTAMP TO RX-LAST-RUN-TIMESTAMP
           END-IF.
           WRITE PLAGES-RESTATE-CONTROL-REC.
           CLOSE PLAGES-RESTATE-CONTROL-FILE.

      * A history record with a zero new value is a suspense
      * rejection from 14-PlagesSuspense, not a correction of a
      * computed entry, and is passed over. The history file is
      * appended in time order, so once the table is full every
      * later correction is left for the next run; they are only
      * counted.
       LOAD-CORRECTIONS.
           OPEN INPUT PLAGES-HISTORY-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM UNTIL WS-HISTORY-STATUS = '10'
               IF PH-NEW-VALUE > ZEROES
                   AND PH-TIMESTAMP > WS-LAST-RUN-TIMESTAMP
                   IF TABLE-IS-FULL
                       ADD 1 TO WS-LEFT-COUNT
                   ELSE
                       PERFORM NOTE-ONE-CORRECTION
                   END-IF
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.
           CLOSE PLAGES-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ PLAGES-HISTORY-FILE
               AT END MOVE '10' TO WS-HISTORY-STATUS
           END-READ.

       NOTE-ONE-CORRECTION.
           MOVE PH-KEY TO WS-WORK-KEY.
           PERFORM FIND-CORRECTION.
           IF WS-CR-FOUND = ZEROES
               IF WS-CR-COUNT < WS-CR-MAX
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-CR-COUNT TO WS-CR-FOUND
                   MOVE PH-KEY TO CR-KEY (WS-CR-FOUND)
                   MOVE LOW-VALUES TO CR-TIMESTAMP (WS-CR-FOUND)
               ELSE
                   SET TABLE-IS-FULL TO TRUE
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           END-IF.
           IF WS-CR-FOUND > ZEROES
               AND PH-TIMESTAMP > WS-BATCH-HIGH-TIMESTAMP
               MOVE PH-TIMESTAMP TO WS-BATCH-HIGH-TIMESTAMP
           END-IF.
           IF WS-CR-FOUND > ZEROES
               AND PH-TIMESTAMP >= CR-TIMESTAMP (WS-CR-FOUND)
               MOVE PH-NEW-VALUE TO CR-NEW-VALUE (WS-CR-FOUND)
               MOVE PH-REASON-CODE TO CR-REASON-CODE (WS-CR-FOUND)
               MOVE PH-TIMESTAMP TO CR-TIMESTAMP (WS-CR-FOUND)
               MOVE PH-OPERATOR-ID TO CR-OPERATOR-ID (WS-CR-FOUND)
           END-IF.

       FIND-CORRECTION.
           MOVE ZEROES TO WS-CR-FOUND.
           MOVE 1 TO WS-CR-SUB.
           PERFORM UNTIL WS-CR-SUB > WS-CR-COUNT
               OR WS-CR-FOUND > ZEROES
               IF CR-KEY (WS-CR-SUB) = WS-WORK-KEY
                   MOVE WS-CR-SUB TO WS-CR-FOUND
               END-IF
               ADD 1 TO WS-CR-SUB
           END-PERFORM.

      * The superseded results are posted to a scratch file, which
      * has no table limit. Without it the run cannot tell current
      * results from superseded ones, so it stops before anything
      * is restated and the control file is left where it was.
       OPEN-SUPERSEDED-FILE.
           OPEN OUTPUT PLAGES-SUPERSEDED-FILE.
           IF WS-SUPERSEDED-STATUS = '00'
               CLOSE PLAGES-SUPERSEDED-FILE
               OPEN I-O PLAGES-SUPERSEDED-FILE
           END-IF.
           IF WS-SUPERSEDED-STATUS NOT = '00'
               DISPLAY 'Superseded work file unavailable - status '
                   WS-SUPERSEDED-STATUS '. Nothing restated.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * First pass over the results: every restatement record that
      * touches a corrected entry marks the result it superseded,
      * so only the latest version of a triplet is restated again.
       LOAD-SUPERSEDED-RESULTS.
           OPEN INPUT PLAGES-RESULTS-FILE.
           PERFORM READ-RESULT-RECORD.
           PERFORM UNTIL WS-RESULTS-STATUS = '10'
               IF RS-RESTATEMENT
                   PERFORM COUNT-CORRECTED-SLOTS
                   IF WS-HIT-COUNT > ZEROES
                       PERFORM NOTE-SUPERSEDED-RESULT
                   END-IF
               END-IF
               PERFORM READ-RESULT-RECORD
           END-PERFORM.
           CLOSE PLAGES-RESULTS-FILE.
           MOVE '00' TO WS-RESULTS-STATUS.

       NOTE-SUPERSEDED-RESULT.
           MOVE RS-RESTATES-TIMESTAMP TO SP-TIMESTAMP.
           MOVE RS-KEY-A TO SP-KEY-A.
           WRITE PLAGES-SUPERSEDED-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       READ-RESULT-RECORD.
           READ PLAGES-RESULTS-FILE
               AT END MOVE '10' TO WS-RESULTS-STATUS
           END-READ.

      * Counts the slots of the current result whose entry has a
      * correction on the table, whatever its timestamp.
       COUNT-CORRECTED-SLOTS.
           MOVE ZEROES TO WS-HIT-COUNT.
           MOVE RS-KEY-A TO WS-WORK-KEY.
           PERFORM FIND-CORRECTION.
           IF WS-CR-FOUND > ZEROES
               ADD 1 TO WS-HIT-COUNT
           END-IF.
           MOVE RS-KEY-B TO WS-WORK-KEY.
           PERFORM FIND-CORRECTION.
           IF WS-CR-FOUND > ZEROES
               ADD 1 TO WS-HIT-COUNT
           END-IF.
           MOVE RS-KEY-C TO WS-WORK-KEY.
           PERFORM FIND-CORRECTION.
           IF WS-CR-FOUND > ZEROES
               ADD 1 TO WS-HIT-COUNT
           END-IF.

      * Second pass: a current result with an entry corrected after
      * it was computed is recomputed; the restated record goes to a
      * work file, since the results file is being read, and is
      * appended once the pass is over.
       RESTATE-AFFECTED-RESULTS.
           OPEN OUTPUT PLAGES-RESTATE-WORK-FILE.
           OPEN INPUT PLAGES-RESULTS-FILE.
           PERFORM READ-RESULT-RECORD.
           PERFORM UNTIL WS-RESULTS-STATUS = '10'
               ADD 1 TO WS-RESULTS-READ
               PERFORM LOAD-RESULT-SLOTS
               IF WS-HIT-COUNT > ZEROES
                   PERFORM CHECK-SUPERSEDED
                   IF RESULT-IS-SUPERSEDED
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   ELSE
                       PERFORM RESTATE-ONE-RESULT
                   END-IF
               END-IF
               PERFORM READ-RESULT-RECORD
           END-PERFORM.
           CLOSE PLAGES-RESULTS-FILE.
           CLOSE PLAGES-RESTATE-WORK-FILE.

      * Only a correction stamped later than the result counts; one
      * made before the triplet was computed is already in it.
       LOAD-RESULT-SLOTS.
           MOVE ZEROES TO WS-HIT-COUNT.
           MOVE RS-KEY-A TO SL-KEY (1).
           MOVE RS-A TO SL-OLD-VALUE (1).
           MOVE RS-KEY-B TO SL-KEY (2).
           MOVE RS-B TO SL-OLD-VALUE (2).
           MOVE RS-KEY-C TO SL-KEY (3).
           MOVE RS-C TO SL-OLD-VALUE (3).
           MOVE 1 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT > 3
               MOVE SL-OLD-VALUE (WS-SLOT) TO SL-NEW-VALUE (WS-SLOT)
               MOVE ZEROES TO SL-CORRECTION (WS-SLOT)
               MOVE SL-KEY (WS-SLOT) TO WS-WORK-KEY
               PERFORM FIND-CORRECTION
               IF WS-CR-FOUND > ZEROES
                   IF CR-TIMESTAMP (WS-CR-FOUND) > RS-TIMESTAMP
                       MOVE CR-NEW-VALUE (WS-CR-FOUND)
                           TO SL-NEW-VALUE (WS-SLOT)
                       MOVE WS-CR-FOUND TO SL-CORRECTION (WS-SLOT)
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT
           END-PERFORM.

       CHECK-SUPERSEDED.
           MOVE 'N' TO WS-SUPERSEDED.
           MOVE RS-TIMESTAMP TO SP-TIMESTAMP.
           MOVE RS-KEY-A TO SP-KEY-A.
           READ PLAGES-SUPERSEDED-FILE
               KEY IS SP-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY SET RESULT-IS-SUPERSEDED TO TRUE
           END-READ.

      * The restated record keeps the three keys, carries the
      * corrected values and the recomputed results, and points back
      * at the record it supersedes. The register shows the triplet
      * before and after, then each corrected entry.
       RESTATE-ONE-RESULT.
           MOVE SL-NEW-VALUE (1) TO a.
           MOVE SL-NEW-VALUE (2) TO b.
           MOVE SL-NEW-VALUE (3) TO c.
           MOVE 'N' TO WS-OVERFLOW-FLAG.
           PERFORM COMPUTE-RESULT.
           IF TRIPLET-HAD-OVERFLOW
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
           MOVE SPACES TO WS-TRIPLET-LINE.
           MOVE RS-TIMESTAMP(1:14) TO WS-T-COMPUTED.
           MOVE RS-SOMME TO WS-T-OLD-SOMME.
           MOVE RS-PRODUIT TO WS-T-OLD-PRODUIT.
           MOVE ws-somme TO WS-T-NEW-SOMME.
           MOVE ws-produit TO WS-T-NEW-PRODUIT.
           MOVE WS-OVERFLOW-FLAG TO WS-T-OVERFLOW.
           MOVE WS-TRIPLET-LINE TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.
           MOVE 1 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT > 3
               IF SL-CORRECTION (WS-SLOT) > ZEROES
                   PERFORM WRITE-CORRECTION-LINE
               END-IF
               ADD 1 TO WS-SLOT
           END-PERFORM.
           MOVE RS-TIMESTAMP TO RS-RESTATES-TIMESTAMP.
           SET RS-RESTATEMENT TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP.
           MOVE a TO RS-A.
           MOVE b TO RS-B.
           MOVE c TO RS-C.
           MOVE ws-somme TO RS-SOMME.
           MOVE ws-produit TO RS-PRODUIT.
           MOVE WS-OVERFLOW-FLAG TO RS-OVERFLOW-FLAG.
           MOVE PLAGES-RESULT-RECORD TO PLAGES-RESTATE-WORK-RECORD.
           WRITE PLAGES-RESTATE-WORK-RECORD.
           ADD 1 TO WS-RESTATED-COUNT.

       WRITE-CORRECTION-LINE.
           MOVE SL-CORRECTION (WS-SLOT) TO WS-CR-FOUND.
           MOVE SPACES TO WS-CORRECTION-LINE.
           MOVE WS-SLOT-NAME (WS-SLOT) TO WS-K-SLOT.
           MOVE SL-KEY (WS-SLOT) TO WS-K-KEY.
           MOVE SL-OLD-VALUE (WS-SLOT) TO WS-K-OLD-VALUE.
           MOVE SL-NEW-VALUE (WS-SLOT) TO WS-K-NEW-VALUE.
           MOVE ' -> ' TO WS-K-ARROW.
           MOVE CR-REASON-CODE (WS-CR-FOUND) TO WS-K-REASON.
           MOVE CR-OPERATOR-ID (WS-CR-FOUND) TO WS-K-OPERATOR.
           MOVE CR-TIMESTAMP (WS-CR-FOUND)(1:14) TO WS-K-CORRECTED.
           MOVE WS-CORRECTION-LINE TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.

       APPEND-RESTATED-RESULTS.
           IF WS-RESTATED-COUNT > ZEROES
               OPEN EXTEND PLAGES-RESULTS-FILE
               IF WS-RESULTS-STATUS = '35'
                   OPEN OUTPUT PLAGES-RESULTS-FILE
                   CLOSE PLAGES-RESULTS-FILE
                   OPEN EXTEND PLAGES-RESULTS-FILE
               END-IF
               OPEN INPUT PLAGES-RESTATE-WORK-FILE
               PERFORM READ-RESTATE-WORK-RECORD
               PERFORM UNTIL WS-WORK-STATUS = '10'
                   MOVE PLAGES-RESTATE-WORK-RECORD
                       TO PLAGES-RESULT-RECORD
                   WRITE PLAGES-RESULT-RECORD
                   PERFORM READ-RESTATE-WORK-RECORD
               END-PERFORM
               CLOSE PLAGES-RESTATE-WORK-FILE
               CLOSE PLAGES-RESULTS-FILE
           END-IF.

       READ-RESTATE-WORK-RECORD.
           READ PLAGES-RESTATE-WORK-FILE
               AT END MOVE '10' TO WS-WORK-STATUS
           END-READ.

       WRITE-REGISTER-HEADING.
           MOVE 'PLAGES RESULTS RESTATEMENT REGISTER'
               TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.
           MOVE SPACES TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.
           MOVE WS-TRIPLET-HEADING TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.
           MOVE WS-CORRECTION-HEADING TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.
           MOVE 'ENTRIES CORRECTED SINCE LAST RUN' TO WS-O-LABEL.
           MOVE WS-CR-COUNT TO WS-O-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESULTS READ' TO WS-O-LABEL.
           MOVE WS-RESULTS-READ TO WS-O-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESULTS RESTATED' TO WS-O-LABEL.
           MOVE WS-RESTATED-COUNT TO WS-O-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'SUPERSEDED RESULTS PASSED OVER' TO WS-O-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-O-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESTATEMENTS WITH OVERFLOW' TO WS-O-LABEL.
           MOVE WS-OVERFLOW-COUNT TO WS-O-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF TABLE-IS-FULL
               MOVE 'CORRECTIONS LEFT FOR THE NEXT RUN' TO WS-O-LABEL
               MOVE WS-LEFT-COUNT TO WS-O-COUNT
               PERFORM WRITE-TOTAL-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PLAGES-RESTATE-LINE.
           WRITE PLAGES-RESTATE-LINE.

      * Same arithmetic and overflow handling as 02-Manipulations: an
      * overflowing result is zeroed, flagged and reported on the
      * PLAGES-EXCEPTION file.
       COMPUTE-RESULT.
           MOVE 'SOMME' TO WS-EXC-OPERATION.
           COMPUTE ws-somme = a + b + c
               ON SIZE ERROR
                   MOVE ZEROES TO ws-somme
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
                   PERFORM WRITE-EXCEPTION-RECORD
           END-COMPUTE.
           MOVE 'PRODUIT' TO WS-EXC-OPERATION.
           COMPUTE ws-produit = a * b * c
               ON SIZE ERROR
                   MOVE ZEROES TO ws-produit
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
                   PERFORM WRITE-EXCEPTION-RECORD
           END-COMPUTE.

       WRITE-EXCEPTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PX-TIMESTAMP.
           MOVE a TO PX-A.
           MOVE b TO PX-B.
           MOVE c TO PX-C.
           MOVE WS-EXC-OPERATION TO PX-OPERATION.
           MOVE 'Arithmetic overflow - result set to zero'
               TO PX-MESSAGE.
           OPEN EXTEND PLAGES-EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = '35'
               OPEN OUTPUT PLAGES-EXCEPTION-FILE
               CLOSE PLAGES-EXCEPTION-FILE
               OPEN EXTEND PLAGES-EXCEPTION-FILE
           END-IF
           WRITE PLAGES-EXCEPTION-RECORD.
           CLOSE PLAGES-EXCEPTION-FILE.
