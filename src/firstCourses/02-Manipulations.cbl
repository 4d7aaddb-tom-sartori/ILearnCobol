      *          The batch path writes one PLAGES-RESULTS record per
      *          triplet (source master keys, values, results and
      *          overflow indicator) plus a printable register, so a
      *          prior run's computation can be reproduced. Entries
      *          left over at the end of the work file (too few for
      *          a triplet) are carried forward on the
      *          PLAGES-CARRY-FORWARD file and go to the front of the
      *          next run's queue; the register shows how many
      *          nights each carried entry waited. 03-PlagesToWork
      *          hands over the whole master every night, so an
      *          entry whose key is already on PLAGES-RESULTS from
      *          an earlier run is skipped: every master entry is
      *          computed exactly once, and only entries not yet
      *          computed make up tonight's triplets. A carried entry
      *          takes tonight's master value, so a correction made
      *          while it waited is what gets computed; one no longer
      *          on the master is dropped from the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL PLAGES-CARRY-FILE
               ASSIGN TO "PLAGESCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT PLAGES-EXCEPTION-FILE
               ASSIGN TO "PLAGESEX2"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PLAGES-COMPUTED-FILE
               ASSIGN TO "PLAGESRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-COMPUTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-WORK-FILE.
           COPY PLGWORK.

       FD  PLAGES-CARRY-FILE.
           COPY PLGCFWD.

       FD  PLAGES-EXCEPTION-FILE.
           COPY PLGEXC.

       FD  PLAGES-REGISTER-FILE.
       01  PLAGES-REGISTER-LINE           PIC X(132).

      * Scratch file rebuilt by every batch run: one record per
      * master key already computed into a PLAGES-RESULTS triplet.
       FD  PLAGES-COMPUTED-FILE.
       01  PLAGES-COMPUTED-RECORD.
           05  CK-KEY                     PIC X(26).

       WORKING-STORAGE SECTION.
       COPY PLGSTEP.
       77 a PIC 9(15).
       77 WS-KEY-C PIC X(26).
       77 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 TRIPLET-HAD-OVERFLOW VALUE 'Y'.
       77 WS-CARRY-STATUS PIC XX.
       77 WS-QUEUE-STATUS PIC XX VALUE '00'.
       77 WS-ENTRY-KEY PIC X(26).
       77 WS-ENTRY-VALUE PIC 9(15).
       77 WS-ENTRY-CARRIED-DATE PIC X(8).
       77 WS-CARRIED-A PIC X(8).
       77 WS-CARRIED-B PIC X(8).
       77 WS-CARRIED-C PIC X(8).
       77 WS-CARRY-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-CARRY-MAX PIC 9(3) VALUE 50.
       77 WS-CARRY-SUB PIC 9(3) VALUE 1.
       77 WS-CARRY-FOUND PIC X VALUE 'N'.
           88 ENTRY-ALREADY-CARRIED VALUE 'Y'.
       77 WS-CARRIED-USED PIC 9(9) VALUE ZEROES.
       77 WS-CARRIED-REPEAT PIC 9(9) VALUE ZEROES.
       77 WS-CARRIED-DROPPED PIC 9(9) VALUE ZEROES.
       77 WS-KEEP-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-COMPUTED-STATUS PIC XX.
       77 WS-COMPUTED-FOUND PIC X VALUE 'N'.
           88 ENTRY-ALREADY-COMPUTED VALUE 'Y'.
       77 WS-COMPUTED-REPEAT PIC 9(9) VALUE ZEROES.
       77 WS-SUB PIC 9(3) VALUE ZEROES.
       77 WS-TODAY-DATE PIC X(8).
       77 WS-TODAY-NUM PIC 9(8).
       77 WS-TODAY-INT PIC 9(9) VALUE ZEROES.
       77 WS-ITEM-NUM PIC 9(8).
       77 WS-NIGHTS-WAITED PIC S9(5) VALUE ZEROES.

       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 50 TIMES.
               10 CQ-SOURCE-KEY           PIC X(26).
               10 CQ-VALUE                PIC 9(15).
               10 CQ-FIRST-CARRIED-DATE   PIC X(8).
               10 CQ-ON-MASTER            PIC X.
                   88 CQ-STILL-ON-MASTER  VALUE 'Y'.

       01 WS-LEFTOVER-TABLE.
           05 WS-LEFTOVER-ENTRY OCCURS 2 TIMES.
               10 LO-SOURCE-KEY           PIC X(26).
               10 LO-VALUE                PIC 9(15).
               10 LO-FIRST-CARRIED-DATE   PIC X(8).

       01 WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-G-PRODUIT            PIC Z(17)9.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-G-OVERFLOW           PIC X.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-G-WAIT-A             PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-G-WAIT-B             PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-G-WAIT-C             PIC ZZZ9.
           05 FILLER                  PIC X(6) VALUE SPACES.

       01 WS-REGISTER-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
               VALUE '           PRODUIT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE 'OVFL'.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(14)
               VALUE 'WT-A WT-B WT-C'.
           05 FILLER                  PIC X(5) VALUE SPACES.

       01 WS-REGISTER-TOTAL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-T-LABEL              PIC X(44).
           05 WS-T-COUNT              PIC Z(8)9.
           05 FILLER                  PIC X(77) VALUE SPACES.


       SCREEN SECTION.

           DISPLAY pla-resultat.

      * The entries carried forward by the previous run are queued
      * ahead of tonight's work file; whatever is left over at the
      * end is carried forward again rather than dropped.
       PROCESS-BATCH-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           PERFORM LOAD-CARRY-FILE.
           PERFORM REFRESH-CARRIED-ENTRIES.
           PERFORM LOAD-COMPUTED-KEYS.
           PERFORM OPEN-RESULT-FILES.
           PERFORM READ-NEXT-ENTRY.
           PERFORM UNTIL WS-QUEUE-STATUS = '10'
               MOVE WS-ENTRY-KEY TO WS-KEY-A
               MOVE WS-ENTRY-VALUE TO a
               MOVE WS-ENTRY-CARRIED-DATE TO WS-CARRIED-A
               PERFORM READ-NEXT-ENTRY
               IF WS-QUEUE-STATUS = '10'
                   MOVE 1 TO WS-LEFTOVER-COUNT
                   MOVE WS-KEY-A TO LO-SOURCE-KEY (1)
                   MOVE a TO LO-VALUE (1)
                   MOVE WS-CARRIED-A TO LO-FIRST-CARRIED-DATE (1)
               ELSE
                   MOVE WS-ENTRY-KEY TO WS-KEY-B
                   MOVE WS-ENTRY-VALUE TO b
                   MOVE WS-ENTRY-CARRIED-DATE TO WS-CARRIED-B
                   PERFORM READ-NEXT-ENTRY
                   IF WS-QUEUE-STATUS = '10'
                       MOVE 2 TO WS-LEFTOVER-COUNT
                       MOVE WS-KEY-A TO LO-SOURCE-KEY (1)
                       MOVE a TO LO-VALUE (1)
                       MOVE WS-CARRIED-A TO LO-FIRST-CARRIED-DATE (1)
                       MOVE WS-KEY-B TO LO-SOURCE-KEY (2)
                       MOVE b TO LO-VALUE (2)
                       MOVE WS-CARRIED-B TO LO-FIRST-CARRIED-DATE (2)
                   ELSE
                       MOVE WS-ENTRY-KEY TO WS-KEY-C
                       MOVE WS-ENTRY-VALUE TO c
                       MOVE WS-ENTRY-CARRIED-DATE TO WS-CARRIED-C
                       MOVE 'N' TO WS-OVERFLOW-FLAG
                       PERFORM COMPUTE-RESULT
                       ADD 1 TO WS-TRIPLET-COUNT
                       PERFORM WRITE-RESULT-RECORD
                       PERFORM WRITE-REGISTER-LINE
                       DISPLAY pla-resultat
                       PERFORM READ-NEXT-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-RESULT-FILES.
           CLOSE PLAGES-COMPUTED-FILE.
           PERFORM WRITE-CARRY-FILE.
           IF WS-LEFTOVER-COUNT > 0
               DISPLAY 'Plages work entries carried forward '
                   '(incomplete triplet) : ' WS-LEFTOVER-COUNT
           END-IF.
           IF WS-COMPUTED-REPEAT > 0
               DISPLAY 'Plages work entries already computed '
                   '(skipped) : ' WS-COMPUTED-REPEAT
           END-IF.
           IF WS-CARRIED-DROPPED > 0
               DISPLAY 'Carried entries no longer on the master '
                   '(dropped) : ' WS-CARRIED-DROPPED
           END-IF.

      * The carry-forward file only ever holds the one or two entries
      * the last run could not place, so it is read whole into a
      * table before tonight's work file is touched. A file larger
      * than the table means it was not written by this program and
      * the run stops before anything is computed or rewritten.
       LOAD-CARRY-FILE.
           MOVE ZEROES TO WS-CARRY-COUNT.
           MOVE 1 TO WS-CARRY-SUB.
           OPEN INPUT PLAGES-CARRY-FILE.
           PERFORM READ-CARRY-RECORD.
           PERFORM UNTIL WS-CARRY-STATUS = '10'
               IF WS-CARRY-COUNT < WS-CARRY-MAX
                   ADD 1 TO WS-CARRY-COUNT
                   MOVE CF-SOURCE-KEY TO CQ-SOURCE-KEY (WS-CARRY-COUNT)
                   MOVE CF-VALUE TO CQ-VALUE (WS-CARRY-COUNT)
                   MOVE CF-FIRST-CARRIED-DATE
                       TO CQ-FIRST-CARRIED-DATE (WS-CARRY-COUNT)
               ELSE
                   DISPLAY 'Carry-forward file exceeds '
                       WS-CARRY-MAX ' entries. Run stopped.'
                   CLOSE PLAGES-CARRY-FILE
                   CLOSE PLAGES-WORK-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM READ-CARRY-RECORD
           END-PERFORM.
           CLOSE PLAGES-CARRY-FILE.
           IF WS-CARRY-COUNT > 0
               DISPLAY 'Plages entries carried from previous run : '
                   WS-CARRY-COUNT
           END-IF.

      * The carried value is the one the entry had the night it was
      * left over. 03-PlagesToWork hands the whole master over every
      * night, so one pass over tonight's work file picks up the
      * current value of each carried key: a correction made while
      * the entry waited is computed, not the old figure. A carried
      * key the work file no longer holds has left the master and is
      * dropped from the queue. The work file is then reopened for
      * the run itself.
       REFRESH-CARRIED-ENTRIES.
           IF WS-CARRY-COUNT > 0
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB > WS-CARRY-COUNT
                   MOVE 'N' TO CQ-ON-MASTER (WS-SUB)
                   ADD 1 TO WS-SUB
               END-PERFORM
               PERFORM READ-WORK-RECORD
               PERFORM UNTIL WS-WORK-STATUS = '10'
                   MOVE 1 TO WS-SUB
                   PERFORM UNTIL WS-SUB > WS-CARRY-COUNT
                       IF CQ-SOURCE-KEY (WS-SUB) = PW-SOURCE-KEY
                           MOVE PW-VALUE TO CQ-VALUE (WS-SUB)
                           SET CQ-STILL-ON-MASTER (WS-SUB) TO TRUE
                       END-IF
                       ADD 1 TO WS-SUB
                   END-PERFORM
                   PERFORM READ-WORK-RECORD
               END-PERFORM
               CLOSE PLAGES-WORK-FILE
               OPEN INPUT PLAGES-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   DISPLAY 'Plages work file could not be reopened - '
                       'status ' WS-WORK-STATUS '. Run stopped.'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ZEROES TO WS-KEEP-COUNT
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB > WS-CARRY-COUNT
                   IF CQ-STILL-ON-MASTER (WS-SUB)
                       ADD 1 TO WS-KEEP-COUNT
                       IF WS-KEEP-COUNT NOT = WS-SUB
                           MOVE WS-CARRY-ENTRY (WS-SUB)
                               TO WS-CARRY-ENTRY (WS-KEEP-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-CARRIED-DROPPED
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM
               MOVE WS-KEEP-COUNT TO WS-CARRY-COUNT
           END-IF.

       READ-CARRY-RECORD.
           READ PLAGES-CARRY-FILE
               AT END MOVE '10' TO WS-CARRY-STATUS
           END-READ.

      * Every key named by a triplet on the results file, original
      * or restated, is posted to the scratch file before tonight's
      * work file is read. A key named twice (a restatement) is
      * simply already there. Without the scratch file the run
      * could not tell computed entries from new ones, so it stops
      * before anything is computed or rewritten.
       LOAD-COMPUTED-KEYS.
           OPEN OUTPUT PLAGES-COMPUTED-FILE.
           IF WS-COMPUTED-STATUS = '00'
               CLOSE PLAGES-COMPUTED-FILE
               OPEN I-O PLAGES-COMPUTED-FILE
           END-IF.
           IF WS-COMPUTED-STATUS NOT = '00'
               DISPLAY 'Computed-key work file unavailable - status '
                   WS-COMPUTED-STATUS '. Run stopped.'
               CLOSE PLAGES-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PLAGES-RESULTS-FILE.
           IF WS-RESULTS-STATUS = '00'
               PERFORM READ-RESULTS-RECORD
               PERFORM UNTIL WS-RESULTS-STATUS = '10'
                   MOVE RS-KEY-A TO CK-KEY
                   PERFORM POST-COMPUTED-KEY
                   MOVE RS-KEY-B TO CK-KEY
                   PERFORM POST-COMPUTED-KEY
                   MOVE RS-KEY-C TO CK-KEY
                   PERFORM POST-COMPUTED-KEY
                   PERFORM READ-RESULTS-RECORD
               END-PERFORM
               CLOSE PLAGES-RESULTS-FILE
           END-IF.

       READ-RESULTS-RECORD.
           READ PLAGES-RESULTS-FILE
               AT END MOVE '10' TO WS-RESULTS-STATUS
           END-READ.

       POST-COMPUTED-KEY.
           IF CK-KEY NOT = SPACES
               WRITE PLAGES-COMPUTED-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * Hands out the next entry of the queue: the carried entries
      * first, then tonight's work file. A carried entry still on the
      * master is handed over again by 03-PlagesToWork; its value was
      * already taken by REFRESH-CARRIED-ENTRIES, so it is skipped
      * there and computed in its carried triplet only. So is an
      * entry an earlier run already computed.
       READ-NEXT-ENTRY.
           IF WS-CARRY-SUB <= WS-CARRY-COUNT
               MOVE CQ-SOURCE-KEY (WS-CARRY-SUB) TO WS-ENTRY-KEY
               MOVE CQ-VALUE (WS-CARRY-SUB) TO WS-ENTRY-VALUE
               MOVE CQ-FIRST-CARRIED-DATE (WS-CARRY-SUB)
                   TO WS-ENTRY-CARRIED-DATE
               ADD 1 TO WS-CARRY-SUB
           ELSE
               PERFORM READ-WORK-RECORD
               PERFORM CHECK-ALREADY-CARRIED
               PERFORM CHECK-ALREADY-COMPUTED
               PERFORM UNTIL WS-WORK-STATUS = '10'
                   OR NOT (ENTRY-ALREADY-CARRIED
                       OR ENTRY-ALREADY-COMPUTED)
                   IF ENTRY-ALREADY-CARRIED
                       ADD 1 TO WS-CARRIED-REPEAT
                   ELSE
                       ADD 1 TO WS-COMPUTED-REPEAT
                   END-IF
                   PERFORM READ-WORK-RECORD
                   PERFORM CHECK-ALREADY-CARRIED
                   PERFORM CHECK-ALREADY-COMPUTED
               END-PERFORM
               IF WS-WORK-STATUS = '10'
                   MOVE '10' TO WS-QUEUE-STATUS
               ELSE
                   MOVE PW-SOURCE-KEY TO WS-ENTRY-KEY
                   MOVE PW-VALUE TO WS-ENTRY-VALUE
                   MOVE SPACES TO WS-ENTRY-CARRIED-DATE
               END-IF
           END-IF.

       CHECK-ALREADY-CARRIED.
           MOVE 'N' TO WS-CARRY-FOUND.
           IF WS-WORK-STATUS NOT = '10'
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB > WS-CARRY-COUNT
                   OR ENTRY-ALREADY-CARRIED
                   IF CQ-SOURCE-KEY (WS-SUB) = PW-SOURCE-KEY
                       SET ENTRY-ALREADY-CARRIED TO TRUE
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM
           END-IF.

       CHECK-ALREADY-COMPUTED.
           MOVE 'N' TO WS-COMPUTED-FOUND.
           IF WS-WORK-STATUS NOT = '10'
               MOVE PW-SOURCE-KEY TO CK-KEY
               READ PLAGES-COMPUTED-FILE
                   KEY IS CK-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ENTRY-ALREADY-COMPUTED TO TRUE
               END-READ
           END-IF.

      * Rewritten on every batch run: the entries placed tonight drop
      * off and only tonight's leftovers remain. An entry carried
      * again keeps the date it was first left over.
       WRITE-CARRY-FILE.
           OPEN OUTPUT PLAGES-CARRY-FILE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-LEFTOVER-COUNT
               MOVE LO-SOURCE-KEY (WS-SUB) TO CF-SOURCE-KEY
               MOVE LO-VALUE (WS-SUB) TO CF-VALUE
               IF LO-FIRST-CARRIED-DATE (WS-SUB) = SPACES
                   MOVE WS-TODAY-DATE TO CF-FIRST-CARRIED-DATE
               ELSE
                   MOVE LO-FIRST-CARRIED-DATE (WS-SUB)
                       TO CF-FIRST-CARRIED-DATE
               END-IF
               WRITE PLAGES-CARRY-RECORD
               ADD 1 TO WS-SUB
           END-PERFORM.
           CLOSE PLAGES-CARRY-FILE.

      * The results file accumulates run after run so a prior day's
      * computation can be reproduced; the register is rewritten per
      * run for the printout.
           MOVE ws-somme TO RS-SOMME.
           MOVE ws-produit TO RS-PRODUIT.
           MOVE WS-OVERFLOW-FLAG TO RS-OVERFLOW-FLAG.
           SET RS-ORIGINAL TO TRUE.
           MOVE SPACES TO RS-RESTATES-TIMESTAMP.
           WRITE PLAGES-RESULT-RECORD.

       WRITE-REGISTER-LINE.
           MOVE ws-somme TO WS-G-SOMME.
           MOVE ws-produit TO WS-G-PRODUIT.
           MOVE WS-OVERFLOW-FLAG TO WS-G-OVERFLOW.
           IF WS-CARRIED-A NOT = SPACES
               MOVE WS-CARRIED-A TO WS-ITEM-NUM
               PERFORM COMPUTE-NIGHTS-WAITED
               MOVE WS-NIGHTS-WAITED TO WS-G-WAIT-A
           END-IF.
           IF WS-CARRIED-B NOT = SPACES
               MOVE WS-CARRIED-B TO WS-ITEM-NUM
               PERFORM COMPUTE-NIGHTS-WAITED
               MOVE WS-NIGHTS-WAITED TO WS-G-WAIT-B
           END-IF.
           IF WS-CARRIED-C NOT = SPACES
               MOVE WS-CARRIED-C TO WS-ITEM-NUM
               PERFORM COMPUTE-NIGHTS-WAITED
               MOVE WS-NIGHTS-WAITED TO WS-G-WAIT-C
           END-IF.
           MOVE WS-REGISTER-DETAIL TO PLAGES-REGISTER-LINE.
           WRITE PLAGES-REGISTER-LINE.

      * Nights waited run from the date the entry was first left over
      * to tonight's run; a carried date that does not read as a
      * date counts as one night.
       COMPUTE-NIGHTS-WAITED.
           ADD 1 TO WS-CARRIED-USED.
           IF WS-ITEM-NUM IS NUMERIC AND WS-ITEM-NUM > ZEROES
               COMPUTE WS-NIGHTS-WAITED = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ITEM-NUM)
           ELSE
               MOVE 1 TO WS-NIGHTS-WAITED
           END-IF.
           IF WS-NIGHTS-WAITED < 1
               MOVE 1 TO WS-NIGHTS-WAITED
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PLAGES-REGISTER-LINE.
           WRITE PLAGES-REGISTER-LINE.
           MOVE 'TRIPLETS COMPUTED' TO WS-T-LABEL.
           MOVE WS-TRIPLET-COUNT TO WS-T-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE.
           WRITE PLAGES-REGISTER-LINE.
           MOVE 'CARRIED ENTRIES COMPLETED (WT = NIGHTS WAITED)'
               TO WS-T-LABEL.
           MOVE WS-CARRIED-USED TO WS-T-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE.
           WRITE PLAGES-REGISTER-LINE.
           MOVE 'ENTRIES CARRIED FORWARD TO THE NEXT RUN'
               TO WS-T-LABEL.
           MOVE WS-LEFTOVER-COUNT TO WS-T-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE.
           WRITE PLAGES-REGISTER-LINE.
           IF WS-CARRIED-REPEAT > ZEROES
               MOVE 'CARRIED ENTRIES HANDED OVER AGAIN (SKIPPED)'
                   TO WS-T-LABEL
               MOVE WS-CARRIED-REPEAT TO WS-T-COUNT
               MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE
               WRITE PLAGES-REGISTER-LINE
           END-IF.
           IF WS-CARRIED-DROPPED > ZEROES
               MOVE 'CARRIED ENTRIES OFF THE MASTER (DROPPED)'
                   TO WS-T-LABEL
               MOVE WS-CARRIED-DROPPED TO WS-T-COUNT
               MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE
               WRITE PLAGES-REGISTER-LINE
           END-IF.
           IF WS-COMPUTED-REPEAT > ZEROES
               MOVE 'ENTRIES ALREADY COMPUTED (SKIPPED)'
                   TO WS-T-LABEL
               MOVE WS-COMPUTED-REPEAT TO WS-T-COUNT
               MOVE WS-REGISTER-TOTAL-LINE TO PLAGES-REGISTER-LINE
               WRITE PLAGES-REGISTER-LINE
           END-IF.

       READ-WORK-RECORD.
           READ PLAGES-WORK-FILE
               AT END MOVE '10' TO WS-WORK-STATUS
