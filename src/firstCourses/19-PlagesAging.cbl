      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily aging report over the places work goes to
      *          sleep: entries waiting in PLAGES-SUSPENSE for a
      *          supervisor, master records stamped 'S' (sent) or
      *          'M' (amendment sent) that the downstream never
      *          acknowledged, rejected details and amendments
      *          parked on the PLAGES-RECYCLE file by
      *          11-PlagesAckLoad, and
      *          entries 02-Manipulations carried forward on the
      *          PLAGES-CARRY-FORWARD file still waiting to complete
      *          a triplet, and master corrections on the
      *          PLAGES-PENDING-CORR file still waiting for a
      *          supervisor's decision. Corrections a supervisor
      *          declined within the last AGE-LIMIT days are shown
      *          on their own line, aged from the decision; they are
      *          closed, so they are neither counted as open nor
      *          listed past the limit. Every open item is bucketed by
      *          days outstanding - the keys carry the capture
      *          timestamp, so the age is right there - and anything
      *          older than the AGE-LIMIT parameter (days) is listed
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT OPTIONAL PLAGES-CARRY-FILE
               ASSIGN TO "PLAGESCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

           SELECT PLAGES-PENDING-CORR-FILE
               ASSIGN TO "PLAGESPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAGES-PARAMETER-FILE
               ASSIGN TO "PLAGESPR"
               ORGANIZATION IS INDEXED
       FD  PLAGES-RECYCLE-FILE.
           COPY PLGEXTR.

       FD  PLAGES-CARRY-FILE.
           COPY PLGCFWD.

       FD  PLAGES-PENDING-CORR-FILE.
           COPY PLGPCOR.

       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

       77 WS-SUSPENSE-STATUS PIC XX.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-RECYCLE-STATUS PIC XX.
       77 WS-CARRY-STATUS PIC XX.
       77 WS-PENDING-STATUS PIC XX.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-PARM-VALUE PIC 9(15).
       77 WS-ITEM-AGE PIC S9(5) VALUE ZEROES.
       77 WS-ITEM-KEY PIC X(26).
       77 WS-SOURCE-SUB PIC 9(1) VALUE ZEROES.
       77 WS-SOURCE-COUNT PIC 9(1) VALUE 6.
       77 WS-BUCKET-SUB PIC 9(1) VALUE ZEROES.
       77 WS-SUB PIC 9(3) VALUE ZEROES.
       77 WS-FLAG-COUNT PIC 9(3) VALUE ZEROES.
           05 FILLER PIC X(12) VALUE 'SUSPENSE'.
           05 FILLER PIC X(12) VALUE 'UNACK SENT'.
           05 FILLER PIC X(12) VALUE 'RECYCLE'.
           05 FILLER PIC X(12) VALUE 'CARRIED'.
           05 FILLER PIC X(12) VALUE 'PEND CORR'.
           05 FILLER PIC X(12) VALUE 'DECLINED'.
       01 WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-TABLE.
           05 WS-SOURCE-NAME OCCURS 6 TIMES PIC X(12).

       01 WS-AGE-BUCKETS.
           05 WS-SOURCE-ENTRY OCCURS 6 TIMES.
               10 SB-BUCKET OCCURS 4 TIMES PIC 9(9).
               10 SB-TOTAL                PIC 9(9).

           PERFORM SWEEP-SUSPENSE-FILE.
           PERFORM SWEEP-MASTER-FILE.
           PERFORM SWEEP-RECYCLE-FILE.
           PERFORM SWEEP-CARRY-FILE.
           PERFORM SWEEP-PENDING-CORR-FILE.
           PERFORM WRITE-AGING-REPORT.
           DISPLAY 'Aging report written. Open items : '
               WS-OPEN-TOTAL.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '05'
               PERFORM READ-MASTER-RECORD
               PERFORM UNTIL WS-MASTER-STATUS = '10'
                   IF PM-SENT OR PM-AMENDMENT-SENT
                       IF PM-SENT-DATE IS NUMERIC
                           MOVE PM-SENT-DATE TO WS-ITEM-DATE
                       ELSE
                   MOVE PE-KEY TO WS-ITEM-KEY
                   PERFORM BUCKET-ONE-ITEM
               END-IF
               IF PE-AMENDMENT
                   MOVE PE-AMEND-KEY(1:8) TO WS-ITEM-DATE
                   MOVE PE-AMEND-KEY TO WS-ITEM-KEY
                   PERFORM BUCKET-ONE-ITEM
               END-IF
               PERFORM READ-RECYCLE-RECORD
           END-PERFORM.
           CLOSE PLAGES-RECYCLE-FILE.
               AT END MOVE '10' TO WS-RECYCLE-STATUS
           END-READ.

      * A carried entry is an open item until a later run of
      * 02-Manipulations places it in a triplet; like the others it
      * ages from the capture date in its master key.
       SWEEP-CARRY-FILE.
           MOVE 4 TO WS-SOURCE-SUB.
           OPEN INPUT PLAGES-CARRY-FILE.
           PERFORM READ-CARRY-RECORD.
           PERFORM UNTIL WS-CARRY-STATUS = '10'
               MOVE CF-SOURCE-KEY(1:8) TO WS-ITEM-DATE
               MOVE CF-SOURCE-KEY TO WS-ITEM-KEY
               PERFORM BUCKET-ONE-ITEM
               PERFORM READ-CARRY-RECORD
           END-PERFORM.
           CLOSE PLAGES-CARRY-FILE.

       READ-CARRY-RECORD.
           READ PLAGES-CARRY-FILE
               AT END MOVE '10' TO WS-CARRY-STATUS
           END-READ.

      * A pending correction ages from its request; a declined one
      * is shown while its decision is still recent, under its own
      * source, and is not an open item.
       SWEEP-PENDING-CORR-FILE.
           OPEN INPUT PLAGES-PENDING-CORR-FILE.
           IF WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '05'
               PERFORM READ-PENDING-RECORD
               PERFORM UNTIL WS-PENDING-STATUS = '10'
                   PERFORM SWEEP-ONE-CORRECTION
                   PERFORM READ-PENDING-RECORD
               END-PERFORM
               CLOSE PLAGES-PENDING-CORR-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PLAGES-PENDING-CORR-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PENDING-STATUS
           END-READ.

       SWEEP-ONE-CORRECTION.
           MOVE PC-MASTER-KEY TO WS-ITEM-KEY.
           IF PC-PENDING
               MOVE 5 TO WS-SOURCE-SUB
               MOVE PC-REQUEST-TIMESTAMP(1:8) TO WS-ITEM-DATE
               PERFORM BUCKET-ONE-ITEM
           END-IF.
           IF PC-DECLINED
               MOVE 6 TO WS-SOURCE-SUB
               MOVE PC-DECISION-TIMESTAMP(1:8) TO WS-ITEM-DATE
               PERFORM COMPUTE-ITEM-AGE
               IF WS-ITEM-AGE <= WS-AGE-LIMIT
                   PERFORM COUNT-ITEM-IN-BUCKET
               END-IF
           END-IF.

       BUCKET-ONE-ITEM.
           PERFORM COMPUTE-ITEM-AGE.
           PERFORM COUNT-ITEM-IN-BUCKET.
           ADD 1 TO WS-OPEN-TOTAL.
           IF WS-ITEM-AGE > WS-AGE-LIMIT
               PERFORM FLAG-ONE-ITEM
           END-IF.

      * The age comes straight off the capture date in the key; a
      * key whose date portion is unreadable ages as zero rather
      * than skewing a bucket.
       COMPUTE-ITEM-AGE.
           IF WS-ITEM-DATE IS NUMERIC
               MOVE WS-ITEM-DATE TO WS-ITEM-NUM
               COMPUTE WS-ITEM-INT =
           ELSE
               MOVE ZEROES TO WS-ITEM-AGE
           END-IF.

       COUNT-ITEM-IN-BUCKET.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                   MOVE 1 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO SB-BUCKET (WS-SOURCE-SUB, WS-BUCKET-SUB).
           ADD 1 TO SB-TOTAL (WS-SOURCE-SUB).

       FLAG-ONE-ITEM.
           IF WS-FLAG-COUNT < WS-FLAG-MAX
           WRITE PLAGES-AGING-LINE.

           MOVE 1 TO WS-SOURCE-SUB.
           PERFORM UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
               MOVE SPACES TO WS-BUCKET-LINE
               MOVE WS-SOURCE-NAME (WS-SOURCE-SUB) TO WS-B-SOURCE
               MOVE SB-BUCKET (WS-SOURCE-SUB, 1) TO WS-B-BUCKET-1
