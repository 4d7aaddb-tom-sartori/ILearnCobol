      *          date are loaded back into the master instead, so
      *          the inquiry staff can pull an archived month back
      *          for a dispute; records already present are counted
      *          and left alone, as are records dated in an
      *          accounting month closed through
      *          24-PlagesPeriodClose. The archive file accumulates
      *          batch after batch - it is the only surviving copy
      *          of purged data and is never truncated here. With no
      *          RETENTION parameter on file nothing is purged.
      * Tectonics: cobc
      ******************************************************************
               RECORD KEY IS PR-ID
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT PLAGES-PERIOD-FILE
               ASSIGN TO "PLAGESPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

       FD  PLAGES-PERIOD-FILE.
           COPY PLGPERD.

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PERIOD-STATUS PIC XX.
       77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
       77 WS-PERIOD-CLOSED PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
       77 WS-ARCHIVE-STATUS PIC XX.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-RETAINED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-RESTORED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-DUPLICATE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-LOCKED-COUNT PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.

               MOVE PM-DELIVERY-STATUS TO AR-DELIVERY-STATUS
               MOVE PM-SENT-DATE TO AR-SENT-DATE
               MOVE PM-OPERATOR-ID TO AR-OPERATOR-ID
               MOVE PM-AMEND-OLD-VALUE TO AR-AMEND-OLD-VALUE
               MOVE PM-AMEND-REASON TO AR-AMEND-REASON
               MOVE PM-AMEND-TIMESTAMP TO AR-AMEND-TIMESTAMP
               WRITE PLAGES-ARCHIVE-RECORD
               IF WS-ARCHIVE-STATUS = '00'
                   DELETE PLAGES-MASTER-FILE
               DISPLAY 'Plages entries restored : ' WS-RESTORED-COUNT
               DISPLAY 'Already on master       : '
                   WS-DUPLICATE-COUNT
               DISPLAY 'In closed periods       : '
                   WS-LOCKED-COUNT
               IF WS-RESTORED-COUNT = ZEROES
                   AND WS-DUPLICATE-COUNT = ZEROES
                   AND WS-LOCKED-COUNT = ZEROES
                   DISPLAY 'No archive batch found for run date '
                       WS-RESTORE-DATE
               END-IF
               END-IF
           END-IF.
           IF AR-DETAIL AND BATCH-IS-SELECTED
               PERFORM CHECK-RESTORE-PERIOD
           END-IF.
           IF AR-DETAIL AND BATCH-IS-SELECTED
               AND NOT PERIOD-IS-CLOSED
               MOVE AR-KEY TO PM-KEY
               MOVE AR-VALUE TO PM-VALUE
               MOVE AR-CATEGORY TO PM-CATEGORY
               MOVE AR-DELIVERY-STATUS TO PM-DELIVERY-STATUS
               MOVE AR-SENT-DATE TO PM-SENT-DATE
               MOVE AR-OPERATOR-ID TO PM-OPERATOR-ID
      *        Batches archived before the amendment fields were
      *        carried read back with spaces in them.
               IF AR-AMEND-OLD-VALUE IS NUMERIC
                   MOVE AR-AMEND-OLD-VALUE TO PM-AMEND-OLD-VALUE
               ELSE
                   MOVE ZEROES TO PM-AMEND-OLD-VALUE
               END-IF
               MOVE AR-AMEND-REASON TO PM-AMEND-REASON
               MOVE AR-AMEND-TIMESTAMP TO PM-AMEND-TIMESTAMP
               WRITE PLAGES-MASTER-RECORD
                   INVALID KEY ADD 1 TO WS-DUPLICATE-COUNT
                   NOT INVALID KEY ADD 1 TO WS-RESTORED-COUNT
               END-WRITE
           END-IF.

      * An archive batch runs in key order, so the period file is
      * only consulted when the month changes.
       CHECK-RESTORE-PERIOD.
           IF AR-KEY(1:6) NOT = WS-CHECK-PERIOD
               MOVE AR-KEY(1:6) TO WS-CHECK-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
           END-IF.
           IF PERIOD-IS-CLOSED
               ADD 1 TO WS-LOCKED-COUNT
           END-IF.

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
