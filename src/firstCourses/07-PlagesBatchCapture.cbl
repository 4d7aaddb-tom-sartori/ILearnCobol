      *          once, held for the run with busy-retry on writes so
      *          concurrent capture stations can work at the same
      *          time, and flushed by a close/reopen at every
      *          checkpoint. A detail whose value and category were
      *          already captured within the category's DUP-WIN
      *          minutes (master or suspense) is routed to suspense
      *          as a suspected duplicate instead of being mastered.
      * Tectonics: cobc
      ******************************************************************

       77 WS-SC-MAX PIC 9(3) VALUE 20.
       77 WS-SC-SUB PIC 9(3) VALUE ZEROES.
       77 WS-SC-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-AUDIT-OUTCOME PIC X VALUE SPACE.
       77 WS-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-DFLT-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-CUR-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-DUP-FLAG PIC X VALUE 'N'.
           88 DUPLICATE-IS-SUSPECTED VALUE 'Y'.
       77 WS-DUP-OF-KEY PIC X(26) VALUE SPACES.
       77 WS-DUPLICATE-COUNT PIC 9(9) VALUE ZEROES.
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

       01 WS-CATEGORY-PARM-TABLE.
           05 WS-CATEGORY-PARM-ENTRY OCCURS 20 TIMES.
               10 CP-VAL-MIN              PIC 9(15).
               10 CP-VAL-MAX              PIC 9(15).
               10 CP-DEVIATION-PCT       PIC 9(3).
               10 CP-DUP-WINDOW           PIC 9(5).

       01 WS-CATEGORY-STATS-TABLE.
           05 WS-CATEGORY-STATS-ENTRY OCCURS 20 TIMES.
               ' loaded. Records processed : ' WS-RECORD-NUMBER.
           DISPLAY 'Entries routed to suspense : '
               WS-SUSPENSE-COUNT.
           DISPLAY '  of which suspected duplicates : '
               WS-DUPLICATE-COUNT.
           MOVE WS-RECORD-NUMBER TO STEP-RECORD-COUNT.
           GOBACK.

               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DEVIATION-PCT
               END-IF
               MOVE 'DUP-WIN' TO PR-ID
               PERFORM READ-ONE-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DUP-WINDOW
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.
      * The unsuffixed values stay on hand as the fallback for
           MOVE PRM-VAL-MIN TO WS-DFLT-VAL-MIN.
           MOVE PRM-VAL-MAX TO WS-DFLT-VAL-MAX.
           MOVE WS-DEVIATION-PCT TO WS-DFLT-DEVIATION.
           MOVE WS-DUP-WINDOW TO WS-DFLT-DUP-WINDOW.

       READ-ONE-PARAMETER.
           READ PLAGES-PARAMETER-FILE
           MOVE BI-VALUE TO val.
           MOVE BI-CATEGORY TO WS-CATEGORY.
           PERFORM SELECT-CATEGORY-PARMS.
           MOVE 'R' TO WS-AUDIT-OUTCOME.
           MOVE SPACES TO WS-AUDIT-LINK-KEY.
           MOVE 'N' TO WS-DUP-FLAG.
           IF val >= PRM-VAL-MIN AND val <= PRM-VAL-MAX
               PERFORM CHECK-FOR-DUPLICATE
               PERFORM SCREEN-FOR-DEVIATION
      * Nobody is at a batch run to confirm a suspected duplicate,
      * so it waits in suspense for a supervisor like an entry
      * off the running average.
               IF ENTRY-IS-SUSPECT OR DUPLICATE-IS-SUSPECTED
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE 'S' TO WS-AUDIT-OUTCOME
               ELSE
                   PERFORM WRITE-MASTER-RECORD
                   MOVE 'M' TO WS-AUDIT-OUTCOME
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF FUNCTION MOD(WS-RECORD-NUMBER, PRM-CHECKPOINT-INTERVAL)
               = 0
               MOVE CP-VAL-MAX (WS-CP-FOUND) TO WS-CUR-VAL-MAX
               MOVE CP-DEVIATION-PCT (WS-CP-FOUND)
                   TO WS-CUR-DEVIATION
               MOVE CP-DUP-WINDOW (WS-CP-FOUND)
                   TO WS-CUR-DUP-WINDOW
           ELSE
               PERFORM LOAD-ONE-CATEGORY-PARMS
           END-IF.
           MOVE WS-CUR-VAL-MIN TO PRM-VAL-MIN.
           MOVE WS-CUR-VAL-MAX TO PRM-VAL-MAX.
           MOVE WS-CUR-DEVIATION TO WS-DEVIATION-PCT.
           MOVE WS-CUR-DUP-WINDOW TO WS-DUP-WINDOW.
           PERFORM SELECT-CATEGORY-STATS.

       LOAD-ONE-CATEGORY-PARMS.
           MOVE WS-DFLT-VAL-MIN TO WS-CUR-VAL-MIN.
           MOVE WS-DFLT-VAL-MAX TO WS-CUR-VAL-MAX.
           MOVE WS-DFLT-DEVIATION TO WS-CUR-DEVIATION.
           MOVE WS-DFLT-DUP-WINDOW TO WS-CUR-DUP-WINDOW.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               MOVE 'VAL-MIN-' TO PR-ID
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-CUR-DEVIATION
               END-IF
               MOVE 'DUP-WIN-' TO PR-ID
               MOVE WS-CATEGORY TO PR-ID(9:2)
               PERFORM READ-ONE-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-CUR-DUP-WINDOW
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.
           IF WS-CP-COUNT < WS-CP-MAX
               MOVE WS-CUR-VAL-MAX TO CP-VAL-MAX (WS-CP-COUNT)
               MOVE WS-CUR-DEVIATION
                   TO CP-DEVIATION-PCT (WS-CP-COUNT)
               MOVE WS-CUR-DUP-WINDOW
                   TO CP-DUP-WINDOW (WS-CP-COUNT)
           END-IF.

       SELECT-CATEGORY-STATS.
               END-IF
           END-IF.

      * Master and suspense keys both start with the capture
      * timestamp, so only the keys from the start of the window on
      * are read; earlier details of the same batch are already in
      * the master by then. The window is taken to the minute. No
      * DUP-WIN in force for the category means no check.
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

      * A record another station holds ends the scan rather than
      * the run.
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

      * Suspense that cannot be opened is not checked here; the
      * nightly duplicate report still covers the entry once it is
      * mastered.
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
      * retried on the next sequence number. A write that still
      * before the checkpoint can advance past an entry that
      * reached neither the master nor suspense.
       WRITE-SUSPENSE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LINK-TIMESTAMP.
           MOVE WS-LINK-TIMESTAMP TO SU-KEY-TIMESTAMP.
           MOVE WS-KEY-SEQUENCE TO SU-KEY-SEQUENCE.
           MOVE val TO SU-VALUE.
           MOVE WS-CATEGORY TO SU-CATEGORY.
           MOVE WS-OPERATOR-ID TO SU-OPERATOR-ID.
      * A suspected duplicate is held as such even when it is also
      * off the running average; the supervisor needs to see the
      * entry it repeats.
           IF DUPLICATE-IS-SUSPECTED
               SET SU-HELD-DUPLICATE TO TRUE
               MOVE WS-DUP-OF-KEY TO SU-DUP-OF-KEY
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               SET SU-HELD-DEVIATION TO TRUE
               MOVE SPACES TO SU-DUP-OF-KEY
           END-IF.
           PERFORM OPEN-SUSPENSE-FILE.
           IF NOT SUSPENSE-OPEN-OK
               MOVE 'N' TO WS-SUSPENSE-OK
               PERFORM CLOSE-CAPTURE-FILES
               STOP RUN
           END-IF.
           MOVE WS-KEY-SEQUENCE TO WS-LINK-SEQUENCE.
           ADD 1 TO WS-KEY-SEQUENCE.
           ADD 1 TO WS-SUSPENSE-COUNT.

           CLOSE PLAGES-SUSPENSE-FILE.

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
               PERFORM CLOSE-CAPTURE-FILES
               STOP RUN
           END-IF.
           MOVE WS-KEY-SEQUENCE TO WS-LINK-SEQUENCE.
           ADD 1 TO WS-KEY-SEQUENCE.

      * The audit row follows the store so it can carry the key the
      * entry went in under; an out-of-range value has no key.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP.
           MOVE BI-VALUE TO PA-RAW-TEXT.
           MOVE val TO PA-VALUE.
           MOVE WS-CATEGORY TO PA-CATEGORY.
           MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID.
           MOVE WS-AUDIT-LINK-KEY TO PA-LINK-KEY.
           MOVE WS-AUDIT-OUTCOME TO PA-OUTCOME.
           MOVE ZEROES TO WS-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WRITE-IS-DONE
