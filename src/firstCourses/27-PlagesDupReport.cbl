      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily suspected-duplicate report over the
      *          PLAGES-MASTER file, run in the nightly chain just
      *          ahead of 06-PlagesExtract (and on demand during the
      *          day). The capture transactions only warn about or
      *          hold a repeat keyed within the DUP-WIN window at the
      *          moment of capture; entries confirmed at the warning,
      *          approved out of suspense, or keyed on two stations
      *          at the same instant still reach the master. Every
      *          master record is posted to a scratch indexed file
      *          keyed by category, value and master key, so entries
      *          with the same value and category come back together
      *          in capture order; two neighbours captured within
      *          that category's DUP-WIN minutes are a suspected
      *          pair. Pairs where either entry is still waiting for
      *          the extract are listed with both keys, so they can
      *          be looked at before they go downstream; pairs
      *          already delivered are only counted. A category with
      *          no duplicate window in force is not checked.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 27-PlagesDupReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAGES-PARAMETER-FILE
               ASSIGN TO "PLAGESPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-ID
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT PLAGES-DUP-WORK-FILE
               ASSIGN TO "PLAGESDW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PLAGES-DUP-REPORT-FILE
               ASSIGN TO "PLAGESDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-MASTER-FILE.
           COPY PLGMAST.

       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

      * Scratch file rebuilt by every run: one record per master
      * entry in a category with a duplicate window, keyed so that
      * equal values of a category read back together, oldest
      * capture first.
       FD  PLAGES-DUP-WORK-FILE.
       01  PLAGES-DUP-WORK-RECORD.
           05  DW-KEY.
               10  DW-CATEGORY            PIC X(2).
               10  DW-VALUE               PIC 9(15).
               10  DW-MASTER-KEY          PIC X(26).
           05  DW-DELIVERY-STATUS         PIC X.
               88  DW-NOT-SENT            VALUE SPACE.
           05  DW-MINUTES                 PIC 9(12).
           05  DW-DUP-WINDOW              PIC 9(5).

       FD  PLAGES-DUP-REPORT-FILE.
       01  PLAGES-DUP-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PLGSTEP.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-WORK-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-TODAY-DATE PIC X(8).
       77 WS-PARM-VALUE PIC 9(15).
       77 WS-DFLT-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-CUR-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-DC-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-DC-MAX PIC 9(3) VALUE 20.
       77 WS-DC-SUB PIC 9(3) VALUE ZEROES.
       77 WS-DC-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-MASTER-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-CHECKED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-UNCHECKED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-PAIR-LISTED PIC 9(9) VALUE ZEROES.
       77 WS-PAIR-SENT PIC 9(9) VALUE ZEROES.
       77 WS-ENTRY-MINUTES PIC 9(12) VALUE ZEROES.
       77 WS-GAP-MINUTES PIC 9(12) VALUE ZEROES.
       77 WS-PREV-CATEGORY PIC X(2).
       77 WS-PREV-VALUE PIC 9(15).
       77 WS-PREV-KEY PIC X(26).
       77 WS-PREV-STATUS PIC X.
           88 PREV-NOT-SENT VALUE SPACE.
       77 WS-PREV-MINUTES PIC 9(12).
       77 WS-WORK-FAILED PIC X VALUE 'N'.
           88 WORK-WRITE-FAILED VALUE 'Y'.

      * Key timestamp down to the minute; the rest of the key is
      * not needed to place the entry in time.
       01 WS-ENTRY-CLOCK.
           05 WS-ENTRY-DATE               PIC 9(8).
           05 WS-ENTRY-HOUR               PIC 9(2).
           05 WS-ENTRY-MINUTE             PIC 9(2).

       01 WS-DUP-CATEGORY-TABLE.
           05 WS-DUP-CATEGORY-ENTRY OCCURS 20 TIMES.
               10 DC-CATEGORY             PIC X(2).
               10 DC-DUP-WINDOW           PIC 9(5).

       01 WS-COLUMN-HEADING.
           05 FILLER                  PIC X(4) VALUE 'CAT'.
           05 FILLER                  PIC X(16) VALUE 'VALUE'.
           05 FILLER                  PIC X(27) VALUE 'SUSPECTED KEY'.
           05 FILLER                  PIC X(27) VALUE 'DUPLICATE OF'.
           05 FILLER                  PIC X(6) VALUE '  MIN'.

       01 WS-PAIR-LINE.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-P-CATEGORY           PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-P-VALUE              PIC Z(14)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-P-KEY                PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-P-DUP-OF-KEY         PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-P-GAP                PIC Z(4)9.
           05 FILLER                  PIC X(1) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 WS-D-LABEL              PIC X(40).
           05 WS-D-VALUE              PIC Z(8)9.
           05 FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-PARAMETERS.
           OPEN OUTPUT PLAGES-DUP-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Duplicate report cannot be created - status '
                   WS-REPORT-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

      * The master is read in key order but the work file is keyed
      * by category and value, so it is loaded by random writes.
           OPEN OUTPUT PLAGES-DUP-WORK-FILE.
           IF WS-WORK-STATUS = '00'
               CLOSE PLAGES-DUP-WORK-FILE
               OPEN I-O PLAGES-DUP-WORK-FILE
           END-IF.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'DUPLICATE WORK FILE UNAVAILABLE - NOTHING CHECKED'
                   TO PLAGES-DUP-REPORT-LINE
               WRITE PLAGES-DUP-REPORT-LINE
               CLOSE PLAGES-DUP-REPORT-FILE
               DISPLAY 'Duplicate work file unavailable - status '
                   WS-WORK-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM POST-MASTER-ENTRIES.
           CLOSE PLAGES-DUP-WORK-FILE.
           IF WORK-WRITE-FAILED
               MOVE 'DUPLICATE WORK FILE WRITE FAILED - NOT REPORTED'
                   TO PLAGES-DUP-REPORT-LINE
               WRITE PLAGES-DUP-REPORT-LINE
               CLOSE PLAGES-DUP-REPORT-FILE
               DISPLAY 'Duplicate work file write failed - status '
                   WS-WORK-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM FIND-SUSPECTED-PAIRS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PLAGES-DUP-REPORT-FILE.
           DISPLAY 'Master records checked for duplicates : '
               WS-CHECKED-COUNT.
           DISPLAY 'Suspected duplicates not yet sent     : '
               WS-PAIR-LISTED.
           MOVE WS-MASTER-COUNT TO STEP-RECORD-COUNT.
           GOBACK.

      * The chain-wide window is read once; category overrides are
      * read as each category first turns up on the master.
       LOAD-PARAMETERS.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               MOVE 'DUP-WIN' TO PR-ID
               PERFORM READ-ONE-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-DFLT-DUP-WINDOW
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
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

       SELECT-CATEGORY-WINDOW.
           MOVE ZEROES TO WS-DC-FOUND.
           MOVE 1 TO WS-DC-SUB.
           PERFORM UNTIL WS-DC-SUB > WS-DC-COUNT
               OR WS-DC-FOUND > ZEROES
               IF DC-CATEGORY (WS-DC-SUB) = PM-CATEGORY
                   MOVE WS-DC-SUB TO WS-DC-FOUND
               END-IF
               ADD 1 TO WS-DC-SUB
           END-PERFORM.
           IF WS-DC-FOUND > ZEROES
               MOVE DC-DUP-WINDOW (WS-DC-FOUND) TO WS-CUR-DUP-WINDOW
           ELSE
               PERFORM LOAD-CATEGORY-WINDOW
           END-IF.

       LOAD-CATEGORY-WINDOW.
           MOVE WS-DFLT-DUP-WINDOW TO WS-CUR-DUP-WINDOW.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               MOVE 'DUP-WIN-' TO PR-ID
               MOVE PM-CATEGORY TO PR-ID(9:2)
               PERFORM READ-ONE-PARAMETER
               IF WS-PARAMETER-STATUS = '00'
                   MOVE WS-PARM-VALUE TO WS-CUR-DUP-WINDOW
               END-IF
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.
           IF WS-DC-COUNT < WS-DC-MAX
               ADD 1 TO WS-DC-COUNT
               MOVE PM-CATEGORY TO DC-CATEGORY (WS-DC-COUNT)
               MOVE WS-CUR-DUP-WINDOW TO DC-DUP-WINDOW (WS-DC-COUNT)
           END-IF.

      * A master that was never created simply has nothing to check.
       POST-MASTER-ENTRIES.
           OPEN INPUT PLAGES-MASTER-FILE.
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '05'
               PERFORM READ-MASTER-RECORD
               PERFORM UNTIL WS-MASTER-STATUS = '10'
                   OR WORK-WRITE-FAILED
                   PERFORM POST-ONE-ENTRY
                   PERFORM READ-MASTER-RECORD
               END-PERFORM
               CLOSE PLAGES-MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ PLAGES-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

       POST-ONE-ENTRY.
           ADD 1 TO WS-MASTER-COUNT.
           PERFORM SELECT-CATEGORY-WINDOW.
           MOVE PM-KEY(1:12) TO WS-ENTRY-CLOCK.
           IF WS-CUR-DUP-WINDOW = ZEROES
               OR PM-KEY(1:12) IS NOT NUMERIC
               ADD 1 TO WS-UNCHECKED-COUNT
           ELSE
               COMPUTE WS-ENTRY-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) * 1440
                   + WS-ENTRY-HOUR * 60 + WS-ENTRY-MINUTE
               MOVE PM-CATEGORY TO DW-CATEGORY
               MOVE PM-VALUE TO DW-VALUE
               MOVE PM-KEY TO DW-MASTER-KEY
               MOVE PM-DELIVERY-STATUS TO DW-DELIVERY-STATUS
               MOVE WS-ENTRY-MINUTES TO DW-MINUTES
               MOVE WS-CUR-DUP-WINDOW TO DW-DUP-WINDOW
               WRITE PLAGES-DUP-WORK-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WORK-FAILED
               ELSE
                   ADD 1 TO WS-CHECKED-COUNT
               END-IF
           END-IF.

      * Each entry is held against the one read just before it;
      * three captures of the same value in quick succession give
      * two pairs, each listed against its own predecessor.
       FIND-SUSPECTED-PAIRS.
           MOVE SPACES TO WS-PREV-CATEGORY.
           MOVE ZEROES TO WS-PREV-VALUE.
           MOVE ZEROES TO WS-PREV-MINUTES.
           OPEN INPUT PLAGES-DUP-WORK-FILE.
           MOVE LOW-VALUES TO DW-KEY.
           START PLAGES-DUP-WORK-FILE KEY IS >= DW-KEY
               INVALID KEY MOVE '10' TO WS-WORK-STATUS
           END-START.
           IF WS-WORK-STATUS NOT = '10'
               PERFORM READ-WORK-RECORD
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               IF DW-CATEGORY = WS-PREV-CATEGORY
                   AND DW-VALUE = WS-PREV-VALUE
                   COMPUTE WS-GAP-MINUTES =
                       DW-MINUTES - WS-PREV-MINUTES
                   IF WS-GAP-MINUTES <= DW-DUP-WINDOW
                       PERFORM NOTE-SUSPECTED-PAIR
                   END-IF
               END-IF
               MOVE DW-CATEGORY TO WS-PREV-CATEGORY
               MOVE DW-VALUE TO WS-PREV-VALUE
               MOVE DW-MASTER-KEY TO WS-PREV-KEY
               MOVE DW-DELIVERY-STATUS TO WS-PREV-STATUS
               MOVE DW-MINUTES TO WS-PREV-MINUTES
               PERFORM READ-WORK-RECORD
           END-PERFORM.
           CLOSE PLAGES-DUP-WORK-FILE.
           IF WS-PAIR-LISTED = ZEROES
               MOVE '  NO SUSPECTED DUPLICATES AWAITING THE EXTRACT'
                   TO PLAGES-DUP-REPORT-LINE
               WRITE PLAGES-DUP-REPORT-LINE
           END-IF.

       READ-WORK-RECORD.
           READ PLAGES-DUP-WORK-FILE NEXT RECORD
               AT END MOVE '10' TO WS-WORK-STATUS
           END-READ.

      * Once both entries have gone downstream the pair can only be
      * put right by a correction, so it is counted but not listed.
       NOTE-SUSPECTED-PAIR.
           IF DW-NOT-SENT OR PREV-NOT-SENT
               ADD 1 TO WS-PAIR-LISTED
               MOVE DW-CATEGORY TO WS-P-CATEGORY
               MOVE DW-VALUE TO WS-P-VALUE
               MOVE DW-MASTER-KEY TO WS-P-KEY
               MOVE WS-PREV-KEY TO WS-P-DUP-OF-KEY
               MOVE WS-GAP-MINUTES TO WS-P-GAP
               MOVE WS-PAIR-LINE TO PLAGES-DUP-REPORT-LINE
               WRITE PLAGES-DUP-REPORT-LINE
           ELSE
               ADD 1 TO WS-PAIR-SENT
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PLAGES-DUP-REPORT-LINE.
           STRING 'PLAGES SUSPECTED DUPLICATE REPORT - RUN DATE '
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO PLAGES-DUP-REPORT-LINE
           END-STRING.
           WRITE PLAGES-DUP-REPORT-LINE.
           MOVE SPACES TO PLAGES-DUP-REPORT-LINE.
           WRITE PLAGES-DUP-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO PLAGES-DUP-REPORT-LINE.
           WRITE PLAGES-DUP-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PLAGES-DUP-REPORT-LINE.
           WRITE PLAGES-DUP-REPORT-LINE.
           MOVE 'Master records read' TO WS-D-LABEL.
           MOVE WS-MASTER-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Checked against a duplicate window' TO WS-D-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Not checked (no window in force)' TO WS-D-LABEL.
           MOVE WS-UNCHECKED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Suspected pairs listed (not yet sent)' TO WS-D-LABEL.
           MOVE WS-PAIR-LISTED TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Suspected pairs already sent' TO WS-D-LABEL.
           MOVE WS-PAIR-SENT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO PLAGES-DUP-REPORT-LINE.
           WRITE PLAGES-DUP-REPORT-LINE.
