      ******************************************************************
      * Author:
      * Date:
      * Purpose: What-if report for parameter changes scheduled
      *          through 08-PlagesParmMaint but not yet in force (a
      *          PR-NEXT-VALUE whose PR-NEXT-EFFECTIVE-DATE is still
      *          ahead). The captures on PLAGES-AUDIT from the last
      *          SIM-DAYS days (30 when the parameter is not set) are
      *          replayed, category by category, through the same
      *          range check and running-average screen the capture
      *          transactions apply: once under the values in force
      *          today and once under each pending VAL-MIN, VAL-MAX
      *          or DEVIATION change that governs the category (its
      *          own 'VAL-MAX-xx' style override, or the chain-wide
      *          record when it has none), plus once under all of
      *          them together when more than one is pending. Each
      *          run shows how many entries would have been rejected
      *          out of range, parked in suspense or accepted, and
      *          lists sample entries whose outcome would change.
      *          The screen baseline is the latest running average
      *          04-PlagesSummary left on the stats file, the same
      *          figure capture screens against today. Entries an
      *          operator withdrew as duplicates are not replayed,
      *          and the duplicate check itself is not simulated.
      *          Runs on demand, and as the last step of the nightly
      *          chain so the report is there every morning until
      *          the change takes effect.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 28-PlagesParmSim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAGES-PARAMETER-FILE
               ASSIGN TO "PLAGESPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-ID
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT OPTIONAL PLAGES-AUDIT-FILE
               ASSIGN TO "PLAGESAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PLAGES-STATS-FILE
               ASSIGN TO "PLAGESST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT PLAGES-SIMULATION-FILE
               ASSIGN TO "PLAGESSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-PARAMETER-FILE.
           COPY PLGPRMF.

       FD  PLAGES-AUDIT-FILE.
           COPY PLGAUD.

       FD  PLAGES-STATS-FILE.
           COPY PLGSTAT.

       FD  PLAGES-SIMULATION-FILE.
       01  PLAGES-SIMULATION-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PLGPARM.
       COPY PLGSTEP.
       77 WS-PARAMETER-STATUS PIC XX.
       77 WS-AUDIT-STATUS PIC XX.
       77 WS-STATS-STATUS PIC XX.
       77 WS-REPORT-STATUS PIC XX.
       77 WS-TODAY-DATE PIC X(8).
       77 WS-TODAY-NUM PIC 9(8).
       77 WS-FROM-NUM PIC 9(8).
       77 WS-FROM-DATE PIC X(8).
       77 WS-SIM-DAYS PIC 9(4) VALUE 30.
       77 WS-PARM-VALUE PIC 9(15).
       77 WS-PARM-ID PIC X(12).
       77 WS-PARM-FOUND PIC X VALUE 'N'.
           88 PARAMETER-FILE-FOUND VALUE 'Y'.
       77 WS-PT-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-PT-MAX PIC 9(3) VALUE 100.
       77 WS-PT-SUB PIC 9(3) VALUE ZEROES.
       77 WS-PT-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-PT-DROPPED PIC 9(5) VALUE ZEROES.
       77 WS-PENDING-COUNT PIC 9(5) VALUE ZEROES.
       77 WS-CT-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-CT-MAX PIC 9(3) VALUE 20.
       77 WS-CT-SUB PIC 9(3) VALUE ZEROES.
       77 WS-CT-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-SC-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-SC-MAX PIC 9(3) VALUE 20.
       77 WS-SC-SUB PIC 9(3) VALUE ZEROES.
       77 WS-SC-FOUND PIC 9(3) VALUE ZEROES.
       77 WS-SN-SUB PIC 9(1) VALUE ZEROES.
       77 WS-SN-NEW PIC 9(1) VALUE ZEROES.
       77 WS-SM-SUB PIC 9(1) VALUE ZEROES.
       77 WS-KIND PIC 9(1) VALUE ZEROES.
       77 WS-OUT-SUB PIC 9(1) VALUE ZEROES.
       77 WS-CUR-OUT PIC 9(1) VALUE ZEROES.
       77 WS-CATEGORY PIC X(2).
       77 WS-ALL-STATS-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-ALL-STATS-AVERAGE PIC 9(15) VALUE ZEROES.
       77 WS-PICKED-AVERAGE PIC 9(15) VALUE ZEROES.
       77 WS-TRY-MIN PIC 9(15).
       77 WS-TRY-MAX PIC 9(15).
       77 WS-TRY-DEVIATION PIC 9(3).
       77 WS-TRY-OUTCOME PIC 9(1).
       77 WS-DEV-MARGIN PIC 9(18) VALUE ZEROES.
       77 WS-DEV-HIGH PIC 9(18) VALUE ZEROES.
       77 WS-DEV-LOW PIC S9(18) VALUE ZEROES.
       77 WS-AUDIT-READ PIC 9(9) VALUE ZEROES.
       77 WS-REPLAYED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-WITHDRAWN-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-OVERFLOW-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-SIMULATED-CATEGORIES PIC 9(3) VALUE ZEROES.

      * The three parameters a change can be simulated for, with the
      * position their category code takes in an override id.
       01 WS-KIND-TABLE.
           05 FILLER PIC X(12) VALUE 'VAL-MIN'.
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC X(12) VALUE 'VAL-MAX'.
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC X(12) VALUE 'DEVIATION'.
           05 FILLER PIC 9(2) VALUE 11.
       01 WS-KINDS REDEFINES WS-KIND-TABLE.
           05 WS-KIND-ENTRY OCCURS 3 TIMES.
               10 WS-KIND-ID              PIC X(12).
               10 WS-KIND-SUFFIX-POS      PIC 9(2).

       01 WS-OUTCOME-NAME-TABLE.
           05 FILLER PIC X(8) VALUE 'REJECTED'.
           05 FILLER PIC X(8) VALUE 'SUSPENSE'.
           05 FILLER PIC X(8) VALUE 'ACCEPTED'.
       01 WS-OUTCOME-NAMES REDEFINES WS-OUTCOME-NAME-TABLE.
           05 WS-OUTCOME-NAME OCCURS 3 TIMES PIC X(8).

      * Every range and deviation record on the parameter file, the
      * defaults and the category overrides alike, with the value in
      * force today and any change still waiting for its date.
       01 WS-PARAMETER-TABLE.
           05 WS-PARAMETER-ENTRY OCCURS 100 TIMES.
               10 PT-ID                   PIC X(12).
               10 PT-CUR-VALUE            PIC 9(15).
               10 PT-PENDING-FLAG         PIC X.
                   88 PT-IS-PENDING       VALUE 'Y'.
               10 PT-NEXT-VALUE           PIC 9(15).
               10 PT-NEXT-DATE            PIC X(8).

       01 WS-CATEGORY-STATS-TABLE.
           05 WS-CATEGORY-STATS-ENTRY OCCURS 20 TIMES.
               10 SC-CATEGORY             PIC X(2).
               10 SC-ENTRY-COUNT          PIC 9(9).
               10 SC-VAL-AVERAGE          PIC 9(15).

      * One entry per category replayed. Values and outcome counts
      * are indexed by kind (1 min, 2 max, 3 deviation) and outcome
      * (1 rejected, 2 suspense, 3 accepted). Each scenario is one
      * pending change on its own, the last one all of them together.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
               10 CT-CATEGORY             PIC X(2).
               10 CT-STATS-COUNT          PIC 9(9).
               10 CT-STATS-AVERAGE        PIC 9(15).
               10 CT-CUR-VALUE            PIC 9(15) OCCURS 3 TIMES.
               10 CT-OUTCOME-COUNT        PIC 9(9) OCCURS 3 TIMES.
               10 CT-SN-COUNT             PIC 9(1).
               10 CT-SCENARIO OCCURS 4 TIMES.
                   15 SN-PARM-ID          PIC X(12).
                   15 SN-OLD-VALUE        PIC 9(15).
                   15 SN-NEW-VALUE        PIC 9(15).
                   15 SN-EFFECTIVE-DATE   PIC X(8).
                   15 SN-VALUE            PIC 9(15) OCCURS 3 TIMES.
                   15 SN-OUTCOME-COUNT    PIC 9(9) OCCURS 3 TIMES.
                   15 SN-CHANGED-COUNT    PIC 9(9).
                   15 SN-SAMPLE-COUNT     PIC 9(1).
                   15 SN-SAMPLE OCCURS 5 TIMES.
                       20 SM-TIMESTAMP    PIC X(14).
                       20 SM-OPERATOR-ID  PIC X(8).
                       20 SM-VALUE        PIC 9(15).
                       20 SM-FROM         PIC 9(1).
                       20 SM-TO           PIC 9(1).

       01 WS-VALUES-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-V-LABEL              PIC X(14).
           05 FILLER                  PIC X(5) VALUE ' MIN '.
           05 WS-V-MIN                PIC Z(14)9.
           05 FILLER                  PIC X(5) VALUE ' MAX '.
           05 WS-V-MAX                PIC Z(14)9.
           05 FILLER                  PIC X(5) VALUE ' DEV '.
           05 WS-V-DEVIATION          PIC ZZ9.
           05 FILLER                  PIC X(16) VALUE SPACES.

       01 WS-CHANGE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-C-PARM-ID            PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-C-OLD                PIC Z(14)9.
           05 FILLER                  PIC X(4) VALUE ' -> '.
           05 WS-C-NEW                PIC Z(14)9.
           05 FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
           05 WS-C-DATE               PIC X(8).
           05 FILLER                  PIC X(12) VALUE SPACES.

       01 WS-COUNT-HEADING.
           05 FILLER                  PIC X(24) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE '   REJECTED'.
           05 FILLER                  PIC X(11) VALUE '   SUSPENSE'.
           05 FILLER                  PIC X(11) VALUE '   ACCEPTED'.
           05 FILLER                  PIC X(23) VALUE SPACES.

       01 WS-COUNT-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-N-LABEL              PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-N-REJECTED           PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-N-SUSPENSE           PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-N-ACCEPTED           PIC Z(8)9.
           05 FILLER                  PIC X(23) VALUE SPACES.

       01 WS-SAMPLE-LINE.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-S-TIMESTAMP          PIC X(14).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-S-OPERATOR-ID        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-S-VALUE              PIC Z(14)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-S-FROM               PIC X(8).
           05 FILLER                  PIC X(4) VALUE ' -> '.
           05 WS-S-TO                 PIC X(8).
           05 FILLER                  PIC X(13) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-LABEL              PIC X(40).
           05 WS-D-VALUE              PIC Z(8)9.
           05 FILLER                  PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT PLAGES-SIMULATION-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Simulation report cannot be created - status '
                   WS-REPORT-STATUS '.'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM COMPUTE-REPLAY-START.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-PENDING-COUNT = ZEROES
               MOVE '  NO PARAMETER CHANGE PENDING'
                   TO PLAGES-SIMULATION-LINE
               WRITE PLAGES-SIMULATION-LINE
               CLOSE PLAGES-SIMULATION-FILE
               DISPLAY 'No parameter change pending.'
               MOVE ZEROES TO STEP-RECORD-COUNT
               GOBACK
           END-IF.

           PERFORM LOAD-RECENT-STATS.
           PERFORM ADD-PENDING-OVERRIDE-CATEGORIES.
           PERFORM REPLAY-AUDIT-CAPTURES.
           PERFORM WRITE-CATEGORY-RESULTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PLAGES-SIMULATION-FILE.
           DISPLAY 'Pending parameter changes : ' WS-PENDING-COUNT.
           DISPLAY 'Captures replayed         : ' WS-REPLAYED-COUNT.
           MOVE WS-REPLAYED-COUNT TO STEP-RECORD-COUNT.
           GOBACK.

      * The whole parameter file is read in key order. A change whose
      * date has come is already in force - the capture programs
      * read it that way - and only one still ahead is pending.
       LOAD-PARAMETER-TABLE.
           OPEN INPUT PLAGES-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS = '00'
               SET PARAMETER-FILE-FOUND TO TRUE
               MOVE LOW-VALUES TO PR-ID
               START PLAGES-PARAMETER-FILE KEY IS >= PR-ID
                   INVALID KEY MOVE '10' TO WS-PARAMETER-STATUS
               END-START
               IF WS-PARAMETER-STATUS = '00'
                   PERFORM READ-PARAMETER-RECORD
               END-IF
               PERFORM UNTIL WS-PARAMETER-STATUS NOT = '00'
                   PERFORM NOTE-PARAMETER-RECORD
                   PERFORM READ-PARAMETER-RECORD
               END-PERFORM
               CLOSE PLAGES-PARAMETER-FILE
           END-IF.

       READ-PARAMETER-RECORD.
           READ PLAGES-PARAMETER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PARAMETER-STATUS
           END-READ.

       NOTE-PARAMETER-RECORD.
           IF PR-NEXT-EFFECTIVE-DATE NOT = SPACES
               AND PR-NEXT-EFFECTIVE-DATE <= WS-TODAY-DATE
               MOVE PR-NEXT-VALUE TO WS-PARM-VALUE
           ELSE
               MOVE PR-VALUE TO WS-PARM-VALUE
           END-IF.
           IF PR-ID = 'SIM-DAYS'
               IF WS-PARM-VALUE > 0
                   MOVE WS-PARM-VALUE TO WS-SIM-DAYS
               END-IF
           END-IF.
           IF PR-ID(1:7) = 'VAL-MIN' OR PR-ID(1:7) = 'VAL-MAX'
               OR PR-ID(1:9) = 'DEVIATION'
               IF WS-PT-COUNT < WS-PT-MAX
                   ADD 1 TO WS-PT-COUNT
                   MOVE PR-ID TO PT-ID (WS-PT-COUNT)
                   MOVE WS-PARM-VALUE TO PT-CUR-VALUE (WS-PT-COUNT)
                   MOVE 'N' TO PT-PENDING-FLAG (WS-PT-COUNT)
                   MOVE ZEROES TO PT-NEXT-VALUE (WS-PT-COUNT)
                   MOVE SPACES TO PT-NEXT-DATE (WS-PT-COUNT)
                   IF PR-NEXT-EFFECTIVE-DATE NOT = SPACES
                       AND PR-NEXT-EFFECTIVE-DATE > WS-TODAY-DATE
                       MOVE 'Y' TO PT-PENDING-FLAG (WS-PT-COUNT)
                       MOVE PR-NEXT-VALUE
                           TO PT-NEXT-VALUE (WS-PT-COUNT)
                       MOVE PR-NEXT-EFFECTIVE-DATE
                           TO PT-NEXT-DATE (WS-PT-COUNT)
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-PT-DROPPED
               END-IF
           END-IF.

      * The last SIM-DAYS days, today included.
       COMPUTE-REPLAY-START.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.
           COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - WS-SIM-DAYS + 1).
           MOVE WS-FROM-NUM TO WS-FROM-DATE.

       FIND-PARAMETER-ENTRY.
           MOVE ZEROES TO WS-PT-FOUND.
           MOVE 1 TO WS-PT-SUB.
           PERFORM UNTIL WS-PT-SUB > WS-PT-COUNT
               OR WS-PT-FOUND > ZEROES
               IF PT-ID (WS-PT-SUB) = WS-PARM-ID
                   MOVE WS-PT-SUB TO WS-PT-FOUND
               END-IF
               ADD 1 TO WS-PT-SUB
           END-PERFORM.

      * Same layout and fallback as 07-PlagesBatchCapture: the last
      * record of each category wins, the all-categories record
      * (spaces) stands in for a category not seen yet, and rows
      * from an older, narrower layout are skipped.
       LOAD-RECENT-STATS.
           OPEN INPUT PLAGES-STATS-FILE.
           IF WS-STATS-STATUS = '00'
               PERFORM READ-STATS-RECORD
               PERFORM UNTIL WS-STATS-STATUS = '10'
                   IF ST-ENTRY-COUNT IS NUMERIC
                       AND ST-VAL-AVERAGE IS NUMERIC
                       AND ST-VAL-MOVING-AVERAGE IS NUMERIC
                       PERFORM NOTE-PARSED-STATS-RECORD
                   END-IF
                   PERFORM READ-STATS-RECORD
               END-PERFORM
               CLOSE PLAGES-STATS-FILE
           END-IF.

       READ-STATS-RECORD.
           READ PLAGES-STATS-FILE
               AT END MOVE '10' TO WS-STATS-STATUS
           END-READ.

       NOTE-PARSED-STATS-RECORD.
           IF ST-VAL-MOVING-AVERAGE > ZEROES
               MOVE ST-VAL-MOVING-AVERAGE TO WS-PICKED-AVERAGE
           ELSE
               MOVE ST-VAL-AVERAGE TO WS-PICKED-AVERAGE
           END-IF.
           IF ST-CATEGORY = SPACES
               MOVE ST-ENTRY-COUNT TO WS-ALL-STATS-COUNT
               MOVE WS-PICKED-AVERAGE TO WS-ALL-STATS-AVERAGE
           ELSE
               MOVE ZEROES TO WS-SC-FOUND
               MOVE 1 TO WS-SC-SUB
               PERFORM UNTIL WS-SC-SUB > WS-SC-COUNT
                   OR WS-SC-FOUND > ZEROES
                   IF SC-CATEGORY (WS-SC-SUB) = ST-CATEGORY
                       MOVE WS-SC-SUB TO WS-SC-FOUND
                   END-IF
                   ADD 1 TO WS-SC-SUB
               END-PERFORM
               IF WS-SC-FOUND = ZEROES
                   AND WS-SC-COUNT < WS-SC-MAX
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-SC-FOUND
                   MOVE ST-CATEGORY TO SC-CATEGORY (WS-SC-FOUND)
               END-IF
               IF WS-SC-FOUND > ZEROES
                   MOVE ST-ENTRY-COUNT
                       TO SC-ENTRY-COUNT (WS-SC-FOUND)
                   MOVE WS-PICKED-AVERAGE
                       TO SC-VAL-AVERAGE (WS-SC-FOUND)
               END-IF
           END-IF.

      * A category whose own override has a change pending is shown
      * even when nothing was captured under it in the period.
       ADD-PENDING-OVERRIDE-CATEGORIES.
           MOVE 1 TO WS-PT-SUB.
           PERFORM UNTIL WS-PT-SUB > WS-PT-COUNT
               IF PT-IS-PENDING (WS-PT-SUB)
                   MOVE SPACES TO WS-CATEGORY
                   EVALUATE TRUE
                       WHEN PT-ID (WS-PT-SUB)(1:8) = 'VAL-MIN-'
                       WHEN PT-ID (WS-PT-SUB)(1:8) = 'VAL-MAX-'
                           MOVE PT-ID (WS-PT-SUB)(9:2) TO WS-CATEGORY
                       WHEN PT-ID (WS-PT-SUB)(1:10) = 'DEVIATION-'
                           MOVE PT-ID (WS-PT-SUB)(11:2) TO WS-CATEGORY
                   END-EVALUATE
                   IF WS-CATEGORY NOT = SPACES
                       PERFORM FIND-CATEGORY-ENTRY
                   END-IF
               END-IF
               ADD 1 TO WS-PT-SUB
           END-PERFORM.

      * Leaves WS-CT-FOUND on the category's entry, building the
      * entry the first time the category turns up; zero when the
      * table is full.
       FIND-CATEGORY-ENTRY.
           MOVE ZEROES TO WS-CT-FOUND.
           MOVE 1 TO WS-CT-SUB.
           PERFORM UNTIL WS-CT-SUB > WS-CT-COUNT
               OR WS-CT-FOUND > ZEROES
               IF CT-CATEGORY (WS-CT-SUB) = WS-CATEGORY
                   MOVE WS-CT-SUB TO WS-CT-FOUND
               END-IF
               ADD 1 TO WS-CT-SUB
           END-PERFORM.
           IF WS-CT-FOUND = ZEROES
               AND WS-CT-COUNT < WS-CT-MAX
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-FOUND
               PERFORM BUILD-CATEGORY-ENTRY
           END-IF.

      * For each kind the category's own override governs when it
      * has one, the chain-wide record otherwise, and the compiled
      * default when neither is on file - the order the capture
      * programs look them up in.
       BUILD-CATEGORY-ENTRY.
           MOVE WS-CATEGORY TO CT-CATEGORY (WS-CT-FOUND).
           MOVE ZEROES TO CT-SN-COUNT (WS-CT-FOUND).
           MOVE PRM-VAL-MIN TO CT-CUR-VALUE (WS-CT-FOUND, 1).
           MOVE PRM-VAL-MAX TO CT-CUR-VALUE (WS-CT-FOUND, 2).
           MOVE ZEROES TO CT-CUR-VALUE (WS-CT-FOUND, 3).
           MOVE 1 TO WS-OUT-SUB.
           PERFORM UNTIL WS-OUT-SUB > 3
               MOVE ZEROES TO CT-OUTCOME-COUNT (WS-CT-FOUND, WS-OUT-SUB)
               ADD 1 TO WS-OUT-SUB
           END-PERFORM.
           MOVE 1 TO WS-KIND.
           PERFORM UNTIL WS-KIND > 3
               PERFORM FIND-GOVERNING-PARAMETER
               IF WS-PT-FOUND > ZEROES
                   MOVE PT-CUR-VALUE (WS-PT-FOUND)
                       TO CT-CUR-VALUE (WS-CT-FOUND, WS-KIND)
               END-IF
               ADD 1 TO WS-KIND
           END-PERFORM.
           MOVE 1 TO WS-KIND.
           PERFORM UNTIL WS-KIND > 3
               PERFORM FIND-GOVERNING-PARAMETER
               IF WS-PT-FOUND > ZEROES
                   IF PT-IS-PENDING (WS-PT-FOUND)
                       PERFORM ADD-SINGLE-SCENARIO
                   END-IF
               END-IF
               ADD 1 TO WS-KIND
           END-PERFORM.
           IF CT-SN-COUNT (WS-CT-FOUND) > 1
               PERFORM ADD-COMBINED-SCENARIO
           END-IF.
           PERFORM SELECT-CATEGORY-STATS.

       FIND-GOVERNING-PARAMETER.
           MOVE WS-KIND-ID (WS-KIND) TO WS-PARM-ID.
           MOVE '-' TO WS-PARM-ID(WS-KIND-SUFFIX-POS (WS-KIND) - 1:1).
           MOVE WS-CATEGORY
               TO WS-PARM-ID(WS-KIND-SUFFIX-POS (WS-KIND):2).
           PERFORM FIND-PARAMETER-ENTRY.
           IF WS-PT-FOUND = ZEROES
               MOVE WS-KIND-ID (WS-KIND) TO WS-PARM-ID
               PERFORM FIND-PARAMETER-ENTRY
           END-IF.

      * A scenario starts from the values in force and changes the
      * one the pending record governs.
       ADD-SINGLE-SCENARIO.
           ADD 1 TO CT-SN-COUNT (WS-CT-FOUND).
           MOVE CT-SN-COUNT (WS-CT-FOUND) TO WS-SN-NEW.
           PERFORM CLEAR-SCENARIO.
           MOVE PT-ID (WS-PT-FOUND)
               TO SN-PARM-ID (WS-CT-FOUND, WS-SN-NEW).
           MOVE CT-CUR-VALUE (WS-CT-FOUND, WS-KIND)
               TO SN-OLD-VALUE (WS-CT-FOUND, WS-SN-NEW).
           MOVE PT-NEXT-VALUE (WS-PT-FOUND)
               TO SN-NEW-VALUE (WS-CT-FOUND, WS-SN-NEW).
           MOVE PT-NEXT-DATE (WS-PT-FOUND)
               TO SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-NEW).
           MOVE PT-NEXT-VALUE (WS-PT-FOUND)
               TO SN-VALUE (WS-CT-FOUND, WS-SN-NEW, WS-KIND).

      * All pending changes together, as the category will stand
      * once the last of them has taken effect.
       ADD-COMBINED-SCENARIO.
           ADD 1 TO CT-SN-COUNT (WS-CT-FOUND).
           MOVE CT-SN-COUNT (WS-CT-FOUND) TO WS-SN-NEW.
           PERFORM CLEAR-SCENARIO.
           MOVE 'ALL PENDING' TO SN-PARM-ID (WS-CT-FOUND, WS-SN-NEW).
           MOVE 1 TO WS-SN-SUB.
           PERFORM UNTIL WS-SN-SUB >= WS-SN-NEW
               MOVE 1 TO WS-KIND
               PERFORM UNTIL WS-KIND > 3
                   IF SN-VALUE (WS-CT-FOUND, WS-SN-SUB, WS-KIND)
                       NOT = CT-CUR-VALUE (WS-CT-FOUND, WS-KIND)
                       MOVE SN-VALUE (WS-CT-FOUND, WS-SN-SUB, WS-KIND)
                         TO SN-VALUE (WS-CT-FOUND, WS-SN-NEW, WS-KIND)
                   END-IF
                   ADD 1 TO WS-KIND
               END-PERFORM
               IF SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-SUB)
                   > SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-NEW)
                   MOVE SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-SUB)
                     TO SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-NEW)
               END-IF
               ADD 1 TO WS-SN-SUB
           END-PERFORM.

       CLEAR-SCENARIO.
           MOVE SPACES TO SN-PARM-ID (WS-CT-FOUND, WS-SN-NEW).
           MOVE ZEROES TO SN-OLD-VALUE (WS-CT-FOUND, WS-SN-NEW).
           MOVE ZEROES TO SN-NEW-VALUE (WS-CT-FOUND, WS-SN-NEW).
           MOVE LOW-VALUES
               TO SN-EFFECTIVE-DATE (WS-CT-FOUND, WS-SN-NEW).
           MOVE ZEROES TO SN-CHANGED-COUNT (WS-CT-FOUND, WS-SN-NEW).
           MOVE ZEROES TO SN-SAMPLE-COUNT (WS-CT-FOUND, WS-SN-NEW).
           MOVE 1 TO WS-OUT-SUB.
           PERFORM UNTIL WS-OUT-SUB > 3
               MOVE CT-CUR-VALUE (WS-CT-FOUND, WS-OUT-SUB)
                   TO SN-VALUE (WS-CT-FOUND, WS-SN-NEW, WS-OUT-SUB)
               MOVE ZEROES
                   TO SN-OUTCOME-COUNT (WS-CT-FOUND, WS-SN-NEW,
                       WS-OUT-SUB)
               ADD 1 TO WS-OUT-SUB
           END-PERFORM.

       SELECT-CATEGORY-STATS.
           MOVE ZEROES TO WS-SC-FOUND.
           MOVE 1 TO WS-SC-SUB.
           PERFORM UNTIL WS-SC-SUB > WS-SC-COUNT
               OR WS-SC-FOUND > ZEROES
               IF SC-CATEGORY (WS-SC-SUB) = WS-CATEGORY
                   MOVE WS-SC-SUB TO WS-SC-FOUND
               END-IF
               ADD 1 TO WS-SC-SUB
           END-PERFORM.
           IF WS-SC-FOUND > ZEROES
               MOVE SC-ENTRY-COUNT (WS-SC-FOUND)
                   TO CT-STATS-COUNT (WS-CT-FOUND)
               MOVE SC-VAL-AVERAGE (WS-SC-FOUND)
                   TO CT-STATS-AVERAGE (WS-CT-FOUND)
           ELSE
               MOVE WS-ALL-STATS-COUNT TO CT-STATS-COUNT (WS-CT-FOUND)
               MOVE WS-ALL-STATS-AVERAGE
                   TO CT-STATS-AVERAGE (WS-CT-FOUND)
           END-IF.

      * Every value keyed in the period is replayed whatever became
      * of it at the time, refused values included: the point is
      * what the floor keys, not what the old values let through.
       REPLAY-AUDIT-CAPTURES.
           OPEN INPUT PLAGES-AUDIT-FILE.
           PERFORM READ-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               ADD 1 TO WS-AUDIT-READ
               IF PA-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND PA-TIMESTAMP(1:8) <= WS-TODAY-DATE
                   IF PA-DUP-WITHDRAWN
                       ADD 1 TO WS-WITHDRAWN-COUNT
                   ELSE
                       PERFORM REPLAY-ONE-CAPTURE
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           CLOSE PLAGES-AUDIT-FILE.

       READ-AUDIT-RECORD.
           READ PLAGES-AUDIT-FILE
               AT END MOVE '10' TO WS-AUDIT-STATUS
           END-READ.

       REPLAY-ONE-CAPTURE.
           MOVE PA-CATEGORY TO WS-CATEGORY.
           PERFORM FIND-CATEGORY-ENTRY.
           IF WS-CT-FOUND = ZEROES
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-REPLAYED-COUNT
               MOVE CT-CUR-VALUE (WS-CT-FOUND, 1) TO WS-TRY-MIN
               MOVE CT-CUR-VALUE (WS-CT-FOUND, 2) TO WS-TRY-MAX
               MOVE CT-CUR-VALUE (WS-CT-FOUND, 3) TO WS-TRY-DEVIATION
               PERFORM CLASSIFY-CAPTURE
               MOVE WS-TRY-OUTCOME TO WS-CUR-OUT
               ADD 1 TO CT-OUTCOME-COUNT (WS-CT-FOUND, WS-CUR-OUT)
               MOVE 1 TO WS-SN-SUB
               PERFORM UNTIL WS-SN-SUB > CT-SN-COUNT (WS-CT-FOUND)
                   PERFORM REPLAY-UNDER-SCENARIO
                   ADD 1 TO WS-SN-SUB
               END-PERFORM
           END-IF.

       REPLAY-UNDER-SCENARIO.
           MOVE SN-VALUE (WS-CT-FOUND, WS-SN-SUB, 1) TO WS-TRY-MIN.
           MOVE SN-VALUE (WS-CT-FOUND, WS-SN-SUB, 2) TO WS-TRY-MAX.
           MOVE SN-VALUE (WS-CT-FOUND, WS-SN-SUB, 3)
               TO WS-TRY-DEVIATION.
           PERFORM CLASSIFY-CAPTURE.
           ADD 1 TO SN-OUTCOME-COUNT (WS-CT-FOUND, WS-SN-SUB,
               WS-TRY-OUTCOME).
           IF WS-TRY-OUTCOME NOT = WS-CUR-OUT
               ADD 1 TO SN-CHANGED-COUNT (WS-CT-FOUND, WS-SN-SUB)
               IF SN-SAMPLE-COUNT (WS-CT-FOUND, WS-SN-SUB) < 5
                   ADD 1 TO SN-SAMPLE-COUNT (WS-CT-FOUND, WS-SN-SUB)
                   MOVE SN-SAMPLE-COUNT (WS-CT-FOUND, WS-SN-SUB)
                       TO WS-SM-SUB
                   MOVE PA-TIMESTAMP(1:14)
                       TO SM-TIMESTAMP (WS-CT-FOUND, WS-SN-SUB,
                           WS-SM-SUB)
                   MOVE PA-OPERATOR-ID
                       TO SM-OPERATOR-ID (WS-CT-FOUND, WS-SN-SUB,
                           WS-SM-SUB)
                   MOVE PA-VALUE
                       TO SM-VALUE (WS-CT-FOUND, WS-SN-SUB, WS-SM-SUB)
                   MOVE WS-CUR-OUT
                       TO SM-FROM (WS-CT-FOUND, WS-SN-SUB, WS-SM-SUB)
                   MOVE WS-TRY-OUTCOME
                       TO SM-TO (WS-CT-FOUND, WS-SN-SUB, WS-SM-SUB)
               END-IF
           END-IF.

      * The capture programs' own order: out of range is refused,
      * then a value off the running average by more than the
      * deviation percentage is parked. No deviation or no
      * statistics means no screening.
       CLASSIFY-CAPTURE.
           MOVE 3 TO WS-TRY-OUTCOME.
           IF PA-VALUE < WS-TRY-MIN OR PA-VALUE > WS-TRY-MAX
               MOVE 1 TO WS-TRY-OUTCOME
           ELSE
               IF WS-TRY-DEVIATION > 0
                   AND CT-STATS-COUNT (WS-CT-FOUND) > 0
                   COMPUTE WS-DEV-MARGIN ROUNDED =
                       CT-STATS-AVERAGE (WS-CT-FOUND)
                       * WS-TRY-DEVIATION / 100
                   COMPUTE WS-DEV-HIGH =
                       CT-STATS-AVERAGE (WS-CT-FOUND) + WS-DEV-MARGIN
                   COMPUTE WS-DEV-LOW =
                       CT-STATS-AVERAGE (WS-CT-FOUND) - WS-DEV-MARGIN
                   IF PA-VALUE > WS-DEV-HIGH OR PA-VALUE < WS-DEV-LOW
                       MOVE 2 TO WS-TRY-OUTCOME
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           STRING 'PLAGES PARAMETER CHANGE SIMULATION - RUN DATE '
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO PLAGES-SIMULATION-LINE
           END-STRING.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           STRING 'CAPTURES REPLAYED FROM ' WS-FROM-DATE
               ' TO ' WS-TODAY-DATE DELIMITED BY SIZE
               INTO PLAGES-SIMULATION-LINE
           END-STRING.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           IF NOT PARAMETER-FILE-FOUND
               MOVE '  PARAMETER FILE NOT AVAILABLE'
                   TO PLAGES-SIMULATION-LINE
               WRITE PLAGES-SIMULATION-LINE
           END-IF.

      * Categories with no pending change governing them were
      * replayed only to be counted; they are not listed.
       WRITE-CATEGORY-RESULTS.
           MOVE 1 TO WS-CT-SUB.
           PERFORM UNTIL WS-CT-SUB > WS-CT-COUNT
               IF CT-SN-COUNT (WS-CT-SUB) > ZEROES
                   ADD 1 TO WS-SIMULATED-CATEGORIES
                   PERFORM WRITE-ONE-CATEGORY
               END-IF
               ADD 1 TO WS-CT-SUB
           END-PERFORM.

       WRITE-ONE-CATEGORY.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           STRING 'CATEGORY ' CT-CATEGORY (WS-CT-SUB)
               DELIMITED BY SIZE
               INTO PLAGES-SIMULATION-LINE
           END-STRING.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE 'IN FORCE' TO WS-V-LABEL.
           MOVE CT-CUR-VALUE (WS-CT-SUB, 1) TO WS-V-MIN.
           MOVE CT-CUR-VALUE (WS-CT-SUB, 2) TO WS-V-MAX.
           MOVE CT-CUR-VALUE (WS-CT-SUB, 3) TO WS-V-DEVIATION.
           MOVE WS-VALUES-LINE TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE 1 TO WS-SN-SUB.
           PERFORM UNTIL WS-SN-SUB > CT-SN-COUNT (WS-CT-SUB)
               PERFORM WRITE-ONE-SCENARIO
               ADD 1 TO WS-SN-SUB
           END-PERFORM.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.

       WRITE-ONE-SCENARIO.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           IF SN-PARM-ID (WS-CT-SUB, WS-SN-SUB) = 'ALL PENDING'
               MOVE 'ALL PENDING' TO WS-V-LABEL
               MOVE SN-VALUE (WS-CT-SUB, WS-SN-SUB, 1) TO WS-V-MIN
               MOVE SN-VALUE (WS-CT-SUB, WS-SN-SUB, 2) TO WS-V-MAX
               MOVE SN-VALUE (WS-CT-SUB, WS-SN-SUB, 3)
                   TO WS-V-DEVIATION
               MOVE WS-VALUES-LINE TO PLAGES-SIMULATION-LINE
           ELSE
               MOVE SN-PARM-ID (WS-CT-SUB, WS-SN-SUB) TO WS-C-PARM-ID
               MOVE SN-OLD-VALUE (WS-CT-SUB, WS-SN-SUB) TO WS-C-OLD
               MOVE SN-NEW-VALUE (WS-CT-SUB, WS-SN-SUB) TO WS-C-NEW
               MOVE SN-EFFECTIVE-DATE (WS-CT-SUB, WS-SN-SUB)
                   TO WS-C-DATE
               MOVE WS-CHANGE-LINE TO PLAGES-SIMULATION-LINE
           END-IF.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE WS-COUNT-HEADING TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE 'CURRENT VALUES' TO WS-N-LABEL.
           MOVE CT-OUTCOME-COUNT (WS-CT-SUB, 1) TO WS-N-REJECTED.
           MOVE CT-OUTCOME-COUNT (WS-CT-SUB, 2) TO WS-N-SUSPENSE.
           MOVE CT-OUTCOME-COUNT (WS-CT-SUB, 3) TO WS-N-ACCEPTED.
           MOVE WS-COUNT-LINE TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE 'PROPOSED VALUES' TO WS-N-LABEL.
           MOVE SN-OUTCOME-COUNT (WS-CT-SUB, WS-SN-SUB, 1)
               TO WS-N-REJECTED.
           MOVE SN-OUTCOME-COUNT (WS-CT-SUB, WS-SN-SUB, 2)
               TO WS-N-SUSPENSE.
           MOVE SN-OUTCOME-COUNT (WS-CT-SUB, WS-SN-SUB, 3)
               TO WS-N-ACCEPTED.
           MOVE WS-COUNT-LINE TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
           MOVE SPACES TO PLAGES-SIMULATION-LINE.
           MOVE 'Entries changing outcome' TO WS-D-LABEL.
           MOVE SN-CHANGED-COUNT (WS-CT-SUB, WS-SN-SUB) TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 1 TO WS-SM-SUB.
           PERFORM UNTIL WS-SM-SUB >
               SN-SAMPLE-COUNT (WS-CT-SUB, WS-SN-SUB)
               PERFORM WRITE-ONE-SAMPLE
               ADD 1 TO WS-SM-SUB
           END-PERFORM.

       WRITE-ONE-SAMPLE.
           MOVE SM-TIMESTAMP (WS-CT-SUB, WS-SN-SUB, WS-SM-SUB)
               TO WS-S-TIMESTAMP.
           MOVE SM-OPERATOR-ID (WS-CT-SUB, WS-SN-SUB, WS-SM-SUB)
               TO WS-S-OPERATOR-ID.
           MOVE SM-VALUE (WS-CT-SUB, WS-SN-SUB, WS-SM-SUB)
               TO WS-S-VALUE.
           MOVE SM-FROM (WS-CT-SUB, WS-SN-SUB, WS-SM-SUB)
               TO WS-OUT-SUB.
           MOVE WS-OUTCOME-NAME (WS-OUT-SUB) TO WS-S-FROM.
           MOVE SM-TO (WS-CT-SUB, WS-SN-SUB, WS-SM-SUB)
               TO WS-OUT-SUB.
           MOVE WS-OUTCOME-NAME (WS-OUT-SUB) TO WS-S-TO.
           MOVE WS-SAMPLE-LINE TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.

       WRITE-REPORT-TOTALS.
           MOVE 'Pending parameter changes' TO WS-D-LABEL.
           MOVE WS-PENDING-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Categories simulated' TO WS-D-LABEL.
           MOVE WS-SIMULATED-CATEGORIES TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Audit rows read' TO WS-D-LABEL.
           MOVE WS-AUDIT-READ TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Captures replayed' TO WS-D-LABEL.
           MOVE WS-REPLAYED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'Withdrawn duplicates not replayed' TO WS-D-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-OVERFLOW-COUNT > ZEROES
               MOVE 'Not replayed - category table full' TO WS-D-LABEL
               MOVE WS-OVERFLOW-COUNT TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF WS-PT-DROPPED > ZEROES
               MOVE 'Parameters not loaded - table full' TO WS-D-LABEL
               MOVE WS-PT-DROPPED TO WS-D-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO PLAGES-SIMULATION-LINE.
           WRITE PLAGES-SIMULATION-LINE.
