      * Author:
      * Date:
      * Purpose: Run-control driver for the nightly Plages chain:
      *          25-PlagesBackup, 07-PlagesBatchCapture,
      *          03-PlagesToWork, 02-Manipulations (batch mode),
      *          22-PlagesRestate, 04-PlagesSummary,
      *          27-PlagesDupReport, 06-PlagesExtract and
      *          28-PlagesParmSim, executed in that order. The
      *          master is backed up before anything in the chain
      *          touches it, suspected duplicate captures are
      *          reported before the extract sends them downstream,
      *          and pending parameter changes are simulated last,
      *          against the statistics the night has just
      *          refreshed, where they cannot hold up the extract.
      *          A record
      *          is appended to the PLAGES-RUN-LOG file when each
      *          step starts and when it completes or fails, carrying
      *          start/end timestamps, the step's record count (via
      *          A step is only started when its predecessor has
      *          completed; on the next invocation after a failure
      *          the chain resumes from the first incomplete step of
      *          that run. A run logged under a different step
      *          table (a record whose step name does not match the
      *          step at that number) is not resumed: the chain
      *          starts again at step one. This is job-level restart
      *          on top of the
      *          record-level checkpointing inside
      *          07-PlagesBatchCapture.
      * Tectonics: cobc
       COPY PLGSTEP.
       77 WS-RUN-LOG-STATUS PIC XX.
       77 WS-STEP PIC 9(2).
       77 WS-STEP-COUNT PIC 9(2) VALUE 9.
       77 WS-RESUME-STEP PIC 9(2) VALUE 1.
       77 WS-RUN-DATE PIC X(8).
       77 WS-START-TIMESTAMP PIC X(21).
       77 WS-STEP-FAILED PIC X VALUE 'N'.
           88 STEP-HAS-FAILED VALUE 'Y'.
       77 WS-STEP-MISMATCH PIC X VALUE 'N'.
           88 RUN-LOG-STEPS-DIFFER VALUE 'Y'.

       01 WS-STEP-NAME-TABLE.
           05 FILLER PIC X(24) VALUE '25-PlagesBackup'.
           05 FILLER PIC X(24) VALUE '07-PlagesBatchCapture'.
           05 FILLER PIC X(24) VALUE '03-PlagesToWork'.
           05 FILLER PIC X(24) VALUE '02-Manipulations'.
           05 FILLER PIC X(24) VALUE '22-PlagesRestate'.
           05 FILLER PIC X(24) VALUE '04-PlagesSummary'.
           05 FILLER PIC X(24) VALUE '27-PlagesDupReport'.
           05 FILLER PIC X(24) VALUE '06-PlagesExtract'.
           05 FILLER PIC X(24) VALUE '28-PlagesParmSim'.
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.
           05 WS-STEP-NAME OCCURS 9 TIMES PIC X(24).

       01 WS-STEP-STATE.
           05 WS-STEP-LAST-STATUS OCCURS 9 TIMES PIC X(8).

       PROCEDURE DIVISION.

           PERFORM DETERMINE-RESUME-STEP.

           MOVE WS-RESUME-STEP TO WS-STEP.
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT OR STEP-HAS-FAILED
               PERFORM EXECUTE-ONE-STEP
               ADD 1 TO WS-STEP
           END-PERFORM.
      * The whole log is replayed so the state reflects the most
      * recent run: a step-one start record opens a new run and
      * clears the slate, every later record overlays its step's
      * last known status. A record whose step name is not the one
      * this driver runs at that number was written under another
      * step table; the run it belongs to cannot be resumed here.
       SCAN-RUN-LOG.
           MOVE SPACES TO WS-STEP-STATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       NOTE-RUN-LOG-RECORD.
           IF RL-STEP-NUMBER = 1 AND RL-STARTED
               MOVE SPACES TO WS-STEP-STATE
               MOVE 'N' TO WS-STEP-MISMATCH
           END-IF.
           IF RL-STEP-NUMBER >= 1
               AND RL-STEP-NUMBER <= WS-STEP-COUNT
               IF RL-STEP-NAME NOT = WS-STEP-NAME (RL-STEP-NUMBER)
                   SET RUN-LOG-STEPS-DIFFER TO TRUE
               END-IF
           ELSE
               SET RUN-LOG-STEPS-DIFFER TO TRUE
           END-IF.
           IF RUN-LOG-STEPS-DIFFER
               MOVE SPACES TO WS-STEP-STATE
           ELSE
               MOVE RL-STATUS
                   TO WS-STEP-LAST-STATUS (RL-STEP-NUMBER)
               MOVE RL-RUN-DATE TO WS-RUN-DATE
           END-IF.

       DETERMINE-RESUME-STEP.
           IF RUN-LOG-STEPS-DIFFER
               DISPLAY 'Last logged run used a different step list '
                   '- chain restarts at step 1.'
           END-IF.
           MOVE ZEROES TO WS-RESUME-STEP.
           MOVE 1 TO WS-STEP.
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT OR WS-RESUME-STEP > 0
               IF WS-STEP-LAST-STATUS (WS-STEP) NOT = 'COMPLETE'
                   MOVE WS-STEP TO WS-RESUME-STEP
               END-IF
               ADD 1 TO WS-STEP
           END-PERFORM.
           IF WS-RESUME-STEP = ZEROES OR RUN-LOG-STEPS-DIFFER
               MOVE 1 TO WS-RESUME-STEP
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
