      * Date:
      * Purpose: Protected maintenance transaction over the keyed
      *          PLAGES-PARAMETER file so a supervisor can view and
      *          change the Plages range bounds, the duplicate
      *          capture window, the batch checkpoint interval and
      *          the archive retention cutoff with an effective
      *          date, without a recompile of 01-Plages /
      *          07-PlagesBatchCapture.
      *          A plage category keyed on the update screen routes
      *          the range, deviation and duplicate-window changes
      *          to that category's override records ('VAL-MIN-xx'
      *          style ids) instead
      *          of the chain-wide defaults; the checkpoint interval
      *          and the retention cutoff stay chain-wide either way.
      *          A change dated ahead waits as the pending value, a
      *          first override included (it holds the value in
      *          force until then), and 28-PlagesParmSim reports
      *          what it would do to recent captures meanwhile.
      *          Access is guarded by the SUPV-CODE parameter and
      *          every change is logged to the parameter history
      *          file in the same layout 05-PlagesInquiry uses for
       77 WS-CAT-MIN PIC 9(15) VALUE ZEROES.
       77 WS-CAT-MAX PIC 9(15) VALUE ZEROES.
       77 WS-CAT-DEVIATION PIC 9(3) VALUE ZEROES.
       77 WS-CAT-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-NEW-MIN PIC 9(15).
       77 WS-NEW-MAX PIC 9(15).
       77 WS-NEW-INTERVAL PIC 9(9).
       77 WS-NEW-RETENTION PIC 9(8).
       77 WS-NEW-DEVIATION PIC 9(3).
       77 WS-NEW-DUP-WINDOW PIC 9(5).
       77 WS-DEVIATION-PCT PIC 9(3) VALUE ZEROES.
       77 WS-DUP-WINDOW PIC 9(5) VALUE ZEROES.
       77 WS-RETENTION-DATE PIC 9(8) VALUE ZEROES.
       77 WS-EFFECTIVE-DATE PIC X(8).
       77 WS-REASON-CODE PIC X(2).
       77 WS-PARM-ID PIC X(12).
       77 WS-OLD-VALUE PIC 9(15).
       77 WS-NEW-VALUE PIC 9(15).
       77 WS-IN-FORCE-VALUE PIC 9(15).
       77 WS-FIELDS-OK PIC X VALUE 'N'.
           88 FIELDS-ARE-OK VALUE 'Y'.
       77 WS-CHECK-DATE PIC X(8).
           2 COL 35 PIC 9(8) FROM WS-RETENTION-DATE.
           2 LINE 10 COL 10 VALUE 'Ecart autorise (pct)   : '.
           2 COL 35 PIC 9(3) FROM WS-DEVIATION-PCT.
           2 LINE 11 COL 10 VALUE 'Fenetre doublon (min)  : '.
           2 COL 35 PIC 9(5) FROM WS-DUP-WINDOW.

       1 plm-update.
           2 LINE 12 COL 10 VALUE 'Categorie (vide=tous)  : '.
           2 saisie-retention PIC 9(8) TO WS-NEW-RETENTION REQUIRED.
           2 LINE 17 COL 10 VALUE 'Nouvel ecart (pct)     : '.
           2 saisie-deviation PIC 9(3) TO WS-NEW-DEVIATION REQUIRED.
           2 LINE 18 COL 10 VALUE 'Fenetre doublon (min)  : '.
           2 saisie-dup-window PIC 9(5) TO WS-NEW-DUP-WINDOW
               REQUIRED.
           2 LINE 19 COL 10 VALUE 'Date effet (AAAAMMJJ)  : '.
           2 saisie-effective PIC x(8) TO WS-EFFECTIVE-DATE REQUIRED.
           2 LINE 20 COL 10 VALUE 'Code motif (2 car)     : '.
           2 saisie-reason PIC x(2) TO WS-REASON-CODE REQUIRED.
           2 LINE 21 COL 10 VALUE 'Intervalle et retention : '.
           2 COL 36 VALUE 'portee generale seulement.'.

       1 plm-catvalues.
           2 LINE 22 COL 10 VALUE 'En vigueur categorie '.
           2 COL 31 PIC x(2) FROM WS-NEW-CATEGORY.
           2 COL 34 VALUE ': min '.
           2 COL 40 PIC 9(15) FROM WS-CAT-MIN.
           2 LINE 23 COL 12 VALUE 'max '.
           2 COL 16 PIC 9(15) FROM WS-CAT-MAX.
           2 COL 33 VALUE 'ecart (pct) '.
           2 COL 45 PIC 9(3) FROM WS-CAT-DEVIATION.
           2 COL 50 VALUE 'doublon '.
           2 COL 58 PIC 9(5) FROM WS-CAT-DUP-WINDOW.

       1 plm-invalid.
           2 BLANK SCREEN.
           2 saisie-ack PIC x(1) TO WS-CONTINUE.

       1 plm-done.
           2 LINE 24 COL 10 VALUE 'Parametres mis a jour.'.

       PROCEDURE DIVISION.

           MOVE 'DEVIATION' TO PR-ID.
           MOVE ZEROES TO PR-VALUE.
           PERFORM WRITE-DEFAULT-PARAMETER.
           MOVE 'DUP-WIN' TO PR-ID.
           MOVE ZEROES TO PR-VALUE.
           PERFORM WRITE-DEFAULT-PARAMETER.
           MOVE 'SUPV-CODE' TO PR-ID.
           MOVE WS-SUPV-CODE-ON-FILE TO PR-VALUE.
           PERFORM WRITE-DEFAULT-PARAMETER.
           IF WS-PARAMETER-STATUS = '00'
               MOVE PR-VALUE TO WS-DEVIATION-PCT
           END-IF.
           MOVE 'DUP-WIN' TO PR-ID.
           PERFORM READ-ONE-PARAMETER.
           IF WS-PARAMETER-STATUS = '00'
               MOVE PR-VALUE TO WS-DUP-WINDOW
           END-IF.
           MOVE 'SUPV-CODE' TO PR-ID.
           PERFORM READ-ONE-PARAMETER.
           IF WS-PARAMETER-STATUS = '00'
               ACCEPT saisie-interval
               ACCEPT saisie-retention
               ACCEPT saisie-deviation
               ACCEPT saisie-dup-window
               ACCEPT saisie-effective
               ACCEPT saisie-reason
               PERFORM VALIDATE-NEW-VALUES
      * meaning and are only touched on a chain-wide update.
           IF WS-NEW-CATEGORY = SPACES
               MOVE 'VAL-MIN' TO WS-PARM-ID
               MOVE PRM-VAL-MIN TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-MIN TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'VAL-MAX' TO WS-PARM-ID
               MOVE PRM-VAL-MAX TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-MAX TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'CHECKPOINT' TO WS-PARM-ID
               MOVE PRM-CHECKPOINT-INTERVAL TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-INTERVAL TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'RETENTION' TO WS-PARM-ID
               MOVE WS-RETENTION-DATE TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-RETENTION TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'DEVIATION' TO WS-PARM-ID
               MOVE WS-DEVIATION-PCT TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-DEVIATION TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'DUP-WIN' TO WS-PARM-ID
               MOVE WS-DUP-WINDOW TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-DUP-WINDOW TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
           ELSE
               MOVE 'VAL-MIN-' TO WS-PARM-ID
               MOVE WS-CAT-MIN TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-CATEGORY TO WS-PARM-ID(9:2)
               MOVE WS-NEW-MIN TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'VAL-MAX-' TO WS-PARM-ID
               MOVE WS-CAT-MAX TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-CATEGORY TO WS-PARM-ID(9:2)
               MOVE WS-NEW-MAX TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'DEVIATION-' TO WS-PARM-ID
               MOVE WS-CAT-DEVIATION TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-CATEGORY TO WS-PARM-ID(11:2)
               MOVE WS-NEW-DEVIATION TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
               MOVE 'DUP-WIN-' TO WS-PARM-ID
               MOVE WS-CAT-DUP-WINDOW TO WS-IN-FORCE-VALUE
               MOVE WS-NEW-CATEGORY TO WS-PARM-ID(9:2)
               MOVE WS-NEW-DUP-WINDOW TO WS-NEW-VALUE
               PERFORM UPDATE-ONE-PARAMETER
           END-IF.

           DISPLAY plm-done.
           MOVE PRM-VAL-MIN TO WS-CAT-MIN.
           MOVE PRM-VAL-MAX TO WS-CAT-MAX.
           MOVE WS-DEVIATION-PCT TO WS-CAT-DEVIATION.
           MOVE WS-DUP-WINDOW TO WS-CAT-DUP-WINDOW.
           MOVE 'VAL-MIN-' TO PR-ID.
           MOVE WS-NEW-CATEGORY TO PR-ID(9:2).
           PERFORM READ-ONE-PARAMETER.
           IF WS-PARAMETER-STATUS = '00'
               MOVE PR-VALUE TO WS-CAT-DEVIATION
           END-IF.
           MOVE 'DUP-WIN-' TO PR-ID.
           MOVE WS-NEW-CATEGORY TO PR-ID(9:2).
           PERFORM READ-ONE-PARAMETER.
           IF WS-PARAMETER-STATUS = '00'
               MOVE PR-VALUE TO WS-CAT-DUP-WINDOW
           END-IF.

       VALIDATE-NEW-VALUES.
           MOVE 'Y' TO WS-FIELDS-OK.

      * A change dated today or earlier replaces the current value at
      * once; a change dated in the future is parked in the pending
      * fields so the current value stays in force until then. That
      * holds for a record created here too, typically a category's
      * first override: it starts out at the value in force for the
      * category today and carries the new value as pending.
       UPDATE-ONE-PARAMETER.
           MOVE WS-PARM-ID TO PR-ID.
           READ PLAGES-PARAMETER-FILE
               MOVE ZEROES TO WS-OLD-VALUE
               PERFORM WRITE-HISTORY-RECORD
               MOVE WS-PARM-ID TO PR-ID
               IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE WS-IN-FORCE-VALUE TO PR-VALUE
                   MOVE WS-TODAY-DATE TO PR-EFFECTIVE-DATE
                   MOVE WS-NEW-VALUE TO PR-NEXT-VALUE
                   MOVE WS-EFFECTIVE-DATE TO PR-NEXT-EFFECTIVE-DATE
               ELSE
                   MOVE WS-NEW-VALUE TO PR-VALUE
                   MOVE WS-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE
                   MOVE ZEROES TO PR-NEXT-VALUE
                   MOVE SPACES TO PR-NEXT-EFFECTIVE-DATE
               END-IF
               WRITE PLAGES-PARAMETER-RECORD
           END-IF.

