      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review transaction over the
      *          PLAGES-PENDING-CORR file. Master corrections that
      *          05-PlagesInquiry held back as large or as touching
      *          an entry already delivered downstream are presented
      *          one by one; the supervisor approves a correction
      *          into the PLAGES-MASTER file, declines it with a
      *          reason code, or skips it to leave it pending.
      *          Sign-on requires an operator carrying the supervisor
      *          flag, and a supervisor is never shown requests of
      *          their own - the second pair of eyes must be a second
      *          person. Approval re-reads the master and applies the
      *          correction only if the entry still carries the value
      *          the requester saw; it then logs the PLAGES-HISTORY
      *          record and, for an entry the downstream already
      *          accepted, queues an amendment for 06-PlagesExtract.
      *          Every decision is stamped on the request with the
      *          deciding supervisor and time, and the master is
      *          only updated once the stamp is on file. A
      *          correction to an entry dated in a closed accounting
      *          month is not applied until the month is reopened,
      *          nor one to an entry sent downstream until its
      *          acknowledgment is in.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 23-PlagesCorrReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAGES-PENDING-CORR-FILE
               ASSIGN TO "PLAGESPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PLAGES-MASTER-FILE
               ASSIGN TO "PLAGESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAGES-OPERATOR-FILE
               ASSIGN TO "PLAGESOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PLAGES-HISTORY-FILE
               ASSIGN TO "PLAGESHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PLAGES-REASON-FILE
               ASSIGN TO "PLAGESRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CODE
               FILE STATUS IS WS-REASON-STATUS.

           SELECT PLAGES-PERIOD-FILE
               ASSIGN TO "PLAGESPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAGES-PENDING-CORR-FILE.
           COPY PLGPCOR.

       FD  PLAGES-MASTER-FILE.
           COPY PLGMAST.

       FD  PLAGES-OPERATOR-FILE.
           COPY PLGOPER.

       FD  PLAGES-HISTORY-FILE.
           COPY PLGHIST.

       FD  PLAGES-REASON-FILE.
           COPY PLGRSN.

       FD  PLAGES-PERIOD-FILE.
           COPY PLGPERD.

       WORKING-STORAGE SECTION.
       77 WS-PENDING-STATUS PIC XX.
       77 WS-MASTER-STATUS PIC XX.
       77 WS-PERIOD-STATUS PIC XX.
       77 WS-CHECK-PERIOD PIC X(6) VALUE SPACES.
       77 WS-PERIOD-CLOSED PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
       77 WS-OPERATOR-STATUS PIC XX.
       77 WS-HISTORY-STATUS PIC XX.
       77 WS-OPERATOR-ID PIC X(8).
       77 WS-ACCESS-GRANTED PIC X VALUE 'N'.
           88 ACCESS-IS-GRANTED VALUE 'Y'.
       77 WS-DECISION PIC X.
       77 WS-REASON-CODE PIC X(2).
       77 WS-REASON-STATUS PIC XX.
       77 WS-REASON-OK PIC X VALUE 'N'.
           88 REASON-IS-VALID VALUE 'Y'.
       77 WS-HOLD-TEXT PIC X(30) VALUE SPACES.
       77 WS-DECISION-TIMESTAMP PIC X(21).
       77 WS-APPROVED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-DECLINED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-SKIPPED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-OWN-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-OPEN-OK PIC X VALUE 'N'.
           88 MASTER-OPEN-OK VALUE 'Y'.
       77 WS-PENDING-OPEN-OK PIC X VALUE 'N'.
           88 PENDING-OPEN-OK VALUE 'Y'.
       77 WS-RETRY-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-RETRY-MAX PIC 9(3) VALUE 30.
       77 WS-WAIT-SECONDS PIC 9(8) VALUE 1.

       SCREEN SECTION.
       1 plr-signon.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Code superviseur (operateur) : '.
           2 saisie-operator PIC x(8) TO WS-OPERATOR-ID REQUIRED.

       1 plr-refuse.
           2 BLANK SCREEN.
           2 LINE 6 COL 10 VALUE 'Acces reserve aux superviseurs.'.

       1 plr-entry.
           2 BLANK SCREEN.
           2 LINE 4 COL 10 VALUE 'Correction en attente de '.
           2 COL 35 VALUE 'validation'.
           2 LINE 6 COL 10 VALUE 'Cle              : '.
           2 COL 29 PIC x(26) FROM PC-MASTER-KEY.
           2 LINE 7 COL 10 VALUE 'Categorie        : '.
           2 COL 29 PIC x(2) FROM PC-CATEGORY.
           2 LINE 8 COL 10 VALUE 'Ancienne valeur  : '.
           2 COL 29 PIC 9(15) FROM PC-OLD-VALUE.
           2 LINE 9 COL 10 VALUE 'Nouvelle valeur  : '.
           2 COL 29 PIC 9(15) FROM PC-NEW-VALUE.
           2 LINE 10 COL 10 VALUE 'Code motif       : '.
           2 COL 29 PIC x(2) FROM PC-REASON-CODE.
           2 LINE 11 COL 10 VALUE 'Demandeur        : '.
           2 COL 29 PIC x(8) FROM PC-REQUESTED-BY.
           2 LINE 12 COL 10 VALUE 'Demande le       : '.
           2 COL 29 PIC x(21) FROM PC-REQUEST-TIMESTAMP.
           2 LINE 13 COL 10 VALUE 'Mise en attente  : '.
           2 COL 29 PIC x(30) FROM WS-HOLD-TEXT.
           2 LINE 15 COL 10 VALUE 'Decision (A/D/S) : '.
           2 saisie-decision PIC x(1) TO WS-DECISION REQUIRED.

       1 plr-reason.
           2 LINE 17 COL 10 VALUE 'Code motif du refus (2 car) : '.
           2 saisie-reason PIC x(2) TO WS-REASON-CODE REQUIRED.

       1 plr-badreason.
           2 LINE 19 COL 10 VALUE 'Code motif inconnu ou invalide '.
           2 COL 41 VALUE 'pour une correction. Recommencez.'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM SUPERVISOR-SIGN-ON.
           IF NOT ACCESS-IS-GRANTED
               DISPLAY plr-refuse
               STOP RUN
           END-IF.

           PERFORM OPEN-PENDING-FILE.
           IF WS-PENDING-STATUS = '35'
               DISPLAY 'Aucune correction en attente.'
               STOP RUN
           END-IF.
           IF NOT PENDING-OPEN-OK
               DISPLAY 'Fichier des corrections indisponible - statut '
                   WS-PENDING-STATUS
               STOP RUN
           ELSE
               PERFORM READ-PENDING-RECORD
               PERFORM UNTIL WS-PENDING-STATUS = '10'
                   IF PC-PENDING
                       PERFORM REVIEW-ONE-CORRECTION
                   END-IF
                   PERFORM READ-PENDING-RECORD
               END-PERFORM
               CLOSE PLAGES-PENDING-CORR-FILE
               DISPLAY 'Corrections approuvees : ' WS-APPROVED-COUNT
               DISPLAY 'Corrections declinees  : ' WS-DECLINED-COUNT
               DISPLAY 'Corrections laissees   : ' WS-SKIPPED-COUNT
               DISPLAY 'Vos propres demandes   : ' WS-OWN-COUNT
           END-IF.
           STOP RUN.

       SUPERVISOR-SIGN-ON.
           OPEN INPUT PLAGES-OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY 'Fichier operateurs indisponible.'
               STOP RUN
           END-IF.
           DISPLAY plr-signon.
           ACCEPT saisie-operator.
           PERFORM READ-OPERATOR-RECORD.
           PERFORM UNTIL WS-OPERATOR-STATUS = '10'
               OR ACCESS-IS-GRANTED
               IF OP-ID = WS-OPERATOR-ID
                   AND OP-IS-SUPERVISOR
                   AND NOT OP-IS-DISABLED
                   SET ACCESS-IS-GRANTED TO TRUE
               END-IF
               PERFORM READ-OPERATOR-RECORD
           END-PERFORM.
           CLOSE PLAGES-OPERATOR-FILE.

       READ-OPERATOR-RECORD.
           READ PLAGES-OPERATOR-FILE
               AT END MOVE '10' TO WS-OPERATOR-STATUS
           END-READ.

       READ-PENDING-RECORD.
           READ PLAGES-PENDING-CORR-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PENDING-STATUS
           END-READ.

      * A supervisor's own requests are passed over without being
      * shown; they wait for another supervisor.
       REVIEW-ONE-CORRECTION.
           IF PC-REQUESTED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-COUNT
           ELSE
               PERFORM PRESENT-ONE-CORRECTION
           END-IF.

       PRESENT-ONE-CORRECTION.
           EVALUATE TRUE
               WHEN PC-HELD-BOTH
                   MOVE 'Forte correction, entree livree'
                       TO WS-HOLD-TEXT
               WHEN PC-HELD-LARGE
                   MOVE 'Forte correction' TO WS-HOLD-TEXT
               WHEN OTHER
                   MOVE 'Entree deja livree en aval' TO WS-HOLD-TEXT
           END-EVALUATE.
           DISPLAY plr-entry.
           ACCEPT saisie-decision.
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPROVE-CORRECTION
               WHEN 'D'
               WHEN 'd'
                   PERFORM DECLINE-CORRECTION
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      * The master is only opened for the moment of the update, so
      * the capture stations are not held off for a whole review.
       APPROVE-CORRECTION.
           PERFORM OPEN-MASTER-FILE.
           IF NOT MASTER-OPEN-OK
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'Fichier maitre indisponible - statut '
                   WS-MASTER-STATUS
           ELSE
               MOVE PC-MASTER-KEY TO PM-KEY
               READ PLAGES-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY 'Entree introuvable pour la cle : '
                           PC-MASTER-KEY
                   NOT INVALID KEY
                       PERFORM APPLY-APPROVED-CORRECTION
               END-READ
               CLOSE PLAGES-MASTER-FILE
           END-IF.

      * An entry that moved since the request - another correction,
      * a restore - is not overwritten on the strength of a value
      * nobody is looking at any more; the request stays pending to
      * be declined and keyed afresh. An entry sent, or whose
      * amendment was sent, and still awaiting acknowledgment waits
      * for the acknowledgment: resending it before then would put
      * a second record downstream under the same key. One dated in
      * a closed month waits for a reopen.
       APPLY-APPROVED-CORRECTION.
           MOVE PC-MASTER-KEY(1:6) TO WS-CHECK-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           EVALUATE TRUE
               WHEN PM-VALUE NOT = PC-OLD-VALUE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Valeur maitre modifiee depuis la demande '
                       'pour la cle : ' PC-MASTER-KEY
               WHEN PM-AMENDMENT-SENT
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Amendement en attente d''accuse pour '
                       'la cle : ' PC-MASTER-KEY
               WHEN PM-SENT
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Entree envoyee, accuse attendu pour '
                       'la cle : ' PC-MASTER-KEY
               WHEN PERIOD-IS-CLOSED
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Periode comptable close pour la cle : '
                       PC-MASTER-KEY
               WHEN OTHER
                   PERFORM UPDATE-MASTER-RECORD
           END-EVALUATE.

      * The request is stamped approved before the master is
      * touched, so a correction can never be applied while its
      * request still reads as pending and be applied again at the
      * next review. If the master then cannot be updated the
      * request is put back to pending.
       UPDATE-MASTER-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-DECISION-TIMESTAMP.
           SET PC-APPROVED TO TRUE.
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE WS-DECISION-TIMESTAMP TO PC-DECISION-TIMESTAMP.
           REWRITE PLAGES-PENDING-CORR-RECORD.
           IF WS-PENDING-STATUS NOT = '00'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'Demande non mise a jour (statut '
                   WS-PENDING-STATUS ') - correction non appliquee '
                   'pour la cle : ' PC-MASTER-KEY
           ELSE
               PERFORM QUEUE-FOR-DOWNSTREAM
               MOVE PC-NEW-VALUE TO PM-VALUE
               MOVE WS-DECISION-TIMESTAMP TO PM-TIMESTAMP
               REWRITE PLAGES-MASTER-RECORD
               IF WS-MASTER-STATUS = '00'
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'Mise a jour maitre impossible (statut '
                       WS-MASTER-STATUS ') pour la cle : '
                       PC-MASTER-KEY
                   PERFORM RESTORE-PENDING-REQUEST
               END-IF
           END-IF.

       RESTORE-PENDING-REQUEST.
           SET PC-PENDING TO TRUE.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE SPACES TO PC-DECISION-TIMESTAMP.
           REWRITE PLAGES-PENDING-CORR-RECORD.
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'Demande marquee approuvee sans mise a jour '
                   'du maitre (statut ' WS-PENDING-STATUS
                   ') - a corriger pour la cle : ' PC-MASTER-KEY
           END-IF.

      * The corrected value has to go downstream again. An entry the
      * downstream never received or rejected is simply reset for
      * the next extract run to send as an ordinary detail (one sent
      * and not yet acknowledged never gets here). Once accepted it
      * goes as an amendment: the value the downstream holds is kept
      * as the old value - taken from the master on the first
      * correction, and left as it is when a queued or rejected
      * amendment is corrected again, since the downstream still
      * holds the value it first accepted.
       QUEUE-FOR-DOWNSTREAM.
           IF PM-ACCEPTED OR PM-AMENDMENT-DUE
               OR PM-AMENDMENT-REJECTED
               IF PM-ACCEPTED
                   MOVE PM-VALUE TO PM-AMEND-OLD-VALUE
               END-IF
               MOVE PC-REASON-CODE TO PM-AMEND-REASON
               MOVE WS-DECISION-TIMESTAMP TO PM-AMEND-TIMESTAMP
               SET PM-AMENDMENT-DUE TO TRUE
           ELSE
               SET PM-NOT-SENT TO TRUE
           END-IF.
           MOVE SPACES TO PM-SENT-DATE.

       DECLINE-CORRECTION.
           DISPLAY plr-reason.
           ACCEPT saisie-reason.
           PERFORM CHECK-REASON-CODE.
           PERFORM UNTIL REASON-IS-VALID
               DISPLAY plr-badreason
               ACCEPT saisie-reason
               PERFORM CHECK-REASON-CODE
           END-PERFORM.
           SET PC-DECLINED TO TRUE.
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE TO PC-DECISION-TIMESTAMP.
           MOVE WS-REASON-CODE TO PC-DECLINE-REASON.
           REWRITE PLAGES-PENDING-CORR-RECORD.
           IF WS-PENDING-STATUS = '00'
               ADD 1 TO WS-DECLINED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'Refus non enregistre (statut '
                   WS-PENDING-STATUS ') pour la cle : ' PC-MASTER-KEY
           END-IF.

      * 05-PlagesInquiry holds the request file while it adds to it,
      * so its open is retried on busy the same bounded way as the
      * master's. A file that is not there has nothing to review.
       OPEN-PENDING-FILE.
           MOVE 'N' TO WS-PENDING-OPEN-OK.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL PENDING-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN I-O PLAGES-PENDING-CORR-FILE
               EVALUATE WS-PENDING-STATUS
                   WHEN '00'
                       SET PENDING-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

      * The capture stations hold the master open for whole runs, so
      * the open is retried on busy the same bounded way they retry
      * theirs.
       OPEN-MASTER-FILE.
           MOVE 'N' TO WS-OPEN-OK.
           MOVE ZEROES TO WS-RETRY-COUNT.
           PERFORM UNTIL MASTER-OPEN-OK
               OR WS-RETRY-COUNT > WS-RETRY-MAX
               OPEN I-O PLAGES-MASTER-FILE
               EVALUATE WS-MASTER-STATUS
                   WHEN '00'
                   WHEN '05'
                       SET MASTER-OPEN-OK TO TRUE
                   WHEN '61'
                   WHEN '93'
                       ADD 1 TO WS-RETRY-COUNT
                       PERFORM WAIT-FOR-BUSY-FILE
                   WHEN OTHER
                       MOVE 999 TO WS-RETRY-COUNT
               END-EVALUATE
           END-PERFORM.

       WAIT-FOR-BUSY-FILE.
           CALL 'C$SLEEP' USING WS-WAIT-SECONDS
               ON EXCEPTION CONTINUE
           END-CALL.

      * The keyed code must be on the reason reference file and
      * valid for a correction. A site that has not built the
      * reference file yet is not locked out of reviews; the
      * free-form code is taken as keyed, as before.
       CHECK-REASON-CODE.
           MOVE 'N' TO WS-REASON-OK.
           OPEN INPUT PLAGES-REASON-FILE.
           IF WS-REASON-STATUS NOT = '00'
               MOVE 'Y' TO WS-REASON-OK
           ELSE
               MOVE WS-REASON-CODE TO RC-CODE
               READ PLAGES-REASON-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RC-FOR-CORRECTION
                           MOVE 'Y' TO WS-REASON-OK
                       END-IF
               END-READ
               CLOSE PLAGES-REASON-FILE
           END-IF.

      * The history record is credited to the operator who asked for
      * the correction, as one applied directly is; the approving
      * supervisor is on the request record.
       WRITE-HISTORY-RECORD.
           MOVE PC-MASTER-KEY TO PH-KEY.
           MOVE PC-OLD-VALUE TO PH-OLD-VALUE.
           MOVE PC-NEW-VALUE TO PH-NEW-VALUE.
           MOVE PC-REASON-CODE TO PH-REASON-CODE.
           MOVE WS-DECISION-TIMESTAMP TO PH-TIMESTAMP.
           MOVE PC-REQUESTED-BY TO PH-OPERATOR-ID.
           OPEN EXTEND PLAGES-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT PLAGES-HISTORY-FILE
               CLOSE PLAGES-HISTORY-FILE
               OPEN EXTEND PLAGES-HISTORY-FILE
           END-IF
           WRITE PLAGES-HISTORY-RECORD.
           CLOSE PLAGES-HISTORY-FILE.

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
