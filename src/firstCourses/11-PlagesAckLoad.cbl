      *          the PLAGES-EXTRACT layout so only they need to be
      *          re-fed, and a match report with per-disposition
      *          counts and a detail line per reject or mismatch is
      *          printed for the interface desk. Acknowledgments of
      *          amendment records are matched separately: they must
      *          echo the correction timestamp of the amendment the
      *          master is waiting on, an accepted one returns the
      *          entry to 'A' and a rejected one marks it 'J' and
      *          recycles the amendment record, and they are counted
      *          apart from detail acknowledgments. An answer for an
      *          earlier amendment, or a detail acknowledgment for
      *          an entry with an amendment in progress, is late and
      *          is reported as stale without touching the master.
      * Tectonics: cobc
      ******************************************************************

       77 WS-REJECTED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-UNMATCHED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-BAD-CODE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-STALE-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-ACK-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-ACCEPTED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-REJECTED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-UNMATCHED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-STALE-COUNT PIC 9(9) VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(10) VALUE SPACES.
           CLOSE PLAGES-MATCH-REPORT-FILE.
           DISPLAY 'Acknowledgments loaded : ' WS-ACK-COUNT.
           DISPLAY 'Unmatched              : ' WS-UNMATCHED-COUNT.
           DISPLAY 'Amendment acks loaded  : ' WS-AMEND-ACK-COUNT.
           DISPLAY 'Amendments unmatched   : '
               WS-AMEND-UNMATCHED-COUNT.

       READ-ACK-RECORD.
           READ PLAGES-ACK-FILE
           END-READ.

       APPLY-ONE-ACK.
           IF PK-FOR-AMENDMENT
               PERFORM APPLY-ONE-AMENDMENT-ACK
           ELSE
               PERFORM APPLY-ONE-DETAIL-ACK
           END-IF.

       APPLY-ONE-DETAIL-ACK.
           ADD 1 TO WS-ACK-COUNT.
           MOVE PK-KEY TO PM-KEY.
           READ PLAGES-MASTER-FILE
                   PERFORM STAMP-DELIVERY-STATUS
           END-READ.

      * Once an accepted entry has been corrected the downstream is
      * answering for the amendment; a detail acknowledgment turning
      * up then is a late repeat and must not overwrite the
      * amendment status.
       STAMP-DELIVERY-STATUS.
           IF PM-AMENDMENT-DUE OR PM-AMENDMENT-SENT
               OR PM-AMENDMENT-REJECTED
               ADD 1 TO WS-STALE-COUNT
               MOVE 'DETAIL STALE' TO WS-X-TYPE
               MOVE PK-KEY TO WS-X-KEY
               MOVE PK-REASON TO WS-X-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM STAMP-DETAIL-ACK
           END-IF.

       STAMP-DETAIL-ACK.
           IF PK-REJECTED
               SET PM-REJECTED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
           MOVE PK-REASON TO WS-X-REASON.
           PERFORM WRITE-EXCEPTION-LINE.

       APPLY-ONE-AMENDMENT-ACK.
           ADD 1 TO WS-AMEND-ACK-COUNT.
           MOVE PK-KEY TO PM-KEY.
           READ PLAGES-MASTER-FILE
               INVALID KEY
                   PERFORM PROCESS-UNMATCHED-AMENDMENT
               NOT INVALID KEY
                   PERFORM STAMP-AMENDMENT-STATUS
           END-READ.

      * Only the amendment the master is waiting on can be answered:
      * the acknowledgment must echo its correction timestamp.
       STAMP-AMENDMENT-STATUS.
           IF NOT PM-AMENDMENT-SENT
               OR PK-AMEND-TIMESTAMP NOT = PM-AMEND-TIMESTAMP
               ADD 1 TO WS-AMEND-STALE-COUNT
               MOVE 'AMEND STALE' TO WS-X-TYPE
               MOVE PK-KEY TO WS-X-KEY
               MOVE PK-REASON TO WS-X-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM STAMP-AMENDMENT-ACK
           END-IF.

       STAMP-AMENDMENT-ACK.
           IF PK-REJECTED
               SET PM-AMENDMENT-REJECTED TO TRUE
               ADD 1 TO WS-AMEND-REJECTED-COUNT
               PERFORM WRITE-RECYCLE-AMENDMENT
               MOVE 'AMEND REJECT' TO WS-X-TYPE
               MOVE PK-KEY TO WS-X-KEY
               MOVE PK-REASON TO WS-X-REASON
               PERFORM WRITE-EXCEPTION-LINE
               REWRITE PLAGES-MASTER-RECORD
           ELSE
               IF PK-ACCEPTED
                   SET PM-ACCEPTED TO TRUE
                   ADD 1 TO WS-AMEND-ACCEPTED-COUNT
                   REWRITE PLAGES-MASTER-RECORD
               ELSE
                   ADD 1 TO WS-BAD-CODE-COUNT
                   MOVE 'BAD ACK CODE' TO WS-X-TYPE
                   MOVE PK-KEY TO WS-X-KEY
                   MOVE PK-REASON TO WS-X-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       PROCESS-UNMATCHED-AMENDMENT.
           ADD 1 TO WS-AMEND-UNMATCHED-COUNT.
           MOVE SPACES TO PLAGES-EXTRACT-RECORD.
           MOVE 'A' TO PE-RECORD-TYPE.
           MOVE PK-KEY TO PE-AMEND-KEY.
           MOVE ZEROES TO PE-OLD-VALUE.
           MOVE ZEROES TO PE-NEW-VALUE.
           MOVE PK-AMEND-TIMESTAMP TO PE-AMEND-TIMESTAMP.
           WRITE PLAGES-EXTRACT-RECORD.
           MOVE 'AMEND NO KEY' TO WS-X-TYPE.
           MOVE PK-KEY TO WS-X-KEY.
           MOVE PK-REASON TO WS-X-REASON.
           PERFORM WRITE-EXCEPTION-LINE.

      * A rejected amendment is recycled in the amendment layout, so
      * the re-feed withdraws the same old value again.
       WRITE-RECYCLE-AMENDMENT.
           MOVE SPACES TO PLAGES-EXTRACT-RECORD.
           MOVE 'A' TO PE-RECORD-TYPE.
           MOVE PM-KEY TO PE-AMEND-KEY.
           MOVE PM-CATEGORY TO PE-AMEND-CATEGORY.
           MOVE PM-AMEND-OLD-VALUE TO PE-OLD-VALUE.
           MOVE PM-VALUE TO PE-NEW-VALUE.
           MOVE PM-AMEND-REASON TO PE-AMEND-REASON.
           MOVE PM-AMEND-TIMESTAMP TO PE-AMEND-TIMESTAMP.
           WRITE PLAGES-EXTRACT-RECORD.

      * A rejected record goes back out as a bare detail record in
      * the extract layout so the next downstream hand-off can carry
      * just the rejects.
       WRITE-RECYCLE-RECORD.
           MOVE SPACES TO PLAGES-EXTRACT-RECORD.
           MOVE 'D' TO PE-RECORD-TYPE.
           MOVE PM-KEY TO PE-KEY.
           MOVE PM-VALUE TO PE-VALUE.
           MOVE WS-BAD-CODE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Detail acks stale :' TO WS-D-LABEL.
           MOVE WS-STALE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO PLAGES-MATCH-LINE.
           WRITE PLAGES-MATCH-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Amendment acks read :' TO WS-D-LABEL.
           MOVE WS-AMEND-ACK-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Amendments accepted :' TO WS-D-LABEL.
           MOVE WS-AMEND-ACCEPTED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Amendments rejected :' TO WS-D-LABEL.
           MOVE WS-AMEND-REJECTED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Amendments unmatched :' TO WS-D-LABEL.
           MOVE WS-AMEND-UNMATCHED-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'Amendment acks stale :' TO WS-D-LABEL.
           MOVE WS-AMEND-STALE-COUNT TO WS-D-VALUE.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO PLAGES-MATCH-LINE.
           WRITE PLAGES-MATCH-LINE.
