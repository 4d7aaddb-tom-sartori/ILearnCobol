      *          delivery status is reset to not-sent so the next
      *          extract run resends the record, and each re-queued
      *          record is listed for the interface desk with its
      *          key and how long it had been waiting. An amendment
      *          left at 'M' (amendment sent) past the same timeout
      *          goes back to 'C' (amendment due) so it is resent as
      *          an amendment, never as a fresh detail.
      * Tectonics: cobc
      ******************************************************************

               PERFORM READ-MASTER-RECORD
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = '10'
               IF PM-SENT OR PM-AMENDMENT-SENT
                   ADD 1 TO WS-SENT-COUNT
                   PERFORM JUDGE-ONE-SENT-RECORD
               END-IF
               MOVE ZEROES TO WS-ITEM-AGE
           END-IF.
           IF WS-ITEM-AGE > WS-ACK-TIMEOUT
               IF PM-AMENDMENT-SENT
                   SET PM-AMENDMENT-DUE TO TRUE
               ELSE
                   SET PM-NOT-SENT TO TRUE
               END-IF
               MOVE SPACES TO PM-SENT-DATE
               REWRITE PLAGES-MASTER-RECORD
               IF WS-MASTER-STATUS = '00'
