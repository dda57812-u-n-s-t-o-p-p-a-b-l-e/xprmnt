      *  AGAINST DNC.DAT, REJECTS MALFORMED OR CONFLICTING
      *  TRANSACTIONS, AND PRINTS A BEFORE/AFTER AUDIT
      *  LISTING OF EVERY CHANGE WITH ITS SOURCE.
      *  AN ENTRY WITH REASON ERASED IS THE PERMANENT
      *  SUPPRESSION LEFT BY ERASURE FOR A CUSTOMER WHOSE
      *  DATA HAS BEEN ERASED; CHANGES AND DELETES AGAINST
      *  IT ARE REJECTED WITH REASON ERASED.
      *****************************************************

       ENVIRONMENT DIVISION.
               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF WS-BEFORE-REASON = 'ERASED'
                   MOVE 'ERASED' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   IF DT-REASON = SPACES
                       MOVE 'NOREASON' TO RTL-REASON
                       PERFORM WRITE-REJECT-TRAN
                   ELSE
                       MOVE DT-REASON TO DNC-REASON
                       REWRITE DNC-RECORD
                           INVALID KEY
                               MOVE 'DNCERROR' TO RTL-REASON
                               PERFORM WRITE-REJECT-TRAN
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE 'CHANGE' TO ADL-ACTION
                               MOVE DT-REASON TO WS-AFTER-REASON
                               PERFORM WRITE-AUDIT-LINE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

               MOVE 'NOTFOUND' TO RTL-REASON
               PERFORM WRITE-REJECT-TRAN
           ELSE
               IF WS-BEFORE-REASON = 'ERASED'
                   MOVE 'ERASED' TO RTL-REASON
                   PERFORM WRITE-REJECT-TRAN
               ELSE
                   DELETE DNC-FILE
                       INVALID KEY
                           MOVE 'DNCERROR' TO RTL-REASON
                           PERFORM WRITE-REJECT-TRAN
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE 'DELETE' TO ADL-ACTION
                           MOVE SPACES TO WS-AFTER-REASON
                           PERFORM WRITE-AUDIT-LINE
                   END-DELETE
               END-IF
           END-IF.

       WRITE-AUDIT-LINE.
