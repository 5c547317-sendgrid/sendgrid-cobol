       3000-QUEUE-ONE-RESEND.
           SET WS-REQ-MATCHED TO TRUE
           EVALUATE TRUE
      *        Re-keyed under a digest by an erasure - there is no
      *        address left to send to, and no customer who wants it.
               WHEN SA-MAIL-ADDRESS(1:1) = "#"
                   MOVE "REJECTED" TO WS-RESULT
                   MOVE "ADDRESS ERASED - NOT RESENDABLE"
                       TO WS-REASON
                   ADD 1 TO WS-CNT-REJECTED
               WHEN FUNCTION TRIM(SA-STATUS-CODE) NOT = "0"
                   MOVE "REJECTED" TO WS-RESULT
                   MOVE "ORIGINAL SEND WAS NOT SUCCESSFUL"
