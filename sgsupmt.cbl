      *    Work fields for the current record/update
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-FOUND-IX          PIC 9(5) COMP VALUE ZERO.
           01 WS-WORK-DIGEST       PIC X(40)  VALUE SPACES.
           01 WS-SAVE-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
           01 WS-ADDR-TRIMMED      PIC X(100) VALUE SPACES.
           01 WS-ADDR-LEN          PIC 9(3) COMP VALUE ZERO.
           END-IF.

      *    ADD: the address must look like a mail address, carry a
      *    valid reason, and not already be on the master - in clear
      *    or, once erased, as its tombstone digest.  An ADD
      *    with reason BOUNCED is a deliberate ops suppression, not
      *    an event-feed bounce, so it goes on firm (count 2) rather
      *    than into the mailer's first-bounce holding area.
                       MOVE "ADDRESS ALREADY ON MASTER"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2320-CHECK-TOMBSTONE
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       IF WS-SPM-COUNT >= WS-SPM-TABLE-MAX
                           DISPLAY "SGSUPMT: MASTER TABLE OVERFLOW "
                               "AT " WS-SPM-TABLE-MAX " ENTRIES"
               END-IF
           END-IF.

      *    An erased customer is on the master only as the digest of
      *    their address; a clear-text ADD would bring them back.
       2320-CHECK-TOMBSTONE.
           MOVE WS-WORK-ADDRESS TO WS-SAVE-ADDRESS
           CALL "sgaddrh" USING WS-SAVE-ADDRESS WS-WORK-DIGEST
           MOVE WS-WORK-DIGEST TO WS-WORK-ADDRESS
           PERFORM 1300-FIND-MASTER-ROW
           IF WS-FOUND-IX > ZERO
               IF WS-SPM-REASON(WS-FOUND-IX) = "ERASED"
                   MOVE "ERASURE TOMBSTONE IS PERMANENT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           MOVE WS-SAVE-ADDRESS TO WS-WORK-ADDRESS.

      *    DELETE is the resubscribe: the one sanctioned way off the
      *    do-not-mail list.  The row keeps its slot, flagged, and is
      *    simply not written to the new master.  An erasure
      *    tombstone is the exception: the customer asked to be
      *    forgotten, and nothing keyed here may bring them back.
       2350-APPLY-DELETE.
           PERFORM 1300-FIND-MASTER-ROW
           EVALUATE TRUE
               WHEN WS-FOUND-IX = ZERO
                   MOVE "ADDRESS NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-SPM-REASON(WS-FOUND-IX) = "ERASED"
                   MOVE "ERASURE TOMBSTONE IS PERMANENT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "D" TO WS-SPM-DELETED(WS-FOUND-IX)
                   ADD 1 TO WS-CNT-RESUBSCRIBED
           END-EVALUATE.

      *    CHGRSN replaces the reason outright.  Like ADD, a change
      *    TO reason BOUNCED is deliberate and goes on firm.  Like
      *    DELETE, it may not touch an erasure tombstone - a BOUNCED
      *    reason would let the first-bounce rule release it.
       2400-APPLY-CHG-REASON.
           PERFORM 2550-CHECK-REASON
           IF WS-REASON-BAD
               MOVE "REASON CODE INVALID" TO WS-REJECT-REASON
           ELSE
               PERFORM 1300-FIND-MASTER-ROW
               EVALUATE TRUE
                   WHEN WS-FOUND-IX = ZERO
                       MOVE "ADDRESS NOT ON MASTER"
                           TO WS-REJECT-REASON
                   WHEN WS-SPM-REASON(WS-FOUND-IX) = "ERASED"
                       MOVE "ERASURE TOMBSTONE IS PERMANENT"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE SU-REASON TO WS-SPM-REASON(WS-FOUND-IX)
                       MOVE WS-TODAY-DATE
                           TO WS-SPM-ADDED-DATE(WS-FOUND-IX)
                       IF SU-REASON = "BOUNCED"
                           MOVE 2 TO WS-SPM-BOUNCE-CNT(WS-FOUND-IX)
                       ELSE
                           MOVE ZERO
                               TO WS-SPM-BOUNCE-CNT(WS-FOUND-IX)
                       END-IF
               END-EVALUATE
           END-IF.

      *    A mail address must contain exactly one @ that is neither
           IF SU-REASON NOT = "UNSUBSCRIBE"
               AND SU-REASON NOT = "BOUNCED"
               AND SU-REASON NOT = "SPAMREPORT"
               AND SU-REASON NOT = "SUNSET"
               SET WS-REASON-BAD TO TRUE
           END-IF.

