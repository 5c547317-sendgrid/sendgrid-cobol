      *    SGLDGCD - run ledger posting card for a job step that is
      *    not one of ours (the RETRYOUT and DEFEROUT copies).  sgldgut
      *    runs before the step with BEGIN, and stops the stream with
      *    RETURN-CODE 16 when the ledger refuses it; and after the
      *    step with END, the step's return code and, if the scheduler
      *    supplies it, the number of records it copied.
           05  LC-FUNCTION             PIC X(8).
           05  LC-STEP-NAME            PIC X(8).
           05  LC-RETURN-CODE          PIC 9(4).
           05  LC-RECORD-COUNT         PIC 9(9).
