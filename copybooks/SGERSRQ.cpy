      *    SGERSRQ - right-to-erasure request card.  One card per
      *    customer who has asked to be forgotten; applied by sgerase
      *    to every file that holds the address.  The request
      *    reference is customer service's ticket number, carried to
      *    the audit record and the confirmation report so the proof
      *    of erasure can be matched back to the request.
           05  ER-ADDRESS              PIC X(100).
           05  ER-USER-ID              PIC X(8).
           05  ER-REQUEST-REF          PIC X(20).
