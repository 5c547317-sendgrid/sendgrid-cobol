      *    SGCHGWK - chargeback work record, one per archived
      *    recipient row accepted in the billing month.  Resequenced
      *    on message id so each physical send is counted once, with
      *    its recipients, however many archive rows it left.
           05  CW-MESSAGE-ID           PIC X(40).
           05  CW-MAIL-ADDRESS         PIC X(100).
           05  CW-RECIPIENT-KEY        PIC X(20).
           05  CW-CAMPAIGN-CODE        PIC X(8).
           05  CW-ATTACH-PRESENT       PIC X(1).
           05  CW-RESEND-SW            PIC X(1).
