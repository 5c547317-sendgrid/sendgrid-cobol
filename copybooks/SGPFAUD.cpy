      *    SGPFAUD - preference-master maintenance audit record.
      *    One per update transaction, applied or not - who changed
      *    which address's opt-outs or cap, and when.
           05  PFA-TIMESTAMP           PIC X(26).
           05  PFA-USER-ID             PIC X(8).
           05  PFA-FUNCTION            PIC X(8).
           05  PFA-ADDRESS             PIC X(100).
           05  PFA-MSG-CLASS           PIC X(4).
           05  PFA-MAX-MSGS            PIC 9(3).
           05  PFA-WINDOW-DAYS         PIC 9(3).
           05  PFA-RESULT              PIC X(8).
               88  PFA-WAS-APPLIED          VALUE "APPLIED".
               88  PFA-WAS-REJECTED         VALUE "REJECTED".
           05  PFA-REASON              PIC X(40).
