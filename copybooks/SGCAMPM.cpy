           05  CM-MAIL-FROM            PIC X(100).
           05  CM-SUBJECT-TEMPLATE     PIC X(100).
           05  CM-MAX-SENDS-PER-MIN    PIC 9(5).
      *    Circuit breaker.  Once the campaign has CM-BREAKER-MIN-
      *    SENDS attempts behind it (zero means 50), the mailer holds
      *    the rest of it on DEFEROUT when its failed sends this run
      *    pass CM-MAX-FAIL-PCT of its attempts, or when the previous
      *    run's bounce rate passed CM-MAX-FAIL-PCT or its spam-report
      *    rate passed CM-MAX-SPAM-PCT (from sgrecon's CAMPRATE).  A
      *    HOLDREL card releases the hold.  Zero or spaces leaves
      *    that threshold off.
           05  CM-MAX-FAIL-PCT         PIC 9(3)V99.
           05  CM-MAX-SPAM-PCT         PIC 9(3)V99.
           05  CM-BREAKER-MIN-SENDS    PIC 9(5).
      *    Chargeback.  The department that owns the campaign and the
      *    cost center its mail is billed to on sgchgbk's month-end
      *    report and GL extract.  A campaign with no cost center is
      *    charged to the report's unassigned bucket.
           05  CM-OWNER-DEPT           PIC X(8).
           05  CM-COST-CENTER          PIC X(10).
