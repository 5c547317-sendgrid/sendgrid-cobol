      *    SGADRCH - customer address-change record.  One per address
      *    change keyed in the customer master, extracted nightly and
      *    applied to the mailing masters and queues by sgadchg.  The
      *    customer id is the customer master's key, carried to the
      *    audit trail so a change can be traced back to its source.
           05  AC-OLD-ADDRESS          PIC X(100).
           05  AC-NEW-ADDRESS          PIC X(100).
           05  AC-CUST-ID              PIC X(20).
           05  AC-USER-ID              PIC X(8).
