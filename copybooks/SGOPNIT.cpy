      *    SGOPNIT - delivery open item.  One record per accepted send
      *    (SENDLOG row) still waiting for a delivery event, carried
      *    from night to night by the reconciliation job until a
      *    DELIVERED, BOUNCED or SPAMREPORT event for its message id
      *    turns up in the event feed.  Holds what the exception
      *    report needs, so a late bounce or an overdue item can be
      *    reported without the original SENDLOG.
           05  OI-MESSAGE-ID           PIC X(40).
           05  OI-RECIPIENT-KEY        PIC X(20).
           05  OI-SENT-TIMESTAMP       PIC X(26).
           05  OI-RUN-DATE             PIC X(8).
           05  OI-CAMPAIGN-CODE        PIC X(8).
      *    Run date the item went on the exception report as NOEVENT
      *    (and so onto its archive rows); spaces while it is still
      *    inside the age limit.
           05  OI-NOEVENT-DATE         PIC X(8).
           05  OI-MAIL-FROM            PIC X(100).
           05  OI-MAIL-SUBJECT         PIC X(100).
           05  OI-MAIL-TO              PIC X(2000).
