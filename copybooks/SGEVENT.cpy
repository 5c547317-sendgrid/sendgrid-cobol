      *    SGEVENT - one record from the daily SendGrid delivery/
      *    activity event feed (delivered, bounced, opened, spam
      *    report, unsubscribe, group unsubscribe, ...).
           05  EV-MESSAGE-ID           PIC X(40).
           05  EV-MAIL-TO              PIC X(100).
           05  EV-EVENT-TYPE           PIC X(12).
               88  EV-IS-BOUNCED             VALUE "BOUNCED".
               88  EV-IS-OPENED              VALUE "OPENED".
               88  EV-IS-SPAM-REPORT         VALUE "SPAMREPORT".
               88  EV-IS-UNSUBSCRIBE         VALUE "UNSUBSCRIBE".
               88  EV-IS-GROUP-UNSUB         VALUE "GROUPUNSUB".
           05  EV-EVENT-TIMESTAMP      PIC X(26).
           05  EV-EVENT-REASON         PIC X(100).
      *    Message class the SendGrid unsubscribe group maps to -
      *    filled by the feed extract on GROUPUNSUB events only (the
      *    class the customer opted out of), blank on every other
      *    event type.
           05  EV-GROUP-CLASS          PIC X(4).
