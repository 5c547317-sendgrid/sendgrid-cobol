      *    SGCMRAT - per-campaign delivery rates for one run date,
      *    written by sgrecon from SENDLOG and the event feed and read
      *    by the next mailer run's campaign circuit breaker.  Counts
      *    are of accepted sends (message ids); the rates are bounced
      *    and spam-reported sends as a percentage of them.  A blank
      *    campaign code is the uncampaigned mail.
           05  CR-RUN-DATE             PIC X(8).
           05  CR-CAMPAIGN-CODE        PIC X(8).
           05  CR-SENT-COUNT           PIC 9(7).
           05  CR-DELIVERED-COUNT      PIC 9(7).
           05  CR-BOUNCED-COUNT        PIC 9(7).
           05  CR-SPAM-COUNT           PIC 9(7).
           05  CR-BOUNCE-PCT           PIC 9(3)V99.
           05  CR-SPAM-PCT             PIC 9(3)V99.
