      *    Template whose subject and text body head the digest;
      *    blank gets a plain built-in heading.
           05  CC-DIGEST-TEMPLATE      PIC X(30).
      *    How many days of SENDHIST the history reorganization
      *    (sghpurg) keeps - separate from the archive's retention
      *    because SENDHIST is the duplicate-send guard and the
      *    frequency-cap source, not a customer-service record.
      *    Never honored below the longest preference-cap window;
      *    zero or spaces means keep everything.
           05  CC-HIST-RETENTION-DAYS  PIC 9(5).
      *    How many days an accepted send may wait for its delivery
      *    event before the reconciliation job reports it as a NOEVENT
      *    exception - events for a late-evening send often arrive in
      *    the next night's feed.  A send is one day old on its own
      *    run date.  Zero or spaces means 2.
           05  CC-OPEN-ITEM-AGE-DAYS   PIC 9(3).
