      *    SGSUPPR - suppression / do-not-mail master record.  One
      *    record per address we must never mail again: unsubscribes
      *    keyed by ops, plus hard bounces and spam reports appended
      *    automatically by sgrecon from the daily event feed.  An
      *    ERASED record is the tombstone of a right-to-erasure
      *    request: its address is the one-way digest sgaddrh makes
      *    of the erased address, never the address itself.  A
      *    SUNSET record is a dormant address retired on the monthly
      *    engagement review (sgsunst) after marketing released it.
           05  SUP-ADDRESS             PIC X(100).
           05  SUP-REASON              PIC X(12).
               88  SUP-IS-UNSUBSCRIBE       VALUE "UNSUBSCRIBE".
               88  SUP-IS-BOUNCED           VALUE "BOUNCED".
               88  SUP-IS-SPAM-REPORT       VALUE "SPAMREPORT".
               88  SUP-IS-ERASED            VALUE "ERASED".
               88  SUP-IS-SUNSET            VALUE "SUNSET".
           05  SUP-ADDED-DATE          PIC X(8).
