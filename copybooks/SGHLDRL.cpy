      *    SGHLDRL - circuit-breaker release card, one per campaign to
      *    release.  The named campaign's held deferred records are
      *    sent this run, and the previous run's rates do not re-hold
      *    it; the in-run failure check still applies.
           05  HL-CAMPAIGN-CODE        PIC X(8).
           05  HL-USER-ID              PIC X(8).
