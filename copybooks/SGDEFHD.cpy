      *    SGDEFHD - trailer of the deferred-transaction record.  A
      *    deferred record is the full transaction image (SGTRANS)
      *    with these fields appended.  Blank for an ordinary
      *    deferral; a campaign held by the mailer's circuit breaker
      *    carries the reason it was stopped and the run date it was
      *    first held, and stays held run after run until a HOLDREL
      *    card releases the campaign.
           05  DH-HOLD-REASON          PIC X(12).
           05  DH-HELD-RUN-DATE        PIC X(8).
