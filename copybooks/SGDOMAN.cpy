      *    SGDOMAN - recipient-domain master record, one per mailbox
      *    domain that needs pacing of its own.  The big providers
      *    throttle by domain however the run as a whole is paced, so
      *    the mailer holds each domain named here to its own
      *    sends-per-minute ceiling on top of the run or campaign
      *    ceiling.  A domain not on file, or zero/spaces, is unpaced
      *    by domain.  The domain is everything after the @, matched
      *    case-blind.
           05  DM-DOMAIN               PIC X(60).
           05  DM-MAX-SENDS-PER-MIN    PIC 9(5).
