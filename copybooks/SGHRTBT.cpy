           05  HB-CNT-ATTEMPTED        PIC 9(7).
           05  HB-CNT-SUCCEEDED        PIC 9(7).
           05  HB-CNT-FAILED           PIC 9(7).
      *    Circuit breaker: how many campaigns are held so far, and
      *    the alert for the most recent one to trip.
           05  HB-HELD-CAMPAIGNS       PIC 9(3).
           05  HB-BREAKER-ALERT        PIC X(40).
