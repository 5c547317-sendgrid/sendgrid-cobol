      *    SGSUNEV - engagement work record for the sunset review: one
      *    DELIVERED or OPENED event from the feed, address trimmed
      *    and upper-cased so it sorts into the archive's key order.
           05  SE-MAIL-ADDRESS         PIC X(100).
           05  SE-MESSAGE-ID           PIC X(40).
           05  SE-EVENT-TYPE           PIC X(12).
