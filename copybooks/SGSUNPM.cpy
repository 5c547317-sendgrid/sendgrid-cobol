      *    SGSUNPM - parameter card for the monthly engagement sunset
      *    review (sgsunst).  An address mailed at least SN-MIN-SENDS
      *    times in the SN-WINDOW-DAYS days up to SN-AS-OF-DATE with
      *    no DELIVERED or OPENED event for any of those sends is
      *    dormant.  Blank as-of date means today; zero or spaces in
      *    the counts means 10 sends over 180 days.  Statement mail
      *    (STMT) is never sunset; SN-PROTECT-CLASS names up to eight
      *    further classes that must be delivered regardless.
           05  SN-AS-OF-DATE           PIC X(8).
           05  SN-MIN-SENDS            PIC 9(3).
           05  SN-WINDOW-DAYS          PIC 9(3).
           05  SN-PROTECT-CLASSES.
               10  SN-PROTECT-CLASS OCCURS 8 TIMES
                                       PIC X(4).
