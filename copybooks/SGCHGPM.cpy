      *    SGCHGPM - parameter card for the month-end chargeback
      *    (sgchgbk).  Names the billing month, YYYYMM, by the run
      *    date of the archived sends.  No card, or a blank month,
      *    bills the calendar month before today's.
           05  CB-BILL-MONTH           PIC X(6).
