      *    SGLDGPM - run ledger report parameter card: how many of the
      *    most recent run dates to show.  Zero, spaces or no card
      *    means 7.
           05  LP-RUN-DATES            PIC 9(3).
