      *    SGLDGOV - run ledger operator override card.  Lets one
      *    step start for one run date although the ledger would
      *    refuse it - out of sequence, or a date already complete.
      *    The forced start is posted with the operator and reason
      *    and shows on the ledger report.  Remove the card after the
      *    run: it stays good for that step and date until it is.
           05  LO-RUN-DATE             PIC X(8).
           05  LO-STEP-NAME            PIC X(8).
           05  LO-OPERATOR             PIC X(8).
           05  LO-REASON               PIC X(40).
