      *    SGLDGLK - parameter block for CALL "sgledgr".  BEGIN checks
      *    the ledger and posts the step's start; END posts its return
      *    code and counts.  LL-RESULT comes back 0 when the step may
      *    go on, R when the ledger refuses the start, E when the
      *    ledger itself could not be read or written; LL-MESSAGE
      *    says why, and on a forced start names the override.  The
      *    caller keeps RETURN-CODE in LL-RETURN-CODE across the CALL.
           05  LL-FUNCTION             PIC X(8).
               88  LL-IS-BEGIN              VALUE "BEGIN".
               88  LL-IS-END                VALUE "END".
           05  LL-STEP-NAME            PIC X(8).
           05  LL-RUN-DATE             PIC X(8).
           05  LL-RETURN-CODE          PIC 9(4).
           05  LL-COUNTS.
               10  LL-COUNT OCCURS 4 TIMES.
                   15  LL-COUNT-NAME   PIC X(8).
                   15  LL-COUNT-VALUE  PIC 9(9).
           05  LL-RESULT               PIC X(1).
               88  LL-RESULT-OK             VALUE "0".
               88  LL-RESULT-REFUSED        VALUE "R".
               88  LL-RESULT-ERROR          VALUE "E".
           05  LL-FORCED-SW            PIC X(1).
               88  LL-FORCED                VALUE "Y".
           05  LL-MESSAGE              PIC X(80).
