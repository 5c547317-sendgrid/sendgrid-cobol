      *    SGHRSTR - SENDHIST reorganization restart record.  One
      *    record, rewritten by sghpurg at each phase boundary.  While
      *    it says UNLOADED, HISTBKUP is the only complete copy of the
      *    send history: SENDHIST may be empty or half reloaded, so a
      *    rerun must reload from the backup, never unload again.
           05  HR-PHASE                PIC X(1).
               88  HR-IS-UNLOADED           VALUE "U".
               88  HR-IS-RELOADED           VALUE "R".
           05  HR-RUN-DATE             PIC X(8).
           05  HR-CUTOFF-DATE          PIC X(8).
           05  HR-RETENTION-DAYS       PIC 9(5).
           05  HR-UNLOAD-COUNT         PIC 9(9).
           05  HR-KEPT-COUNT           PIC 9(9).
           05  HR-TIMESTAMP            PIC X(26).
