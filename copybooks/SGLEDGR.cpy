      *    SGLEDGR - nightly run ledger, one record per run date per
      *    job-stream step, kept in run-date and step order by
      *    sgledgr.  A step posts its start before it touches a file
      *    and its end as it finishes: a record still at S after the
      *    stream has moved on is a step that abended.  An end with a
      *    return code above 4 is F - failed, and holds the stream
      *    like a step that never ran.  The counts are each step's own
      *    key totals, named so the report needs no step knowledge.
           05  LG-RUN-DATE             PIC X(8).
           05  LG-STEP-SEQ             PIC 9(2).
           05  LG-STEP-NAME            PIC X(8).
           05  LG-STEP-STATUS          PIC X(1).
               88  LG-STEP-STARTED          VALUE "S".
               88  LG-STEP-COMPLETE         VALUE "C".
               88  LG-STEP-FAILED           VALUE "F".
           05  LG-START-STAMP          PIC X(14).
           05  LG-END-STAMP            PIC X(14).
           05  LG-RETURN-CODE          PIC 9(4).
      *    Times the step has been started for this run date.
           05  LG-RUN-COUNT            PIC 9(3).
           05  LG-COUNTS.
               10  LG-COUNT OCCURS 4 TIMES.
                   15  LG-COUNT-NAME   PIC X(8).
                   15  LG-COUNT-VALUE  PIC 9(9).
      *    Set when the latest start got past a sequence check only on
      *    an operator override card: which check (SEQ - an earlier
      *    step not complete, DONE - date already complete, LATE - a
      *    later run date already run), who, and why.
           05  LG-FORCED-SW            PIC X(1).
               88  LG-WAS-FORCED            VALUE "Y".
           05  LG-FORCED-CHECK         PIC X(4).
           05  LG-FORCED-BY            PIC X(8).
           05  LG-FORCE-REASON         PIC X(40).
