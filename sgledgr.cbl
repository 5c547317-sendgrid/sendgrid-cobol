       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgledgr.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Run ledger.  Called by every step of the nightly stream -
      *    sgedit, the mailer, sgbalnc, sgevedt, sgrecon, sgarchv, and
      *    through sgldgut the RETRYOUT and DEFEROUT copies - once as
      *    it starts (BEGIN) and once as it ends (END).  The ledger
      *    (LEDGER, SGLEDGR) holds one record per run date per step.
      *
      *    BEGIN refuses the start, and posts nothing, when:
      *      DONE - the step is already complete for the run date;
      *      SEQ  - the step before it (SGLDGST order) is not
      *             complete for the run date, or for the first step,
      *             the last run date on the ledger did not finish;
      *      LATE - the step has already run for a later run date.
      *    A LEDGOVR card (SGLDGOV) naming the run date and step lets
      *    the start through; it is posted as forced, with the check
      *    it got past, the operator and the reason.  Otherwise BEGIN
      *    posts the step started (S) with its start time.  A failed
      *    or abended step may simply be rerun: only a complete one
      *    is DONE.
      *
      *    END posts the end time, return code and counts: complete
      *    (C) for a return code of 4 or less, failed (F) above it,
      *    which holds the next step as surely as not running at all.
      *
      *    The whole ledger is read into a table and written back on
      *    each posting.  Records more than WS-KEEP-DAYS older than
      *    the run date being posted are dropped as it is written.
      *    The caller's RETURN-CODE is not touched; LL-RESULT says how
      *    the call went.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SG-LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OPTIONAL SG-LEDGOVR-FILE ASSIGN TO "LEDGOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGOVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGER-RECORD.
           COPY SGLEDGR.

       FD  SG-LEDGOVR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGOVR-RECORD.
           COPY SGLDGOV.

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-LEDGOVR-FILE-STATUS PIC X(2) VALUE "00".

           01 WS-EOF-SW            PIC X(1)   VALUE "N".
               88 WS-EOF-FILE              VALUE "Y".
           01 WS-LEDGER-ERROR-SW   PIC X(1)   VALUE "N".
               88 WS-LEDGER-ERROR          VALUE "Y".
           01 WS-NOW-TIMESTAMP     PIC X(21)  VALUE SPACES.

      *    The stream's steps in run order
           01 WS-STEP-NAME-DATA.
               COPY SGLDGST.
           01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-DATA.
               05 WS-STEP-NAME OCCURS 8 TIMES PIC X(8).
           01 WS-STEP-MAX          PIC 9(2) COMP VALUE 8.
           01 WS-STEP-IX           PIC 9(2) COMP VALUE ZERO.
           01 WS-STEP-SEQ          PIC 9(2)      VALUE ZERO.
           01 WS-PRIOR-SEQ         PIC 9(2)      VALUE ZERO.

      *    The ledger, in run-date and step order.  Each entry holds
      *    one SGLEDGR record whole, keyed by its run date and step.
           01 WS-LGT-TABLE-MAX     PIC 9(4) COMP VALUE 4000.
           01 WS-LGT-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-FOUND-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-INS-IX        PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-OWN-IX        PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-TABLE.
               05 WS-LGT-ENTRY OCCURS 4000 TIMES.
                   10 WS-LGT-KEY.
                       15 WS-LGT-RUN-DATE  PIC X(8).
                       15 WS-LGT-STEP-SEQ  PIC 9(2).
                   10 WS-LGT-RECORD        PIC X(175).
           01 WS-FIND-KEY.
               05 WS-FIND-RUN-DATE PIC X(8)   VALUE SPACES.
               05 WS-FIND-STEP-SEQ PIC 9(2)   VALUE ZERO.

      *    The record being examined or posted
           01 WS-LEDGER-WORK.
               COPY SGLEDGR
                   REPLACING LEADING ==LG== BY ==LW==.

      *    Sequence checks
           01 WS-REFUSE-CHECK      PIC X(4)   VALUE SPACES.
           01 WS-REFUSE-TEXT       PIC X(60)  VALUE SPACES.
           01 WS-PRIOR-RUN-DATE    PIC X(8)   VALUE SPACES.
           01 WS-LATER-RUN-DATE    PIC X(8)   VALUE SPACES.
           01 WS-OVERRIDE-SW       PIC X(1)   VALUE "N".
               88 WS-OVERRIDE-FOUND        VALUE "Y".
           01 WS-OVERRIDE-OPERATOR PIC X(8)   VALUE SPACES.
           01 WS-OVERRIDE-REASON   PIC X(40)  VALUE SPACES.

      *    Ledger retention
           01 WS-KEEP-DAYS         PIC 9(5)      VALUE 400.
           01 WS-RUN-DATE-NUM      PIC 9(8)      VALUE ZERO.
           01 WS-ENTRY-DATE-NUM    PIC 9(8)      VALUE ZERO.
           01 WS-CUTOFF-INT        PIC S9(9) COMP VALUE ZERO.
           01 WS-ENTRY-INT         PIC S9(9) COMP VALUE ZERO.
           01 WS-CNT-DROPPED       PIC 9(7) COMP VALUE ZERO.

       LINKAGE SECTION.
           01 LL-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION USING LL-LEDGER-LINK.
       0000-MAIN-PROCESS.
           MOVE "0" TO LL-RESULT
           MOVE "N" TO LL-FORCED-SW
           MOVE SPACES TO LL-MESSAGE
           MOVE "N" TO WS-LEDGER-ERROR-SW
           PERFORM 1000-VALIDATE-CALL
           IF NOT WS-LEDGER-ERROR
               PERFORM 1100-LOAD-LEDGER
           END-IF
           IF NOT WS-LEDGER-ERROR
               IF LL-IS-BEGIN
                   PERFORM 2000-BEGIN-STEP
               ELSE
                   PERFORM 3000-END-STEP
               END-IF
           END-IF
           IF NOT WS-LEDGER-ERROR
                   AND LL-RESULT-OK
               PERFORM 5000-WRITE-LEDGER
           END-IF
           IF WS-LEDGER-ERROR
               MOVE "E" TO LL-RESULT
           END-IF
           GOBACK.

       1000-VALIDATE-CALL.
           MOVE ZERO TO WS-STEP-SEQ
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
                      OR WS-STEP-SEQ > ZERO
               IF WS-STEP-NAME(WS-STEP-IX) = LL-STEP-NAME
                   MOVE WS-STEP-IX TO WS-STEP-SEQ
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT LL-IS-BEGIN AND NOT LL-IS-END
                   STRING "UNKNOWN LEDGER FUNCTION "
                          LL-FUNCTION
                          DELIMITED BY SIZE
                       INTO LL-MESSAGE
                   END-STRING
                   SET WS-LEDGER-ERROR TO TRUE
               WHEN WS-STEP-SEQ = ZERO
                   STRING "STEP " DELIMITED BY SIZE
                          LL-STEP-NAME DELIMITED BY SPACE
                          " IS NOT IN THE JOB STREAM"
                          DELIMITED BY SIZE
                       INTO LL-MESSAGE
                   END-STRING
                   SET WS-LEDGER-ERROR TO TRUE
               WHEN LL-RUN-DATE NOT NUMERIC
                   STRING "RUN DATE " LL-RUN-DATE
                          " IS NOT A DATE"
                          DELIMITED BY SIZE
                       INTO LL-MESSAGE
                   END-STRING
                   SET WS-LEDGER-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The ledger is kept in order, so it loads straight into the
      *    table; an out-of-order record (a hand edit) is still placed
      *    by key.
       1100-LOAD-LEDGER.
           MOVE ZERO TO WS-LGT-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SG-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
                   AND WS-LEDGER-FILE-STATUS NOT = "05"
               STRING "UNABLE TO OPEN LEDGER, STATUS="
                      WS-LEDGER-FILE-STATUS
                      DELIMITED BY SIZE
                   INTO LL-MESSAGE
               END-STRING
               SET WS-LEDGER-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-FILE
                          OR WS-LEDGER-ERROR
                   READ SG-LEDGER-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                   END-READ
                   IF NOT WS-EOF-FILE
                       IF WS-LEDGER-FILE-STATUS NOT = "00"
                           STRING "LEDGER READ ERROR, STATUS="
                                  WS-LEDGER-FILE-STATUS
                                  DELIMITED BY SIZE
                               INTO LL-MESSAGE
                           END-STRING
                           SET WS-LEDGER-ERROR TO TRUE
                       ELSE
                           MOVE SG-LEDGER-RECORD TO WS-LEDGER-WORK
                           PERFORM 4000-INSERT-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SG-LEDGER-FILE
           END-IF.

      *    Sets WS-LGT-FOUND-IX to the entry for WS-FIND-KEY, or zero.
       1500-FIND-ENTRY.
           MOVE ZERO TO WS-LGT-FOUND-IX
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
                      OR WS-LGT-FOUND-IX > ZERO
               IF WS-LGT-KEY(WS-LGT-IX) = WS-FIND-KEY
                   MOVE WS-LGT-IX TO WS-LGT-FOUND-IX
               END-IF
           END-PERFORM.

       2000-BEGIN-STEP.
           MOVE SPACES TO WS-REFUSE-CHECK
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE LL-RUN-DATE TO WS-FIND-RUN-DATE
           MOVE WS-STEP-SEQ TO WS-FIND-STEP-SEQ
           PERFORM 1500-FIND-ENTRY
           MOVE WS-LGT-FOUND-IX TO WS-LGT-OWN-IX
           PERFORM 2100-CHECK-DONE
           IF WS-REFUSE-CHECK = SPACES
               PERFORM 2200-CHECK-SEQUENCE
           END-IF
           IF WS-REFUSE-CHECK = SPACES
               PERFORM 2300-CHECK-LATER-DATE
           END-IF
           IF WS-REFUSE-CHECK NOT = SPACES
               PERFORM 2400-READ-OVERRIDES
               EVALUATE TRUE
                   WHEN WS-LEDGER-ERROR
                       CONTINUE
                   WHEN WS-OVERRIDE-FOUND
                       MOVE "Y" TO LL-FORCED-SW
                       STRING "FORCED BY " DELIMITED BY SIZE
                              WS-OVERRIDE-OPERATOR DELIMITED BY SPACE
                              " PAST " WS-REFUSE-TEXT
                              DELIMITED BY SIZE
                           INTO LL-MESSAGE
                       END-STRING
                   WHEN OTHER
                       MOVE "R" TO LL-RESULT
                       IF LL-MESSAGE = SPACES
                           MOVE WS-REFUSE-TEXT TO LL-MESSAGE
                       END-IF
               END-EVALUATE
           END-IF
           IF LL-RESULT-OK
                   AND NOT WS-LEDGER-ERROR
               PERFORM 2500-POST-START
           END-IF.

       2100-CHECK-DONE.
           IF WS-LGT-OWN-IX > ZERO
               MOVE WS-LGT-RECORD(WS-LGT-OWN-IX) TO WS-LEDGER-WORK
               IF LW-STEP-COMPLETE
                   MOVE "DONE" TO WS-REFUSE-CHECK
                   STRING LL-STEP-NAME DELIMITED BY SPACE
                          " ALREADY COMPLETE FOR "
                          LL-RUN-DATE
                          DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
               END-IF
           END-IF.

      *    Each step answers only for the one before it, which in
      *    turn answered for its own.  The first step looks back to
      *    the last step of the latest earlier run date on the
      *    ledger; an empty ledger starts the stream freely.
       2200-CHECK-SEQUENCE.
           IF WS-STEP-SEQ > 1
               COMPUTE WS-PRIOR-SEQ = WS-STEP-SEQ - 1
               MOVE LL-RUN-DATE TO WS-PRIOR-RUN-DATE
           ELSE
               MOVE WS-STEP-MAX TO WS-PRIOR-SEQ
               MOVE SPACES TO WS-PRIOR-RUN-DATE
               PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                       UNTIL WS-LGT-IX > WS-LGT-COUNT
                   IF WS-LGT-RUN-DATE(WS-LGT-IX) < LL-RUN-DATE
                       MOVE WS-LGT-RUN-DATE(WS-LGT-IX)
                           TO WS-PRIOR-RUN-DATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRIOR-RUN-DATE NOT = SPACES
               MOVE WS-PRIOR-RUN-DATE TO WS-FIND-RUN-DATE
               MOVE WS-PRIOR-SEQ TO WS-FIND-STEP-SEQ
               PERFORM 1500-FIND-ENTRY
               IF WS-LGT-FOUND-IX = ZERO
                   MOVE "SEQ" TO WS-REFUSE-CHECK
                   STRING WS-STEP-NAME(WS-PRIOR-SEQ)
                          DELIMITED BY SPACE
                          " HAS NOT RUN FOR "
                          WS-PRIOR-RUN-DATE
                          DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
               ELSE
                   MOVE WS-LGT-RECORD(WS-LGT-FOUND-IX)
                       TO WS-LEDGER-WORK
                   EVALUATE TRUE
                       WHEN LW-STEP-COMPLETE
                           CONTINUE
                       WHEN LW-STEP-FAILED
                           MOVE "SEQ" TO WS-REFUSE-CHECK
                           STRING WS-STEP-NAME(WS-PRIOR-SEQ)
                                  DELIMITED BY SPACE
                                  " FAILED FOR "
                                  WS-PRIOR-RUN-DATE
                                  DELIMITED BY SIZE
                               INTO WS-REFUSE-TEXT
                           END-STRING
                       WHEN OTHER
                           MOVE "SEQ" TO WS-REFUSE-CHECK
                           STRING WS-STEP-NAME(WS-PRIOR-SEQ)
                                  DELIMITED BY SPACE
                                  " DID NOT END FOR "
                                  WS-PRIOR-RUN-DATE
                                  DELIMITED BY SIZE
                               INTO WS-REFUSE-TEXT
                           END-STRING
                   END-EVALUATE
               END-IF
           END-IF.

      *    A step that has run for a later date would be run against
      *    files that have moved on - yesterday's date over today's
      *    SENDLOG.
       2300-CHECK-LATER-DATE.
           MOVE SPACES TO WS-LATER-RUN-DATE
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
               IF WS-LGT-STEP-SEQ(WS-LGT-IX) = WS-STEP-SEQ
                       AND WS-LGT-RUN-DATE(WS-LGT-IX) > LL-RUN-DATE
                   MOVE WS-LGT-RUN-DATE(WS-LGT-IX)
                       TO WS-LATER-RUN-DATE
               END-IF
           END-PERFORM
           IF WS-LATER-RUN-DATE NOT = SPACES
               MOVE "LATE" TO WS-REFUSE-CHECK
               STRING LL-STEP-NAME DELIMITED BY SPACE
                      " HAS ALREADY RUN FOR "
                      WS-LATER-RUN-DATE
                      DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
           END-IF.

       2400-READ-OVERRIDES.
           MOVE "N" TO WS-OVERRIDE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SG-LEDGOVR-FILE
           IF WS-LEDGOVR-FILE-STATUS NOT = "00"
                   AND WS-LEDGOVR-FILE-STATUS NOT = "05"
               STRING "UNABLE TO OPEN LEDGOVR, STATUS="
                      WS-LEDGOVR-FILE-STATUS
                      DELIMITED BY SIZE
                   INTO LL-MESSAGE
               END-STRING
               SET WS-LEDGER-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-FILE
                          OR WS-LEDGER-ERROR
                   READ SG-LEDGOVR-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                   END-READ
                   IF NOT WS-EOF-FILE
                       IF WS-LEDGOVR-FILE-STATUS NOT = "00"
                           STRING "LEDGOVR READ ERROR, STATUS="
                                  WS-LEDGOVR-FILE-STATUS
                                  DELIMITED BY SIZE
                               INTO LL-MESSAGE
                           END-STRING
                           SET WS-LEDGER-ERROR TO TRUE
                       ELSE
                           IF LO-RUN-DATE = LL-RUN-DATE
                                   AND LO-STEP-NAME = LL-STEP-NAME
                               SET WS-OVERRIDE-FOUND TO TRUE
                               MOVE LO-OPERATOR
                                   TO WS-OVERRIDE-OPERATOR
                               MOVE LO-REASON TO WS-OVERRIDE-REASON
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SG-LEDGOVR-FILE
           END-IF
      *    A card with no operator is not an authority
           IF WS-OVERRIDE-FOUND
                   AND WS-OVERRIDE-OPERATOR = SPACES
               MOVE "N" TO WS-OVERRIDE-SW
               STRING WS-REFUSE-TEXT DELIMITED BY "  "
                      " - OVERRIDE CARD HAS NO OPERATOR"
                      DELIMITED BY SIZE
                   INTO LL-MESSAGE
               END-STRING
           END-IF.

       2500-POST-START.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           IF WS-LGT-OWN-IX > ZERO
               MOVE WS-LGT-RECORD(WS-LGT-OWN-IX) TO WS-LEDGER-WORK
           ELSE
               MOVE SPACES TO WS-LEDGER-WORK
               MOVE LL-RUN-DATE TO LW-RUN-DATE
               MOVE WS-STEP-SEQ TO LW-STEP-SEQ
               MOVE LL-STEP-NAME TO LW-STEP-NAME
               MOVE ZERO TO LW-RUN-COUNT
           END-IF
           MOVE "S" TO LW-STEP-STATUS
           MOVE WS-NOW-TIMESTAMP(1:14) TO LW-START-STAMP
           MOVE SPACES TO LW-END-STAMP
           MOVE ZERO TO LW-RETURN-CODE
           IF LW-RUN-COUNT < 999
               ADD 1 TO LW-RUN-COUNT
           END-IF
           INITIALIZE LW-COUNTS
           IF LL-FORCED
               MOVE "Y" TO LW-FORCED-SW
               MOVE WS-REFUSE-CHECK TO LW-FORCED-CHECK
               MOVE WS-OVERRIDE-OPERATOR TO LW-FORCED-BY
               MOVE WS-OVERRIDE-REASON TO LW-FORCE-REASON
           ELSE
               MOVE "N" TO LW-FORCED-SW
               MOVE SPACES TO LW-FORCED-CHECK
               MOVE SPACES TO LW-FORCED-BY
               MOVE SPACES TO LW-FORCE-REASON
           END-IF
           PERFORM 4100-STORE-ENTRY.

      *    An END with no BEGIN on the ledger (a step run before the
      *    ledger existed) is still posted, with no start time.  A
      *    forced start stays marked forced through its end.
       3000-END-STEP.
           MOVE LL-RUN-DATE TO WS-FIND-RUN-DATE
           MOVE WS-STEP-SEQ TO WS-FIND-STEP-SEQ
           PERFORM 1500-FIND-ENTRY
           MOVE WS-LGT-FOUND-IX TO WS-LGT-OWN-IX
           IF WS-LGT-OWN-IX > ZERO
               MOVE WS-LGT-RECORD(WS-LGT-OWN-IX) TO WS-LEDGER-WORK
           ELSE
               MOVE SPACES TO WS-LEDGER-WORK
               MOVE LL-RUN-DATE TO LW-RUN-DATE
               MOVE WS-STEP-SEQ TO LW-STEP-SEQ
               MOVE LL-STEP-NAME TO LW-STEP-NAME
               MOVE 1 TO LW-RUN-COUNT
               MOVE "N" TO LW-FORCED-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP(1:14) TO LW-END-STAMP
           MOVE LL-RETURN-CODE TO LW-RETURN-CODE
           MOVE LL-COUNTS TO LW-COUNTS
           IF LL-RETURN-CODE > 4
               MOVE "F" TO LW-STEP-STATUS
           ELSE
               MOVE "C" TO LW-STEP-STATUS
           END-IF
           IF LW-WAS-FORCED
               MOVE "Y" TO LL-FORCED-SW
           END-IF
           PERFORM 4100-STORE-ENTRY.

      *    Places WS-LEDGER-WORK in the table by key
       4000-INSERT-ENTRY.
           IF WS-LGT-COUNT >= WS-LGT-TABLE-MAX
               MOVE "LEDGER TABLE FULL - RAISE WS-LGT-TABLE-MAX"
                   TO LL-MESSAGE
               SET WS-LEDGER-ERROR TO TRUE
           ELSE
               COMPUTE WS-LGT-INS-IX = WS-LGT-COUNT + 1
               PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                       UNTIL WS-LGT-IX > WS-LGT-COUNT
                          OR WS-LGT-INS-IX <= WS-LGT-COUNT
                   IF WS-LGT-RUN-DATE(WS-LGT-IX) > LW-RUN-DATE
                           OR (WS-LGT-RUN-DATE(WS-LGT-IX) = LW-RUN-DATE
                           AND WS-LGT-STEP-SEQ(WS-LGT-IX) > LW-STEP-SEQ)
                       MOVE WS-LGT-IX TO WS-LGT-INS-IX
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LGT-IX FROM WS-LGT-COUNT BY -1
                       UNTIL WS-LGT-IX < WS-LGT-INS-IX
                   MOVE WS-LGT-ENTRY(WS-LGT-IX)
                       TO WS-LGT-ENTRY(WS-LGT-IX + 1)
               END-PERFORM
               ADD 1 TO WS-LGT-COUNT
               MOVE LW-RUN-DATE TO WS-LGT-RUN-DATE(WS-LGT-INS-IX)
               MOVE LW-STEP-SEQ TO WS-LGT-STEP-SEQ(WS-LGT-INS-IX)
               MOVE WS-LEDGER-WORK TO WS-LGT-RECORD(WS-LGT-INS-IX)
           END-IF.

      *    Replaces the step's own entry, or adds it
       4100-STORE-ENTRY.
           IF WS-LGT-OWN-IX > ZERO
               MOVE WS-LEDGER-WORK TO WS-LGT-RECORD(WS-LGT-OWN-IX)
           ELSE
               PERFORM 4000-INSERT-ENTRY
           END-IF.

       5000-WRITE-LEDGER.
           MOVE LL-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-KEEP-DAYS
           MOVE ZERO TO WS-CNT-DROPPED
           OPEN OUTPUT SG-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
                   AND WS-LEDGER-FILE-STATUS NOT = "05"
               STRING "UNABLE TO OPEN LEDGER FOR OUTPUT, STATUS="
                      WS-LEDGER-FILE-STATUS
                      DELIMITED BY SIZE
                   INTO LL-MESSAGE
               END-STRING
               SET WS-LEDGER-ERROR TO TRUE
           END-IF
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
                      OR WS-LEDGER-ERROR
               MOVE ZERO TO WS-ENTRY-INT
               IF WS-LGT-RUN-DATE(WS-LGT-IX) IS NUMERIC
                   MOVE WS-LGT-RUN-DATE(WS-LGT-IX)
                       TO WS-ENTRY-DATE-NUM
                   COMPUTE WS-ENTRY-INT
                       = FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
               END-IF
               IF WS-ENTRY-INT > ZERO
                       AND WS-ENTRY-INT < WS-CUTOFF-INT
                   ADD 1 TO WS-CNT-DROPPED
               ELSE
                   MOVE WS-LGT-RECORD(WS-LGT-IX) TO SG-LEDGER-RECORD
                   WRITE SG-LEDGER-RECORD
                   IF WS-LEDGER-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO WRITE LEDGER, STATUS="
                              WS-LEDGER-FILE-STATUS
                              DELIMITED BY SIZE
                           INTO LL-MESSAGE
                       END-STRING
                       SET WS-LEDGER-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-LEDGER-ERROR
               CLOSE SG-LEDGER-FILE
           END-IF.
