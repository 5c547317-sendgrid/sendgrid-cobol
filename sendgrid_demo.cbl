           SELECT OPTIONAL SG-CAMPAIGN-FILE ASSIGN TO "CAMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT OPTIONAL SG-DOMAIN-FILE ASSIGN TO "DOMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOMAIN-FILE-STATUS.
           SELECT OPTIONAL SG-CAMPRATE-FILE ASSIGN TO "CAMPRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPRATE-FILE-STATUS.
           SELECT OPTIONAL SG-HOLDREL-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDREL-FILE-STATUS.
           SELECT OPTIONAL SG-RETRY-IN-FILE ASSIGN TO "RETRYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-IN-STATUS.
       01  SG-CAMPAIGN-RECORD.
           COPY SGCAMPM.

      *    Recipient-domain master - per-domain send-rate ceilings.
       FD  SG-DOMAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DOMAIN-RECORD.
           COPY SGDOMAN.

      *    Previous run's per-campaign bounce and spam-report rates,
      *    written by sgrecon - the circuit breaker's overnight
      *    evidence.  OPTIONAL: no file, no prior-day check.
       FD  SG-CAMPRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CAMPRATE-RECORD.
           COPY SGCMRAT.

      *    Circuit-breaker release cards - one per held campaign ops
      *    have cleared to go.
       FD  SG-HOLDREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-HOLDREL-RECORD.
           COPY SGHLDRL.

      *    Retry queue - transactions whose send failed transiently
      *    (timeout, rate limit, server error).  The scheduler copies
      *    RETRYOUT to RETRYIN between runs; RETRYIN drains ahead of
       01  SG-DEFER-IN-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==DI==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==DI==.

       FD  SG-DEFER-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DEFER-OUT-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==DO==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==DO==.

       WORKING-STORAGE SECTION.
      *    SendGrid Authentication
           01 WS-SUPPLOG-FILE-STATUS PIC X(2)    VALUE "00".
           01 WS-TEMPLATE-FILE-STATUS PIC X(2)   VALUE "00".
           01 WS-CAMPAIGN-FILE-STATUS PIC X(2)   VALUE "00".
           01 WS-DOMAIN-FILE-STATUS PIC X(2)     VALUE "00".
           01 WS-CAMPRATE-FILE-STATUS PIC X(2)   VALUE "00".
           01 WS-HOLDREL-FILE-STATUS PIC X(2)    VALUE "00".
           01 WS-DEFER-IN-STATUS    PIC X(2)     VALUE "00".
           01 WS-DEFER-OUT-STATUS   PIC X(2)     VALUE "00".
           01 WS-RETRY-IN-STATUS    PIC X(2)     VALUE "00".
                   10 WS-SUP-REASON     PIC X(12).
           01 WS-SUPPRESS-EOF-SW   PIC X(1)       VALUE "N".
               88 WS-SUPPRESS-EOF           VALUE "Y".
      *    Erasure tombstones hold a digest, not an address; while any
      *    are loaded, an address with no plain match is digested and
      *    looked up again.
           01 WS-SUP-ERASED-COUNT  PIC 9(4) COMP  VALUE ZERO.
           01 WS-CHECK-DIGEST      PIC X(40)      VALUE SPACES.

      *    First-bounce holding area.  A lone hard bounce (mailbox
      *    full, server down a day) must not do-not-mail a customer
                   10 WS-CPM-MAIL-FROM  PIC X(100).
                   10 WS-CPM-SUBJECT    PIC X(100).
                   10 WS-CPM-PACING     PIC 9(5) COMP.
                   10 WS-CPM-FAIL-PCT   PIC 9(3)V99 COMP-3.
                   10 WS-CPM-SPAM-PCT   PIC 9(3)V99 COMP-3.
                   10 WS-CPM-MIN-SENDS  PIC 9(5) COMP.
                   10 WS-CPM-ATTEMPTS   PIC 9(7) COMP.
                   10 WS-CPM-FAILURES   PIC 9(7) COMP.
                   10 WS-CPM-HOLD-REASON PIC X(12).
                   10 WS-CPM-HELD-CNT   PIC 9(7) COMP.
                   10 WS-CPM-RELEASE-SW PIC X(1).
                       88 WS-CPM-RELEASED       VALUE "Y".
                   10 WS-CPM-RELEASED-BY PIC X(8).
                   10 WS-CPM-PRIOR-DATE PIC X(8).
                   10 WS-CPM-PRIOR-SENT PIC 9(7) COMP.
                   10 WS-CPM-PRIOR-BNC-PCT PIC 9(3)V99 COMP-3.
                   10 WS-CPM-PRIOR-SPM-PCT PIC 9(3)V99 COMP-3.
           01 WS-CAMPAIGN-EOF-SW   PIC X(1)       VALUE "N".
               88 WS-CAMPAIGN-EOF           VALUE "Y".
           01 WS-CAMPAIGN-INVALID-SW PIC X(1)     VALUE "N".
           01 WS-EFF-SUBJ-TEMPLATE PIC X(100)     VALUE SPACES.
           01 WS-THROTTLE-CEILING  PIC 9(5) COMP  VALUE ZERO.

      *    Recipient-domain ceilings, loaded once at start of job.
      *    Every domain counts its sends in the same clock minute,
      *    WS-DOM-MINUTE; when a message would take any of its
      *    domains past the ceiling the job waits for the minute to
      *    roll, which starts every domain afresh.
           01 WS-DOM-TABLE-MAX     PIC 9(3) COMP  VALUE 200.
           01 WS-DOM-COUNT         PIC 9(3) COMP  VALUE ZERO.
           01 WS-DOM-IX            PIC 9(3) COMP  VALUE ZERO.
           01 WS-DOM-FOUND-IX      PIC 9(3) COMP  VALUE ZERO.
           01 WS-DOM-TABLE.
               05 WS-DOM-ENTRY OCCURS 200 TIMES.
                   10 WS-DOM-NAME       PIC X(60).
                   10 WS-DOM-CEILING    PIC 9(5) COMP.
                   10 WS-DOM-SENDS      PIC 9(5) COMP.
                   10 WS-DOM-MSG-SW     PIC X(1).
                       88 WS-DOM-IN-MESSAGE     VALUE "Y".
           01 WS-DOMAIN-EOF-SW     PIC X(1)       VALUE "N".
               88 WS-DOMAIN-EOF             VALUE "Y".
           01 WS-DOM-MINUTE        PIC X(12)      VALUE SPACES.
           01 WS-DOM-WAIT-SW       PIC X(1)       VALUE "N".
               88 WS-DOM-WAIT-NEEDED        VALUE "Y".
           01 WS-DOM-WORK-NAME     PIC X(60)      VALUE SPACES.
           01 WS-DOM-AT-POS        PIC 9(3) COMP  VALUE ZERO.
           01 WS-DOM-CHAR-IX       PIC 9(3) COMP  VALUE ZERO.
           01 WS-PACE-BUFFER       PIC X(2000)    VALUE SPACES.
           01 WS-PACE-IN-PTR       PIC 9(4)       VALUE 1.
           01 WS-PACE-PIECE        PIC X(100)     VALUE SPACES.
           01 WS-PACE-DONE-SW      PIC X(1)       VALUE "N".
               88 WS-PACE-DONE              VALUE "Y".
           01 WS-CNT-DOMAIN-WAITS  PIC 9(7) COMP  VALUE ZERO.

      *    Campaign circuit breaker.  A campaign trips when its in-run
      *    failure rate, or the previous run's bounce or spam-report
      *    rate, passes its threshold on the campaign master; from
      *    then on its transactions go to DEFEROUT carrying the hold
      *    reason instead of being sent.  A held record read back
      *    from DEFERIN stays held until a HOLDREL card releases its
      *    campaign.  WS-BRK-NEW-TRIP tells the digest pass to sweep
      *    its parked items again.
           01 WS-CAMPRATE-EOF-SW   PIC X(1)       VALUE "N".
               88 WS-CAMPRATE-EOF           VALUE "Y".
           01 WS-HOLDREL-EOF-SW    PIC X(1)       VALUE "N".
               88 WS-HOLDREL-EOF            VALUE "Y".
           01 WS-CAMPAIGN-HELD-SW  PIC X(1)       VALUE "N".
               88 WS-CAMPAIGN-HELD          VALUE "Y".
           01 WS-BRK-NEW-TRIP-SW   PIC X(1)       VALUE "N".
               88 WS-BRK-NEW-TRIP           VALUE "Y".
           01 WS-BRK-IX            PIC 9(2) COMP  VALUE ZERO.
           01 WS-BRK-RATE          PIC 9(3)V99 COMP-3 VALUE ZERO.
           01 WS-BRK-MIN-DEFAULT   PIC 9(5) COMP  VALUE 50.
           01 WS-BRK-ALERT         PIC X(40)      VALUE SPACES.
           01 WS-BRK-TRIP-REASON   PIC X(12)      VALUE SPACES.
           01 WS-BRK-SEARCH-CODE   PIC X(8)       VALUE SPACES.
           01 WS-BRK-HEADED-SW     PIC X(1)       VALUE "N".
               88 WS-BRK-HEADED             VALUE "Y".
           01 WS-RPT-HELD-EDIT     PIC ZZ9        VALUE ZERO.
           01 WS-CURRENT-HOLD-REASON PIC X(12)    VALUE SPACES.
           01 WS-CURRENT-HELD-DATE PIC X(8)       VALUE SPACES.
           01 WS-CNT-HELD-CAMPAIGNS PIC 9(3) COMP VALUE ZERO.
           01 WS-CNT-BREAKER-HELD  PIC 9(7) COMP  VALUE ZERO.
           01 WS-CNT-HOLD-RELEASED PIC 9(7) COMP  VALUE ZERO.

      *    Merge-variable substitution.  The four tokens are fixed;
      *    the values come from the TR-MERGE- fields of the current
      *    transaction.  Substitution rewrites WS-SUB-BUFFER in place
           01 WS-SEND-STATUS-DISP PIC -(9)9 VALUE ZERO.


      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF-TRANS
           PERFORM 7000-SEND-DIGESTS
           PERFORM 9000-TERMINATE
           IF NOT WS-MODE-REHEARSAL
               PERFORM 9500-POST-RUN-LEDGER
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD
      *    A rehearsal sends nothing and writes no real run's files,
      *    so it is not a step of the stream: it neither waits on the
      *    run ledger nor posts to it.
           IF NOT WS-MODE-REHEARSAL
               PERFORM 1060-CHECK-RUN-LEDGER
           END-IF
      *    A rehearsal calls nothing, so it needs no API key - and
      *    must not fail for want of one.
           IF NOT WS-MODE-REHEARSAL
           PERFORM 1310-LOAD-TEMPLATE-LIBRARY
           PERFORM 1320-LOAD-DISTLIST-TABLE
           PERFORM 1330-LOAD-CAMPAIGN-MASTER
           PERFORM 1334-LOAD-HOLD-RELEASES
           PERFORM 1336-LOAD-PRIOR-CAMPAIGN-RATES
           PERFORM 1332-LOAD-DOMAIN-MASTER
           PERFORM 1335-LOAD-PREFERENCE-MASTER
           PERFORM 1450-OPEN-HISTORY-MASTER
           PERFORM 1460-LOAD-RECENT-SEND-COUNTS
           ADD 1 TO WS-SUP-COUNT
           MOVE WS-CHECK-ADDRESS-UC
               TO WS-SUP-ADDRESS(WS-SUP-COUNT)
           MOVE SUP-REASON TO WS-SUP-REASON(WS-SUP-COUNT)
           IF SUP-IS-ERASED
               ADD 1 TO WS-SUP-ERASED-COUNT
           END-IF.

       1380-HOLD-OR-PROMOTE-BOUNCE.
           MOVE "N" TO WS-PND-FOUND-SW
                   ELSE
                       MOVE ZERO TO WS-CPM-PACING(WS-CPM-COUNT)
                   END-IF
                   PERFORM 1331-STORE-BREAKER-SETTINGS
               END-IF
               PERFORM 1340-READ-CAMPAIGN-RECORD
           END-PERFORM
           CLOSE SG-CAMPAIGN-FILE.

      *    Breaker thresholds for the entry just loaded, and its
      *    in-run tallies zeroed.  Masters keyed before the breaker
      *    existed carry spaces here, which leaves it off.
       1331-STORE-BREAKER-SETTINGS.
           IF CM-MAX-FAIL-PCT IS NUMERIC
               MOVE CM-MAX-FAIL-PCT TO WS-CPM-FAIL-PCT(WS-CPM-COUNT)
           ELSE
               MOVE ZERO TO WS-CPM-FAIL-PCT(WS-CPM-COUNT)
           END-IF
           IF CM-MAX-SPAM-PCT IS NUMERIC
               MOVE CM-MAX-SPAM-PCT TO WS-CPM-SPAM-PCT(WS-CPM-COUNT)
           ELSE
               MOVE ZERO TO WS-CPM-SPAM-PCT(WS-CPM-COUNT)
           END-IF
           IF CM-BREAKER-MIN-SENDS IS NUMERIC
                   AND CM-BREAKER-MIN-SENDS > ZERO
               MOVE CM-BREAKER-MIN-SENDS
                   TO WS-CPM-MIN-SENDS(WS-CPM-COUNT)
           ELSE
               MOVE WS-BRK-MIN-DEFAULT
                   TO WS-CPM-MIN-SENDS(WS-CPM-COUNT)
           END-IF
           MOVE ZERO   TO WS-CPM-ATTEMPTS(WS-CPM-COUNT)
           MOVE ZERO   TO WS-CPM-FAILURES(WS-CPM-COUNT)
           MOVE SPACES TO WS-CPM-HOLD-REASON(WS-CPM-COUNT)
           MOVE ZERO   TO WS-CPM-HELD-CNT(WS-CPM-COUNT)
           MOVE "N"    TO WS-CPM-RELEASE-SW(WS-CPM-COUNT)
           MOVE SPACES TO WS-CPM-RELEASED-BY(WS-CPM-COUNT)
           MOVE SPACES TO WS-CPM-PRIOR-DATE(WS-CPM-COUNT)
           MOVE ZERO   TO WS-CPM-PRIOR-SENT(WS-CPM-COUNT)
           MOVE ZERO   TO WS-CPM-PRIOR-BNC-PCT(WS-CPM-COUNT)
           MOVE ZERO   TO WS-CPM-PRIOR-SPM-PCT(WS-CPM-COUNT).

      *    Only domains with a live ceiling are held - the table is
      *    searched for every recipient of every message.
       1332-LOAD-DOMAIN-MASTER.
           MOVE ZERO TO WS-DOM-COUNT
           MOVE "N" TO WS-DOMAIN-EOF-SW
           OPEN INPUT SG-DOMAIN-FILE
           IF WS-DOMAIN-FILE-STATUS NOT = "00"
                   AND WS-DOMAIN-FILE-STATUS NOT = "05"
               DISPLAY "SENDGRID: UNABLE TO OPEN DOMFILE, STATUS="
                   WS-DOMAIN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1342-READ-DOMAIN-RECORD
           PERFORM UNTIL WS-DOMAIN-EOF
               IF DM-DOMAIN NOT = SPACES
                       AND DM-MAX-SENDS-PER-MIN IS NUMERIC
                       AND DM-MAX-SENDS-PER-MIN > ZERO
                   IF WS-DOM-COUNT >= WS-DOM-TABLE-MAX
                       DISPLAY "SENDGRID: DOMAIN TABLE OVERFLOW "
                           "AT " WS-DOM-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-DOM-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(DM-DOMAIN))
                       TO WS-DOM-NAME(WS-DOM-COUNT)
                   MOVE DM-MAX-SENDS-PER-MIN
                       TO WS-DOM-CEILING(WS-DOM-COUNT)
                   MOVE ZERO TO WS-DOM-SENDS(WS-DOM-COUNT)
                   MOVE "N"  TO WS-DOM-MSG-SW(WS-DOM-COUNT)
               END-IF
               PERFORM 1342-READ-DOMAIN-RECORD
           END-PERFORM
           CLOSE SG-DOMAIN-FILE.

      *    Release cards name held campaigns ops have cleared.  A
      *    code not on the campaign master is reported and ignored.
       1334-LOAD-HOLD-RELEASES.
           MOVE "N" TO WS-HOLDREL-EOF-SW
           OPEN INPUT SG-HOLDREL-FILE
           IF WS-HOLDREL-FILE-STATUS NOT = "00"
                   AND WS-HOLDREL-FILE-STATUS NOT = "05"
               DISPLAY "SENDGRID: UNABLE TO OPEN HOLDREL, STATUS="
                   WS-HOLDREL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1343-READ-HOLDREL-RECORD
           PERFORM UNTIL WS-HOLDREL-EOF
               IF HL-CAMPAIGN-CODE NOT = SPACES
                   MOVE HL-CAMPAIGN-CODE TO WS-BRK-SEARCH-CODE
                   PERFORM 1337-FIND-BREAKER-CAMPAIGN
                   IF WS-BRK-IX = ZERO
                       DISPLAY "SENDGRID: HOLDREL CAMPAIGN "
                           HL-CAMPAIGN-CODE " NOT ON CAMPFILE - "
                           "IGNORED"
                   ELSE
                       SET WS-CPM-RELEASED(WS-BRK-IX) TO TRUE
                       MOVE HL-USER-ID
                           TO WS-CPM-RELEASED-BY(WS-BRK-IX)
                       DISPLAY "SENDGRID: CAMPAIGN " HL-CAMPAIGN-CODE
                           " RELEASED FROM HOLD BY " HL-USER-ID
                   END-IF
               END-IF
               PERFORM 1343-READ-HOLDREL-RECORD
           END-PERFORM
           CLOSE SG-HOLDREL-FILE.

      *    The newest rates before this run date stand for "the
      *    previous day" - a weekend gap or a skipped run still finds
      *    the last evidence there is.  A campaign released this run
      *    is not re-held on that evidence; one with fewer sends than
      *    its minimum is not judged on it at all.
       1336-LOAD-PRIOR-CAMPAIGN-RATES.
           MOVE "N" TO WS-CAMPRATE-EOF-SW
           OPEN INPUT SG-CAMPRATE-FILE
           IF WS-CAMPRATE-FILE-STATUS NOT = "00"
                   AND WS-CAMPRATE-FILE-STATUS NOT = "05"
               DISPLAY "SENDGRID: UNABLE TO OPEN CAMPRATE, STATUS="
                   WS-CAMPRATE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1344-READ-CAMPRATE-RECORD
           PERFORM UNTIL WS-CAMPRATE-EOF
               IF CR-CAMPAIGN-CODE NOT = SPACES
                       AND CR-RUN-DATE < WS-RUN-DATE
                       AND CR-SENT-COUNT IS NUMERIC
                       AND CR-BOUNCE-PCT IS NUMERIC
                       AND CR-SPAM-PCT IS NUMERIC
                   MOVE CR-CAMPAIGN-CODE TO WS-BRK-SEARCH-CODE
                   PERFORM 1337-FIND-BREAKER-CAMPAIGN
                   IF WS-BRK-IX > ZERO
                       IF CR-RUN-DATE > WS-CPM-PRIOR-DATE(WS-BRK-IX)
                           MOVE CR-RUN-DATE
                               TO WS-CPM-PRIOR-DATE(WS-BRK-IX)
                           MOVE CR-SENT-COUNT
                               TO WS-CPM-PRIOR-SENT(WS-BRK-IX)
                           MOVE CR-BOUNCE-PCT
                               TO WS-CPM-PRIOR-BNC-PCT(WS-BRK-IX)
                           MOVE CR-SPAM-PCT
                               TO WS-CPM-PRIOR-SPM-PCT(WS-BRK-IX)
                       END-IF
                   END-IF
               END-IF
               PERFORM 1344-READ-CAMPRATE-RECORD
           END-PERFORM
           CLOSE SG-CAMPRATE-FILE
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-CPM-COUNT
               IF NOT WS-CPM-RELEASED(WS-BRK-IX)
                       AND WS-CPM-PRIOR-SENT(WS-BRK-IX)
                           >= WS-CPM-MIN-SENDS(WS-BRK-IX)
                   EVALUATE TRUE
                       WHEN WS-CPM-SPAM-PCT(WS-BRK-IX) > ZERO
                        AND WS-CPM-PRIOR-SPM-PCT(WS-BRK-IX)
                            > WS-CPM-SPAM-PCT(WS-BRK-IX)
                           MOVE "PRIOR SPAM" TO WS-BRK-TRIP-REASON
                           PERFORM 2425-TRIP-BREAKER
                       WHEN WS-CPM-FAIL-PCT(WS-BRK-IX) > ZERO
                        AND WS-CPM-PRIOR-BNC-PCT(WS-BRK-IX)
                            > WS-CPM-FAIL-PCT(WS-BRK-IX)
                           MOVE "PRIOR BOUNCE" TO WS-BRK-TRIP-REASON
                           PERFORM 2425-TRIP-BREAKER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    Campaign master entry for WS-BRK-SEARCH-CODE, zero if none.
       1337-FIND-BREAKER-CAMPAIGN.
           MOVE ZERO TO WS-BRK-IX
           PERFORM VARYING WS-CPM-IX FROM 1 BY 1
                   UNTIL WS-CPM-IX > WS-CPM-COUNT
                      OR WS-BRK-IX > ZERO
               IF WS-CPM-CODE(WS-CPM-IX) = WS-BRK-SEARCH-CODE
                   MOVE WS-CPM-IX TO WS-BRK-IX
               END-IF
           END-PERFORM.

       1343-READ-HOLDREL-RECORD.
           READ SG-HOLDREL-FILE
               AT END
                   SET WS-HOLDREL-EOF TO TRUE
           END-READ
           IF NOT WS-HOLDREL-EOF
                   AND WS-HOLDREL-FILE-STATUS NOT = "00"
               DISPLAY "SENDGRID: HOLDREL READ ERROR, STATUS="
                   WS-HOLDREL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1344-READ-CAMPRATE-RECORD.
           READ SG-CAMPRATE-FILE
               AT END
                   SET WS-CAMPRATE-EOF TO TRUE
           END-READ
           IF NOT WS-CAMPRATE-EOF
                   AND WS-CAMPRATE-FILE-STATUS NOT = "00"
               DISPLAY "SENDGRID: CAMPRATE READ ERROR, STATUS="
                   WS-CAMPRATE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1335-LOAD-PREFERENCE-MASTER.
           MOVE ZERO TO WS-PRF-COUNT
           MOVE "N" TO WS-PREF-EOF-SW
               PERFORM 1090-ABEND-JOB
           END-IF.

       1342-READ-DOMAIN-RECORD.
           READ SG-DOMAIN-FILE
               AT END
                   SET WS-DOMAIN-EOF TO TRUE
           END-READ
           IF NOT WS-DOMAIN-EOF
                   AND WS-DOMAIN-FILE-STATUS NOT = "00"
               DISPLAY "SENDGRID: DOMFILE READ ERROR, STATUS="
                   WS-DOMAIN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1345-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
           MOVE AUTH-APIKEY TO SG-AUTH-APIKEY
           CLOSE SG-CRED-FILE.

      *    The run ledger holds this step until the one before it is
      *    complete for the same run date, and refuses a run date this
      *    step has already completed, unless an operator override
      *    card for the date and step is in LEDGOVR.
       1060-CHECK-RUN-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE "BEGIN"    TO LL-FUNCTION
           MOVE "SENDGRID" TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SENDGRID: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SENDGRID: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED
                   DISPLAY "SENDGRID: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A missing/unreadable control card or credentials file means
      *    this run cannot safely send anything (blank From/API key) -
      *    stop now with a diagnostic instead of proceeding silently.
           PERFORM 2050-CHECK-SEND-WINDOW
           IF NOT WS-DEFERRED
               PERFORM 2020-RESOLVE-CAMPAIGN
               PERFORM 2040-CHECK-CAMPAIGN-HOLD
               IF WS-CAMPAIGN-HELD
                   PERFORM 2057-HOLD-FOR-BREAKER
               ELSE
                   PERFORM 2060-CHECK-DUPLICATE
                   IF WS-IS-DUPLICATE
                       PERFORM 2070-LOG-DUPLICATE
                   ELSE
                       PERFORM 2010-BUILD-AND-SEND
                   END-IF
               END-IF
           END-IF
           PERFORM 2030-HEARTBEAT-AND-COMMANDS
           MOVE WS-RUN-DATE        TO HB-RUN-DATE
           MOVE TR-RECIPIENT-KEY   TO HB-CURRENT-KEY
           MOVE WS-TRANS-SOURCE    TO HB-TRANS-SOURCE
           IF WS-THROTTLE-CEILING = ZERO AND WS-DOM-COUNT = ZERO
               MOVE "UNPACED" TO HB-THROTTLE-STATE
           ELSE
               MOVE "PACED"   TO HB-THROTTLE-STATE
           MOVE WS-CNT-ATTEMPTED   TO HB-CNT-ATTEMPTED
           MOVE WS-CNT-SUCCEEDED   TO HB-CNT-SUCCEEDED
           MOVE WS-CNT-FAILED      TO HB-CNT-FAILED
           MOVE WS-CNT-HELD-CAMPAIGNS TO HB-HELD-CAMPAIGNS
           MOVE WS-BRK-ALERT       TO HB-BREAKER-ALERT
           OPEN OUTPUT SG-HEARTBEAT-FILE
           WRITE SG-HEARTBEAT-RECORD
           IF WS-HEARTBEAT-FILE-STATUS NOT = "00"
           MOVE WS-DEFAULT-MAIL-FROM TO SG-MAIL-FROM
           MOVE SG-MAIL-SUBJECT-TEMPLATE TO WS-EFF-SUBJ-TEMPLATE
           MOVE WS-MAX-SENDS-PER-MIN TO WS-THROTTLE-CEILING
           MOVE ZERO TO WS-CPM-FOUND-IX
           IF TR-CAMPAIGN-CODE NOT = SPACES
               PERFORM VARYING WS-CPM-IX FROM 1 BY 1
                       UNTIL WS-CPM-IX > WS-CPM-COUNT
                          OR WS-CPM-FOUND-IX > ZERO
               END-IF
           END-IF.

      *    A tripped campaign is held outright.  A record already
      *    held by an earlier run stays held unless its campaign was
      *    released this run, in which case it goes out as normal.
       2040-CHECK-CAMPAIGN-HOLD.
           MOVE "N" TO WS-CAMPAIGN-HELD-SW
           IF WS-CPM-FOUND-IX = ZERO
               MOVE SPACES TO WS-CURRENT-HOLD-REASON
           ELSE
               IF WS-CPM-HOLD-REASON(WS-CPM-FOUND-IX) NOT = SPACES
                   SET WS-CAMPAIGN-HELD TO TRUE
               ELSE
                   IF WS-CURRENT-HOLD-REASON NOT = SPACES
                       IF WS-CPM-RELEASED(WS-CPM-FOUND-IX)
                           ADD 1 TO WS-CNT-HOLD-RELEASED
                           MOVE SPACES TO WS-CURRENT-HOLD-REASON
                       ELSE
                           SET WS-CAMPAIGN-HELD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2060-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SW
      *    A sanctioned resend repeats an earlier send on purpose -
           MOVE TR-MERGE-AMOUNT     TO AL-MERGE-AMOUNT
           MOVE TR-MERGE-DUE-DATE   TO AL-MERGE-DUE-DATE
           MOVE TR-RESEND-ORIG-MSGID TO AL-ORIG-MESSAGE-ID
           MOVE TR-ATTACH-PRESENT   TO AL-ATTACH-PRESENT
           ADD 1 TO WS-CNT-DUPLICATES
           WRITE SG-SENDLOG-RECORD
           IF WS-SENDLOG-FILE-STATUS NOT = "00"
               END-IF
           END-IF.

      *    The hold trailer rides along whatever the reason for the
      *    deferral, so a held record deferred for its send window or
      *    drained by a quiesce is still held next run.
       2055-WRITE-DEFERRED.
           MOVE SPACES TO SG-DEFER-OUT-RECORD
           MOVE SG-TRANS-RECORD
               TO SG-DEFER-OUT-RECORD(1:LENGTH OF SG-TRANS-RECORD)
           IF WS-CURRENT-HOLD-REASON NOT = SPACES
               MOVE WS-CURRENT-HOLD-REASON TO DO-HOLD-REASON
               MOVE WS-CURRENT-HELD-DATE   TO DO-HELD-RUN-DATE
           END-IF
           WRITE SG-DEFER-OUT-RECORD
           IF WS-DEFER-OUT-STATUS NOT = "00"
               DISPLAY "SENDGRID: UNABLE TO WRITE DEFEROUT, STATUS="
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    A record first held now takes its campaign's trip reason
      *    and this run date; one carried over keeps its own.
       2057-HOLD-FOR-BREAKER.
           IF WS-CURRENT-HOLD-REASON = SPACES
               MOVE WS-CPM-HOLD-REASON(WS-CPM-FOUND-IX)
                   TO WS-CURRENT-HOLD-REASON
               MOVE WS-RUN-DATE TO WS-CURRENT-HELD-DATE
           END-IF
           PERFORM 2055-WRITE-DEFERRED
           ADD 1 TO WS-CNT-BREAKER-HELD
           ADD 1 TO WS-CPM-HELD-CNT(WS-CPM-FOUND-IX).

       2010-BUILD-AND-SEND.
           MOVE "N" TO WS-DISTLIST-INVALID-SW
           MOVE "N" TO WS-SUPPRESSED-TO-SW
                       PERFORM 2310-WRITE-PROOF-RECORD
                   WHEN OTHER
                       PERFORM 2250-THROTTLE-SEND-RATE
                       PERFORM 2255-THROTTLE-DOMAIN-RATE
                       PERFORM 2300-CALL-SEND-EMAIL
                       PERFORM 2400-CHECK-RETURN-CODE
               END-EVALUATE
           MOVE WS-NOW-TIMESTAMP(1:12) TO WS-THROTTLE-MINUTE
           MOVE ZERO TO WS-SENDS-THIS-MINUTE.

      *    Then hold each recipient domain of the message (TO, CC and
      *    BCC, after suppression filtering) to its own ceiling.  A
      *    message counts once against each domain it goes to,
      *    however many of its recipients share that domain - one
      *    message is one delivery attempt at the provider.  When any
      *    domain's allowance for the minute is used up, the job
      *    waits for the minute to roll just as 2260 does.
       2255-THROTTLE-DOMAIN-RATE.
           IF WS-DOM-COUNT = ZERO
               CONTINUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               IF WS-NOW-TIMESTAMP(1:12) NOT = WS-DOM-MINUTE
                   PERFORM 2258-START-DOMAIN-MINUTE
               END-IF
               PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                       UNTIL WS-DOM-IX > WS-DOM-COUNT
                   MOVE "N" TO WS-DOM-MSG-SW(WS-DOM-IX)
               END-PERFORM
               MOVE SG-MAIL-TO TO WS-PACE-BUFFER
               PERFORM 2256-MARK-MESSAGE-DOMAINS
               MOVE SG-MAIL-CC TO WS-PACE-BUFFER
               PERFORM 2256-MARK-MESSAGE-DOMAINS
               MOVE SG-MAIL-BCC TO WS-PACE-BUFFER
               PERFORM 2256-MARK-MESSAGE-DOMAINS
               MOVE "N" TO WS-DOM-WAIT-SW
               PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                       UNTIL WS-DOM-IX > WS-DOM-COUNT
                   IF WS-DOM-IN-MESSAGE(WS-DOM-IX)
                       AND WS-DOM-SENDS(WS-DOM-IX)
                           >= WS-DOM-CEILING(WS-DOM-IX)
                       SET WS-DOM-WAIT-NEEDED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-DOM-WAIT-NEEDED
                   ADD 1 TO WS-CNT-DOMAIN-WAITS
                   PERFORM UNTIL WS-NOW-TIMESTAMP(1:12)
                           NOT = WS-DOM-MINUTE
                       MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
                   END-PERFORM
                   PERFORM 2258-START-DOMAIN-MINUTE
               END-IF
               PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                       UNTIL WS-DOM-IX > WS-DOM-COUNT
                   IF WS-DOM-IN-MESSAGE(WS-DOM-IX)
                       ADD 1 TO WS-DOM-SENDS(WS-DOM-IX)
                   END-IF
               END-PERFORM
           END-IF.

      *    Flag every paced domain found in the comma-joined address
      *    field in WS-PACE-BUFFER.
       2256-MARK-MESSAGE-DOMAINS.
           MOVE 1 TO WS-PACE-IN-PTR
           MOVE "N" TO WS-PACE-DONE-SW
           IF WS-PACE-BUFFER = SPACES
               SET WS-PACE-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-PACE-DONE
               IF WS-PACE-IN-PTR > LENGTH OF WS-PACE-BUFFER
                   SET WS-PACE-DONE TO TRUE
               ELSE
                   MOVE SPACES TO WS-PACE-PIECE
                   UNSTRING WS-PACE-BUFFER DELIMITED BY ","
                       INTO WS-PACE-PIECE
                       WITH POINTER WS-PACE-IN-PTR
                   END-UNSTRING
                   IF WS-PACE-PIECE NOT = SPACES
                       PERFORM 2257-FIND-ADDRESS-DOMAIN
                       IF WS-DOM-FOUND-IX > ZERO
                           MOVE "Y" TO WS-DOM-MSG-SW(WS-DOM-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    The domain is what follows the last @ of WS-PACE-PIECE;
      *    WS-DOM-FOUND-IX is its paced entry, zero when unpaced.
       2257-FIND-ADDRESS-DOMAIN.
           MOVE ZERO TO WS-DOM-FOUND-IX
           MOVE ZERO TO WS-DOM-AT-POS
           PERFORM VARYING WS-DOM-CHAR-IX FROM 1 BY 1
                   UNTIL WS-DOM-CHAR-IX > LENGTH OF WS-PACE-PIECE
               IF WS-PACE-PIECE(WS-DOM-CHAR-IX:1) = "@"
                   MOVE WS-DOM-CHAR-IX TO WS-DOM-AT-POS
               END-IF
           END-PERFORM
           IF WS-DOM-AT-POS > ZERO
                   AND WS-DOM-AT-POS < LENGTH OF WS-PACE-PIECE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                       (WS-PACE-PIECE(WS-DOM-AT-POS + 1:)))
                   TO WS-DOM-WORK-NAME
               PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                       UNTIL WS-DOM-IX > WS-DOM-COUNT
                          OR WS-DOM-FOUND-IX > ZERO
                   IF WS-DOM-NAME(WS-DOM-IX) = WS-DOM-WORK-NAME
                       MOVE WS-DOM-IX TO WS-DOM-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.

       2258-START-DOMAIN-MINUTE.
           MOVE WS-NOW-TIMESTAMP(1:12) TO WS-DOM-MINUTE
           PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                   UNTIL WS-DOM-IX > WS-DOM-COUNT
               MOVE ZERO TO WS-DOM-SENDS(WS-DOM-IX)
           END-PERFORM.

      *    Resolve the named template and build the outbound subject
      *    and bodies from it, substituting the merge tokens.  An
      *    explicit per-record TR-MAIL-SUBJECT still wins over the
                   MOVE WS-SUP-REASON(WS-SUP-IX)
                       TO WS-ADDR-SUP-REASON
               END-IF
           END-PERFORM
      *    An erased customer's address is on the master only as its
      *    digest - compute it the same way the erasure did and look
      *    again.  A digest itself ("#...") is never digested.
           IF NOT WS-ADDR-SUPPRESSED
                   AND WS-SUP-ERASED-COUNT > ZERO
                   AND WS-CHECK-ADDRESS-UC(1:1) NOT = "#"
               CALL "sgaddrh" USING WS-CHECK-ADDRESS-UC
                                    WS-CHECK-DIGEST
               PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                       UNTIL WS-SUP-IX > WS-SUP-COUNT
                          OR WS-ADDR-SUPPRESSED
                   IF WS-SUP-ADDRESS(WS-SUP-IX) = WS-CHECK-DIGEST
                       SET WS-ADDR-SUPPRESSED TO TRUE
                       MOVE WS-SUP-REASON(WS-SUP-IX)
                           TO WS-ADDR-SUP-REASON
                   END-IF
               END-PERFORM
           END-IF.

      *    Split a comma-joined CC/BCC list, drop every suppressed
      *    address (logging each), and re-join the survivors.  The
           MOVE WS-RUN-DATE         TO SL-RUN-DATE
           MOVE WS-AUDIT-TIMESTAMP  TO SL-TIMESTAMP
           MOVE TR-RECIPIENT-KEY    TO SL-RECIPIENT-KEY
      *    An erased address is logged as its digest - the log must
      *    not put back what the erasure took out.
           IF WS-ADDR-SUP-REASON = "ERASED"
               MOVE WS-CHECK-DIGEST TO SL-ADDRESS
           ELSE
               MOVE WS-CHECK-ADDRESS TO SL-ADDRESS
           END-IF
           MOVE WS-SUPLOG-SOURCE    TO SL-ADDRESS-SOURCE
           MOVE WS-ADDR-SUP-REASON  TO SL-REASON
           ADD 1 TO WS-CNT-SUPPRESSED
                   PERFORM 2450-WRITE-BOUNCE-RECORD
               END-IF
           END-IF
           PERFORM 2420-TRACK-CAMPAIGN-RESULT
           PERFORM 2500-WRITE-SENDLOG-RECORD.

      *    Every physical send counts toward its campaign's in-run
      *    failure rate, transient failures included - a provider
      *    refusing the campaign is exactly what the breaker is for.
      *    Nothing is judged until the campaign's minimum attempts
      *    are in, so one early failure cannot stop a mailing.
       2420-TRACK-CAMPAIGN-RESULT.
           IF WS-CPM-FOUND-IX > ZERO
               MOVE WS-CPM-FOUND-IX TO WS-BRK-IX
               ADD 1 TO WS-CPM-ATTEMPTS(WS-BRK-IX)
               IF NOT SG-SEND-SUCCESS
                   ADD 1 TO WS-CPM-FAILURES(WS-BRK-IX)
               END-IF
               IF WS-CPM-FAIL-PCT(WS-BRK-IX) > ZERO
                       AND WS-CPM-HOLD-REASON(WS-BRK-IX) = SPACES
                       AND WS-CPM-ATTEMPTS(WS-BRK-IX)
                           >= WS-CPM-MIN-SENDS(WS-BRK-IX)
                   COMPUTE WS-BRK-RATE ROUNDED
                       = WS-CPM-FAILURES(WS-BRK-IX) * 100
                         / WS-CPM-ATTEMPTS(WS-BRK-IX)
                   IF WS-BRK-RATE > WS-CPM-FAIL-PCT(WS-BRK-IX)
                       MOVE "FAIL RATE" TO WS-BRK-TRIP-REASON
                       PERFORM 2425-TRIP-BREAKER
                       PERFORM 2032-WRITE-HEARTBEAT
                   END-IF
               END-IF
           END-IF.

      *    Trip campaign WS-BRK-IX for WS-BRK-TRIP-REASON and raise
      *    the alert the console, heartbeat and summary all carry.  A
      *    trip mid-run rewrites the heartbeat at once; one at start
      *    of job shows on the first heartbeat.
       2425-TRIP-BREAKER.
           MOVE WS-BRK-TRIP-REASON TO WS-CPM-HOLD-REASON(WS-BRK-IX)
           ADD 1 TO WS-CNT-HELD-CAMPAIGNS
           SET WS-BRK-NEW-TRIP TO TRUE
           MOVE SPACES TO WS-BRK-ALERT
           STRING "CAMPAIGN " WS-CPM-CODE(WS-BRK-IX)
                  " HELD - " WS-BRK-TRIP-REASON
                  DELIMITED BY SIZE
               INTO WS-BRK-ALERT
           END-STRING
           DISPLAY "SENDGRID: CIRCUIT BREAKER - " WS-BRK-ALERT.

       2450-WRITE-BOUNCE-RECORD.
           MOVE SG-MAIL-TO      TO BR-MAIL-TO
           MOVE SG-MAIL-SUBJECT TO BR-MAIL-SUBJECT
           MOVE TR-MERGE-AMOUNT     TO AL-MERGE-AMOUNT
           MOVE TR-MERGE-DUE-DATE   TO AL-MERGE-DUE-DATE
           MOVE TR-RESEND-ORIG-MSGID TO AL-ORIG-MESSAGE-ID
           MOVE TR-ATTACH-PRESENT   TO AL-ATTACH-PRESENT
           ADD 1 TO WS-CNT-RESEND-DUPS
           WRITE SG-SENDLOG-RECORD
           IF WS-SENDLOG-FILE-STATUS NOT = "00"
           MOVE TR-MERGE-AMOUNT     TO AL-MERGE-AMOUNT
           MOVE TR-MERGE-DUE-DATE   TO AL-MERGE-DUE-DATE
           MOVE TR-RESEND-ORIG-MSGID TO AL-ORIG-MESSAGE-ID
      *    Nothing with an attachment is ever parked for a digest.
           IF WS-DIGEST-PHASE
               MOVE "N"             TO AL-ATTACH-PRESENT
           ELSE
               MOVE TR-ATTACH-PRESENT TO AL-ATTACH-PRESENT
           END-IF
           WRITE SG-SENDLOG-RECORD
           IF WS-SENDLOG-FILE-STATUS NOT = "00"
               DISPLAY "SENDGRID: UNABLE TO WRITE SENDLOG, STATUS="
               ELSE
                   MOVE ZERO TO WS-CURRENT-ATTEMPTS
               END-IF
               MOVE SPACES TO WS-CURRENT-HOLD-REASON
               ADD 1 TO WS-CNT-RETRY-READ
               SET WS-GOT-TRANS TO TRUE
           END-IF.
                       WS-DEFER-IN-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               MOVE SG-DEFER-IN-RECORD(1:LENGTH OF SG-TRANS-RECORD)
                   TO SG-TRANS-RECORD
               MOVE DI-HOLD-REASON   TO WS-CURRENT-HOLD-REASON
               MOVE DI-HELD-RUN-DATE TO WS-CURRENT-HELD-DATE
               MOVE ZERO TO WS-CURRENT-ATTEMPTS
               ADD 1 TO WS-CNT-DEFER-READ
               SET WS-GOT-TRANS TO TRUE
               ELSE
                   MOVE "N" TO WS-SKIP-PENDING-SW
                   MOVE ZERO TO WS-CURRENT-ATTEMPTS
                   MOVE SPACES TO WS-CURRENT-HOLD-REASON
                   ADD 1 TO WS-CNT-TRANS-READ
                   SET WS-GOT-TRANS TO TRUE
               END-IF
               IF WS-QUIESCE-REQUESTED
                   PERFORM 7050-CARRY-PARKED-TO-DEFEROUT
               ELSE
                   PERFORM 7060-HOLD-TRIPPED-PARKED
                   PERFORM VARYING WS-DGI-IX FROM 1 BY 1
                           UNTIL WS-DGI-IX > WS-DGI-COUNT
                       IF WS-BRK-NEW-TRIP
                           PERFORM 7060-HOLD-TRIPPED-PARKED
                       END-IF
                       IF WS-DGI-SENT-FLAG(WS-DGI-IX) = SPACE
                           PERFORM 7100-PROCESS-DIGEST-GROUP
                       END-IF
               END-IF
           END-PERFORM.

      *    Parked items of a campaign that has tripped - before the
      *    digest pass or during it - are held like any other of its
      *    transactions, so no digest carries a held campaign's item.
       7060-HOLD-TRIPPED-PARKED.
           MOVE "N" TO WS-BRK-NEW-TRIP-SW
           PERFORM VARYING WS-DGR-IX FROM 1 BY 1
                   UNTIL WS-DGR-IX > WS-DGI-COUNT
               IF WS-DGI-SENT-FLAG(WS-DGR-IX) = SPACE
                       AND WS-DGI-CAMPAIGN(WS-DGR-IX) NOT = SPACES
                   MOVE WS-DGI-CAMPAIGN(WS-DGR-IX)
                       TO WS-BRK-SEARCH-CODE
                   PERFORM 1337-FIND-BREAKER-CAMPAIGN
                   IF WS-BRK-IX > ZERO
                       IF WS-CPM-HOLD-REASON(WS-BRK-IX) NOT = SPACES
                           MOVE "X" TO WS-DGI-SENT-FLAG(WS-DGR-IX)
                           PERFORM 7350-REBUILD-PARKED-TRANS
                           MOVE WS-BRK-IX TO WS-CPM-FOUND-IX
                           PERFORM 2057-HOLD-FOR-BREAKER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7100-PROCESS-DIGEST-GROUP.
           MOVE WS-DGI-MAIL-TO-UC(WS-DGI-IX) TO WS-DGG-KEY
           MOVE WS-DGI-IX TO WS-DGG-FIRST-IX
      *    single-item replay and the quiesce carry-over need.
       7350-REBUILD-PARKED-TRANS.
           MOVE SPACES TO SG-TRANS-RECORD
           MOVE SPACES TO WS-CURRENT-HOLD-REASON
           MOVE WS-DGI-RECIP-KEY(WS-DGR-IX)  TO TR-RECIPIENT-KEY
           MOVE WS-DGI-MAIL-TO(WS-DGR-IX)    TO TR-MAIL-TO
           MOVE WS-DGI-MAIL-CC(WS-DGR-IX)    TO TR-MAIL-CC
               PERFORM 7500-PROOF-DIGEST-GROUP
           ELSE
               PERFORM 2250-THROTTLE-SEND-RATE
               PERFORM 2255-THROTTLE-DOMAIN-RATE
               PERFORM 2300-CALL-SEND-EMAIL
               PERFORM 7600-ACCOUNT-DIGEST-RESULT
           END-IF.
               ADD 1 TO WS-CNT-FAILED
               PERFORM 8000-COUNT-STATUS-CODE
           END-IF
           PERFORM 2420-TRACK-CAMPAIGN-RESULT
      *    One physical send: the first per-source history row goes
      *    on as the send itself, the rest as CONS companions, so
      *    the per-address frequency cap is drawn down once per
           END-IF
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-SUMMARY-LINE
           IF WS-CNT-HELD-CAMPAIGNS > ZERO
               MOVE WS-CNT-HELD-CAMPAIGNS TO WS-RPT-HELD-EDIT
               MOVE SPACES TO WS-PRINT-AREA
               STRING "*** CIRCUIT BREAKER: " WS-RPT-HELD-EDIT
                      " CAMPAIGN(S) HELD THIS RUN - SEE CAMPAIGN "
                      "HOLDS BELOW ***"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-AREA
               END-STRING
               PERFORM 8900-WRITE-SUMMARY-LINE
               MOVE SPACES TO WS-PRINT-AREA
               PERFORM 8900-WRITE-SUMMARY-LINE
           END-IF
           MOVE "RECORDS FROM RETRY QUEUE"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-RETRY-READ             TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "DEFERRED BY FREQUENCY CAP"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-FREQ-DEFERRED          TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "WAITS FOR A DOMAIN CEILING"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DOMAIN-WAITS           TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "TEMPLATE REJECTS"            TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-TPL-REJECTS            TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "CAMPAIGN REJECTS"            TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-CAM-REJECTS            TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "HELD BY CAMPAIGN CIRCUIT BREAKER" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-BREAKER-HELD           TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           MOVE "HELD RECORDS RELEASED"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-HOLD-RELEASED          TO WS-RPT-TOT-COUNT
           PERFORM 8800-WRITE-TOTAL-LINE
           IF WS-MODE-REHEARSAL
               MOVE "MESSAGES RENDERED TO PROOF"  TO WS-RPT-TOT-TEXT
               MOVE WS-CNT-PROOFED                TO WS-RPT-TOT-COUNT
               PERFORM 8800-WRITE-TOTAL-LINE
           END-IF
           PERFORM 8600-PRINT-STATUS-SECTION
           PERFORM 8650-PRINT-BREAKER-SECTION
           PERFORM 8700-PRINT-DISTLIST-SECTION.

       8600-PRINT-STATUS-SECTION.
               END-IF
           END-IF.

      *    Every campaign the breaker touched this run: tripped,
      *    still held from an earlier run, or released by card.
       8650-PRINT-BREAKER-SECTION.
           MOVE "N" TO WS-BRK-HEADED-SW
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-CPM-COUNT
               IF WS-CPM-HOLD-REASON(WS-BRK-IX) NOT = SPACES
                       OR WS-CPM-HELD-CNT(WS-BRK-IX) > ZERO
                       OR WS-CPM-RELEASED(WS-BRK-IX)
                   IF NOT WS-BRK-HEADED
                       SET WS-BRK-HEADED TO TRUE
                       MOVE SPACES TO WS-PRINT-AREA
                       PERFORM 8900-WRITE-SUMMARY-LINE
                       MOVE "CAMPAIGN HOLDS" TO WS-PRINT-AREA
                       PERFORM 8900-WRITE-SUMMARY-LINE
                   END-IF
                   MOVE SPACES TO WS-PRINT-AREA
                   EVALUATE TRUE
                       WHEN WS-CPM-HOLD-REASON(WS-BRK-IX) NOT = SPACES
                           STRING "  *** CAMPAIGN "
                                  WS-CPM-CODE(WS-BRK-IX)
                                  " HELD - "
                                  WS-CPM-HOLD-REASON(WS-BRK-IX)
                                  DELIMITED BY SIZE
                               INTO WS-PRINT-AREA
                           END-STRING
                       WHEN WS-CPM-RELEASED(WS-BRK-IX)
                           STRING "  CAMPAIGN "
                                  WS-CPM-CODE(WS-BRK-IX)
                                  " RELEASED BY "
                                  WS-CPM-RELEASED-BY(WS-BRK-IX)
                                  DELIMITED BY SIZE
                               INTO WS-PRINT-AREA
                           END-STRING
                       WHEN OTHER
                           STRING "  CAMPAIGN "
                                  WS-CPM-CODE(WS-BRK-IX)
                                  " STILL HELD - AWAITING RELEASE"
                                  DELIMITED BY SIZE
                               INTO WS-PRINT-AREA
                           END-STRING
                   END-EVALUATE
                   PERFORM 8900-WRITE-SUMMARY-LINE
                   MOVE "    SENDS ATTEMPTED THIS RUN"
                       TO WS-RPT-TOT-TEXT
                   MOVE WS-CPM-ATTEMPTS(WS-BRK-IX) TO WS-RPT-TOT-COUNT
                   PERFORM 8800-WRITE-TOTAL-LINE
                   MOVE "    SENDS FAILED THIS RUN" TO WS-RPT-TOT-TEXT
                   MOVE WS-CPM-FAILURES(WS-BRK-IX) TO WS-RPT-TOT-COUNT
                   PERFORM 8800-WRITE-TOTAL-LINE
                   MOVE "    RECORDS HELD ON DEFEROUT"
                       TO WS-RPT-TOT-TEXT
                   MOVE WS-CPM-HELD-CNT(WS-BRK-IX) TO WS-RPT-TOT-COUNT
                   PERFORM 8800-WRITE-TOTAL-LINE
               END-IF
           END-PERFORM.

       8700-PRINT-DISTLIST-SECTION.
           IF WS-DLS-COUNT = ZERO
               CONTINUE
               CLOSE SG-PROOF-FILE
           END-IF
           CLOSE SG-HIST-FILE.

      *    Posted last, with the step's own return code, so the next
      *    step's check sees how this one really ended.  The CALL
      *    resets RETURN-CODE; the step's own is put back after it.
       9500-POST-RUN-LEDGER.
           MOVE "END"      TO LL-FUNCTION
           MOVE RETURN-CODE TO LL-RETURN-CODE
           MOVE "READ"     TO LL-COUNT-NAME(1)
           MOVE WS-CNT-TRANS-READ TO LL-COUNT-VALUE(1)
           MOVE "SENT"     TO LL-COUNT-NAME(2)
           MOVE WS-CNT-SUCCEEDED TO LL-COUNT-VALUE(2)
           MOVE "FAILED"   TO LL-COUNT-NAME(3)
           MOVE WS-CNT-FAILED TO LL-COUNT-VALUE(3)
           MOVE "DEFERRED" TO LL-COUNT-NAME(4)
           MOVE WS-CNT-DEFERRED TO LL-COUNT-VALUE(4)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SENDGRID: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
