      *    against a daily SendGrid delivery/activity event feed and
      *    produces an exception report of anything that bounced,
      *    was spam-reported, or never got a delivery event at all.
      *    It also writes each campaign's bounce and spam-report rates
      *    for the run (CAMPRATE), which the next mailer run's
      *    campaign circuit breaker loads.
      *
      *    A message accepted today whose delivery event has not come
      *    back is not an exception yet: it goes on the open-item file
      *    (OPENITEM in, OPENITMN out - the job step renames) and is
      *    matched against every following night's feed.  A late
      *    DELIVERED event clears it, and if it had already been
      *    reported NOEVENT, a clearance record (EXCPCLR) tells the
      *    archival job to take the NOEVENT off its archive rows.  A
      *    late bounce or spam report goes on the exception report
      *    like any other.  Only an item older than the control
      *    card's open-item age limit is reported NOEVENT.  OPENRPT
      *    shows what is still open, aged in days since it was sent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SG-SENDLOG-FILE ASSIGN TO "SENDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDLOG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

           SELECT SG-CAMPRATE-FILE ASSIGN TO "CAMPRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPRATE-FILE-STATUS.

           SELECT OPTIONAL SG-OPENITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-FILE-STATUS.
           SELECT SG-OPENITEM-SORTWORK ASSIGN TO "SORTWK3".
           SELECT SG-OPENITEM-SORTED ASSIGN TO "OPENSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-SORTED-STATUS.
           SELECT SG-OPENITEM-NEW-FILE ASSIGN TO "OPENITMN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-NEW-STATUS.

           SELECT SG-CLEARANCE-FILE ASSIGN TO "EXCPCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-FILE-STATUS.

           SELECT SG-OPENRPT-FILE ASSIGN TO "OPENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CONTROL-RECORD.
           COPY SGCTLCD.

      *    Raw SENDLOG written by the sendgrid mail-merge job, in the
      *    chronological order it was written, not message-id order.
       FD  SG-SENDLOG-FILE
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

      *    Per-campaign delivery rates for the run, one record per
      *    run date and campaign in the SENDLOG.
       FD  SG-CAMPRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CAMPRATE-RECORD.
           COPY SGCMRAT.

      *    Open items carried from the previous run, as written.
       FD  SG-OPENITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-OPENITEM-RECORD.
           COPY SGOPNIT
               REPLACING LEADING ==OI== BY ==OII==.

       SD  SG-OPENITEM-SORTWORK.
       01  SG-OPENITEM-SORTWORK-RECORD.
           COPY SGOPNIT
               REPLACING LEADING ==OI== BY ==OISW==.

      *    Carried open items resequenced into message-id order for
      *    the merge against the event feed.
       FD  SG-OPENITEM-SORTED
           LABEL RECORDS ARE STANDARD.
       01  SG-OPENITEM-SORTED-RECORD.
           COPY SGOPNIT
               REPLACING LEADING ==OI== BY ==OS==.

      *    Open items still waiting after this run - the carried ones
      *    nothing cleared, plus today's sends with no event yet.
       FD  SG-OPENITEM-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-OPENITEM-NEW-RECORD.
           COPY SGOPNIT.

      *    NOEVENT exceptions cleared by a late delivery event - same
      *    layout as the exception report, so the archival job finds
      *    the archive rows the same way.
       FD  SG-CLEARANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CLEARANCE-RECORD.
           COPY SGEXCPT
               REPLACING LEADING ==XR== BY ==XC==.

       FD  SG-OPENRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-OPENRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-SENDLOG-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-SENDLOG-SORTED-STATUS   PIC X(2) VALUE "00".
           01 WS-EVENT-FILE-STATUS       PIC X(2) VALUE "00".
           01 WS-EVENT-SORTED-STATUS     PIC X(2) VALUE "00".
           01 WS-EXCEPTION-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-CAMPRATE-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-OPENITEM-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-OPENITEM-SORTED-STATUS  PIC X(2) VALUE "00".
           01 WS-OPENITEM-NEW-STATUS     PIC X(2) VALUE "00".
           01 WS-CLEARANCE-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-OPENRPT-FILE-STATUS     PIC X(2) VALUE "00".

           01 WS-SL-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-SL-EOF            VALUE "Y".
           01 WS-EV-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-EV-EOF            VALUE "Y".
           01 WS-OI-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-OI-EOF            VALUE "Y".
           01 WS-SUP-EOF-SW  PIC X(1)   VALUE "N".
               88 WS-SUP-EOF           VALUE "Y".

      *    Erasure tombstones already on the suppression master - the
      *    sgaddrh digest of each erased address.  A late bounce for an
      *    address erased since the send is held by its tombstone and
      *    must not be appended again in clear.
           01 WS-TMB-TABLE-MAX     PIC 9(5) COMP VALUE 10000.
           01 WS-TMB-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-TMB-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-TMB-TABLE.
               05 WS-TMB-DIGEST OCCURS 10000 TIMES
                                        PIC X(40).
           01 WS-TMB-ADDRESS       PIC X(100) VALUE SPACES.
           01 WS-TMB-WORK-DIGEST   PIC X(40)  VALUE SPACES.
           01 WS-TMB-FOUND-SW      PIC X(1)   VALUE "N".
               88 WS-TMB-FOUND             VALUE "Y".

           01 WS-CURRENT-SL-MSGID PIC X(40) VALUE SPACES.
           01 WS-FOUND-DELIVERED-SW PIC X(1) VALUE "N".
               88 WS-FOUND-BAD-EVENT       VALUE "Y".
           01 WS-BAD-EVENT-TYPE     PIC X(12) VALUE SPACES.
           01 WS-BAD-EVENT-REASON   PIC X(100) VALUE SPACES.
           01 WS-FOUND-BOUNCE-SW    PIC X(1) VALUE "N".
               88 WS-FOUND-BOUNCE          VALUE "Y".
           01 WS-FOUND-SPAM-SW      PIC X(1) VALUE "N".
               88 WS-FOUND-SPAM            VALUE "Y".

      *    Campaign delivery tallies, one entry per run date and
      *    campaign seen on SENDLOG.
           01 WS-CRT-TABLE-MAX     PIC 9(3) COMP VALUE 200.
           01 WS-CRT-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-CRT-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-CRT-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-CRT-TABLE.
               05 WS-CRT-ENTRY OCCURS 200 TIMES.
                   10 WS-CRT-RUN-DATE   PIC X(8).
                   10 WS-CRT-CAMPAIGN   PIC X(8).
                   10 WS-CRT-SENT       PIC 9(7) COMP.
                   10 WS-CRT-DELIVERED  PIC 9(7) COMP.
                   10 WS-CRT-BOUNCED    PIC 9(7) COMP.
                   10 WS-CRT-SPAM       PIC 9(7) COMP.

      *    Open-item ageing, from the control card
           01 WS-RUN-DATE            PIC X(8)  VALUE SPACES.
           01 WS-RUN-DATE-NUM        PIC 9(8)  VALUE ZERO.
           01 WS-RUN-DATE-INT        PIC 9(8) COMP VALUE ZERO.
           01 WS-OPEN-AGE-LIMIT      PIC 9(3) COMP VALUE ZERO.
           01 WS-OPEN-AGE-DEFAULT    PIC 9(3) COMP VALUE 2.
           01 WS-RETENTION-DAYS      PIC 9(5) COMP VALUE ZERO.
           01 WS-CURRENT-OI-MSGID    PIC X(40) VALUE SPACES.
           01 WS-OI-DATE-NUM         PIC 9(8)  VALUE ZERO.
           01 WS-OI-DAYS             PIC 9(5) COMP VALUE ZERO.
           01 WS-OI-AGE              PIC 9(5) COMP VALUE ZERO.
           01 WS-XR-TYPE             PIC X(12) VALUE SPACES.
           01 WS-XR-REASON           PIC X(100) VALUE SPACES.

      *    Open items by run date for the aged report, kept in run-date
      *    order by shifting on insert.
           01 WS-OAD-TABLE-MAX     PIC 9(3) COMP VALUE 400.
           01 WS-OAD-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-OAD-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-OAD-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-OAD-INS-IX        PIC 9(3) COMP VALUE ZERO.
           01 WS-OAD-SHIFT-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-OAD-TABLE.
               05 WS-OAD-ENTRY OCCURS 400 TIMES.
                   10 WS-OAD-RUN-DATE   PIC X(8).
                   10 WS-OAD-AGE        PIC 9(5) COMP.
                   10 WS-OAD-OPEN       PIC 9(7) COMP.
                   10 WS-OAD-NOEVENT    PIC 9(7) COMP.
           01 WS-OAD-OVERFLOW-CNT  PIC 9(7) COMP VALUE ZERO.

      *    Open-item counters, printed at the foot of OPENRPT
           01 WS-CNT-OPEN-1        PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-2        PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-3-7      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-OVER-7   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-TOTAL    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-NEW      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-NOEVENT  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-NOEVENT-RAISED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-LATE-DELIVERED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-NOEVENT-CLEARED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-LATE-BAD      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OI-EXPIRED    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OI-REDONE     PIC 9(7) COMP VALUE ZERO.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGRECON".
               05 FILLER           PIC X(37) VALUE
                   "OPEN DELIVERY ITEMS BY AGE".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(10) VALUE "RUN DATE".
               05 FILLER           PIC X(8)  VALUE "     AGE".
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 FILLER           PIC X(12) VALUE "AGE BUCKET".
               05 FILLER           PIC X(10) VALUE "      OPEN".
               05 FILLER           PIC X(10) VALUE "   NOEVENT".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-DATE  PIC X(8)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-AGE   PIC ZZZZZZZ9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-BUCKET PIC X(12) VALUE SPACES.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-OPEN  PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-NOEV  PIC ZZZZZZZZ9.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.


      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-READ-CONTROL-CARD
           PERFORM 0600-CHECK-RUN-LEDGER
           PERFORM 1000-SORT-INPUTS
           PERFORM 2000-RECONCILE
           PERFORM 3000-WRITE-CAMPAIGN-RATES
           PERFORM 4000-PRINT-OPEN-ITEMS
           PERFORM 9500-POST-RUN-LEDGER
           STOP RUN.

      *    The run date ages the open items; the archive's retention
      *    period is carried over so an item is not kept longer than
      *    the archive rows it would clear.
       0500-READ-CONTROL-CARD.
           OPEN INPUT SG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SG-CONTROL-FILE
           END-READ
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO READ CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SG-CONTROL-FILE
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "SGRECON: RUN DATE NOT NUMERIC - " WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           IF CC-OPEN-ITEM-AGE-DAYS IS NUMERIC
                   AND CC-OPEN-ITEM-AGE-DAYS > ZERO
               MOVE CC-OPEN-ITEM-AGE-DAYS TO WS-OPEN-AGE-LIMIT
           ELSE
               MOVE WS-OPEN-AGE-DEFAULT TO WS-OPEN-AGE-LIMIT
           END-IF
           IF CC-RETENTION-DAYS IS NUMERIC
               MOVE CC-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               MOVE ZERO TO WS-RETENTION-DAYS
           END-IF.

      *    The run ledger holds this step until the one before it is
      *    complete for the same run date, and refuses a run date this
      *    step has already completed, unless an operator override
      *    card for the date and step is in LEDGOVR.
       0600-CHECK-RUN-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE "BEGIN"    TO LL-FUNCTION
           MOVE "SGRECON"  TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGRECON: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGRECON: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LL-FORCED
                   DISPLAY "SGRECON: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1000-SORT-INPUTS.
           SORT SG-SENDLOG-SORTWORK
               ON ASCENDING KEY SGSW-MESSAGE-ID
           SORT SG-EVENT-SORTWORK
               ON ASCENDING KEY EVSW-MESSAGE-ID
               USING SG-EVENT-FILE
               GIVING SG-EVENT-SORTED
           SORT SG-OPENITEM-SORTWORK
               ON ASCENDING KEY OISW-MESSAGE-ID
               USING SG-OPENITEM-FILE
               GIVING SG-OPENITEM-SORTED.

      *    The suppression master is read for its tombstones before
      *    it is opened for this run's appends.
       1500-LOAD-TOMBSTONES.
           MOVE ZERO TO WS-TMB-COUNT
           MOVE "N" TO WS-SUP-EOF-SW
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGRECON: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1550-READ-SUPPRESS
           PERFORM UNTIL WS-SUP-EOF
               IF SUP-IS-ERASED
                   IF WS-TMB-COUNT >= WS-TMB-TABLE-MAX
                       DISPLAY "SGRECON: TOMBSTONE TABLE OVERFLOW AT "
                           WS-TMB-TABLE-MAX " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TMB-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(SUP-ADDRESS))
                       TO WS-TMB-DIGEST(WS-TMB-COUNT)
               END-IF
               PERFORM 1550-READ-SUPPRESS
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE.

       1550-READ-SUPPRESS.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-SUP-EOF TO TRUE
           END-READ
           IF NOT WS-SUP-EOF
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-RECONCILE.
           PERFORM 1500-LOAD-TOMBSTONES
           OPEN INPUT  SG-SENDLOG-SORTED
           OPEN INPUT  SG-EVENT-SORTED
           OPEN OUTPUT SG-EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SG-OPENITEM-NEW-FILE
           IF WS-OPENITEM-NEW-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN OPENITMN, STATUS="
                   WS-OPENITEM-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SG-CLEARANCE-FILE
           IF WS-CLEARANCE-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN EXCPCLR, STATUS="
                   WS-CLEARANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-SENDLOG
           PERFORM 2200-READ-EVENT
           PERFORM 2300-MATCH-ONE-MESSAGE UNTIL WS-SL-EOF
           CLOSE SG-SENDLOG-SORTED
           CLOSE SG-EVENT-SORTED
           PERFORM 2600-CARRY-OPEN-ITEMS
           CLOSE SG-EXCEPTION-FILE
           CLOSE SG-SUPPRESS-FILE
           CLOSE SG-OPENITEM-NEW-FILE
           CLOSE SG-CLEARANCE-FILE.

       2100-READ-SENDLOG.
           READ SG-SENDLOG-SORTED
      *    and are never reconcilable - without this skip a duplicate
      *    produces a false NOEVENT exception for a message that was
      *    in fact delivered.
      *    An accepted send with neither kind of event is left open
      *    for the following nights' feeds rather than reported; a
      *    send the mailer could not hand over never gets an event,
      *    and is reported at once.
       2300-MATCH-ONE-MESSAGE.
           MOVE AL-MESSAGE-ID TO WS-CURRENT-SL-MSGID
           MOVE "N" TO WS-FOUND-DELIVERED-SW
           MOVE "N" TO WS-FOUND-BAD-SW
           MOVE "N" TO WS-FOUND-BOUNCE-SW
           MOVE "N" TO WS-FOUND-SPAM-SW
           MOVE SPACES TO WS-BAD-EVENT-TYPE WS-BAD-EVENT-REASON

      *    Drain any event keyed lower than this SENDLOG message (a
               OR FUNCTION TRIM(AL-STATUS-CODE) = "RDUP"
               CONTINUE
           ELSE
               IF WS-FOUND-BAD-EVENT
                   PERFORM 2400-WRITE-EXCEPTION
               ELSE
                   IF NOT WS-FOUND-DELIVERED
                       IF FUNCTION TRIM(AL-STATUS-CODE) = "0"
                           PERFORM 2500-OPEN-NEW-ITEM
                       ELSE
                           PERFORM 2400-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
               IF FUNCTION TRIM(AL-STATUS-CODE) = "0"
                   PERFORM 2450-TALLY-CAMPAIGN-RATE
               END-IF
           END-IF
           PERFORM 2100-READ-SENDLOG.
           IF EV-IS-DELIVERED
               MOVE "Y" TO WS-FOUND-DELIVERED-SW
           END-IF
           IF EV-IS-BOUNCED
               MOVE "Y" TO WS-FOUND-BOUNCE-SW
           END-IF
           IF EV-IS-SPAM-REPORT
               MOVE "Y" TO WS-FOUND-SPAM-SW
           END-IF
           IF EV-IS-BOUNCED OR EV-IS-SPAM-REPORT
               MOVE "Y"            TO WS-FOUND-BAD-SW
               MOVE EV-EVENT-TYPE  TO WS-BAD-EVENT-TYPE
      *    Feed the do-not-mail master from the delivery evidence -
      *    the event feed carries the individual recipient address, so
      *    this is the one place a bounced/spam-reporting address is
      *    known exactly.  A compliance WRITE failure is fatal.  An
      *    address erased since it was mailed is already held by its
      *    tombstone and is not written back in clear.
       2360-ADD-SUPPRESSION.
           MOVE EV-MAIL-TO TO WS-TMB-ADDRESS
           CALL "sgaddrh" USING WS-TMB-ADDRESS WS-TMB-WORK-DIGEST
           MOVE "N" TO WS-TMB-FOUND-SW
           PERFORM VARYING WS-TMB-IX FROM 1 BY 1
                   UNTIL WS-TMB-IX > WS-TMB-COUNT
                      OR WS-TMB-FOUND
               IF WS-TMB-DIGEST(WS-TMB-IX) = WS-TMB-WORK-DIGEST
                   SET WS-TMB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-TMB-FOUND
               MOVE EV-MAIL-TO             TO SUP-ADDRESS
               MOVE EV-EVENT-TYPE          TO SUP-REASON
               MOVE EV-EVENT-TIMESTAMP(1:8) TO SUP-ADDED-DATE
               WRITE SG-SUPPRESS-RECORD
               IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   DISPLAY "SGRECON: UNABLE TO WRITE SUPPFILE, STATUS="
                       WS-SUPPRESS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2400-WRITE-EXCEPTION.
           MOVE AL-CAMPAIGN-CODE TO XR-CAMPAIGN-CODE
           MOVE AL-RECIPIENT-KEY TO XR-RECIPIENT-KEY
           WRITE SG-EXCEPTION-RECORD.

      *    An accepted send counts toward its campaign's rates for
      *    the run date it went out on; a bounce and a spam report on
      *    the same message each count.
       2450-TALLY-CAMPAIGN-RATE.
           MOVE ZERO TO WS-CRT-FOUND-IX
           PERFORM VARYING WS-CRT-IX FROM 1 BY 1
                   UNTIL WS-CRT-IX > WS-CRT-COUNT
                      OR WS-CRT-FOUND-IX > ZERO
               IF WS-CRT-RUN-DATE(WS-CRT-IX) = AL-RUN-DATE
                       AND WS-CRT-CAMPAIGN(WS-CRT-IX) = AL-CAMPAIGN-CODE
                   MOVE WS-CRT-IX TO WS-CRT-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CRT-FOUND-IX = ZERO
               IF WS-CRT-COUNT >= WS-CRT-TABLE-MAX
                   DISPLAY "SGRECON: CAMPAIGN RATE TABLE OVERFLOW AT "
                       WS-CRT-TABLE-MAX " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-CRT-COUNT     TO WS-CRT-FOUND-IX
               MOVE AL-RUN-DATE      TO WS-CRT-RUN-DATE(WS-CRT-COUNT)
               MOVE AL-CAMPAIGN-CODE TO WS-CRT-CAMPAIGN(WS-CRT-COUNT)
               MOVE ZERO TO WS-CRT-SENT(WS-CRT-COUNT)
               MOVE ZERO TO WS-CRT-DELIVERED(WS-CRT-COUNT)
               MOVE ZERO TO WS-CRT-BOUNCED(WS-CRT-COUNT)
               MOVE ZERO TO WS-CRT-SPAM(WS-CRT-COUNT)
           END-IF
           ADD 1 TO WS-CRT-SENT(WS-CRT-FOUND-IX)
           IF WS-FOUND-DELIVERED
               ADD 1 TO WS-CRT-DELIVERED(WS-CRT-FOUND-IX)
           END-IF
           IF WS-FOUND-BOUNCE
               ADD 1 TO WS-CRT-BOUNCED(WS-CRT-FOUND-IX)
           END-IF
           IF WS-FOUND-SPAM
               ADD 1 TO WS-CRT-SPAM(WS-CRT-FOUND-IX)
           END-IF.

       2500-OPEN-NEW-ITEM.
           MOVE AL-MESSAGE-ID    TO OI-MESSAGE-ID
           MOVE AL-RECIPIENT-KEY TO OI-RECIPIENT-KEY
           MOVE AL-TIMESTAMP     TO OI-SENT-TIMESTAMP
           MOVE AL-RUN-DATE      TO OI-RUN-DATE
           MOVE AL-CAMPAIGN-CODE TO OI-CAMPAIGN-CODE
           MOVE SPACES           TO OI-NOEVENT-DATE
           MOVE AL-MAIL-FROM     TO OI-MAIL-FROM
           MOVE AL-MAIL-SUBJECT  TO OI-MAIL-SUBJECT
           MOVE AL-MAIL-TO       TO OI-MAIL-TO
           ADD 1 TO WS-CNT-OPEN-NEW
           PERFORM 2550-WRITE-OPEN-ITEM.

      *    Age is counted in days since the item's run date, a send
      *    being one day old on the night it went out.  Past the age
      *    limit the item is reported NOEVENT - once; it stays open
      *    so a delivery that is merely very late still clears it.
       2550-WRITE-OPEN-ITEM.
           PERFORM 2560-AGE-OPEN-ITEM
           IF OI-NOEVENT-DATE = SPACES
                   AND WS-OI-AGE > WS-OPEN-AGE-LIMIT
               MOVE "NOEVENT" TO WS-XR-TYPE
               MOVE SPACES    TO WS-XR-REASON
               PERFORM 2700-WRITE-OPEN-ITEM-EXCEPTION
               MOVE WS-RUN-DATE TO OI-NOEVENT-DATE
               ADD 1 TO WS-CNT-NOEVENT-RAISED
           END-IF
           WRITE SG-OPENITEM-NEW-RECORD
           IF WS-OPENITEM-NEW-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO WRITE OPENITMN, STATUS="
                   WS-OPENITEM-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2570-TALLY-OPEN-ITEM.

       2560-AGE-OPEN-ITEM.
           MOVE ZERO TO WS-OI-DAYS
           IF OI-RUN-DATE IS NUMERIC
               MOVE OI-RUN-DATE TO WS-OI-DATE-NUM
               IF WS-OI-DATE-NUM < WS-RUN-DATE-NUM
                   COMPUTE WS-OI-DAYS = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-OI-DATE-NUM)
               END-IF
           END-IF
           COMPUTE WS-OI-AGE = WS-OI-DAYS + 1.

       2570-TALLY-OPEN-ITEM.
           ADD 1 TO WS-CNT-OPEN-TOTAL
           EVALUATE TRUE
               WHEN WS-OI-AGE = 1
                   ADD 1 TO WS-CNT-OPEN-1
               WHEN WS-OI-AGE = 2
                   ADD 1 TO WS-CNT-OPEN-2
               WHEN WS-OI-AGE <= 7
                   ADD 1 TO WS-CNT-OPEN-3-7
               WHEN OTHER
                   ADD 1 TO WS-CNT-OPEN-OVER-7
           END-EVALUATE
           IF OI-NOEVENT-DATE NOT = SPACES
               ADD 1 TO WS-CNT-OPEN-NOEVENT
           END-IF
           MOVE ZERO TO WS-OAD-FOUND-IX
           MOVE ZERO TO WS-OAD-INS-IX
           PERFORM VARYING WS-OAD-IX FROM 1 BY 1
                   UNTIL WS-OAD-IX > WS-OAD-COUNT
                      OR WS-OAD-FOUND-IX > ZERO
                      OR WS-OAD-INS-IX > ZERO
               IF WS-OAD-RUN-DATE(WS-OAD-IX) = OI-RUN-DATE
                   MOVE WS-OAD-IX TO WS-OAD-FOUND-IX
               ELSE
                   IF WS-OAD-RUN-DATE(WS-OAD-IX) > OI-RUN-DATE
                       MOVE WS-OAD-IX TO WS-OAD-INS-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OAD-FOUND-IX = ZERO
               IF WS-OAD-INS-IX = ZERO
                   COMPUTE WS-OAD-INS-IX = WS-OAD-COUNT + 1
               END-IF
               IF WS-OAD-COUNT >= WS-OAD-TABLE-MAX
                   ADD 1 TO WS-OAD-OVERFLOW-CNT
               ELSE
                   PERFORM VARYING WS-OAD-SHIFT-IX FROM WS-OAD-COUNT
                           BY -1 UNTIL WS-OAD-SHIFT-IX < WS-OAD-INS-IX
                       MOVE WS-OAD-ENTRY(WS-OAD-SHIFT-IX)
                           TO WS-OAD-ENTRY(WS-OAD-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-OAD-COUNT
                   MOVE WS-OAD-INS-IX TO WS-OAD-FOUND-IX
                   MOVE OI-RUN-DATE TO WS-OAD-RUN-DATE(WS-OAD-INS-IX)
                   MOVE WS-OI-AGE   TO WS-OAD-AGE(WS-OAD-INS-IX)
                   MOVE ZERO        TO WS-OAD-OPEN(WS-OAD-INS-IX)
                   MOVE ZERO        TO WS-OAD-NOEVENT(WS-OAD-INS-IX)
               END-IF
           END-IF
           IF WS-OAD-FOUND-IX > ZERO
               ADD 1 TO WS-OAD-OPEN(WS-OAD-FOUND-IX)
               IF OI-NOEVENT-DATE NOT = SPACES
                   ADD 1 TO WS-OAD-NOEVENT(WS-OAD-FOUND-IX)
               END-IF
           END-IF.

      *    Items carried from earlier runs, merged against the same
      *    night's feed by message id.  2350-APPLY-EVENT gathers the
      *    events exactly as for today's sends, so a late bounce or
      *    spam report feeds the do-not-mail master too.
       2600-CARRY-OPEN-ITEMS.
           OPEN INPUT SG-EVENT-SORTED
           OPEN INPUT SG-OPENITEM-SORTED
           IF WS-OPENITEM-SORTED-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN OPENSRT, STATUS="
                   WS-OPENITEM-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EV-EOF-SW
           MOVE "N" TO WS-OI-EOF-SW
           PERFORM 2690-READ-OPEN-ITEM
           PERFORM 2200-READ-EVENT
           PERFORM 2650-MATCH-ONE-OPEN-ITEM UNTIL WS-OI-EOF
           CLOSE SG-EVENT-SORTED
           CLOSE SG-OPENITEM-SORTED.

       2650-MATCH-ONE-OPEN-ITEM.
           MOVE OS-MESSAGE-ID TO WS-CURRENT-OI-MSGID
           MOVE "N" TO WS-FOUND-DELIVERED-SW
           MOVE "N" TO WS-FOUND-BAD-SW
           MOVE "N" TO WS-FOUND-BOUNCE-SW
           MOVE "N" TO WS-FOUND-SPAM-SW
           MOVE SPACES TO WS-BAD-EVENT-TYPE WS-BAD-EVENT-REASON
           PERFORM 2200-READ-EVENT
               UNTIL WS-EV-EOF
                  OR EV-MESSAGE-ID NOT < WS-CURRENT-OI-MSGID
           PERFORM 2350-APPLY-EVENT
               UNTIL WS-EV-EOF
                  OR EV-MESSAGE-ID NOT = WS-CURRENT-OI-MSGID
           PERFORM 2680-SETTLE-ONE-OPEN-ITEM
               UNTIL WS-OI-EOF
                  OR OS-MESSAGE-ID NOT = WS-CURRENT-OI-MSGID.

      *    An item for today's run date or later is from an earlier
      *    run of this job for the same date; today's SENDLOG has
      *    already put it back, so the old copy is dropped.  An item
      *    older than the archive keeps its rows is dropped as well -
      *    there is nothing left for it to clear.
       2680-SETTLE-ONE-OPEN-ITEM.
           MOVE SG-OPENITEM-SORTED-RECORD TO SG-OPENITEM-NEW-RECORD
           PERFORM 2560-AGE-OPEN-ITEM
           EVALUATE TRUE
               WHEN OI-RUN-DATE NOT < WS-RUN-DATE
                   ADD 1 TO WS-CNT-OI-REDONE
               WHEN WS-FOUND-BAD-EVENT
                   MOVE WS-BAD-EVENT-TYPE   TO WS-XR-TYPE
                   MOVE WS-BAD-EVENT-REASON TO WS-XR-REASON
                   PERFORM 2700-WRITE-OPEN-ITEM-EXCEPTION
                   ADD 1 TO WS-CNT-LATE-BAD
               WHEN WS-FOUND-DELIVERED
                   ADD 1 TO WS-CNT-LATE-DELIVERED
                   IF OI-NOEVENT-DATE NOT = SPACES
                       PERFORM 2750-WRITE-CLEARANCE
                   END-IF
               WHEN WS-RETENTION-DAYS > ZERO
                       AND WS-OI-DAYS > WS-RETENTION-DAYS
                   ADD 1 TO WS-CNT-OI-EXPIRED
               WHEN OTHER
                   PERFORM 2550-WRITE-OPEN-ITEM
           END-EVALUATE
           PERFORM 2690-READ-OPEN-ITEM.

       2690-READ-OPEN-ITEM.
           READ SG-OPENITEM-SORTED
               AT END
                   SET WS-OI-EOF TO TRUE
           END-READ
           IF NOT WS-OI-EOF
                   AND WS-OPENITEM-SORTED-STATUS NOT = "00"
               DISPLAY "SGRECON: OPENSRT READ ERROR, STATUS="
                   WS-OPENITEM-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2700-WRITE-OPEN-ITEM-EXCEPTION.
           MOVE OI-MESSAGE-ID     TO XR-MESSAGE-ID
           MOVE OI-MAIL-TO        TO XR-MAIL-TO
           MOVE OI-MAIL-FROM      TO XR-MAIL-FROM
           MOVE OI-MAIL-SUBJECT   TO XR-MAIL-SUBJECT
           MOVE OI-SENT-TIMESTAMP TO XR-SENT-TIMESTAMP
           MOVE WS-XR-TYPE        TO XR-EXCEPTION-TYPE
           MOVE WS-XR-REASON      TO XR-EVENT-REASON
           MOVE OI-CAMPAIGN-CODE  TO XR-CAMPAIGN-CODE
           MOVE OI-RECIPIENT-KEY  TO XR-RECIPIENT-KEY
           WRITE SG-EXCEPTION-RECORD.

       2750-WRITE-CLEARANCE.
           MOVE OI-MESSAGE-ID     TO XC-MESSAGE-ID
           MOVE OI-MAIL-TO        TO XC-MAIL-TO
           MOVE OI-MAIL-FROM      TO XC-MAIL-FROM
           MOVE OI-MAIL-SUBJECT   TO XC-MAIL-SUBJECT
           MOVE OI-SENT-TIMESTAMP TO XC-SENT-TIMESTAMP
           MOVE "DELIVERED"       TO XC-EXCEPTION-TYPE
           MOVE SPACES            TO XC-EVENT-REASON
           MOVE OI-CAMPAIGN-CODE  TO XC-CAMPAIGN-CODE
           MOVE OI-RECIPIENT-KEY  TO XC-RECIPIENT-KEY
           WRITE SG-CLEARANCE-RECORD
           IF WS-CLEARANCE-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO WRITE EXCPCLR, STATUS="
                   WS-CLEARANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CNT-NOEVENT-CLEARED.

       3000-WRITE-CAMPAIGN-RATES.
           OPEN OUTPUT SG-CAMPRATE-FILE
           IF WS-CAMPRATE-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN CAMPRATE, STATUS="
                   WS-CAMPRATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CRT-IX FROM 1 BY 1
                   UNTIL WS-CRT-IX > WS-CRT-COUNT
               MOVE WS-CRT-RUN-DATE(WS-CRT-IX)  TO CR-RUN-DATE
               MOVE WS-CRT-CAMPAIGN(WS-CRT-IX)  TO CR-CAMPAIGN-CODE
               MOVE WS-CRT-SENT(WS-CRT-IX)      TO CR-SENT-COUNT
               MOVE WS-CRT-DELIVERED(WS-CRT-IX) TO CR-DELIVERED-COUNT
               MOVE WS-CRT-BOUNCED(WS-CRT-IX)   TO CR-BOUNCED-COUNT
               MOVE WS-CRT-SPAM(WS-CRT-IX)      TO CR-SPAM-COUNT
               COMPUTE CR-BOUNCE-PCT ROUNDED
                   = WS-CRT-BOUNCED(WS-CRT-IX) * 100
                     / WS-CRT-SENT(WS-CRT-IX)
               COMPUTE CR-SPAM-PCT ROUNDED
                   = WS-CRT-SPAM(WS-CRT-IX) * 100
                     / WS-CRT-SENT(WS-CRT-IX)
               WRITE SG-CAMPRATE-RECORD
               IF WS-CAMPRATE-FILE-STATUS NOT = "00"
                   DISPLAY "SGRECON: UNABLE TO WRITE CAMPRATE, STATUS="
                       WS-CAMPRATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE SG-CAMPRATE-FILE.

      *    One line per run date still holding open items, oldest
      *    first, then the age buckets and what this run settled.
       4000-PRINT-OPEN-ITEMS.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           OPEN OUTPUT SG-OPENRPT-FILE
           IF WS-OPENRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO OPEN OPENRPT, STATUS="
                   WS-OPENRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8950-WRITE-PAGE-HEADING
           PERFORM VARYING WS-OAD-IX FROM 1 BY 1
                   UNTIL WS-OAD-IX > WS-OAD-COUNT
               PERFORM 4100-PRINT-RUN-DATE-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM 4200-PRINT-OPEN-ITEM-TOTALS
           DISPLAY "SGRECON: OPEN ITEMS=" WS-CNT-OPEN-TOTAL
               " NEW=" WS-CNT-OPEN-NEW
               " LATE DELIVERED=" WS-CNT-LATE-DELIVERED
               " LATE BAD=" WS-CNT-LATE-BAD
               " NOEVENT RAISED=" WS-CNT-NOEVENT-RAISED
           CLOSE SG-OPENRPT-FILE.

       4100-PRINT-RUN-DATE-LINE.
           MOVE WS-OAD-RUN-DATE(WS-OAD-IX) TO WS-RPT-DTL-DATE
           MOVE WS-OAD-AGE(WS-OAD-IX)      TO WS-RPT-DTL-AGE
           EVALUATE TRUE
               WHEN WS-OAD-AGE(WS-OAD-IX) = 1
                   MOVE "1 DAY"       TO WS-RPT-DTL-BUCKET
               WHEN WS-OAD-AGE(WS-OAD-IX) = 2
                   MOVE "2 DAYS"      TO WS-RPT-DTL-BUCKET
               WHEN WS-OAD-AGE(WS-OAD-IX) <= 7
                   MOVE "3-7 DAYS"    TO WS-RPT-DTL-BUCKET
               WHEN OTHER
                   MOVE "OVER 7 DAYS" TO WS-RPT-DTL-BUCKET
           END-EVALUATE
           MOVE WS-OAD-OPEN(WS-OAD-IX)     TO WS-RPT-DTL-OPEN
           MOVE WS-OAD-NOEVENT(WS-OAD-IX)  TO WS-RPT-DTL-NOEV
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

       4200-PRINT-OPEN-ITEM-TOTALS.
           MOVE "OPEN 1 DAY"                    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-1                   TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "OPEN 2 DAYS"                   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-2                   TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "OPEN 3-7 DAYS"                 TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-3-7                 TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "OPEN OVER 7 DAYS"              TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-OVER-7              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "TOTAL OPEN ITEMS"              TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-TOTAL               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH REPORTED NOEVENT"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-NOEVENT             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "NOEVENT AGE LIMIT (DAYS)"      TO WS-RPT-TOT-TEXT
           MOVE WS-OPEN-AGE-LIMIT               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "OPENED FROM THIS RUN'S SENDLOG" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-NEW                 TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "REPORTED NOEVENT THIS RUN"     TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-NOEVENT-RAISED           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CLEARED BY LATE DELIVERY"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-LATE-DELIVERED           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH NOEVENT WITHDRAWN"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-NOEVENT-CLEARED          TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "LATE BOUNCE / SPAM REPORT"     TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-LATE-BAD                 TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DROPPED - PAST ARCHIVE RETENTION" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OI-EXPIRED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DROPPED - RUN DATE RECONCILED AGAIN"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OI-REDONE                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-OAD-OVERFLOW-CNT > ZERO
               MOVE "RUN DATE TABLE FULL - ITEMS NOT LISTED"
                   TO WS-RPT-TOT-TEXT
               MOVE WS-OAD-OVERFLOW-CNT         TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-OPENRPT-LINE
           WRITE SG-OPENRPT-LINE
           IF WS-OPENRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGRECON: UNABLE TO WRITE OPENRPT, STATUS="
                   WS-OPENRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-OPENRPT-LINE
           WRITE SG-OPENRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-OPENRPT-LINE
           WRITE SG-OPENRPT-LINE
           MOVE SPACES TO SG-OPENRPT-LINE
           WRITE SG-OPENRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

      *    Posted last, with the step's own return code, so the next
      *    step's check sees how this one really ended.  The CALL
      *    resets RETURN-CODE; the step's own is put back after it.
       9500-POST-RUN-LEDGER.
           MOVE "END"      TO LL-FUNCTION
           MOVE RETURN-CODE TO LL-RETURN-CODE
           MOVE "OPENNEW"  TO LL-COUNT-NAME(1)
           MOVE WS-CNT-OPEN-NEW TO LL-COUNT-VALUE(1)
           MOVE "OPENTOT"  TO LL-COUNT-NAME(2)
           MOVE WS-CNT-OPEN-TOTAL TO LL-COUNT-VALUE(2)
           MOVE "NOEVENT"  TO LL-COUNT-NAME(3)
           MOVE WS-CNT-NOEVENT-RAISED TO LL-COUNT-VALUE(3)
           MOVE "LATEBAD"  TO LL-COUNT-NAME(4)
           MOVE WS-CNT-LATE-BAD TO LL-COUNT-VALUE(4)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SGRECON: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
