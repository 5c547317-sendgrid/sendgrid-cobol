       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgunsub.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Unsubscribe-event processor for the sendgrid mail-merge
      *    system.  Runs after sgevedt on the clean event feed and
      *    turns every customer unsubscribe click into the update
      *    transaction that honors it, instead of waiting for
      *    customer service to key one:
      *
      *      UNSUBSCRIBE  - a global unsubscribe becomes an SGSUPUP
      *                     ADD (reason UNSUBSCRIBE) for sgsupmt; an
      *                     address already held only as a first
      *                     BOUNCED gets a CHGRSN to UNSUBSCRIBE
      *                     instead, since sgsupmt rejects an ADD of
      *                     an address already on the master.
      *      GROUPUNSUB   - a group unsubscribe becomes an SGPFUPD
      *                     OPTOUT for the event's message class,
      *                     applied to PREFFILE by sgprfmt.
      *
      *    Both maintenance programs audit every transaction they
      *    apply or reject, under this program's user id, so the
      *    opt-out trail runs from the click to the master.  Clicks
      *    the masters already honor, and repeat clicks in the same
      *    feed, generate nothing - they are listed on the report
      *    as skipped so the count of clicks still balances.  So do
      *    clicks from an address already erased: it is held on the
      *    suppression master only as its sgaddrh digest, and a
      *    clear-text update would put the customer back on file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-EVENT-FILE ASSIGN TO "EVENTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT OPTIONAL SG-SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT SG-SUPUPD-FILE ASSIGN TO "UNSUBSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPUPD-FILE-STATUS.
           SELECT SG-PREFUPD-FILE ASSIGN TO "UNSUBPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFUPD-FILE-STATUS.
           SELECT SG-UNSUBRPT-FILE ASSIGN TO "UNSUBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSUBRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Clean event feed written by sgevedt.
       FD  SG-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-EVENT-RECORD.
           COPY SGEVENT.

       FD  SG-SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

      *    Generated suppression updates - sgsupmt's SUPUPD input.
       FD  SG-SUPUPD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPUPD-RECORD.
           COPY SGSUPUP.

      *    Generated preference updates - sgprfmt's PREFUPD input.
       FD  SG-PREFUPD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREFUPD-RECORD.
           COPY SGPFUPD.

       FD  SG-UNSUBRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-UNSUBRPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EVENT-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-SUPUPD-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-PREFUPD-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-UNSUBRPT-FILE-STATUS  PIC X(2) VALUE "00".

           01 WS-EOF-EVENT-SW      PIC X(1)   VALUE "N".
               88 WS-EOF-EVENT             VALUE "Y".
           01 WS-SUPPRESS-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-SUPPRESS-EOF          VALUE "Y".
           01 WS-PREF-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-PREF-EOF              VALUE "Y".

      *    User id stamped on every generated transaction, and so on
      *    every audit record the maintenance programs write for it.
           01 WS-UNSUB-USER-ID     PIC X(8)   VALUE "SGUNSUB".

      *    The suppression master, one row per distinct address.  A
      *    row is firm unless every record for the address was a
      *    BOUNCED one - the mailer only holds a lone bounce, so an
      *    unsubscribe must still firm such an address up.
           01 WS-SUP-TABLE-MAX     PIC 9(5) COMP VALUE 10000.
           01 WS-SUP-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-TABLE.
               05 WS-SUP-ENTRY OCCURS 10000 TIMES.
                   10 WS-SUP-ADDRESS    PIC X(100).
                   10 WS-SUP-FIRM-SW    PIC X(1).
                       88 WS-SUP-IS-FIRM     VALUE "Y".

      *    The preference master's opt-outs, one row per record.
           01 WS-PRF-TABLE-MAX     PIC 9(5) COMP VALUE 5000.
           01 WS-PRF-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-PRF-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-PRF-CLS-IX        PIC 9(2) COMP VALUE ZERO.
           01 WS-PRF-TABLE.
               05 WS-PRF-ENTRY OCCURS 5000 TIMES.
                   10 WS-PRF-ADDRESS    PIC X(100).
                   10 WS-PRF-CLASS OCCURS 8 TIMES
                                        PIC X(4).

      *    Transactions already generated this run - address plus
      *    class (blank class for a global unsubscribe) - so a
      *    customer who clicks twice gets one update, not a reject.
           01 WS-GEN-TABLE-MAX     PIC 9(5) COMP VALUE 5000.
           01 WS-GEN-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-GEN-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 5000 TIMES.
                   10 WS-GEN-ADDRESS    PIC X(100).
                   10 WS-GEN-CLASS      PIC X(4).

      *    Work fields for the current event
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-WORK-CLASS        PIC X(4)   VALUE SPACES.
           01 WS-WORK-DIGEST       PIC X(40)  VALUE SPACES.
           01 WS-SAVE-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-ERASED-SW         PIC X(1)   VALUE "N".
               88 WS-ADDR-ERASED           VALUE "Y".
           01 WS-FOUND-IX          PIC 9(5) COMP VALUE ZERO.
           01 WS-MATCH-SW          PIC X(1)   VALUE "N".
               88 WS-MATCHED               VALUE "Y".
           01 WS-ACTION            PIC X(16)  VALUE SPACES.
           01 WS-ACTION-NOTE       PIC X(30)  VALUE SPACES.

      *    Run counters
           01 WS-CNT-EVENTS-READ   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-UNSUB-EVENTS  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-GROUP-EVENTS  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SUP-ADDS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SUP-CHGRSN    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PRF-OPTOUTS   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-HONORED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-REPEAT   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-ERASED   PIC 9(7) COMP VALUE ZERO.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGUNSUB".
               05 FILLER           PIC X(37) VALUE
                   "UNSUBSCRIBE EVENT UPDATES".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(14) VALUE "EVENT TYPE".
               05 FILLER           PIC X(42) VALUE "ADDRESS".
               05 FILLER           PIC X(6)  VALUE "CLASS".
               05 FILLER           PIC X(18) VALUE "GENERATED".
               05 FILLER           PIC X(30) VALUE "NOTE".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-TYPE  PIC X(12) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-ADDR  PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-CLASS PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-ACT   PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-NOTE  PIC X(30) VALUE SPACES.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENT UNTIL WS-EOF-EVENT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SG-EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO OPEN EVENTFEED, STATUS="
                   WS-EVENT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-SUPUPD-FILE
           IF WS-SUPUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO OPEN UNSUBSUP, STATUS="
                   WS-SUPUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-PREFUPD-FILE
           IF WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO OPEN UNSUBPRF, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-UNSUBRPT-FILE
           IF WS-UNSUBRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO OPEN UNSUBRPT, STATUS="
                   WS-UNSUBRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           PERFORM 1100-LOAD-SUPPRESSION
           PERFORM 1200-LOAD-PREFERENCES
           PERFORM 2100-READ-EVENT-RECORD.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-SUPPRESSION.
           MOVE ZERO TO WS-SUP-COUNT
           MOVE "N" TO WS-SUPPRESS-EOF-SW
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGUNSUB: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1150-READ-SUPPRESS-RECORD
           PERFORM UNTIL WS-SUPPRESS-EOF
               IF SUP-ADDRESS NOT = SPACES
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(SUP-ADDRESS))
                       TO WS-WORK-ADDRESS
                   PERFORM 1300-FIND-SUPPRESSION
                   IF WS-FOUND-IX = ZERO
                       IF WS-SUP-COUNT >= WS-SUP-TABLE-MAX
                           DISPLAY "SGUNSUB: SUPPRESSION TABLE "
                               "OVERFLOW AT " WS-SUP-TABLE-MAX
                               " ENTRIES"
                           PERFORM 1090-ABEND-JOB
                       END-IF
                       ADD 1 TO WS-SUP-COUNT
                       MOVE WS-SUP-COUNT TO WS-FOUND-IX
                       MOVE WS-WORK-ADDRESS
                           TO WS-SUP-ADDRESS(WS-FOUND-IX)
                       MOVE "N" TO WS-SUP-FIRM-SW(WS-FOUND-IX)
                   END-IF
                   IF NOT SUP-IS-BOUNCED
                       MOVE "Y" TO WS-SUP-FIRM-SW(WS-FOUND-IX)
                   END-IF
               END-IF
               PERFORM 1150-READ-SUPPRESS-RECORD
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE.

       1150-READ-SUPPRESS-RECORD.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-SUPPRESS-EOF TO TRUE
           END-READ
           IF NOT WS-SUPPRESS-EOF
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1200-LOAD-PREFERENCES.
           MOVE ZERO TO WS-PRF-COUNT
           MOVE "N" TO WS-PREF-EOF-SW
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGUNSUB: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1250-READ-PREF-RECORD
           PERFORM UNTIL WS-PREF-EOF
               IF PF-ADDRESS NOT = SPACES
                   IF WS-PRF-COUNT >= WS-PRF-TABLE-MAX
                       DISPLAY "SGUNSUB: PREFERENCE TABLE OVERFLOW "
                           "AT " WS-PRF-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-PRF-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(PF-ADDRESS))
                       TO WS-PRF-ADDRESS(WS-PRF-COUNT)
                   PERFORM VARYING WS-PRF-CLS-IX FROM 1 BY 1
                           UNTIL WS-PRF-CLS-IX > 8
                       MOVE FUNCTION UPPER-CASE
                               (PF-OPTOUT-CLASS(WS-PRF-CLS-IX))
                           TO WS-PRF-CLASS(WS-PRF-COUNT
                                           WS-PRF-CLS-IX)
                   END-PERFORM
               END-IF
               PERFORM 1250-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE.

       1250-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
                   SET WS-PREF-EOF TO TRUE
           END-READ
           IF NOT WS-PREF-EOF
                   AND WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1300-FIND-SUPPRESSION.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                   UNTIL WS-SUP-IX > WS-SUP-COUNT
                      OR WS-FOUND-IX > ZERO
               IF WS-SUP-ADDRESS(WS-SUP-IX) = WS-WORK-ADDRESS
                   MOVE WS-SUP-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *    An address with no clear-text row may still have been
      *    erased: its tombstone is found by its digest.
       1350-CHECK-ERASED.
           MOVE "N" TO WS-ERASED-SW
           PERFORM 1300-FIND-SUPPRESSION
           IF WS-FOUND-IX = ZERO
               MOVE WS-WORK-ADDRESS TO WS-SAVE-ADDRESS
               CALL "sgaddrh" USING WS-SAVE-ADDRESS WS-WORK-DIGEST
               MOVE WS-WORK-DIGEST TO WS-WORK-ADDRESS
               PERFORM 1300-FIND-SUPPRESSION
               IF WS-FOUND-IX > ZERO
                   SET WS-ADDR-ERASED TO TRUE
               END-IF
               MOVE WS-SAVE-ADDRESS TO WS-WORK-ADDRESS
           END-IF
           IF WS-ADDR-ERASED
               MOVE "SKIPPED" TO WS-ACTION
               MOVE "ADDRESS WAS ERASED" TO WS-ACTION-NOTE
               ADD 1 TO WS-CNT-SKIP-ERASED
           END-IF.

       2000-PROCESS-EVENT.
           MOVE SPACES TO WS-ACTION WS-ACTION-NOTE
           EVALUATE TRUE
               WHEN EV-IS-UNSUBSCRIBE
                   ADD 1 TO WS-CNT-UNSUB-EVENTS
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(EV-MAIL-TO))
                       TO WS-WORK-ADDRESS
                   MOVE SPACES TO WS-WORK-CLASS
                   PERFORM 1350-CHECK-ERASED
                   IF NOT WS-ADDR-ERASED
                       PERFORM 2200-HANDLE-UNSUBSCRIBE
                   END-IF
                   PERFORM 2800-REPORT-EVENT
               WHEN EV-IS-GROUP-UNSUB
                   ADD 1 TO WS-CNT-GROUP-EVENTS
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(EV-MAIL-TO))
                       TO WS-WORK-ADDRESS
                   MOVE FUNCTION UPPER-CASE(EV-GROUP-CLASS)
                       TO WS-WORK-CLASS
                   PERFORM 1350-CHECK-ERASED
                   IF NOT WS-ADDR-ERASED
                       PERFORM 2300-HANDLE-GROUP-UNSUB
                   END-IF
                   PERFORM 2800-REPORT-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-EVENT-RECORD.

       2100-READ-EVENT-RECORD.
           READ SG-EVENT-FILE
               AT END
                   SET WS-EOF-EVENT TO TRUE
           END-READ
           IF NOT WS-EOF-EVENT
               IF WS-EVENT-FILE-STATUS NOT = "00"
                   DISPLAY "SGUNSUB: EVENTFEED READ ERROR, STATUS="
                       WS-EVENT-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-EVENTS-READ
           END-IF.

      *    Global unsubscribe: firm suppression already on the
      *    master needs nothing; a lone first bounce is upgraded by
      *    CHGRSN; anything else is a new ADD.
       2200-HANDLE-UNSUBSCRIBE.
           PERFORM 2400-FIND-GENERATED
           IF WS-MATCHED
               MOVE "SKIPPED" TO WS-ACTION
               MOVE "REPEAT CLICK IN THIS FEED" TO WS-ACTION-NOTE
               ADD 1 TO WS-CNT-SKIP-REPEAT
           ELSE
               PERFORM 1300-FIND-SUPPRESSION
               EVALUATE TRUE
                   WHEN WS-FOUND-IX = ZERO
                       MOVE "ADD" TO SU-FUNCTION
                       MOVE "SUPUPD ADD" TO WS-ACTION
                       ADD 1 TO WS-CNT-SUP-ADDS
                       PERFORM 2500-WRITE-SUPUPD
                   WHEN WS-SUP-IS-FIRM(WS-FOUND-IX)
                       MOVE "SKIPPED" TO WS-ACTION
                       MOVE "ALREADY SUPPRESSED" TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SKIP-HONORED
                   WHEN OTHER
                       MOVE "CHGRSN" TO SU-FUNCTION
                       MOVE "SUPUPD CHGRSN" TO WS-ACTION
                       MOVE "FIRST BOUNCE FIRMED UP"
                           TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SUP-CHGRSN
                       PERFORM 2500-WRITE-SUPUPD
               END-EVALUATE
           END-IF.
      *    Group unsubscribe: one class opt-out, unless the master
      *    already carries it.  A globally suppressed address still
      *    gets the opt-out - should it ever be resubscribed, the
      *    customer's "not this class" must survive.
       2300-HANDLE-GROUP-UNSUB.
           PERFORM 2400-FIND-GENERATED
           IF WS-MATCHED
               MOVE "SKIPPED" TO WS-ACTION
               MOVE "REPEAT CLICK IN THIS FEED" TO WS-ACTION-NOTE
               ADD 1 TO WS-CNT-SKIP-REPEAT
           ELSE
               MOVE "N" TO WS-MATCH-SW
               PERFORM VARYING WS-PRF-IX FROM 1 BY 1
                       UNTIL WS-PRF-IX > WS-PRF-COUNT
                          OR WS-MATCHED
                   IF WS-PRF-ADDRESS(WS-PRF-IX) = WS-WORK-ADDRESS
                       PERFORM VARYING WS-PRF-CLS-IX FROM 1 BY 1
                               UNTIL WS-PRF-CLS-IX > 8
                           IF WS-PRF-CLASS(WS-PRF-IX WS-PRF-CLS-IX)
                                   = WS-WORK-CLASS
                               SET WS-MATCHED TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-MATCHED
                   MOVE "SKIPPED" TO WS-ACTION
                   MOVE "CLASS ALREADY OPTED OUT" TO WS-ACTION-NOTE
                   ADD 1 TO WS-CNT-SKIP-HONORED
               ELSE
                   MOVE "PREFUPD OPTOUT" TO WS-ACTION
                   ADD 1 TO WS-CNT-PRF-OPTOUTS
                   PERFORM 2600-WRITE-PREFUPD
               END-IF
           END-IF.

      *    Has this address (and class) already had a transaction
      *    generated this run?  If not, remember it now.
       2400-FIND-GENERATED.
           MOVE "N" TO WS-MATCH-SW
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
                      OR WS-MATCHED
               IF WS-GEN-ADDRESS(WS-GEN-IX) = WS-WORK-ADDRESS
                   AND WS-GEN-CLASS(WS-GEN-IX) = WS-WORK-CLASS
                   SET WS-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MATCHED
               IF WS-GEN-COUNT >= WS-GEN-TABLE-MAX
                   DISPLAY "SGUNSUB: GENERATED TABLE OVERFLOW AT "
                       WS-GEN-TABLE-MAX " ENTRIES"
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-WORK-ADDRESS TO WS-GEN-ADDRESS(WS-GEN-COUNT)
               MOVE WS-WORK-CLASS   TO WS-GEN-CLASS(WS-GEN-COUNT)
           END-IF.

       2500-WRITE-SUPUPD.
           MOVE EV-MAIL-TO         TO SU-ADDRESS
           MOVE "UNSUBSCRIBE"      TO SU-REASON
           MOVE WS-UNSUB-USER-ID   TO SU-USER-ID
           WRITE SG-SUPUPD-RECORD
           IF WS-SUPUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO WRITE UNSUBSUP, STATUS="
                   WS-SUPUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2600-WRITE-PREFUPD.
           MOVE SPACES             TO SG-PREFUPD-RECORD
           MOVE "OPTOUT"           TO PU-FUNCTION
           MOVE EV-MAIL-TO         TO PU-ADDRESS
           MOVE WS-WORK-CLASS      TO PU-MSG-CLASS
           MOVE ZERO               TO PU-MAX-MSGS
           MOVE ZERO               TO PU-WINDOW-DAYS
           MOVE WS-UNSUB-USER-ID   TO PU-USER-ID
           WRITE SG-PREFUPD-RECORD
           IF WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO WRITE UNSUBPRF, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2800-REPORT-EVENT.
           MOVE EV-EVENT-TYPE   TO WS-RPT-DTL-TYPE
           MOVE EV-MAIL-TO      TO WS-RPT-DTL-ADDR
           MOVE WS-WORK-CLASS   TO WS-RPT-DTL-CLASS
           MOVE WS-ACTION       TO WS-RPT-DTL-ACT
           MOVE WS-ACTION-NOTE  TO WS-RPT-DTL-NOTE
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 2950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-UNSUBRPT-LINE
           WRITE SG-UNSUBRPT-LINE
           IF WS-UNSUBRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGUNSUB: UNABLE TO WRITE UNSUBRPT, STATUS="
                   WS-UNSUBRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       2950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-UNSUBRPT-LINE
           WRITE SG-UNSUBRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-UNSUBRPT-LINE
           WRITE SG-UNSUBRPT-LINE
           MOVE SPACES TO SG-UNSUBRPT-LINE
           WRITE SG-UNSUBRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "EVENTS READ"                 TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-EVENTS-READ            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "UNSUBSCRIBE EVENTS"          TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-UNSUB-EVENTS           TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "GROUP UNSUBSCRIBE EVENTS"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-GROUP-EVENTS           TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "SUPPRESSION ADDS GENERATED"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SUP-ADDS               TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "SUPPRESSION REASON CHANGES"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SUP-CHGRSN             TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "CLASS OPT-OUTS GENERATED"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-PRF-OPTOUTS            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "SKIPPED - ALREADY HONORED"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-HONORED           TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "SKIPPED - REPEAT CLICK"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-REPEAT            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "SKIPPED - ADDRESS ERASED"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-ERASED            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           DISPLAY "SGUNSUB: EVENTS=" WS-CNT-EVENTS-READ
               " SUPUPD=" WS-CNT-SUP-ADDS
               "+" WS-CNT-SUP-CHGRSN
               " PREFUPD=" WS-CNT-PRF-OPTOUTS
           CLOSE SG-EVENT-FILE
           CLOSE SG-SUPUPD-FILE
           CLOSE SG-PREFUPD-FILE
           CLOSE SG-UNSUBRPT-FILE.
