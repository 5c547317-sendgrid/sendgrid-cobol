       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgsunst.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Monthly engagement sunset review.  Finds the addresses we
      *    keep paying to mail without any sign the mail arrives or
      *    is read: mailed at least the parameter card's number of
      *    times over its window of days, with not one DELIVERED or
      *    OPENED event for any of those sends.  Each is listed by
      *    message class, and the update transaction that would stop
      *    the mail is written out as a candidate - nothing here
      *    touches a master:
      *
      *      never delivered - no DELIVERED or OPENED event for any
      *                        class: an SGSUPUP ADD, reason SUNSET,
      *                        on SUNSUP for sgsupmt (a CHGRSN where
      *                        a lone bounce is already on file).
      *      dormant class   - a class mailed often enough with no
      *                        event, on an address that otherwise
      *                        engages (or gets statements): an
      *                        SGPFUPD OPTOUT for that class, on
      *                        SUNPRF for sgprfmt.
      *
      *    Marketing reviews SUNRPT and releases the candidate files
      *    to the maintenance programs, which audit them under this
      *    program's user id.  Statement mail (STMT) is never sunset
      *    - no opt-out for it, and no suppression of an address that
      *    was sent one - nor is any class the parameter card
      *    protects.  Addresses already suppressed, and classes
      *    already opted out, generate nothing.
      *
      *    Sends come from the archive (accepted sends only; the rows
      *    of one consolidated send count once).  Events come from the
      *    clean event feed: run the review with the window's nightly
      *    feeds concatenated on EVENTFEED.  An event counts for the
      *    send whose address and message id it carries.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SG-SUNPARM-FILE ASSIGN TO "SUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUNPARM-FILE-STATUS.
           SELECT OPTIONAL SG-SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT SG-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT SG-EVENT-FILE ASSIGN TO "EVENTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SG-ENGAGE-FILE ASSIGN TO "ENGAGED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENGAGE-FILE-STATUS.
           SELECT SG-ENGAGE-SORTWORK ASSIGN TO "SORTWK1".
           SELECT SG-ENGAGE-SORTED ASSIGN TO "ENGSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENGAGE-SORTED-STATUS.

           SELECT SG-SUPUPD-FILE ASSIGN TO "SUNSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPUPD-FILE-STATUS.
           SELECT SG-PREFUPD-FILE ASSIGN TO "SUNPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFUPD-FILE-STATUS.
           SELECT SG-SUNRPT-FILE ASSIGN TO "SUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUNRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-SUNPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUNPARM-RECORD.
           COPY SGSUNPM.

       FD  SG-SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

       FD  SG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ARCHIVE-RECORD.
           COPY SGARCHR.

      *    Clean event feed written by sgevedt, one or more nights.
       FD  SG-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-EVENT-RECORD.
           COPY SGEVENT.

      *    The feed's DELIVERED and OPENED events, as extracted.
       FD  SG-ENGAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ENGAGE-RECORD.
           COPY SGSUNEV
               REPLACING LEADING ==SE== BY ==SEI==.

       SD  SG-ENGAGE-SORTWORK.
       01  SG-ENGAGE-SORTWORK-RECORD.
           COPY SGSUNEV
               REPLACING LEADING ==SE== BY ==SESW==.

      *    Engagement resequenced into address order for the merge
      *    against the archive.
       FD  SG-ENGAGE-SORTED
           LABEL RECORDS ARE STANDARD.
       01  SG-ENGAGE-SORTED-RECORD.
           COPY SGSUNEV.

      *    Candidate suppression updates - sgsupmt's SUPUPD input.
       FD  SG-SUPUPD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPUPD-RECORD.
           COPY SGSUPUP.

      *    Candidate preference updates - sgprfmt's PREFUPD input.
       FD  SG-PREFUPD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREFUPD-RECORD.
           COPY SGPFUPD.

       FD  SG-SUNRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUNRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-SUNPARM-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-EVENT-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-ENGAGE-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-ENGAGE-SORTED-STATUS  PIC X(2) VALUE "00".
           01 WS-SUPUPD-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-PREFUPD-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-SUNRPT-FILE-STATUS    PIC X(2) VALUE "00".

           01 WS-SUPPRESS-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-SUPPRESS-EOF          VALUE "Y".
           01 WS-PREF-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-PREF-EOF              VALUE "Y".
           01 WS-EV-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-EV-EOF                VALUE "Y".
           01 WS-SE-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-SE-EOF                VALUE "Y".
           01 WS-ARCH-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-ARCH-EOF              VALUE "Y".

      *    User id stamped on every candidate transaction, and so on
      *    every audit record the maintenance programs write for it.
           01 WS-SUNSET-USER-ID    PIC X(8)   VALUE "SGSUNST".

      *    Review window, from the parameter card
           01 WS-AS-OF-DATE        PIC X(8)   VALUE SPACES.
           01 WS-AS-OF-DATE-NUM    PIC 9(8)   VALUE ZERO.
           01 WS-WINDOW-START      PIC X(8)   VALUE SPACES.
           01 WS-WINDOW-START-NUM  PIC 9(8)   VALUE ZERO.
           01 WS-WINDOW-INT        PIC 9(8) COMP VALUE ZERO.
           01 WS-MIN-SENDS         PIC 9(3) COMP VALUE ZERO.
           01 WS-WINDOW-DAYS       PIC 9(3) COMP VALUE ZERO.
           01 WS-MIN-SENDS-DEFAULT PIC 9(3) COMP VALUE 10.
           01 WS-WINDOW-DEFAULT    PIC 9(3) COMP VALUE 180.
           01 WS-PROTECT-TABLE.
               05 WS-PROTECT-CLASS OCCURS 8 TIMES PIC X(4).
           01 WS-PROTECT-IX        PIC 9(2) COMP VALUE ZERO.

      *    The suppression master, one row per distinct address.  A
      *    row is firm unless every record for the address was a
      *    BOUNCED one - the mailer still mails past a lone bounce.
           01 WS-SUP-TABLE-MAX     PIC 9(5) COMP VALUE 10000.
           01 WS-SUP-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-TABLE.
               05 WS-SUP-ENTRY OCCURS 10000 TIMES.
                   10 WS-SUP-ADDRESS    PIC X(100).
                   10 WS-SUP-FIRM-SW    PIC X(1).
                       88 WS-SUP-IS-FIRM     VALUE "Y".

      *    The preference master's opt-outs, one row per record
           01 WS-PRF-TABLE-MAX     PIC 9(5) COMP VALUE 5000.
           01 WS-PRF-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-PRF-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-PRF-CLS-IX        PIC 9(2) COMP VALUE ZERO.
           01 WS-PRF-TABLE.
               05 WS-PRF-ENTRY OCCURS 5000 TIMES.
                   10 WS-PRF-ADDRESS    PIC X(100).
                   10 WS-PRF-CLASS OCCURS 8 TIMES
                                        PIC X(4).

      *    The address under review and its sends in the window, one
      *    entry per message id.
           01 WS-CUR-ADDRESS       PIC X(100) VALUE SPACES.
           01 WS-AMS-TABLE-MAX     PIC 9(3) COMP VALUE 500.
           01 WS-AMS-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-AMS-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-AMS-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-AMS-OVERFLOW-SW   PIC X(1)   VALUE "N".
               88 WS-AMS-OVERFLOW          VALUE "Y".
           01 WS-AMS-TABLE.
               05 WS-AMS-ENTRY OCCURS 500 TIMES.
                   10 WS-AMS-MESSAGE-ID PIC X(40).
                   10 WS-AMS-CLASS      PIC X(4).
                   10 WS-AMS-RUN-DATE   PIC X(8).
                   10 WS-AMS-DELIVERED-SW PIC X(1).
                       88 WS-AMS-DELIVERED   VALUE "Y".
                   10 WS-AMS-OPENED-SW  PIC X(1).
                       88 WS-AMS-OPENED      VALUE "Y".

      *    The same sends summarised by message class
           01 WS-ACL-TABLE-MAX     PIC 9(2) COMP VALUE 20.
           01 WS-ACL-COUNT         PIC 9(2) COMP VALUE ZERO.
           01 WS-ACL-IX            PIC 9(2) COMP VALUE ZERO.
           01 WS-ACL-FOUND-IX      PIC 9(2) COMP VALUE ZERO.
           01 WS-ACL-TABLE.
               05 WS-ACL-ENTRY OCCURS 20 TIMES.
                   10 WS-ACL-CLASS      PIC X(4).
                   10 WS-ACL-SENDS      PIC 9(5) COMP.
                   10 WS-ACL-DELIVERED  PIC 9(5) COMP.
                   10 WS-ACL-OPENED     PIC 9(5) COMP.
                   10 WS-ACL-LAST-DATE  PIC X(8).

      *    Address-level view of the same sends
           01 WS-ADR-SENDS         PIC 9(5) COMP VALUE ZERO.
           01 WS-ADR-ENGAGED       PIC 9(5) COMP VALUE ZERO.
           01 WS-ADR-LAST-DATE     PIC X(8)   VALUE SPACES.
           01 WS-ADR-PROTECTED-SW  PIC X(1)   VALUE "N".
               88 WS-ADR-PROTECTED         VALUE "Y".
           01 WS-ADR-DORMANT-SW    PIC X(1)   VALUE "N".
               88 WS-ADR-DORMANT           VALUE "Y".
           01 WS-WORK-CLASS        PIC X(4)   VALUE SPACES.
           01 WS-CLASS-PROTECTED-SW PIC X(1)  VALUE "N".
               88 WS-CLASS-PROTECTED       VALUE "Y".
           01 WS-MATCH-SW          PIC X(1)   VALUE "N".
               88 WS-MATCHED               VALUE "Y".
           01 WS-FOUND-IX          PIC 9(5) COMP VALUE ZERO.
           01 WS-ACTION            PIC X(16)  VALUE SPACES.
           01 WS-ACTION-NOTE       PIC X(30)  VALUE SPACES.

      *    Dormant sends and candidates by message class, for the
      *    closing breakdown.
           01 WS-CLS-TABLE-MAX     PIC 9(2) COMP VALUE 50.
           01 WS-CLS-COUNT         PIC 9(2) COMP VALUE ZERO.
           01 WS-CLS-IX            PIC 9(2) COMP VALUE ZERO.
           01 WS-CLS-FOUND-IX      PIC 9(2) COMP VALUE ZERO.
           01 WS-CLS-TABLE.
               05 WS-CLS-ENTRY OCCURS 50 TIMES.
                   10 WS-CLS-CLASS      PIC X(4).
                   10 WS-CLS-ADDRESSES  PIC 9(7) COMP.
                   10 WS-CLS-SENDS      PIC 9(7) COMP.
                   10 WS-CLS-SUP-ADDS   PIC 9(7) COMP.
                   10 WS-CLS-OPTOUTS    PIC 9(7) COMP.
                   10 WS-CLS-PROTECTED  PIC 9(7) COMP.
                   10 WS-CLS-HONORED    PIC 9(7) COMP.
           01 WS-CLS-OVERFLOW-CNT  PIC 9(7) COMP VALUE ZERO.

      *    Run counters
           01 WS-CNT-EVENTS-READ   PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-ENGAGE-EVENTS PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-ARCH-READ     PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-ADDR-MAILED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-ADDR-DORMANT  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SUP-ADDS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PRF-OPTOUTS   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-PROTECTED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-HONORED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-SUPPRESSED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SKIP-OVERFLOW PIC 9(7) COMP VALUE ZERO.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGSUNST".
               05 FILLER           PIC X(37) VALUE
                   "ENGAGEMENT SUNSET CANDIDATES".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(42) VALUE "ADDRESS".
               05 FILLER           PIC X(6)  VALUE "CLASS".
               05 FILLER           PIC X(7)  VALUE "  SENDS".
               05 FILLER           PIC X(11) VALUE "  LAST SENT".
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 FILLER           PIC X(18) VALUE "GENERATED".
               05 FILLER           PIC X(30) VALUE "NOTE".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-ADDR  PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-CLASS PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-SENDS PIC ZZZZZZ9.
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 WS-RPT-DTL-LAST  PIC X(8)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-ACT   PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-NOTE  PIC X(30) VALUE SPACES.
           01 WS-RPT-CLASS-HEADING.
               05 FILLER           PIC X(6)  VALUE "CLASS".
               05 FILLER           PIC X(10) VALUE " ADDRESSES".
               05 FILLER           PIC X(10) VALUE "     SENDS".
               05 FILLER           PIC X(10) VALUE "  SUPPRESS".
               05 FILLER           PIC X(10) VALUE "  OPT-OUTS".
               05 FILLER           PIC X(10) VALUE " PROTECTED".
               05 FILLER           PIC X(10) VALUE "  ALREADY".
           01 WS-RPT-CLASS-LINE.
               05 WS-RPT-CLS-CLASS PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 WS-RPT-CLS-ADDRS PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-CLS-SENDS PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-CLS-SUPS  PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-CLS-OPTS  PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-CLS-PROT  PIC ZZZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-CLS-HONR  PIC ZZZZZZZZ9.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-ENGAGEMENT
           PERFORM 3000-REVIEW-ARCHIVE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           PERFORM 1050-READ-PARAMETER-CARD
           PERFORM 1100-LOAD-SUPPRESSION
           PERFORM 1200-LOAD-PREFERENCES
           OPEN INPUT SG-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN ARCHFILE, STATUS="
                   WS-ARCHIVE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-SUPUPD-FILE
           IF WS-SUPUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN SUNSUP, STATUS="
                   WS-SUPUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-PREFUPD-FILE
           IF WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN SUNPRF, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-SUNRPT-FILE
           IF WS-SUNRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN SUNRPT, STATUS="
                   WS-SUNRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    No card, or a blank one, reviews the default window ending
      *    today.
       1050-READ-PARAMETER-CARD.
           MOVE SPACES TO SG-SUNPARM-RECORD
           OPEN INPUT SG-SUNPARM-FILE
           IF WS-SUNPARM-FILE-STATUS NOT = "00"
                   AND WS-SUNPARM-FILE-STATUS NOT = "05"
               DISPLAY "SGSUNST: UNABLE TO OPEN SUNPARM, STATUS="
                   WS-SUNPARM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           IF WS-SUNPARM-FILE-STATUS = "00"
               READ SG-SUNPARM-FILE
                   AT END
                       MOVE SPACES TO SG-SUNPARM-RECORD
               END-READ
           END-IF
           CLOSE SG-SUNPARM-FILE
           IF SN-AS-OF-DATE = SPACES
               MOVE WS-RPT-TIMESTAMP(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE SN-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "SGSUNST: AS-OF DATE NOT NUMERIC - "
                   WS-AS-OF-DATE
               PERFORM 1090-ABEND-JOB
           END-IF
           IF SN-MIN-SENDS IS NUMERIC AND SN-MIN-SENDS > ZERO
               MOVE SN-MIN-SENDS TO WS-MIN-SENDS
           ELSE
               MOVE WS-MIN-SENDS-DEFAULT TO WS-MIN-SENDS
           END-IF
           IF SN-WINDOW-DAYS IS NUMERIC AND SN-WINDOW-DAYS > ZERO
               MOVE SN-WINDOW-DAYS TO WS-WINDOW-DAYS
           ELSE
               MOVE WS-WINDOW-DEFAULT TO WS-WINDOW-DAYS
           END-IF
           PERFORM VARYING WS-PROTECT-IX FROM 1 BY 1
                   UNTIL WS-PROTECT-IX > 8
               MOVE FUNCTION UPPER-CASE(SN-PROTECT-CLASS(WS-PROTECT-IX))
                   TO WS-PROTECT-CLASS(WS-PROTECT-IX)
           END-PERFORM
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           COMPUTE WS-WINDOW-INT
               = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START-NUM
               = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-SUPPRESSION.
           MOVE ZERO TO WS-SUP-COUNT
           MOVE "N" TO WS-SUPPRESS-EOF-SW
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGSUNST: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1150-READ-SUPPRESS-RECORD
           PERFORM UNTIL WS-SUPPRESS-EOF
               IF SUP-ADDRESS NOT = SPACES
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(SUP-ADDRESS))
                       TO WS-CUR-ADDRESS
                   PERFORM 1300-FIND-SUPPRESSION
                   IF WS-FOUND-IX = ZERO
                       IF WS-SUP-COUNT >= WS-SUP-TABLE-MAX
                           DISPLAY "SGSUNST: SUPPRESSION TABLE "
                               "OVERFLOW AT " WS-SUP-TABLE-MAX
                               " ENTRIES"
                           PERFORM 1090-ABEND-JOB
                       END-IF
                       ADD 1 TO WS-SUP-COUNT
                       MOVE WS-SUP-COUNT TO WS-FOUND-IX
                       MOVE WS-CUR-ADDRESS
                           TO WS-SUP-ADDRESS(WS-FOUND-IX)
                       MOVE "N" TO WS-SUP-FIRM-SW(WS-FOUND-IX)
                   END-IF
                   IF NOT SUP-IS-BOUNCED
                       MOVE "Y" TO WS-SUP-FIRM-SW(WS-FOUND-IX)
                   END-IF
               END-IF
               PERFORM 1150-READ-SUPPRESS-RECORD
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE
           MOVE SPACES TO WS-CUR-ADDRESS.

       1150-READ-SUPPRESS-RECORD.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-SUPPRESS-EOF TO TRUE
           END-READ
           IF NOT WS-SUPPRESS-EOF
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1200-LOAD-PREFERENCES.
           MOVE ZERO TO WS-PRF-COUNT
           MOVE "N" TO WS-PREF-EOF-SW
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGSUNST: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1250-READ-PREF-RECORD
           PERFORM UNTIL WS-PREF-EOF
               IF PF-ADDRESS NOT = SPACES
                   IF WS-PRF-COUNT >= WS-PRF-TABLE-MAX
                       DISPLAY "SGSUNST: PREFERENCE TABLE OVERFLOW "
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
               DISPLAY "SGSUNST: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1300-FIND-SUPPRESSION.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                   UNTIL WS-SUP-IX > WS-SUP-COUNT
                      OR WS-FOUND-IX > ZERO
               IF WS-SUP-ADDRESS(WS-SUP-IX) = WS-CUR-ADDRESS
                   MOVE WS-SUP-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *    Only delivery and open events matter here, and only those
      *    inside the window - an event is never older than its send.
       2000-EXTRACT-ENGAGEMENT.
           OPEN INPUT SG-EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN EVENTFEED, STATUS="
                   WS-EVENT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-ENGAGE-FILE
           IF WS-ENGAGE-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN ENGAGED, STATUS="
                   WS-ENGAGE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 2100-READ-EVENT
           PERFORM UNTIL WS-EV-EOF
               IF (EV-IS-DELIVERED OR EV-IS-OPENED)
                       AND EV-EVENT-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(EV-MAIL-TO))
                       TO SEI-MAIL-ADDRESS
                   MOVE EV-MESSAGE-ID TO SEI-MESSAGE-ID
                   MOVE EV-EVENT-TYPE TO SEI-EVENT-TYPE
                   WRITE SG-ENGAGE-RECORD
                   IF WS-ENGAGE-FILE-STATUS NOT = "00"
                       DISPLAY "SGSUNST: UNABLE TO WRITE ENGAGED, "
                           "STATUS=" WS-ENGAGE-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-CNT-ENGAGE-EVENTS
               END-IF
               PERFORM 2100-READ-EVENT
           END-PERFORM
           CLOSE SG-EVENT-FILE
           CLOSE SG-ENGAGE-FILE
           SORT SG-ENGAGE-SORTWORK
               ON ASCENDING KEY SESW-MAIL-ADDRESS
                                SESW-MESSAGE-ID
               USING SG-ENGAGE-FILE
               GIVING SG-ENGAGE-SORTED.

       2100-READ-EVENT.
           READ SG-EVENT-FILE
               AT END
                   SET WS-EV-EOF TO TRUE
           END-READ
           IF NOT WS-EV-EOF
               IF WS-EVENT-FILE-STATUS NOT = "00"
                   DISPLAY "SGSUNST: EVENTFEED READ ERROR, STATUS="
                       WS-EVENT-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-EVENTS-READ
           END-IF.

      *    The archive is in address order, so each address's sends
      *    arrive together; the sorted engagement is merged alongside.
       3000-REVIEW-ARCHIVE.
           OPEN INPUT SG-ENGAGE-SORTED
           IF WS-ENGAGE-SORTED-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO OPEN ENGSRT, STATUS="
                   WS-ENGAGE-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3150-READ-ENGAGEMENT
           MOVE LOW-VALUES TO SA-ARCH-KEY
           START SG-ARCHIVE-FILE KEY NOT < SA-ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           IF NOT WS-ARCH-EOF
               PERFORM 3100-READ-ARCHIVE
           END-IF
           PERFORM 3200-REVIEW-ONE-ADDRESS UNTIL WS-ARCH-EOF
           CLOSE SG-ENGAGE-SORTED.

       3100-READ-ARCHIVE.
           READ SG-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ
           IF NOT WS-ARCH-EOF
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGSUNST: ARCHFILE READ ERROR, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-ARCH-READ
           END-IF.

       3150-READ-ENGAGEMENT.
           READ SG-ENGAGE-SORTED
               AT END
                   SET WS-SE-EOF TO TRUE
           END-READ
           IF NOT WS-SE-EOF
                   AND WS-ENGAGE-SORTED-STATUS NOT = "00"
               DISPLAY "SGSUNST: ENGSRT READ ERROR, STATUS="
                   WS-ENGAGE-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Erased addresses are digests, not mailboxes - nothing to
      *    sunset.
       3200-REVIEW-ONE-ADDRESS.
           MOVE SA-MAIL-ADDRESS TO WS-CUR-ADDRESS
           MOVE ZERO TO WS-AMS-COUNT
           MOVE "N" TO WS-AMS-OVERFLOW-SW
           PERFORM 3300-COLLECT-SEND
               UNTIL WS-ARCH-EOF
                  OR SA-MAIL-ADDRESS NOT = WS-CUR-ADDRESS
           PERFORM 3150-READ-ENGAGEMENT
               UNTIL WS-SE-EOF
                  OR SE-MAIL-ADDRESS NOT < WS-CUR-ADDRESS
           PERFORM 3400-APPLY-ENGAGEMENT
               UNTIL WS-SE-EOF
                  OR SE-MAIL-ADDRESS NOT = WS-CUR-ADDRESS
           IF WS-AMS-COUNT > ZERO
                   AND WS-CUR-ADDRESS(1:1) NOT = "#"
               ADD 1 TO WS-CNT-ADDR-MAILED
               IF WS-AMS-OVERFLOW
                   ADD 1 TO WS-CNT-SKIP-OVERFLOW
               ELSE
                   PERFORM 3500-SUMMARISE-ADDRESS
                   PERFORM 3600-DECIDE-ADDRESS
               END-IF
           END-IF.

      *    One entry per accepted send in the window; the further rows
      *    of a consolidated send share its message id.
       3300-COLLECT-SEND.
           IF SA-RUN-DATE NOT < WS-WINDOW-START
                   AND SA-RUN-DATE NOT > WS-AS-OF-DATE
                   AND FUNCTION TRIM(SA-STATUS-CODE) = "0"
               MOVE ZERO TO WS-AMS-FOUND-IX
               PERFORM VARYING WS-AMS-IX FROM 1 BY 1
                       UNTIL WS-AMS-IX > WS-AMS-COUNT
                          OR WS-AMS-FOUND-IX > ZERO
                   IF WS-AMS-MESSAGE-ID(WS-AMS-IX) = SA-MESSAGE-ID
                       MOVE WS-AMS-IX TO WS-AMS-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-AMS-FOUND-IX = ZERO
                   IF WS-AMS-COUNT >= WS-AMS-TABLE-MAX
                       SET WS-AMS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-AMS-COUNT
                       MOVE SA-MESSAGE-ID
                           TO WS-AMS-MESSAGE-ID(WS-AMS-COUNT)
                       MOVE FUNCTION UPPER-CASE(SA-MSG-CLASS)
                           TO WS-AMS-CLASS(WS-AMS-COUNT)
                       MOVE SA-RUN-DATE
                           TO WS-AMS-RUN-DATE(WS-AMS-COUNT)
                       MOVE "N" TO WS-AMS-DELIVERED-SW(WS-AMS-COUNT)
                       MOVE "N" TO WS-AMS-OPENED-SW(WS-AMS-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-ARCHIVE.

       3400-APPLY-ENGAGEMENT.
           PERFORM VARYING WS-AMS-IX FROM 1 BY 1
                   UNTIL WS-AMS-IX > WS-AMS-COUNT
               IF WS-AMS-MESSAGE-ID(WS-AMS-IX) = SE-MESSAGE-ID
                   IF SE-EVENT-TYPE = "OPENED"
                       MOVE "Y" TO WS-AMS-OPENED-SW(WS-AMS-IX)
                   ELSE
                       MOVE "Y" TO WS-AMS-DELIVERED-SW(WS-AMS-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3150-READ-ENGAGEMENT.

       3500-SUMMARISE-ADDRESS.
           MOVE ZERO TO WS-ACL-COUNT
           MOVE ZERO TO WS-ADR-SENDS
           MOVE ZERO TO WS-ADR-ENGAGED
           MOVE SPACES TO WS-ADR-LAST-DATE
           MOVE "N" TO WS-ADR-PROTECTED-SW
           PERFORM VARYING WS-AMS-IX FROM 1 BY 1
                   UNTIL WS-AMS-IX > WS-AMS-COUNT
               MOVE ZERO TO WS-ACL-FOUND-IX
               PERFORM VARYING WS-ACL-IX FROM 1 BY 1
                       UNTIL WS-ACL-IX > WS-ACL-COUNT
                          OR WS-ACL-FOUND-IX > ZERO
                   IF WS-ACL-CLASS(WS-ACL-IX)
                           = WS-AMS-CLASS(WS-AMS-IX)
                       MOVE WS-ACL-IX TO WS-ACL-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-ACL-FOUND-IX = ZERO
                   IF WS-ACL-COUNT >= WS-ACL-TABLE-MAX
                       DISPLAY "SGSUNST: ADDRESS CLASS TABLE OVERFLOW "
                           "AT " WS-ACL-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-ACL-COUNT
                   MOVE WS-ACL-COUNT TO WS-ACL-FOUND-IX
                   MOVE WS-AMS-CLASS(WS-AMS-IX)
                       TO WS-ACL-CLASS(WS-ACL-COUNT)
                   MOVE ZERO   TO WS-ACL-SENDS(WS-ACL-COUNT)
                   MOVE ZERO   TO WS-ACL-DELIVERED(WS-ACL-COUNT)
                   MOVE ZERO   TO WS-ACL-OPENED(WS-ACL-COUNT)
                   MOVE SPACES TO WS-ACL-LAST-DATE(WS-ACL-COUNT)
               END-IF
               ADD 1 TO WS-ACL-SENDS(WS-ACL-FOUND-IX)
               ADD 1 TO WS-ADR-SENDS
               IF WS-AMS-DELIVERED(WS-AMS-IX)
                   ADD 1 TO WS-ACL-DELIVERED(WS-ACL-FOUND-IX)
               END-IF
               IF WS-AMS-OPENED(WS-AMS-IX)
                   ADD 1 TO WS-ACL-OPENED(WS-ACL-FOUND-IX)
               END-IF
               IF WS-AMS-DELIVERED(WS-AMS-IX)
                       OR WS-AMS-OPENED(WS-AMS-IX)
                   ADD 1 TO WS-ADR-ENGAGED
               END-IF
               IF WS-AMS-RUN-DATE(WS-AMS-IX)
                       > WS-ACL-LAST-DATE(WS-ACL-FOUND-IX)
                   MOVE WS-AMS-RUN-DATE(WS-AMS-IX)
                       TO WS-ACL-LAST-DATE(WS-ACL-FOUND-IX)
               END-IF
               IF WS-AMS-RUN-DATE(WS-AMS-IX) > WS-ADR-LAST-DATE
                   MOVE WS-AMS-RUN-DATE(WS-AMS-IX) TO WS-ADR-LAST-DATE
               END-IF
               MOVE WS-AMS-CLASS(WS-AMS-IX) TO WS-WORK-CLASS
               PERFORM 3550-CHECK-PROTECTED-CLASS
               IF WS-CLASS-PROTECTED
                   MOVE "Y" TO WS-ADR-PROTECTED-SW
               END-IF
           END-PERFORM.

       3550-CHECK-PROTECTED-CLASS.
           MOVE "N" TO WS-CLASS-PROTECTED-SW
           IF WS-WORK-CLASS = "STMT"
               MOVE "Y" TO WS-CLASS-PROTECTED-SW
           END-IF
           PERFORM VARYING WS-PROTECT-IX FROM 1 BY 1
                   UNTIL WS-PROTECT-IX > 8
               IF WS-PROTECT-CLASS(WS-PROTECT-IX) NOT = SPACES
                       AND WS-PROTECT-CLASS(WS-PROTECT-IX)
                           = WS-WORK-CLASS
                   MOVE "Y" TO WS-CLASS-PROTECTED-SW
               END-IF
           END-PERFORM.

      *    Never delivered at all, and no statement to protect: one
      *    suppression ADD for the address.  Otherwise each class
      *    mailed often enough with nothing back is considered for an
      *    opt-out on its own.  An address firmly suppressed is not
      *    mailed any more and needs nothing; one held only by a lone
      *    bounce is firmed up with a CHGRSN to SUNSET.
       3600-DECIDE-ADDRESS.
           MOVE "N" TO WS-ADR-DORMANT-SW
           PERFORM 1300-FIND-SUPPRESSION
           IF WS-ADR-ENGAGED = ZERO
                   AND WS-ADR-SENDS >= WS-MIN-SENDS
                   AND NOT WS-ADR-PROTECTED
               SET WS-ADR-DORMANT TO TRUE
               MOVE "ALL" TO WS-RPT-DTL-CLASS
               MOVE WS-ADR-SENDS     TO WS-RPT-DTL-SENDS
               MOVE WS-ADR-LAST-DATE TO WS-RPT-DTL-LAST
               MOVE SPACES TO WS-ACTION-NOTE
               MOVE SPACES TO SG-SUPUPD-RECORD
               EVALUATE TRUE
                   WHEN WS-FOUND-IX = ZERO
                       MOVE "ADD" TO SU-FUNCTION
                       MOVE "SUPUPD ADD" TO WS-ACTION
                       MOVE "NEVER DELIVERED" TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SUP-ADDS
                       PERFORM 3800-WRITE-SUPUPD
                   WHEN WS-SUP-IS-FIRM(WS-FOUND-IX)
                       MOVE "NONE" TO WS-ACTION
                       MOVE "ALREADY SUPPRESSED" TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SKIP-SUPPRESSED
                   WHEN OTHER
                       MOVE "CHGRSN" TO SU-FUNCTION
                       MOVE "SUPUPD CHGRSN" TO WS-ACTION
                       MOVE "NEVER DELIVERED - LONE BOUNCE"
                           TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SUP-ADDS
                       PERFORM 3800-WRITE-SUPUPD
               END-EVALUATE
               PERFORM 3850-REPORT-CANDIDATE
               PERFORM VARYING WS-ACL-IX FROM 1 BY 1
                       UNTIL WS-ACL-IX > WS-ACL-COUNT
                   PERFORM 3900-FIND-CLASS-TOTAL
                   IF WS-CLS-FOUND-IX > ZERO
                       ADD 1 TO WS-CLS-ADDRESSES(WS-CLS-FOUND-IX)
                       ADD WS-ACL-SENDS(WS-ACL-IX)
                           TO WS-CLS-SENDS(WS-CLS-FOUND-IX)
                       IF WS-ACTION = "NONE"
                           ADD 1 TO WS-CLS-HONORED(WS-CLS-FOUND-IX)
                       ELSE
                           ADD 1 TO WS-CLS-SUP-ADDS(WS-CLS-FOUND-IX)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-ACL-IX FROM 1 BY 1
                       UNTIL WS-ACL-IX > WS-ACL-COUNT
                   IF WS-ACL-SENDS(WS-ACL-IX) >= WS-MIN-SENDS
                           AND WS-ACL-DELIVERED(WS-ACL-IX) = ZERO
                           AND WS-ACL-OPENED(WS-ACL-IX) = ZERO
                       SET WS-ADR-DORMANT TO TRUE
                       PERFORM 3700-DECIDE-CLASS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ADR-DORMANT
               ADD 1 TO WS-CNT-ADDR-DORMANT
           END-IF.

       3700-DECIDE-CLASS.
           MOVE WS-ACL-CLASS(WS-ACL-IX) TO WS-WORK-CLASS
           PERFORM 3550-CHECK-PROTECTED-CLASS
           PERFORM 3900-FIND-CLASS-TOTAL
           MOVE SPACES TO WS-ACTION-NOTE
           MOVE "NONE" TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-CLASS-PROTECTED
                   MOVE "PROTECTED CLASS - NOT SUNSET"
                       TO WS-ACTION-NOTE
                   ADD 1 TO WS-CNT-SKIP-PROTECTED
               WHEN WS-WORK-CLASS = SPACES
                   MOVE "NO MESSAGE CLASS TO OPT OUT OF"
                       TO WS-ACTION-NOTE
                   ADD 1 TO WS-CNT-SKIP-PROTECTED
               WHEN WS-FOUND-IX > ZERO
                       AND WS-SUP-IS-FIRM(WS-FOUND-IX)
                   MOVE "ALREADY SUPPRESSED" TO WS-ACTION-NOTE
                   ADD 1 TO WS-CNT-SKIP-SUPPRESSED
               WHEN OTHER
                   PERFORM 3750-FIND-OPTOUT
                   IF WS-MATCHED
                       MOVE "CLASS ALREADY OPTED OUT"
                           TO WS-ACTION-NOTE
                       ADD 1 TO WS-CNT-SKIP-HONORED
                   ELSE
                       MOVE "PREFUPD OPTOUT" TO WS-ACTION
                       ADD 1 TO WS-CNT-PRF-OPTOUTS
                       PERFORM 3810-WRITE-PREFUPD
                   END-IF
           END-EVALUATE
           IF WS-CLS-FOUND-IX > ZERO
               ADD 1 TO WS-CLS-ADDRESSES(WS-CLS-FOUND-IX)
               ADD WS-ACL-SENDS(WS-ACL-IX)
                   TO WS-CLS-SENDS(WS-CLS-FOUND-IX)
               EVALUATE TRUE
                   WHEN WS-ACTION = "PREFUPD OPTOUT"
                       ADD 1 TO WS-CLS-OPTOUTS(WS-CLS-FOUND-IX)
                   WHEN WS-CLASS-PROTECTED
                           OR WS-WORK-CLASS = SPACES
                       ADD 1 TO WS-CLS-PROTECTED(WS-CLS-FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO WS-CLS-HONORED(WS-CLS-FOUND-IX)
               END-EVALUATE
           END-IF
           MOVE WS-WORK-CLASS              TO WS-RPT-DTL-CLASS
           MOVE WS-ACL-SENDS(WS-ACL-IX)    TO WS-RPT-DTL-SENDS
           MOVE WS-ACL-LAST-DATE(WS-ACL-IX) TO WS-RPT-DTL-LAST
           PERFORM 3850-REPORT-CANDIDATE.

       3750-FIND-OPTOUT.
           MOVE "N" TO WS-MATCH-SW
           PERFORM VARYING WS-PRF-IX FROM 1 BY 1
                   UNTIL WS-PRF-IX > WS-PRF-COUNT
                      OR WS-MATCHED
               IF WS-PRF-ADDRESS(WS-PRF-IX) = WS-CUR-ADDRESS
                   PERFORM VARYING WS-PRF-CLS-IX FROM 1 BY 1
                           UNTIL WS-PRF-CLS-IX > 8
                       IF WS-PRF-CLASS(WS-PRF-IX WS-PRF-CLS-IX)
                               = WS-WORK-CLASS
                           SET WS-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3800-WRITE-SUPUPD.
           MOVE WS-CUR-ADDRESS     TO SU-ADDRESS
           MOVE "SUNSET"           TO SU-REASON
           MOVE WS-SUNSET-USER-ID  TO SU-USER-ID
           WRITE SG-SUPUPD-RECORD
           IF WS-SUPUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO WRITE SUNSUP, STATUS="
                   WS-SUPUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3810-WRITE-PREFUPD.
           MOVE SPACES             TO SG-PREFUPD-RECORD
           MOVE "OPTOUT"           TO PU-FUNCTION
           MOVE WS-CUR-ADDRESS     TO PU-ADDRESS
           MOVE WS-WORK-CLASS      TO PU-MSG-CLASS
           MOVE ZERO               TO PU-MAX-MSGS
           MOVE ZERO               TO PU-WINDOW-DAYS
           MOVE WS-SUNSET-USER-ID  TO PU-USER-ID
           WRITE SG-PREFUPD-RECORD
           IF WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO WRITE SUNPRF, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3850-REPORT-CANDIDATE.
           MOVE WS-CUR-ADDRESS  TO WS-RPT-DTL-ADDR
           MOVE WS-ACTION       TO WS-RPT-DTL-ACT
           MOVE WS-ACTION-NOTE  TO WS-RPT-DTL-NOTE
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

      *    Class breakdown entry for WS-ACL-IX's class, added if new;
      *    a full table is counted, not fatal.
       3900-FIND-CLASS-TOTAL.
           MOVE ZERO TO WS-CLS-FOUND-IX
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > WS-CLS-COUNT
                      OR WS-CLS-FOUND-IX > ZERO
               IF WS-CLS-CLASS(WS-CLS-IX) = WS-ACL-CLASS(WS-ACL-IX)
                   MOVE WS-CLS-IX TO WS-CLS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CLS-FOUND-IX = ZERO
               IF WS-CLS-COUNT >= WS-CLS-TABLE-MAX
                   ADD 1 TO WS-CLS-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-CLS-COUNT
                   MOVE WS-CLS-COUNT TO WS-CLS-FOUND-IX
                   MOVE WS-ACL-CLASS(WS-ACL-IX)
                       TO WS-CLS-CLASS(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-ADDRESSES(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-SENDS(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-SUP-ADDS(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-OPTOUTS(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-PROTECTED(WS-CLS-COUNT)
                   MOVE ZERO TO WS-CLS-HONORED(WS-CLS-COUNT)
               END-IF
           END-IF.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-SUNRPT-LINE
           WRITE SG-SUNRPT-LINE
           IF WS-SUNRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGSUNST: UNABLE TO WRITE SUNRPT, STATUS="
                   WS-SUNRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-SUNRPT-LINE
           WRITE SG-SUNRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-SUNRPT-LINE
           WRITE SG-SUNRPT-LINE
           MOVE SPACES TO SG-SUNRPT-LINE
           WRITE SG-SUNRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "DORMANT BY MESSAGE CLASS" TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-RPT-CLASS-HEADING TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > WS-CLS-COUNT
               MOVE WS-CLS-CLASS(WS-CLS-IX)     TO WS-RPT-CLS-CLASS
               IF WS-CLS-CLASS(WS-CLS-IX) = SPACES
                   MOVE "(NONE)" TO WS-RPT-CLS-CLASS
               END-IF
               MOVE WS-CLS-ADDRESSES(WS-CLS-IX) TO WS-RPT-CLS-ADDRS
               MOVE WS-CLS-SENDS(WS-CLS-IX)     TO WS-RPT-CLS-SENDS
               MOVE WS-CLS-SUP-ADDS(WS-CLS-IX)  TO WS-RPT-CLS-SUPS
               MOVE WS-CLS-OPTOUTS(WS-CLS-IX)   TO WS-RPT-CLS-OPTS
               MOVE WS-CLS-PROTECTED(WS-CLS-IX) TO WS-RPT-CLS-PROT
               MOVE WS-CLS-HONORED(WS-CLS-IX)   TO WS-RPT-CLS-HONR
               MOVE WS-RPT-CLASS-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           STRING "WINDOW " WS-WINDOW-START " TO " WS-AS-OF-DATE
                  DELIMITED BY SIZE
               INTO WS-PRINT-AREA
           END-STRING
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "MINIMUM SENDS WITHOUT ENGAGEMENT"  TO WS-RPT-TOT-TEXT
           MOVE WS-MIN-SENDS                  TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "EVENTS READ"                 TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-EVENTS-READ            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DELIVERED/OPENED EVENTS IN WINDOW" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ENGAGE-EVENTS          TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ARCHIVE ROWS READ"           TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ARCH-READ              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ADDRESSES MAILED IN WINDOW"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ADDR-MAILED            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DORMANT ADDRESSES"           TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ADDR-DORMANT           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SUPPRESSION CANDIDATES"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SUP-ADDS               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CLASS OPT-OUT CANDIDATES"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-PRF-OPTOUTS            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SKIPPED - PROTECTED CLASS"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-PROTECTED         TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SKIPPED - ALREADY SUPPRESSED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-SUPPRESSED        TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SKIPPED - CLASS ALREADY OPTED OUT" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SKIP-HONORED           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-CNT-SKIP-OVERFLOW > ZERO
               MOVE "NOT REVIEWED - TOO MANY SENDS" TO WS-RPT-TOT-TEXT
               MOVE WS-CNT-SKIP-OVERFLOW      TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF
           IF WS-CLS-OVERFLOW-CNT > ZERO
               MOVE "CLASS TABLE FULL - NOT BROKEN DOWN"
                   TO WS-RPT-TOT-TEXT
               MOVE WS-CLS-OVERFLOW-CNT       TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF
           DISPLAY "SGSUNST: ADDRESSES=" WS-CNT-ADDR-MAILED
               " DORMANT=" WS-CNT-ADDR-DORMANT
               " SUNSUP=" WS-CNT-SUP-ADDS
               " SUNPRF=" WS-CNT-PRF-OPTOUTS
           CLOSE SG-ARCHIVE-FILE
           CLOSE SG-SUPUPD-FILE
           CLOSE SG-PREFUPD-FILE
           CLOSE SG-SUNRPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
