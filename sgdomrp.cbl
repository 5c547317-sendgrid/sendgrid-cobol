       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgdomrp.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Recipient-domain deliverability.  Reports, per run date and
      *    recipient mailbox domain, how many messages were sent and
      *    how many of them were delivered, bounced and spam-reported,
      *    with each as a rate of messages sent - the report ops use
      *    to decide which domains need a ceiling on the domain master
      *    (DOMFILE) and to watch whether a ceiling is working.  The
      *    domain's current ceiling prints beside it.
      *
      *    Sends come from the archive, which already holds one row
      *    per individual recipient address.  Events come from the
      *    clean event feed: each delivered, bounced or spam-report
      *    event is traced back through the archive by its address
      *    and message id to the send it belongs to, so it is counted
      *    under that send's run date, not the day the event arrived.
      *    Run the report with as many nights of feed concatenated on
      *    EVENTFEED as the run dates asked for need - a message's
      *    events keep arriving for a day or two after it is sent.
      *    The rows of one consolidated (digest) send share address
      *    and message id, and count once.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SG-DOMPARM-FILE ASSIGN TO "DOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOMPARM-FILE-STATUS.
           SELECT OPTIONAL SG-DOMAIN-FILE ASSIGN TO "DOMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOMAIN-FILE-STATUS.
           SELECT SG-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT SG-EVENT-FILE ASSIGN TO "EVENTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SG-EVENT-SORTWORK ASSIGN TO "SORTWK1".
           SELECT SG-EVENT-SORTED ASSIGN TO "EVENTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-SORTED-STATUS.

           SELECT SG-DOMRPT-FILE ASSIGN TO "DOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOMRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-DOMPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DOMPARM-RECORD.
           COPY SGDOMPM.

       FD  SG-DOMAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DOMAIN-RECORD.
           COPY SGDOMAN.

       FD  SG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ARCHIVE-RECORD.
           COPY SGARCHR.

       FD  SG-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-EVENT-RECORD.
           COPY SGEVENT
               REPLACING LEADING ==EV== BY ==EVI==.

       SD  SG-EVENT-SORTWORK.
       01  SG-EVENT-SORTWORK-RECORD.
           COPY SGEVENT
               REPLACING LEADING ==EV== BY ==EVSW==.

      *    Event feed resequenced so every repeat of one event for one
      *    recipient of one message sits together and counts once.
       FD  SG-EVENT-SORTED
           LABEL RECORDS ARE STANDARD.
       01  SG-EVENT-SORTED-RECORD.
           COPY SGEVENT.

       FD  SG-DOMRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DOMRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-DOMPARM-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-DOMAIN-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-ARCHIVE-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-EVENT-FILE-STATUS       PIC X(2) VALUE "00".
           01 WS-EVENT-SORTED-STATUS     PIC X(2) VALUE "00".
           01 WS-DOMRPT-FILE-STATUS      PIC X(2) VALUE "00".

           01 WS-DOMAIN-EOF-SW     PIC X(1)   VALUE "N".
               88 WS-DOMAIN-EOF            VALUE "Y".
           01 WS-ARCH-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-ARCH-EOF              VALUE "Y".
           01 WS-EV-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-EV-EOF                VALUE "Y".
           01 WS-ARCH-FOUND-SW     PIC X(1)   VALUE "N".
               88 WS-ARCH-FOUND            VALUE "Y".
           01 WS-ARCH-BROWSE-SW    PIC X(1)   VALUE "N".
               88 WS-ARCH-BROWSE-DONE      VALUE "Y".

      *    Reported run-date range, from the parameter card
           01 WS-FROM-DATE         PIC X(8)   VALUE SPACES.
           01 WS-TO-DATE           PIC X(8)   VALUE SPACES.

      *    Domain ceilings currently on the domain master
           01 WS-DOM-TABLE-MAX     PIC 9(3) COMP VALUE 200.
           01 WS-DOM-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-DOM-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-DOM-TABLE.
               05 WS-DOM-ENTRY OCCURS 200 TIMES.
                   10 WS-DOM-NAME       PIC X(60).
                   10 WS-DOM-CEILING    PIC 9(5) COMP.

      *    The send just counted, so the further rows of a
      *    consolidated send (same address and message id) are not.
           01 WS-LAST-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-LAST-MESSAGE-ID   PIC X(40)  VALUE SPACES.

      *    The event just counted, for the same reason
           01 WS-LAST-EV-MSGID     PIC X(40)  VALUE SPACES.
           01 WS-LAST-EV-ADDRESS   PIC X(100) VALUE SPACES.
           01 WS-LAST-EV-TYPE      PIC X(12)  VALUE SPACES.
           01 WS-EV-ADDRESS        PIC X(100) VALUE SPACES.

      *    Domain of one address
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-WORK-DOMAIN       PIC X(60)  VALUE SPACES.
           01 WS-AT-POS            PIC 9(3) COMP VALUE ZERO.
           01 WS-CHAR-IX           PIC 9(3) COMP VALUE ZERO.

      *    Per run-date / domain accumulation, kept in ascending key
      *    order by shifting on insert, as sganalyt does.
           01 WS-DRD-TABLE-MAX     PIC 9(4) COMP VALUE 3000.
           01 WS-DRD-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-DRD-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-DRD-FOUND-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-DRD-INS-IX        PIC 9(4) COMP VALUE ZERO.
           01 WS-DRD-SHIFT-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-DRD-TABLE.
               05 WS-DRD-ENTRY OCCURS 3000 TIMES.
                   10 WS-DRD-KEY.
                       15 WS-DRD-RUN-DATE  PIC X(8).
                       15 WS-DRD-DOMAIN    PIC X(60).
                   10 WS-DRD-SENT          PIC 9(7) COMP.
                   10 WS-DRD-DELIVERED     PIC 9(7) COMP.
                   10 WS-DRD-BOUNCED       PIC 9(7) COMP.
                   10 WS-DRD-SPAM          PIC 9(7) COMP.
           01 WS-DRD-WORK-KEY.
               05 WS-DRD-WORK-DATE     PIC X(8)  VALUE SPACES.
               05 WS-DRD-WORK-DOMAIN   PIC X(60) VALUE SPACES.
           01 WS-DRD-OVERFLOW-CNT  PIC 9(7) COMP VALUE ZERO.

      *    Run-date totals, accumulated while printing
           01 WS-DATE-TOTALS.
               05 WS-DT-RUN-DATE       PIC X(8)  VALUE SPACES.
               05 WS-DT-SENT           PIC 9(7) COMP VALUE ZERO.
               05 WS-DT-DELIVERED      PIC 9(7) COMP VALUE ZERO.
               05 WS-DT-BOUNCED        PIC 9(7) COMP VALUE ZERO.
               05 WS-DT-SPAM           PIC 9(7) COMP VALUE ZERO.

      *    Counts of the line being printed
           01 WS-LINE-COUNTS.
               05 WS-LN-SENT           PIC 9(7) COMP VALUE ZERO.
               05 WS-LN-DELIVERED      PIC 9(7) COMP VALUE ZERO.
               05 WS-LN-BOUNCED        PIC 9(7) COMP VALUE ZERO.
               05 WS-LN-SPAM           PIC 9(7) COMP VALUE ZERO.

      *    Run counters
           01 WS-CNT-ARCH-READ     PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-EVENTS        PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-EV-UNMATCHED  PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-EV-OUT-RANGE  PIC 9(9) COMP VALUE ZERO.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGDOMRP".
               05 FILLER           PIC X(37) VALUE
                   "RECIPIENT DOMAIN DELIVERABILITY".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(10) VALUE "RUN DATE".
               05 FILLER           PIC X(42) VALUE "DOMAIN".
               05 FILLER           PIC X(7)  VALUE "   CEIL".
               05 FILLER           PIC X(8)  VALUE "    SENT".
               05 FILLER           PIC X(8)  VALUE "    DLVD".
               05 FILLER           PIC X(8)  VALUE "    BNCE".
               05 FILLER           PIC X(8)  VALUE "    SPAM".
               05 FILLER           PIC X(7)  VALUE "   DLV%".
               05 FILLER           PIC X(7)  VALUE "   BNC%".
               05 FILLER           PIC X(7)  VALUE "   SPM%".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-DATE  PIC X(8)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-DOMAIN PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-CEIL  PIC X(7)  VALUE SPACES.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-SENT  PIC ZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-DLVD  PIC ZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-BNCE  PIC ZZZZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 WS-RPT-DTL-SPAM  PIC ZZZZZZ9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-DLVPCT PIC ZZ9.9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-BNCPCT PIC ZZ9.9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-SPMPCT PIC ZZ9.9.
           01 WS-RPT-CEIL-EDIT     PIC ZZZZ9.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.
           01 WS-RATE-WORK         PIC 9(3)V9 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-SENDS
           PERFORM 3000-COUNT-EVENTS
           PERFORM 4000-PRINT-REPORT
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
           PERFORM 1100-LOAD-DOMAIN-MASTER
           OPEN INPUT SG-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "SGDOMRP: UNABLE TO OPEN ARCHFILE, STATUS="
                   WS-ARCHIVE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-DOMRPT-FILE
           IF WS-DOMRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGDOMRP: UNABLE TO OPEN DOMRPT, STATUS="
                   WS-DOMRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1050-READ-PARAMETER-CARD.
           OPEN INPUT SG-DOMPARM-FILE
           IF WS-DOMPARM-FILE-STATUS NOT = "00"
                   AND WS-DOMPARM-FILE-STATUS NOT = "05"
               DISPLAY "SGDOMRP: UNABLE TO OPEN DOMPARM, STATUS="
                   WS-DOMPARM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-DOMPARM-FILE
               AT END
                   MOVE SPACES TO SG-DOMPARM-RECORD
           END-READ
           MOVE DP-FROM-DATE TO WS-FROM-DATE
           MOVE DP-TO-DATE   TO WS-TO-DATE
           CLOSE SG-DOMPARM-FILE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-DOMAIN-MASTER.
           OPEN INPUT SG-DOMAIN-FILE
           IF WS-DOMAIN-FILE-STATUS NOT = "00"
                   AND WS-DOMAIN-FILE-STATUS NOT = "05"
               DISPLAY "SGDOMRP: UNABLE TO OPEN DOMFILE, STATUS="
                   WS-DOMAIN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1110-READ-DOMAIN-RECORD
           PERFORM UNTIL WS-DOMAIN-EOF
               IF DM-DOMAIN NOT = SPACES
                       AND DM-MAX-SENDS-PER-MIN IS NUMERIC
                       AND DM-MAX-SENDS-PER-MIN > ZERO
                   IF WS-DOM-COUNT >= WS-DOM-TABLE-MAX
                       DISPLAY "SGDOMRP: DOMAIN TABLE OVERFLOW AT "
                           WS-DOM-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-DOM-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(DM-DOMAIN))
                       TO WS-DOM-NAME(WS-DOM-COUNT)
                   MOVE DM-MAX-SENDS-PER-MIN
                       TO WS-DOM-CEILING(WS-DOM-COUNT)
               END-IF
               PERFORM 1110-READ-DOMAIN-RECORD
           END-PERFORM
           CLOSE SG-DOMAIN-FILE.

       1110-READ-DOMAIN-RECORD.
           READ SG-DOMAIN-FILE
               AT END
                   SET WS-DOMAIN-EOF TO TRUE
           END-READ
           IF NOT WS-DOMAIN-EOF
                   AND WS-DOMAIN-FILE-STATUS NOT = "00"
               DISPLAY "SGDOMRP: DOMFILE READ ERROR, STATUS="
                   WS-DOMAIN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    One pass of the archive counts every accepted send in the
      *    date range against its run date and domain.  Rows
      *    send_email did not accept (status other than zero) never
      *    left the building and are not sends.
       2000-COUNT-SENDS.
           MOVE LOW-VALUES TO SA-ARCH-KEY
           START SG-ARCHIVE-FILE KEY NOT < SA-ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           PERFORM 2100-COUNT-ONE-ARCHIVE-ROW UNTIL WS-ARCH-EOF.

       2100-COUNT-ONE-ARCHIVE-ROW.
           READ SG-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ
           IF WS-ARCH-EOF
               CONTINUE
           ELSE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGDOMRP: ARCHFILE READ ERROR, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-ARCH-READ
               IF FUNCTION TRIM(SA-STATUS-CODE) = "0"
                       AND (WS-FROM-DATE = SPACES
                            OR SA-RUN-DATE NOT < WS-FROM-DATE)
                       AND (WS-TO-DATE = SPACES
                            OR SA-RUN-DATE NOT > WS-TO-DATE)
                   IF SA-MAIL-ADDRESS = WS-LAST-ADDRESS
                           AND SA-MESSAGE-ID = WS-LAST-MESSAGE-ID
                       CONTINUE
                   ELSE
                       MOVE SA-MAIL-ADDRESS TO WS-LAST-ADDRESS
                       MOVE SA-MESSAGE-ID   TO WS-LAST-MESSAGE-ID
                       PERFORM 2200-LOCATE-ARCHIVE-ENTRY
                       IF WS-DRD-FOUND-IX > ZERO
                           ADD 1 TO WS-DRD-SENT(WS-DRD-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Find (or add) the row for the archive record in the buffer.
       2200-LOCATE-ARCHIVE-ENTRY.
           MOVE SA-MAIL-ADDRESS TO WS-WORK-ADDRESS
           PERFORM 2300-EXTRACT-DOMAIN
           MOVE SA-RUN-DATE    TO WS-DRD-WORK-DATE
           MOVE WS-WORK-DOMAIN TO WS-DRD-WORK-DOMAIN
           PERFORM 2450-FIND-DRD-ENTRY.

      *    Everything after the last @, upper-cased.  An erased
      *    customer's rows are keyed on a digest with no domain left
      *    in it; they are grouped on their own line.
       2300-EXTRACT-DOMAIN.
           MOVE ZERO TO WS-AT-POS
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > LENGTH OF WS-WORK-ADDRESS
               IF WS-WORK-ADDRESS(WS-CHAR-IX:1) = "@"
                   MOVE WS-CHAR-IX TO WS-AT-POS
               END-IF
           END-PERFORM
           IF WS-AT-POS > ZERO
                   AND WS-AT-POS < LENGTH OF WS-WORK-ADDRESS
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                       (WS-WORK-ADDRESS(WS-AT-POS + 1:)))
                   TO WS-WORK-DOMAIN
           ELSE
               IF WS-WORK-ADDRESS(1:1) = "#"
                   MOVE "(ERASED ADDRESSES)" TO WS-WORK-DOMAIN
               ELSE
                   MOVE "(NO DOMAIN)" TO WS-WORK-DOMAIN
               END-IF
           END-IF.

      *    Locate the run-date/domain row, inserting a new row in key
      *    order when it is not there.  A full table drops further
      *    new rows into an overflow count reported at the end.
       2450-FIND-DRD-ENTRY.
           MOVE ZERO TO WS-DRD-FOUND-IX
           MOVE ZERO TO WS-DRD-INS-IX
           PERFORM VARYING WS-DRD-IX FROM 1 BY 1
                   UNTIL WS-DRD-IX > WS-DRD-COUNT
                      OR WS-DRD-FOUND-IX > ZERO
                      OR WS-DRD-INS-IX > ZERO
               IF WS-DRD-KEY(WS-DRD-IX) = WS-DRD-WORK-KEY
                   MOVE WS-DRD-IX TO WS-DRD-FOUND-IX
               ELSE
                   IF WS-DRD-KEY(WS-DRD-IX) > WS-DRD-WORK-KEY
                       MOVE WS-DRD-IX TO WS-DRD-INS-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DRD-FOUND-IX = ZERO
               IF WS-DRD-COUNT >= WS-DRD-TABLE-MAX
                   ADD 1 TO WS-DRD-OVERFLOW-CNT
               ELSE
                   IF WS-DRD-INS-IX = ZERO
                       COMPUTE WS-DRD-INS-IX = WS-DRD-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-DRD-SHIFT-IX
                           FROM WS-DRD-COUNT BY -1
                           UNTIL WS-DRD-SHIFT-IX < WS-DRD-INS-IX
                       MOVE WS-DRD-ENTRY(WS-DRD-SHIFT-IX)
                           TO WS-DRD-ENTRY(WS-DRD-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-DRD-COUNT
                   MOVE WS-DRD-WORK-KEY
                       TO WS-DRD-KEY(WS-DRD-INS-IX)
                   MOVE ZERO TO WS-DRD-SENT(WS-DRD-INS-IX)
                   MOVE ZERO TO WS-DRD-DELIVERED(WS-DRD-INS-IX)
                   MOVE ZERO TO WS-DRD-BOUNCED(WS-DRD-INS-IX)
                   MOVE ZERO TO WS-DRD-SPAM(WS-DRD-INS-IX)
                   MOVE WS-DRD-INS-IX TO WS-DRD-FOUND-IX
               END-IF
           END-IF.

      *    Each distinct delivered / bounced / spam-report event is
      *    traced to its send: a keyed browse of the archive from the
      *    event's address to the row carrying the event's message id.
       3000-COUNT-EVENTS.
           SORT SG-EVENT-SORTWORK
               ON ASCENDING KEY EVSW-MESSAGE-ID
                                EVSW-MAIL-TO
                                EVSW-EVENT-TYPE
               USING SG-EVENT-FILE
               GIVING SG-EVENT-SORTED
           OPEN INPUT SG-EVENT-SORTED
           IF WS-EVENT-SORTED-STATUS NOT = "00"
               DISPLAY "SGDOMRP: UNABLE TO OPEN EVENTSRT, STATUS="
                   WS-EVENT-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3100-READ-EVENT
           PERFORM UNTIL WS-EV-EOF
               IF EV-IS-DELIVERED OR EV-IS-BOUNCED
                       OR EV-IS-SPAM-REPORT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(EV-MAIL-TO))
                       TO WS-EV-ADDRESS
                   IF EV-MESSAGE-ID = WS-LAST-EV-MSGID
                           AND WS-EV-ADDRESS = WS-LAST-EV-ADDRESS
                           AND EV-EVENT-TYPE = WS-LAST-EV-TYPE
                       CONTINUE
                   ELSE
                       MOVE EV-MESSAGE-ID TO WS-LAST-EV-MSGID
                       MOVE WS-EV-ADDRESS TO WS-LAST-EV-ADDRESS
                       MOVE EV-EVENT-TYPE TO WS-LAST-EV-TYPE
                       ADD 1 TO WS-CNT-EVENTS
                       PERFORM 3200-APPLY-ONE-EVENT
                   END-IF
               END-IF
               PERFORM 3100-READ-EVENT
           END-PERFORM
           CLOSE SG-EVENT-SORTED.

       3100-READ-EVENT.
           READ SG-EVENT-SORTED
               AT END
                   SET WS-EV-EOF TO TRUE
           END-READ
           IF NOT WS-EV-EOF
                   AND WS-EVENT-SORTED-STATUS NOT = "00"
               DISPLAY "SGDOMRP: EVENTSRT READ ERROR, STATUS="
                   WS-EVENT-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3200-APPLY-ONE-EVENT.
           MOVE "N" TO WS-ARCH-FOUND-SW
           MOVE "N" TO WS-ARCH-BROWSE-SW
           MOVE LOW-VALUES    TO SA-ARCH-KEY
           MOVE WS-EV-ADDRESS TO SA-MAIL-ADDRESS
           START SG-ARCHIVE-FILE KEY NOT < SA-ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-BROWSE-DONE TO TRUE
           END-START
           PERFORM 3250-BROWSE-FOR-MESSAGE
               UNTIL WS-ARCH-BROWSE-DONE OR WS-ARCH-FOUND
           IF NOT WS-ARCH-FOUND
               ADD 1 TO WS-CNT-EV-UNMATCHED
           ELSE
               IF (WS-FROM-DATE NOT = SPACES
                       AND SA-RUN-DATE < WS-FROM-DATE)
                   OR (WS-TO-DATE NOT = SPACES
                       AND SA-RUN-DATE > WS-TO-DATE)
                   ADD 1 TO WS-CNT-EV-OUT-RANGE
               ELSE
                   PERFORM 2200-LOCATE-ARCHIVE-ENTRY
                   IF WS-DRD-FOUND-IX > ZERO
                       EVALUATE TRUE
                           WHEN EV-IS-DELIVERED
                               ADD 1
                                 TO WS-DRD-DELIVERED(WS-DRD-FOUND-IX)
                           WHEN EV-IS-BOUNCED
                               ADD 1 TO WS-DRD-BOUNCED(WS-DRD-FOUND-IX)
                           WHEN OTHER
                               ADD 1 TO WS-DRD-SPAM(WS-DRD-FOUND-IX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       3250-BROWSE-FOR-MESSAGE.
           READ SG-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-BROWSE-DONE TO TRUE
           END-READ
           IF NOT WS-ARCH-BROWSE-DONE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGDOMRP: ARCHFILE READ ERROR, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               IF SA-MAIL-ADDRESS NOT = WS-EV-ADDRESS
                   SET WS-ARCH-BROWSE-DONE TO TRUE
               ELSE
                   IF SA-MESSAGE-ID = EV-MESSAGE-ID
                       SET WS-ARCH-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Domain lines in run-date order, each run date closed by an
      *    all-domains line.
       4000-PRINT-REPORT.
           MOVE SPACES TO WS-DT-RUN-DATE
           PERFORM VARYING WS-DRD-IX FROM 1 BY 1
                   UNTIL WS-DRD-IX > WS-DRD-COUNT
               IF WS-DRD-RUN-DATE(WS-DRD-IX) NOT = WS-DT-RUN-DATE
                   IF WS-DT-RUN-DATE NOT = SPACES
                       PERFORM 4300-PRINT-DATE-TOTAL
                   END-IF
                   MOVE WS-DRD-RUN-DATE(WS-DRD-IX) TO WS-DT-RUN-DATE
                   MOVE ZERO TO WS-DT-SENT
                   MOVE ZERO TO WS-DT-DELIVERED
                   MOVE ZERO TO WS-DT-BOUNCED
                   MOVE ZERO TO WS-DT-SPAM
               END-IF
               PERFORM 4100-PRINT-DOMAIN-LINE
               ADD WS-DRD-SENT(WS-DRD-IX)      TO WS-DT-SENT
               ADD WS-DRD-DELIVERED(WS-DRD-IX) TO WS-DT-DELIVERED
               ADD WS-DRD-BOUNCED(WS-DRD-IX)   TO WS-DT-BOUNCED
               ADD WS-DRD-SPAM(WS-DRD-IX)      TO WS-DT-SPAM
           END-PERFORM
           IF WS-DT-RUN-DATE NOT = SPACES
               PERFORM 4300-PRINT-DATE-TOTAL
           END-IF.

       4100-PRINT-DOMAIN-LINE.
           MOVE WS-DRD-RUN-DATE(WS-DRD-IX)  TO WS-RPT-DTL-DATE
           MOVE WS-DRD-DOMAIN(WS-DRD-IX)    TO WS-RPT-DTL-DOMAIN
           MOVE SPACES TO WS-RPT-DTL-CEIL
           PERFORM VARYING WS-DOM-IX FROM 1 BY 1
                   UNTIL WS-DOM-IX > WS-DOM-COUNT
               IF WS-DOM-NAME(WS-DOM-IX) = WS-DRD-DOMAIN(WS-DRD-IX)
                   MOVE WS-DOM-CEILING(WS-DOM-IX) TO WS-RPT-CEIL-EDIT
                   MOVE WS-RPT-CEIL-EDIT TO WS-RPT-DTL-CEIL(3:5)
               END-IF
           END-PERFORM
           MOVE WS-DRD-SENT(WS-DRD-IX)      TO WS-LN-SENT
           MOVE WS-DRD-DELIVERED(WS-DRD-IX) TO WS-LN-DELIVERED
           MOVE WS-DRD-BOUNCED(WS-DRD-IX)   TO WS-LN-BOUNCED
           MOVE WS-DRD-SPAM(WS-DRD-IX)      TO WS-LN-SPAM
           PERFORM 4200-EDIT-COUNTS-AND-RATES
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

      *    Every rate is over messages sent; a domain with nothing
      *    sent in the range (its events belong to it, its sends were
      *    outside) prints zero rates.
       4200-EDIT-COUNTS-AND-RATES.
           MOVE WS-LN-SENT      TO WS-RPT-DTL-SENT
           MOVE WS-LN-DELIVERED TO WS-RPT-DTL-DLVD
           MOVE WS-LN-BOUNCED   TO WS-RPT-DTL-BNCE
           MOVE WS-LN-SPAM      TO WS-RPT-DTL-SPAM
           IF WS-LN-SENT = ZERO
               MOVE ZERO TO WS-RPT-DTL-DLVPCT
               MOVE ZERO TO WS-RPT-DTL-BNCPCT
               MOVE ZERO TO WS-RPT-DTL-SPMPCT
           ELSE
               COMPUTE WS-RATE-WORK ROUNDED
                   = WS-LN-DELIVERED * 100 / WS-LN-SENT
               MOVE WS-RATE-WORK TO WS-RPT-DTL-DLVPCT
               COMPUTE WS-RATE-WORK ROUNDED
                   = WS-LN-BOUNCED * 100 / WS-LN-SENT
               MOVE WS-RATE-WORK TO WS-RPT-DTL-BNCPCT
               COMPUTE WS-RATE-WORK ROUNDED
                   = WS-LN-SPAM * 100 / WS-LN-SENT
               MOVE WS-RATE-WORK TO WS-RPT-DTL-SPMPCT
           END-IF.

       4300-PRINT-DATE-TOTAL.
           MOVE WS-DT-RUN-DATE TO WS-RPT-DTL-DATE
           MOVE "(ALL DOMAINS)" TO WS-RPT-DTL-DOMAIN
           MOVE SPACES TO WS-RPT-DTL-CEIL
           MOVE WS-DT-SENT      TO WS-LN-SENT
           MOVE WS-DT-DELIVERED TO WS-LN-DELIVERED
           MOVE WS-DT-BOUNCED   TO WS-LN-BOUNCED
           MOVE WS-DT-SPAM      TO WS-LN-SPAM
           PERFORM 4200-EDIT-COUNTS-AND-RATES
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-DOMRPT-LINE
           WRITE SG-DOMRPT-LINE
           IF WS-DOMRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGDOMRP: UNABLE TO WRITE DOMRPT, STATUS="
                   WS-DOMRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-DOMRPT-LINE
           WRITE SG-DOMRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-DOMRPT-LINE
           WRITE SG-DOMRPT-LINE
           MOVE SPACES TO SG-DOMRPT-LINE
           WRITE SG-DOMRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE "ARCHIVE ROWS READ"           TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ARCH-READ              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DELIVERY EVENTS COUNTED"     TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-EVENTS                 TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "EVENTS NOT FOUND ON ARCHIVE" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-EV-UNMATCHED           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "EVENTS FOR RUN DATES NOT REPORTED"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-EV-OUT-RANGE           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-DRD-OVERFLOW-CNT > ZERO
               MOVE "DOMAIN TABLE FULL - ROWS NOT REPORTED"
                   TO WS-RPT-TOT-TEXT
               MOVE WS-DRD-OVERFLOW-CNT       TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF
           DISPLAY "SGDOMRP: ARCHIVE ROWS=" WS-CNT-ARCH-READ
               " EVENTS=" WS-CNT-EVENTS
               " UNMATCHED=" WS-CNT-EV-UNMATCHED
           CLOSE SG-ARCHIVE-FILE
           CLOSE SG-DOMRPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
