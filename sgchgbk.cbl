       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgchgbk.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Month-end interdepartmental chargeback.  Totals the month's
      *    billable mail by the owning department and cost center of
      *    its campaign (from the campaign master), so finance can
      *    split the provider's bill: messages sent, recipients they
      *    went to (TO addresses, distribution lists already expanded
      *    by the mailer), messages with an attachment, resends and
      *    digest-consolidated sends.  Prints CHGRPT and writes the
      *    flat ledger extract CHGGL.
      *
      *    Sends come from the archive: every row accepted (status 0)
      *    with a run date in the billing month.  The archive holds a
      *    row per recipient address, and a consolidated send a row
      *    per source item, so the rows are resequenced on message id
      *    and each physical send is counted once - under the campaign
      *    of its first row, should a digest have rolled together
      *    items of several campaigns.  A send with no campaign is
      *    billed to the UNCAMPAIGN bucket; one whose campaign has no
      *    cost center on the master (or is not on it) to UNASSIGNED.
      *    Both print after the real cost centers, labelled.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SG-CHGPARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGPARM-FILE-STATUS.
           SELECT OPTIONAL SG-CAMPAIGN-FILE ASSIGN TO "CAMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT SG-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT SG-CHGWORK-FILE ASSIGN TO "CHGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGWORK-FILE-STATUS.
           SELECT SG-CHGWORK-SORTWORK ASSIGN TO "SORTWK1".
           SELECT SG-CHGWORK-SORTED ASSIGN TO "CHGSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGWORK-SORTED-STATUS.

           SELECT SG-CHGGL-FILE ASSIGN TO "CHGGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGGL-FILE-STATUS.
           SELECT SG-CHGRPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CHGPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CHGPARM-RECORD.
           COPY SGCHGPM.

       FD  SG-CAMPAIGN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CAMPAIGN-RECORD.
           COPY SGCAMPM.

       FD  SG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ARCHIVE-RECORD.
           COPY SGARCHR.

      *    The month's accepted archive rows, as extracted.
       FD  SG-CHGWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CHGWORK-RECORD.
           COPY SGCHGWK
               REPLACING LEADING ==CW== BY ==CWI==.

       SD  SG-CHGWORK-SORTWORK.
       01  SG-CHGWORK-SORTWORK-RECORD.
           COPY SGCHGWK
               REPLACING LEADING ==CW== BY ==CWSW==.

      *    The same rows in message-id order.
       FD  SG-CHGWORK-SORTED
           LABEL RECORDS ARE STANDARD.
       01  SG-CHGWORK-SORTED-RECORD.
           COPY SGCHGWK.

       FD  SG-CHGGL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CHGGL-RECORD.
           COPY SGCHGGL.

       FD  SG-CHGRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CHGRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CHGPARM-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-CAMPAIGN-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-CHGWORK-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-CHGWORK-SORTED-STATUS PIC X(2) VALUE "00".
           01 WS-CHGGL-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-CHGRPT-FILE-STATUS    PIC X(2) VALUE "00".

           01 WS-CAMPAIGN-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-CAMPAIGN-EOF          VALUE "Y".
           01 WS-ARCH-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-ARCH-EOF              VALUE "Y".
           01 WS-CW-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-CW-EOF                VALUE "Y".

      *    Billing month, from the parameter card
           01 WS-BILL-MONTH        PIC X(6)   VALUE SPACES.
           01 WS-BILL-MONTH-NUM REDEFINES WS-BILL-MONTH.
               05 WS-BILL-YEAR     PIC 9(4).
               05 WS-BILL-MM       PIC 9(2).

      *    Default buckets.  The sort prefix keeps them after every
      *    real department and cost center on the report.
           01 WS-UNCAMPAIGNED-CC   PIC X(10)  VALUE "UNCAMPAIGN".
           01 WS-UNASSIGNED-CC     PIC X(10)  VALUE "UNASSIGNED".

      *    The campaign master's owners and cost centers
           01 WS-CPN-TABLE-MAX     PIC 9(4) COMP VALUE 500.
           01 WS-CPN-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-CPN-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-CPN-FOUND-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-CPN-TABLE.
               05 WS-CPN-ENTRY OCCURS 500 TIMES.
                   10 WS-CPN-CODE       PIC X(8).
                   10 WS-CPN-DEPT       PIC X(8).
                   10 WS-CPN-COST-CENTER PIC X(10).

      *    Campaign codes found in the archive but not on the master,
      *    listed on the report so the master can be put right.
           01 WS-MSC-TABLE-MAX     PIC 9(3) COMP VALUE 100.
           01 WS-MSC-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-MSC-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-MSC-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-MSC-TABLE.
               05 WS-MSC-ENTRY OCCURS 100 TIMES.
                   10 WS-MSC-CODE       PIC X(8).
           01 WS-MSC-OVERFLOW-CNT  PIC 9(7) COMP VALUE ZERO.

      *    Month totals by department and cost center, kept in report
      *    order (sort key: "1" + department + cost center for the
      *    real ones, "8" for unassigned and "9" for uncampaigned).
           01 WS-CCB-TABLE-MAX     PIC 9(3) COMP VALUE 200.
           01 WS-CCB-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-CCB-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-CCB-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-CCB-INS-IX        PIC 9(3) COMP VALUE ZERO.
           01 WS-CCB-TABLE.
               05 WS-CCB-ENTRY OCCURS 200 TIMES.
                   10 WS-CCB-SORT-KEY.
                       15 WS-CCB-SORT-GROUP  PIC X(1).
                       15 WS-CCB-DEPT        PIC X(8).
                       15 WS-CCB-COST-CENTER PIC X(10).
                   10 WS-CCB-MESSAGES   PIC 9(9) COMP.
                   10 WS-CCB-RECIPIENTS PIC 9(9) COMP.
                   10 WS-CCB-ATTACHMENTS PIC 9(9) COMP.
                   10 WS-CCB-RESENDS    PIC 9(9) COMP.
                   10 WS-CCB-DIGESTS    PIC 9(9) COMP.
           01 WS-CCB-NEW-KEY.
               05 WS-CCB-NEW-GROUP  PIC X(1)  VALUE SPACES.
               05 WS-CCB-NEW-DEPT   PIC X(8)  VALUE SPACES.
               05 WS-CCB-NEW-CC     PIC X(10) VALUE SPACES.

      *    The send being counted: one message id's rows
           01 WS-GRP-MESSAGE-ID    PIC X(40)  VALUE SPACES.
           01 WS-GRP-PREV-ADDRESS  PIC X(100) VALUE SPACES.
           01 WS-GRP-RECIPIENTS    PIC 9(7) COMP VALUE ZERO.
           01 WS-GRP-BUCKET-IX     PIC 9(3) COMP VALUE ZERO.
           01 WS-GRP-ATTACH-SW     PIC X(1)   VALUE "N".
               88 WS-GRP-ATTACH            VALUE "Y".
           01 WS-GRP-RESEND-SW     PIC X(1)   VALUE "N".
               88 WS-GRP-RESEND            VALUE "Y".
           01 WS-GRP-DIGEST-SW     PIC X(1)   VALUE "N".
               88 WS-GRP-DIGEST            VALUE "Y".

      *    Run counters
           01 WS-CNT-ARCH-READ     PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-ROWS-MONTH    PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-ROWS-UNSENT   PIC 9(9) COMP VALUE ZERO.
           01 WS-TOT-MESSAGES      PIC 9(9) COMP VALUE ZERO.
           01 WS-TOT-RECIPIENTS    PIC 9(9) COMP VALUE ZERO.
           01 WS-TOT-ATTACHMENTS   PIC 9(9) COMP VALUE ZERO.
           01 WS-TOT-RESENDS       PIC 9(9) COMP VALUE ZERO.
           01 WS-TOT-DIGESTS       PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-GL-DETAIL     PIC 9(5) COMP VALUE ZERO.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGCHGBK".
               05 FILLER           PIC X(37) VALUE
                   "MONTHLY CHARGEBACK BY COST CENTER".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(10) VALUE "DEPT".
               05 FILLER           PIC X(12) VALUE "COST CENTER".
               05 FILLER           PIC X(11) VALUE "   MESSAGES".
               05 FILLER           PIC X(11) VALUE " RECIPIENTS".
               05 FILLER           PIC X(11) VALUE "    ATTACH".
               05 FILLER           PIC X(11) VALUE "   RESENDS".
               05 FILLER           PIC X(11) VALUE "   DIGESTS".
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 FILLER           PIC X(30) VALUE "NOTE".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-DEPT  PIC X(8)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-CC    PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-MSGS  PIC ZZZZZZZZZZ9.
               05 WS-RPT-DTL-RCPT  PIC ZZZZZZZZZZ9.
               05 WS-RPT-DTL-ATT   PIC ZZZZZZZZZZ9.
               05 WS-RPT-DTL-RSND  PIC ZZZZZZZZZZ9.
               05 WS-RPT-DTL-DGST  PIC ZZZZZZZZZZ9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-NOTE  PIC X(36) VALUE SPACES.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-MONTH
           PERFORM 3000-CHARGE-SENDS
           PERFORM 4000-PRINT-CHARGEBACK
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
           PERFORM 1100-LOAD-CAMPAIGNS
           OPEN INPUT SG-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO OPEN ARCHFILE, STATUS="
                   WS-ARCHIVE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-CHGGL-FILE
           IF WS-CHGGL-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CHGGL, STATUS="
                   WS-CHGGL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-CHGRPT-FILE
           IF WS-CHGRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CHGRPT, STATUS="
                   WS-CHGRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Month-end runs after the month closes, so no card bills
      *    last month.
       1050-READ-PARAMETER-CARD.
           MOVE SPACES TO SG-CHGPARM-RECORD
           OPEN INPUT SG-CHGPARM-FILE
           IF WS-CHGPARM-FILE-STATUS NOT = "00"
                   AND WS-CHGPARM-FILE-STATUS NOT = "05"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CHGPARM, STATUS="
                   WS-CHGPARM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           IF WS-CHGPARM-FILE-STATUS = "00"
               READ SG-CHGPARM-FILE
                   AT END
                       MOVE SPACES TO SG-CHGPARM-RECORD
               END-READ
           END-IF
           CLOSE SG-CHGPARM-FILE
           IF CB-BILL-MONTH = SPACES
               MOVE WS-RPT-TIMESTAMP(1:6) TO WS-BILL-MONTH
               IF WS-BILL-MM = 1
                   SUBTRACT 1 FROM WS-BILL-YEAR
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MM
               END-IF
           ELSE
               MOVE CB-BILL-MONTH TO WS-BILL-MONTH
           END-IF
           IF WS-BILL-MONTH IS NOT NUMERIC
                   OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
               DISPLAY "SGCHGBK: BILLING MONTH NOT VALID - "
                   WS-BILL-MONTH
               PERFORM 1090-ABEND-JOB
           END-IF.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-CAMPAIGNS.
           MOVE ZERO TO WS-CPN-COUNT
           MOVE "N" TO WS-CAMPAIGN-EOF-SW
           OPEN INPUT SG-CAMPAIGN-FILE
           IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
                   AND WS-CAMPAIGN-FILE-STATUS NOT = "05"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CAMPFILE, STATUS="
                   WS-CAMPAIGN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1150-READ-CAMPAIGN-RECORD
           PERFORM UNTIL WS-CAMPAIGN-EOF
               IF CM-CAMPAIGN-CODE NOT = SPACES
                   IF WS-CPN-COUNT >= WS-CPN-TABLE-MAX
                       DISPLAY "SGCHGBK: CAMPAIGN TABLE OVERFLOW AT "
                           WS-CPN-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-CPN-COUNT
                   MOVE CM-CAMPAIGN-CODE
                       TO WS-CPN-CODE(WS-CPN-COUNT)
                   MOVE FUNCTION UPPER-CASE(CM-OWNER-DEPT)
                       TO WS-CPN-DEPT(WS-CPN-COUNT)
                   MOVE FUNCTION UPPER-CASE(CM-COST-CENTER)
                       TO WS-CPN-COST-CENTER(WS-CPN-COUNT)
               END-IF
               PERFORM 1150-READ-CAMPAIGN-RECORD
           END-PERFORM
           CLOSE SG-CAMPAIGN-FILE.

       1150-READ-CAMPAIGN-RECORD.
           READ SG-CAMPAIGN-FILE
               AT END
                   SET WS-CAMPAIGN-EOF TO TRUE
           END-READ
           IF NOT WS-CAMPAIGN-EOF
                   AND WS-CAMPAIGN-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: CAMPFILE READ ERROR, STATUS="
                   WS-CAMPAIGN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Accepted rows only - a send the provider refused is not
      *    billed.  The rest of the month is counted for the footer.
       2000-EXTRACT-MONTH.
           OPEN OUTPUT SG-CHGWORK-FILE
           IF WS-CHGWORK-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CHGWORK, STATUS="
                   WS-CHGWORK-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE LOW-VALUES TO SA-ARCH-KEY
           START SG-ARCHIVE-FILE KEY NOT < SA-ARCH-KEY
               INVALID KEY
                   SET WS-ARCH-EOF TO TRUE
           END-START
           IF NOT WS-ARCH-EOF
               PERFORM 2100-READ-ARCHIVE
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               IF SA-RUN-DATE(1:6) = WS-BILL-MONTH
                   ADD 1 TO WS-CNT-ROWS-MONTH
                   IF FUNCTION TRIM(SA-STATUS-CODE) = "0"
                       PERFORM 2200-WRITE-WORK-ROW
                   ELSE
                       ADD 1 TO WS-CNT-ROWS-UNSENT
                   END-IF
               END-IF
               PERFORM 2100-READ-ARCHIVE
           END-PERFORM
           CLOSE SG-CHGWORK-FILE
           SORT SG-CHGWORK-SORTWORK
               ON ASCENDING KEY CWSW-MESSAGE-ID
                                CWSW-MAIL-ADDRESS
                                CWSW-RECIPIENT-KEY
               USING SG-CHGWORK-FILE
               GIVING SG-CHGWORK-SORTED.

       2100-READ-ARCHIVE.
           READ SG-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ
           IF NOT WS-ARCH-EOF
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGCHGBK: ARCHFILE READ ERROR, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-ARCH-READ
           END-IF.

       2200-WRITE-WORK-ROW.
           MOVE SPACES TO SG-CHGWORK-RECORD
           MOVE SA-MESSAGE-ID      TO CWI-MESSAGE-ID
           MOVE SA-MAIL-ADDRESS    TO CWI-MAIL-ADDRESS
           MOVE SA-RECIPIENT-KEY   TO CWI-RECIPIENT-KEY
           MOVE SA-CAMPAIGN-CODE   TO CWI-CAMPAIGN-CODE
           MOVE "N" TO CWI-ATTACH-PRESENT
           IF SA-ATTACH-PRESENT = "Y"
               MOVE "Y" TO CWI-ATTACH-PRESENT
           END-IF
           MOVE "N" TO CWI-RESEND-SW
           IF SA-ORIG-MESSAGE-ID NOT = SPACES
               MOVE "Y" TO CWI-RESEND-SW
           END-IF
           WRITE SG-CHGWORK-RECORD
           IF WS-CHGWORK-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO WRITE CHGWORK, STATUS="
                   WS-CHGWORK-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    One pass of the message-id groups.  A second row for the
      *    same address is a further source item of a consolidated
      *    send, not a further recipient.
       3000-CHARGE-SENDS.
           OPEN INPUT SG-CHGWORK-SORTED
           IF WS-CHGWORK-SORTED-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO OPEN CHGSRT, STATUS="
                   WS-CHGWORK-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3100-READ-WORK-ROW
           PERFORM UNTIL WS-CW-EOF
               MOVE CW-MESSAGE-ID TO WS-GRP-MESSAGE-ID
               MOVE SPACES TO WS-GRP-PREV-ADDRESS
               MOVE ZERO TO WS-GRP-RECIPIENTS
               MOVE "N" TO WS-GRP-ATTACH-SW
               MOVE "N" TO WS-GRP-RESEND-SW
               MOVE "N" TO WS-GRP-DIGEST-SW
               PERFORM 3200-FIND-CAMPAIGN-BUCKET
               PERFORM UNTIL WS-CW-EOF
                       OR CW-MESSAGE-ID NOT = WS-GRP-MESSAGE-ID
                   IF CW-MAIL-ADDRESS = WS-GRP-PREV-ADDRESS
                       SET WS-GRP-DIGEST TO TRUE
                   ELSE
                       ADD 1 TO WS-GRP-RECIPIENTS
                       MOVE CW-MAIL-ADDRESS TO WS-GRP-PREV-ADDRESS
                   END-IF
                   IF CW-ATTACH-PRESENT = "Y"
                       SET WS-GRP-ATTACH TO TRUE
                   END-IF
                   IF CW-RESEND-SW = "Y"
                       SET WS-GRP-RESEND TO TRUE
                   END-IF
                   PERFORM 3100-READ-WORK-ROW
               END-PERFORM
               PERFORM 3500-POST-SEND
           END-PERFORM
           CLOSE SG-CHGWORK-SORTED.

       3100-READ-WORK-ROW.
           READ SG-CHGWORK-SORTED
               AT END
                   SET WS-CW-EOF TO TRUE
           END-READ
           IF NOT WS-CW-EOF
                   AND WS-CHGWORK-SORTED-STATUS NOT = "00"
               DISPLAY "SGCHGBK: CHGSRT READ ERROR, STATUS="
                   WS-CHGWORK-SORTED-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Owner of the send on the current row: its campaign's
      *    department and cost center, or a default bucket.
       3200-FIND-CAMPAIGN-BUCKET.
           MOVE SPACES TO WS-CCB-NEW-KEY
           IF CW-CAMPAIGN-CODE = SPACES
               MOVE "9" TO WS-CCB-NEW-GROUP
               MOVE WS-UNCAMPAIGNED-CC TO WS-CCB-NEW-CC
           ELSE
               MOVE ZERO TO WS-CPN-FOUND-IX
               PERFORM VARYING WS-CPN-IX FROM 1 BY 1
                       UNTIL WS-CPN-IX > WS-CPN-COUNT
                          OR WS-CPN-FOUND-IX > ZERO
                   IF WS-CPN-CODE(WS-CPN-IX) = CW-CAMPAIGN-CODE
                       MOVE WS-CPN-IX TO WS-CPN-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CPN-FOUND-IX = ZERO
                   PERFORM 3300-NOTE-MISSING-CAMPAIGN
                   MOVE "8" TO WS-CCB-NEW-GROUP
                   MOVE WS-UNASSIGNED-CC TO WS-CCB-NEW-CC
               ELSE
                   MOVE WS-CPN-DEPT(WS-CPN-FOUND-IX)
                       TO WS-CCB-NEW-DEPT
                   IF WS-CPN-COST-CENTER(WS-CPN-FOUND-IX) = SPACES
                       MOVE "8" TO WS-CCB-NEW-GROUP
                       MOVE WS-UNASSIGNED-CC TO WS-CCB-NEW-CC
                   ELSE
                       MOVE "1" TO WS-CCB-NEW-GROUP
                       MOVE WS-CPN-COST-CENTER(WS-CPN-FOUND-IX)
                           TO WS-CCB-NEW-CC
                   END-IF
               END-IF
           END-IF
           PERFORM 3400-FIND-BUCKET
           MOVE WS-CCB-FOUND-IX TO WS-GRP-BUCKET-IX.

       3300-NOTE-MISSING-CAMPAIGN.
           MOVE ZERO TO WS-MSC-FOUND-IX
           PERFORM VARYING WS-MSC-IX FROM 1 BY 1
                   UNTIL WS-MSC-IX > WS-MSC-COUNT
                      OR WS-MSC-FOUND-IX > ZERO
               IF WS-MSC-CODE(WS-MSC-IX) = CW-CAMPAIGN-CODE
                   MOVE WS-MSC-IX TO WS-MSC-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-MSC-FOUND-IX = ZERO
               IF WS-MSC-COUNT >= WS-MSC-TABLE-MAX
                   ADD 1 TO WS-MSC-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-MSC-COUNT
                   MOVE CW-CAMPAIGN-CODE TO WS-MSC-CODE(WS-MSC-COUNT)
               END-IF
           END-IF.

      *    Bucket for WS-CCB-NEW-KEY, inserted in report order if new.
       3400-FIND-BUCKET.
           MOVE ZERO TO WS-CCB-FOUND-IX
           MOVE ZERO TO WS-CCB-INS-IX
           PERFORM VARYING WS-CCB-IX FROM 1 BY 1
                   UNTIL WS-CCB-IX > WS-CCB-COUNT
                      OR WS-CCB-FOUND-IX > ZERO
                      OR WS-CCB-INS-IX > ZERO
               IF WS-CCB-SORT-KEY(WS-CCB-IX) = WS-CCB-NEW-KEY
                   MOVE WS-CCB-IX TO WS-CCB-FOUND-IX
               ELSE
                   IF WS-CCB-SORT-KEY(WS-CCB-IX) > WS-CCB-NEW-KEY
                       MOVE WS-CCB-IX TO WS-CCB-INS-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CCB-FOUND-IX = ZERO
               IF WS-CCB-COUNT >= WS-CCB-TABLE-MAX
                   DISPLAY "SGCHGBK: COST CENTER TABLE OVERFLOW AT "
                       WS-CCB-TABLE-MAX " ENTRIES"
                   PERFORM 1090-ABEND-JOB
               END-IF
               IF WS-CCB-INS-IX = ZERO
                   COMPUTE WS-CCB-INS-IX = WS-CCB-COUNT + 1
               END-IF
               PERFORM VARYING WS-CCB-IX FROM WS-CCB-COUNT BY -1
                       UNTIL WS-CCB-IX < WS-CCB-INS-IX
                   MOVE WS-CCB-ENTRY(WS-CCB-IX)
                       TO WS-CCB-ENTRY(WS-CCB-IX + 1)
               END-PERFORM
               ADD 1 TO WS-CCB-COUNT
               MOVE WS-CCB-NEW-KEY TO WS-CCB-SORT-KEY(WS-CCB-INS-IX)
               MOVE ZERO TO WS-CCB-MESSAGES(WS-CCB-INS-IX)
               MOVE ZERO TO WS-CCB-RECIPIENTS(WS-CCB-INS-IX)
               MOVE ZERO TO WS-CCB-ATTACHMENTS(WS-CCB-INS-IX)
               MOVE ZERO TO WS-CCB-RESENDS(WS-CCB-INS-IX)
               MOVE ZERO TO WS-CCB-DIGESTS(WS-CCB-INS-IX)
               MOVE WS-CCB-INS-IX TO WS-CCB-FOUND-IX
           END-IF.

       3500-POST-SEND.
           ADD 1 TO WS-CCB-MESSAGES(WS-GRP-BUCKET-IX)
           ADD 1 TO WS-TOT-MESSAGES
           ADD WS-GRP-RECIPIENTS TO WS-CCB-RECIPIENTS(WS-GRP-BUCKET-IX)
           ADD WS-GRP-RECIPIENTS TO WS-TOT-RECIPIENTS
           IF WS-GRP-ATTACH
               ADD 1 TO WS-CCB-ATTACHMENTS(WS-GRP-BUCKET-IX)
               ADD 1 TO WS-TOT-ATTACHMENTS
           END-IF
           IF WS-GRP-RESEND
               ADD 1 TO WS-CCB-RESENDS(WS-GRP-BUCKET-IX)
               ADD 1 TO WS-TOT-RESENDS
           END-IF
           IF WS-GRP-DIGEST
               ADD 1 TO WS-CCB-DIGESTS(WS-GRP-BUCKET-IX)
               ADD 1 TO WS-TOT-DIGESTS
           END-IF.

       4000-PRINT-CHARGEBACK.
           MOVE SPACES TO WS-PRINT-AREA
           STRING "BILLING MONTH " WS-BILL-MONTH(1:4) "-"
                  WS-BILL-MONTH(5:2)
                  DELIMITED BY SIZE
               INTO WS-PRINT-AREA
           END-STRING
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM VARYING WS-CCB-IX FROM 1 BY 1
                   UNTIL WS-CCB-IX > WS-CCB-COUNT
               MOVE WS-CCB-DEPT(WS-CCB-IX)        TO WS-RPT-DTL-DEPT
               MOVE WS-CCB-COST-CENTER(WS-CCB-IX) TO WS-RPT-DTL-CC
               MOVE WS-CCB-MESSAGES(WS-CCB-IX)    TO WS-RPT-DTL-MSGS
               MOVE WS-CCB-RECIPIENTS(WS-CCB-IX)  TO WS-RPT-DTL-RCPT
               MOVE WS-CCB-ATTACHMENTS(WS-CCB-IX) TO WS-RPT-DTL-ATT
               MOVE WS-CCB-RESENDS(WS-CCB-IX)     TO WS-RPT-DTL-RSND
               MOVE WS-CCB-DIGESTS(WS-CCB-IX)     TO WS-RPT-DTL-DGST
               EVALUATE WS-CCB-COST-CENTER(WS-CCB-IX)
                   WHEN WS-UNCAMPAIGNED-CC
                       MOVE "DEFAULT BUCKET - NO CAMPAIGN"
                           TO WS-RPT-DTL-NOTE
                   WHEN WS-UNASSIGNED-CC
                       MOVE "DEFAULT BUCKET - NO COST CENTER"
                           TO WS-RPT-DTL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-RPT-DTL-NOTE
               END-EVALUATE
               MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               PERFORM 4100-WRITE-GL-DETAIL
           END-PERFORM
           MOVE "TOTAL"               TO WS-RPT-DTL-DEPT
           MOVE SPACES                TO WS-RPT-DTL-CC
           MOVE WS-TOT-MESSAGES       TO WS-RPT-DTL-MSGS
           MOVE WS-TOT-RECIPIENTS     TO WS-RPT-DTL-RCPT
           MOVE WS-TOT-ATTACHMENTS    TO WS-RPT-DTL-ATT
           MOVE WS-TOT-RESENDS        TO WS-RPT-DTL-RSND
           MOVE WS-TOT-DIGESTS        TO WS-RPT-DTL-DGST
           MOVE SPACES                TO WS-RPT-DTL-NOTE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM 4200-WRITE-GL-TRAILER
           IF WS-MSC-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE "CAMPAIGNS NOT ON CAMPFILE - BILLED AS UNASSIGNED"
                   TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               PERFORM VARYING WS-MSC-IX FROM 1 BY 1
                       UNTIL WS-MSC-IX > WS-MSC-COUNT
                   MOVE SPACES TO WS-PRINT-AREA
                   MOVE WS-MSC-CODE(WS-MSC-IX) TO WS-PRINT-AREA(3:8)
                   PERFORM 8900-WRITE-REPORT-LINE
               END-PERFORM
           END-IF.

       4100-WRITE-GL-DETAIL.
           MOVE SPACES TO SG-CHGGL-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE WS-BILL-MONTH                 TO GL-BILL-MONTH
           MOVE WS-CCB-DEPT(WS-CCB-IX)        TO GL-OWNER-DEPT
           MOVE WS-CCB-COST-CENTER(WS-CCB-IX) TO GL-COST-CENTER
           MOVE WS-CCB-MESSAGES(WS-CCB-IX)    TO GL-MESSAGES
           MOVE WS-CCB-RECIPIENTS(WS-CCB-IX)  TO GL-RECIPIENTS
           MOVE WS-CCB-ATTACHMENTS(WS-CCB-IX) TO GL-ATTACHMENTS
           MOVE WS-CCB-RESENDS(WS-CCB-IX)     TO GL-RESENDS
           MOVE WS-CCB-DIGESTS(WS-CCB-IX)     TO GL-DIGESTS
           MOVE ZERO                          TO GL-DETAIL-COUNT
           PERFORM 4300-WRITE-GL-RECORD
           ADD 1 TO WS-CNT-GL-DETAIL.

       4200-WRITE-GL-TRAILER.
           MOVE SPACES TO SG-CHGGL-RECORD
           SET GL-IS-TRAILER TO TRUE
           MOVE WS-BILL-MONTH         TO GL-BILL-MONTH
           MOVE WS-TOT-MESSAGES       TO GL-MESSAGES
           MOVE WS-TOT-RECIPIENTS     TO GL-RECIPIENTS
           MOVE WS-TOT-ATTACHMENTS    TO GL-ATTACHMENTS
           MOVE WS-TOT-RESENDS        TO GL-RESENDS
           MOVE WS-TOT-DIGESTS        TO GL-DIGESTS
           MOVE WS-CNT-GL-DETAIL      TO GL-DETAIL-COUNT
           PERFORM 4300-WRITE-GL-RECORD.

       4300-WRITE-GL-RECORD.
           WRITE SG-CHGGL-RECORD
           IF WS-CHGGL-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO WRITE CHGGL, STATUS="
                   WS-CHGGL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-CHGRPT-LINE
           WRITE SG-CHGRPT-LINE
           IF WS-CHGRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGCHGBK: UNABLE TO WRITE CHGRPT, STATUS="
                   WS-CHGRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-CHGRPT-LINE
           WRITE SG-CHGRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-CHGRPT-LINE
           WRITE SG-CHGRPT-LINE
           MOVE SPACES TO SG-CHGRPT-LINE
           WRITE SG-CHGRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "ARCHIVE ROWS READ"           TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ARCH-READ              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS IN BILLING MONTH"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ROWS-MONTH             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS NOT ACCEPTED - NOT BILLED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ROWS-UNSENT            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "GL EXTRACT DETAIL RECORDS"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-GL-DETAIL              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-MSC-OVERFLOW-CNT > ZERO
               MOVE "MORE CAMPAIGNS NOT ON CAMPFILE" TO WS-RPT-TOT-TEXT
               MOVE WS-MSC-OVERFLOW-CNT       TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF
           DISPLAY "SGCHGBK: MONTH=" WS-BILL-MONTH
               " MESSAGES=" WS-TOT-MESSAGES
               " RECIPIENTS=" WS-TOT-RECIPIENTS
               " COST CENTERS=" WS-CNT-GL-DETAIL
           CLOSE SG-ARCHIVE-FILE
           CLOSE SG-CHGGL-FILE
           CLOSE SG-CHGRPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
