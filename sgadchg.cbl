       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgadchg.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Customer address-change feed.  Each record in the nightly
      *    extract from the customer master pairs an old mail address
      *    with the new one; this program moves the customer's
      *    mailing set-up across to the new address in one step:
      *
      *      DISTLIST   every membership of the old address becomes a
      *                 membership of the new one (dropped instead if
      *                 the new address is already on that list)
      *      PREFFILE   the old address's opt-outs and frequency cap
      *                 move to the new address; where the new address
      *                 already has a row, the two are merged and the
      *                 stricter of each setting wins
      *      RETRYOUT   queued transactions addressed to the old
      *      DEFEROUT   address (TO, CC or BCC) are re-pointed
      *
      *    Suppression is never moved and never removed.  A change
      *    whose NEW address is already suppressed (or erased) is
      *    rejected outright - applying it would mail an address we
      *    have promised not to mail.  When the OLD address is
      *    suppressed because the customer asked (unsubscribe or spam
      *    report), an ADD for the new address with the same reason
      *    goes out on ADDRSUP for sgsupmt - a CHGRSN instead where the
      *    new address is held only by a lone bounce - so the move
      *    cannot quietly resubscribe them; the old address's own
      *    suppression stays exactly as it was.  A bounce suppression
      *    belongs to the dead mailbox, not the customer, and is not
      *    carried.
      *
      *    The sequential masters and queues are copied to new files
      *    (DISTLSTN, PREFFILN, RETRYOUN, DEFEROUN) that the job step
      *    renames over the originals on a clean end of job.  Every
      *    change writes an audit record; rejected changes also land
      *    on ADRCREJ with the reason, and the exception report lists
      *    every reject and every carried suppression.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-ADRCHG-FILE ASSIGN TO "ADDRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADRCHG-FILE-STATUS.
           SELECT OPTIONAL SG-SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT OPTIONAL SG-DISTLIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLIST-FILE-STATUS.
           SELECT SG-NEWDIST-FILE ASSIGN TO "DISTLSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWDIST-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT SG-NEWPREF-FILE ASSIGN TO "PREFFILN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPREF-FILE-STATUS.
           SELECT OPTIONAL SG-RETRY-FILE ASSIGN TO "RETRYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-FILE-STATUS.
           SELECT SG-NEWRETRY-FILE ASSIGN TO "RETRYOUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWRETRY-FILE-STATUS.
           SELECT OPTIONAL SG-DEFER-FILE ASSIGN TO "DEFEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-FILE-STATUS.
           SELECT SG-NEWDEFER-FILE ASSIGN TO "DEFEROUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWDEFER-FILE-STATUS.
           SELECT SG-ADDRSUP-FILE ASSIGN TO "ADDRSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRSUP-FILE-STATUS.
           SELECT SG-ADRCREJ-FILE ASSIGN TO "ADRCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADRCREJ-FILE-STATUS.
           SELECT OPTIONAL SG-ADRCAUD-FILE ASSIGN TO "ADRCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADRCAUD-FILE-STATUS.
           SELECT SG-ADRCRPT-FILE ASSIGN TO "ADRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADRCRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-ADRCHG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ADRCHG-RECORD.
           COPY SGADRCH.

       FD  SG-SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

       FD  SG-DISTLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DISTLIST-RECORD.
           COPY SGDISTL.

      *    New masters and queues - the old file with the address
      *    changes applied; the job step renames each over its
      *    original on a clean end of job.
       FD  SG-NEWDIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWDIST-RECORD.
           COPY SGDISTL
               REPLACING LEADING ==DL== BY ==ND==.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

       FD  SG-NEWPREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWPREF-RECORD.
           COPY SGPREF
               REPLACING LEADING ==PF== BY ==NP==.

       FD  SG-RETRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-RETRY-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==RT==.
           COPY SGRETRY
               REPLACING LEADING ==RQ== BY ==RT==.

       FD  SG-NEWRETRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWRETRY-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==NR==.
           COPY SGRETRY
               REPLACING LEADING ==RQ== BY ==NR==.

       FD  SG-DEFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DEFER-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==DF==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==DF==.

       FD  SG-NEWDEFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWDEFER-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==ND==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==ND==.

      *    Suppression ADDs carried to new addresses - SUPUPD layout,
      *    concatenated into sgsupmt's input by the job step.
       FD  SG-ADDRSUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ADDRSUP-RECORD.
           COPY SGSUPUP.

      *    Rejected changes - the change image plus the reason.
       FD  SG-ADRCREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ADRCREJ-RECORD.
           COPY SGADRCH
               REPLACING LEADING ==AC== BY ==RJ==.
           05  RJ-REJECT-REASON        PIC X(40).

      *    Audit trail accumulates across runs - OPEN EXTEND.
       FD  SG-ADRCAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ADRCAUD-RECORD.
           COPY SGADRAU.

       FD  SG-ADRCRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ADRCRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ADRCHG-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-DISTLIST-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-NEWDIST-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-NEWPREF-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-RETRY-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-NEWRETRY-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-DEFER-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-NEWDEFER-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-ADDRSUP-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-ADRCREJ-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-ADRCAUD-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-ADRCRPT-FILE-STATUS   PIC X(2) VALUE "00".

           01 WS-EOF-CHG-SW        PIC X(1)   VALUE "N".
               88 WS-EOF-CHG               VALUE "Y".
           01 WS-EOF-MASTER-SW     PIC X(1)   VALUE "N".
               88 WS-EOF-MASTER            VALUE "Y".

      *    Suppression master, read only: one row per distinct
      *    address with its reason and how many bounce records it
      *    arrived on, so "suppressed" here means exactly what it
      *    means to the mailer - any unsubscribe, spam report or
      *    erasure tombstone, or a bounce seen twice.
           01 WS-SUP-TABLE-MAX     PIC 9(5) COMP VALUE 10000.
           01 WS-SUP-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-FOUND-IX      PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-CARRY-IX      PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-TABLE.
               05 WS-SUP-ENTRY OCCURS 10000 TIMES.
                   10 WS-SUP-ADDRESS    PIC X(100).
                   10 WS-SUP-REASON     PIC X(12).
                   10 WS-SUP-BOUNCE-CNT PIC 9(4) COMP.

      *    The change records, edited and held for the whole run -
      *    each file is passed once and every change applied to it.
      *    Addresses are held trimmed and upper-cased for matching;
      *    the new address is also kept as keyed, trimmed, which is
      *    what gets written to the files.
           01 WS-CHG-TABLE-MAX     PIC 9(4) COMP VALUE 2000.
           01 WS-CHG-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-CHG-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-CHG-FOUND-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-CHG-TABLE.
               05 WS-CHG-ENTRY OCCURS 2000 TIMES.
                   10 WS-CHG-OLD-UC     PIC X(100).
                   10 WS-CHG-NEW-UC     PIC X(100).
                   10 WS-CHG-NEW-ADDR   PIC X(100).
                   10 WS-CHG-OLD-CARD   PIC X(100).
                   10 WS-CHG-NEW-CARD   PIC X(100).
                   10 WS-CHG-CUST-ID    PIC X(20).
                   10 WS-CHG-USER-ID    PIC X(8).
                   10 WS-CHG-REJECT-REASON PIC X(40).
                   10 WS-CHG-CARRIED    PIC X(12).
                   10 WS-CHG-STATUS     PIC X(1).
                       88 WS-CHG-IS-VALID    VALUE "V".
                       88 WS-CHG-IS-REJECTED VALUE "R".
      *            The new address's own preference row, when it
      *            already has one - held here, merged with the old
      *            address's row, and written once at the end.
                   10 WS-CHG-NPF-SW     PIC X(1).
                       88 WS-CHG-HAS-NPF     VALUE "Y".
                   10 WS-CHG-NPF-CLASS OCCURS 8 TIMES
                                        PIC X(4).
                   10 WS-CHG-NPF-MAX-MSGS PIC 9(3).
                   10 WS-CHG-NPF-WINDOW PIC 9(3).
                   10 WS-CHG-CNT-DISTLIST PIC 9(5) COMP.
                   10 WS-CHG-CNT-PREF     PIC 9(5) COMP.
                   10 WS-CHG-CNT-RETRY    PIC 9(5) COMP.
                   10 WS-CHG-CNT-DEFER    PIC 9(5) COMP.

      *    New-address list memberships that already exist, found
      *    on a first pass of DISTLIST, so a moved membership that
      *    would duplicate one is dropped instead.
           01 WS-DLX-TABLE-MAX     PIC 9(4) COMP VALUE 2000.
           01 WS-DLX-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-DLX-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-DLX-FOUND-SW      PIC X(1)   VALUE "N".
               88 WS-DLX-FOUND             VALUE "Y".
           01 WS-DLX-TABLE.
               05 WS-DLX-ENTRY OCCURS 2000 TIMES.
                   10 WS-DLX-LIST-NAME  PIC X(30).
                   10 WS-DLX-ADDRESS    PIC X(100).

      *    Work fields for the current change/record
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-WORK-NEW-UC       PIC X(100) VALUE SPACES.
           01 WS-WORK-DIGEST       PIC X(40)  VALUE SPACES.
           01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
           01 WS-ADDR-TRIMMED      PIC X(100) VALUE SPACES.
           01 WS-ADDR-LEN          PIC 9(3) COMP VALUE ZERO.
           01 WS-ADDR-IX           PIC 9(3) COMP VALUE ZERO.
           01 WS-ADDR-AT-COUNT     PIC 9(3) COMP VALUE ZERO.
           01 WS-ADDR-BAD-SW       PIC X(1)   VALUE "N".
               88 WS-ADDR-BAD              VALUE "Y".
           01 WS-TRIM-DONE-SW      PIC X(1)   VALUE "N".
               88 WS-TRIM-DONE             VALUE "Y".
           01 WS-CLS-IX            PIC 9(2) COMP VALUE ZERO.
           01 WS-CLS-IX2           PIC 9(2) COMP VALUE ZERO.
           01 WS-CLS-FOUND-SW      PIC X(1)   VALUE "N".
               88 WS-CLS-FOUND             VALUE "Y".
           01 WS-CLS-DROPPED-SW    PIC X(1)   VALUE "N".
               88 WS-CLS-DROPPED           VALUE "Y".
           01 WS-AUDIT-TIMESTAMP   PIC X(26)  VALUE SPACES.
           01 WS-NOTICE-TEXT       PIC X(40)  VALUE SPACES.

      *    Which queue 3850-REPOINT-ADDRESS-LIST is working on - each
      *    address it re-points is counted against that queue.
           01 WS-REPOINT-SOURCE    PIC X(1)   VALUE SPACE.
               88 WS-REPOINT-RETRY         VALUE "R".
               88 WS-REPOINT-DEFER         VALUE "D".
           01 WS-REPOINT-LIST      PIC X(500) VALUE SPACES.
           01 WS-REPOINT-RESULT    PIC X(500) VALUE SPACES.
           01 WS-REPOINT-ADDR      PIC X(100) VALUE SPACES.
           01 WS-REPOINT-IN-PTR    PIC 9(4)   VALUE 1.
           01 WS-REPOINT-OUT-PTR   PIC 9(4)   VALUE 1.
           01 WS-REPOINT-DONE-SW   PIC X(1)   VALUE "N".
               88 WS-REPOINT-DONE          VALUE "Y".

      *    Run counters
           01 WS-CNT-CHANGES       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-APPLIED       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-REJECTED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-CARRIED       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DL-MOVED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DL-DROPPED    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PF-MOVED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PF-MERGED     PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-RETRY         PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DEFER         PIC 9(7) COMP VALUE ZERO.

      *    Exception report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGADCHG".
               05 FILLER           PIC X(37) VALUE
                   "ADDRESS CHANGE EXCEPTIONS".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(10) VALUE "ACTION".
               05 FILLER           PIC X(41) VALUE "OLD ADDRESS".
               05 FILLER           PIC X(41) VALUE "NEW ADDRESS".
               05 FILLER           PIC X(40) VALUE "REASON".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-ACTION PIC X(8) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-OLD   PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(1)  VALUE SPACES.
               05 WS-RPT-DTL-NEW   PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(1)  VALUE SPACES.
               05 WS-RPT-DTL-RSN   PIC X(40) VALUE SPACES.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-MOVE-DISTLIST
           PERFORM 3100-MOVE-PREFERENCES
           PERFORM 3200-REPOINT-RETRY-QUEUE
           PERFORM 3300-REPOINT-DEFER-QUEUE
           PERFORM 8000-AUDIT-CHANGES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SG-ADRCHG-FILE
           IF WS-ADRCHG-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN ADDRCHG, STATUS="
                   WS-ADRCHG-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-ADDRSUP-FILE
           IF WS-ADDRSUP-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN ADDRSUP, STATUS="
                   WS-ADDRSUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-ADRCREJ-FILE
           IF WS-ADRCREJ-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN ADRCREJ, STATUS="
                   WS-ADRCREJ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN EXTEND SG-ADRCAUD-FILE
           IF WS-ADRCAUD-FILE-STATUS NOT = "00"
                   AND WS-ADRCAUD-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN ADRCAUD, STATUS="
                   WS-ADRCAUD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-ADRCRPT-FILE
           IF WS-ADRCRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN ADRCRPT, STATUS="
                   WS-ADRCRPT-FILE-STATUS
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
           PERFORM 1150-READ-CHANGE
           PERFORM UNTIL WS-EOF-CHG
               PERFORM 1200-EDIT-ONE-CHANGE
               PERFORM 1150-READ-CHANGE
           END-PERFORM
           CLOSE SG-ADRCHG-FILE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-SUPPRESSION.
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 1110-READ-SUPPRESS-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               IF SUP-ADDRESS NOT = SPACES
                   PERFORM 1120-FOLD-SUPPRESS-RECORD
               END-IF
               PERFORM 1110-READ-SUPPRESS-RECORD
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE.

       1110-READ-SUPPRESS-RECORD.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    One row per address; a non-bounce reason outranks BOUNCED,
      *    as it does in sgsupmt's compaction.
       1120-FOLD-SUPPRESS-RECORD.
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(SUP-ADDRESS))
               TO WS-WORK-ADDRESS
           PERFORM 1130-FIND-SUPPRESSION
           IF WS-SUP-FOUND-IX = ZERO
               IF WS-SUP-COUNT >= WS-SUP-TABLE-MAX
                   DISPLAY "SGADCHG: SUPPRESSION TABLE OVERFLOW AT "
                       WS-SUP-TABLE-MAX " ENTRIES"
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-SUP-COUNT
               MOVE WS-WORK-ADDRESS TO WS-SUP-ADDRESS(WS-SUP-COUNT)
               MOVE SUP-REASON      TO WS-SUP-REASON(WS-SUP-COUNT)
               IF SUP-IS-BOUNCED
                   MOVE 1 TO WS-SUP-BOUNCE-CNT(WS-SUP-COUNT)
               ELSE
                   MOVE ZERO TO WS-SUP-BOUNCE-CNT(WS-SUP-COUNT)
               END-IF
           ELSE
               IF SUP-IS-BOUNCED
                   ADD 1 TO WS-SUP-BOUNCE-CNT(WS-SUP-FOUND-IX)
               ELSE
                   IF WS-SUP-REASON(WS-SUP-FOUND-IX) = "BOUNCED"
                       MOVE SUP-REASON
                           TO WS-SUP-REASON(WS-SUP-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       1130-FIND-SUPPRESSION.
           MOVE ZERO TO WS-SUP-FOUND-IX
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                   UNTIL WS-SUP-IX > WS-SUP-COUNT
                      OR WS-SUP-FOUND-IX > ZERO
               IF WS-SUP-ADDRESS(WS-SUP-IX) = WS-WORK-ADDRESS
                   MOVE WS-SUP-IX TO WS-SUP-FOUND-IX
               END-IF
           END-PERFORM.

       1150-READ-CHANGE.
           READ SG-ADRCHG-FILE
               AT END
                   SET WS-EOF-CHG TO TRUE
           END-READ
           IF NOT WS-EOF-CHG
                   AND WS-ADRCHG-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: ADDRCHG READ ERROR, STATUS="
                   WS-ADRCHG-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Edit one change into the change table.  A rejected change
      *    keeps its slot - it still owes an audit record - but is
      *    never matched by the file passes.
       1200-EDIT-ONE-CHANGE.
           ADD 1 TO WS-CNT-CHANGES
           IF WS-CHG-COUNT >= WS-CHG-TABLE-MAX
               DISPLAY "SGADCHG: CHANGE TABLE OVERFLOW AT "
                   WS-CHG-TABLE-MAX " RECORDS"
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(AC-OLD-ADDRESS))
               TO WS-WORK-ADDRESS
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(AC-NEW-ADDRESS))
               TO WS-WORK-NEW-UC
           PERFORM 1220-VALIDATE-CHANGE
           ADD 1 TO WS-CHG-COUNT
           INITIALIZE WS-CHG-ENTRY(WS-CHG-COUNT)
           MOVE WS-WORK-ADDRESS  TO WS-CHG-OLD-UC(WS-CHG-COUNT)
           MOVE WS-WORK-NEW-UC   TO WS-CHG-NEW-UC(WS-CHG-COUNT)
           MOVE FUNCTION TRIM(AC-NEW-ADDRESS)
               TO WS-CHG-NEW-ADDR(WS-CHG-COUNT)
           MOVE AC-OLD-ADDRESS   TO WS-CHG-OLD-CARD(WS-CHG-COUNT)
           MOVE AC-NEW-ADDRESS   TO WS-CHG-NEW-CARD(WS-CHG-COUNT)
           MOVE AC-CUST-ID       TO WS-CHG-CUST-ID(WS-CHG-COUNT)
           MOVE AC-USER-ID       TO WS-CHG-USER-ID(WS-CHG-COUNT)
           MOVE WS-REJECT-REASON
               TO WS-CHG-REJECT-REASON(WS-CHG-COUNT)
           IF WS-REJECT-REASON = SPACES
               SET WS-CHG-IS-VALID(WS-CHG-COUNT) TO TRUE
               ADD 1 TO WS-CNT-APPLIED
               PERFORM 1300-CARRY-SUPPRESSION
           ELSE
               SET WS-CHG-IS-REJECTED(WS-CHG-COUNT) TO TRUE
               ADD 1 TO WS-CNT-REJECTED
               PERFORM 1350-WRITE-REJECT-RECORD
               MOVE "REJECTED"       TO WS-RPT-DTL-ACTION
               MOVE WS-REJECT-REASON TO WS-RPT-DTL-RSN
               PERFORM 1360-REPORT-EXCEPTION
           END-IF.

       1220-VALIDATE-CHANGE.
           EVALUATE TRUE
               WHEN AC-OLD-ADDRESS = SPACES
                   MOVE "OLD ADDRESS MISSING" TO WS-REJECT-REASON
               WHEN AC-NEW-ADDRESS = SPACES
                   MOVE "NEW ADDRESS MISSING" TO WS-REJECT-REASON
               WHEN AC-USER-ID = SPACES
                   MOVE "USER ID MISSING" TO WS-REJECT-REASON
               WHEN WS-WORK-ADDRESS = WS-WORK-NEW-UC
                   MOVE "OLD AND NEW ADDRESS ARE THE SAME"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE FUNCTION TRIM(AC-OLD-ADDRESS)
                       TO WS-ADDR-TRIMMED
                   PERFORM 1250-CHECK-ADDRESS-SYNTAX
                   IF WS-ADDR-BAD
                       MOVE "OLD ADDRESS SYNTAX INVALID"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION TRIM(AC-NEW-ADDRESS) TO WS-ADDR-TRIMMED
               PERFORM 1250-CHECK-ADDRESS-SYNTAX
               IF WS-ADDR-BAD
                   MOVE "NEW ADDRESS SYNTAX INVALID"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      *    An address may take part in one change a night.  A chain
      *    (A to B, then B to C) or two customers moving onto one
      *    mailbox is for a person to sort out, not this program.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                       UNTIL WS-CHG-IX > WS-CHG-COUNT
                   IF WS-CHG-IS-VALID(WS-CHG-IX)
                       IF WS-CHG-OLD-UC(WS-CHG-IX) = WS-WORK-ADDRESS
                           OR WS-CHG-NEW-UC(WS-CHG-IX) = WS-WORK-ADDRESS
                           OR WS-CHG-OLD-UC(WS-CHG-IX) = WS-WORK-NEW-UC
                           OR WS-CHG-NEW-UC(WS-CHG-IX) = WS-WORK-NEW-UC
                           MOVE "ADDRESS ALREADY IN A CHANGE THIS RUN"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
      *    The new address must be mailable today.  Its tombstone, if
      *    it was ever erased, is found by its digest.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-WORK-ADDRESS TO WS-ADDR-TRIMMED
               MOVE WS-WORK-NEW-UC TO WS-WORK-ADDRESS
               PERFORM 1130-FIND-SUPPRESSION
               IF WS-SUP-FOUND-IX > ZERO
                   IF WS-SUP-REASON(WS-SUP-FOUND-IX) NOT = "BOUNCED"
                       OR WS-SUP-BOUNCE-CNT(WS-SUP-FOUND-IX) > 1
                       MOVE "NEW ADDRESS IS SUPPRESSED"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   CALL "sgaddrh" USING WS-WORK-NEW-UC WS-WORK-DIGEST
                   MOVE WS-WORK-DIGEST TO WS-WORK-ADDRESS
                   PERFORM 1130-FIND-SUPPRESSION
                   IF WS-SUP-FOUND-IX > ZERO
                       MOVE "NEW ADDRESS WAS ERASED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               MOVE WS-ADDR-TRIMMED TO WS-WORK-ADDRESS
           END-IF.

      *    A mail address must contain exactly one @ that is neither
      *    first nor last, and no embedded blanks or commas inside
      *    the trimmed value (moved to WS-ADDR-TRIMMED by the caller).
       1250-CHECK-ADDRESS-SYNTAX.
           MOVE "N" TO WS-ADDR-BAD-SW
           MOVE LENGTH OF WS-ADDR-TRIMMED TO WS-ADDR-LEN
           MOVE "N" TO WS-TRIM-DONE-SW
           PERFORM UNTIL WS-TRIM-DONE
               IF WS-ADDR-LEN = ZERO
                   SET WS-TRIM-DONE TO TRUE
               ELSE
                   IF WS-ADDR-TRIMMED(WS-ADDR-LEN:1) = SPACE
                       SUBTRACT 1 FROM WS-ADDR-LEN
                   ELSE
                       SET WS-TRIM-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADDR-LEN < 3
               SET WS-ADDR-BAD TO TRUE
           ELSE
               MOVE ZERO TO WS-ADDR-AT-COUNT
               PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                       UNTIL WS-ADDR-IX > WS-ADDR-LEN
                   EVALUATE WS-ADDR-TRIMMED(WS-ADDR-IX:1)
                       WHEN "@"
                           ADD 1 TO WS-ADDR-AT-COUNT
                           IF WS-ADDR-IX = 1
                               OR WS-ADDR-IX = WS-ADDR-LEN
                               SET WS-ADDR-BAD TO TRUE
                           END-IF
                       WHEN SPACE
                           SET WS-ADDR-BAD TO TRUE
                       WHEN ","
                           SET WS-ADDR-BAD TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               IF WS-ADDR-AT-COUNT NOT = 1
                   SET WS-ADDR-BAD TO TRUE
               END-IF
           END-IF.

      *    The customer's own opt-out follows them: an unsubscribe or
      *    spam report on the old address becomes an ADD for the new
      *    one.  The old address's row is left alone.  The only row
      *    the new address can already have (1220 rejects the rest)
      *    is a lone bounce; sgsupmt will not ADD over it, so its
      *    reason is changed instead, as sgunsub firms up a bounce.
       1300-CARRY-SUPPRESSION.
           PERFORM 1130-FIND-SUPPRESSION
           MOVE WS-SUP-FOUND-IX TO WS-SUP-CARRY-IX
           IF WS-SUP-CARRY-IX > ZERO
               IF WS-SUP-REASON(WS-SUP-CARRY-IX) = "UNSUBSCRIBE"
                   OR WS-SUP-REASON(WS-SUP-CARRY-IX) = "SPAMREPORT"
                   MOVE WS-CHG-NEW-UC(WS-CHG-COUNT) TO WS-WORK-ADDRESS
                   PERFORM 1130-FIND-SUPPRESSION
                   MOVE WS-CHG-OLD-UC(WS-CHG-COUNT) TO WS-WORK-ADDRESS
                   MOVE SPACES TO SG-ADDRSUP-RECORD
                   MOVE SPACES TO WS-NOTICE-TEXT
                   IF WS-SUP-FOUND-IX > ZERO
                       MOVE "CHGRSN" TO SU-FUNCTION
                       STRING "BOUNCE FIRMED UP - "
                              WS-SUP-REASON(WS-SUP-CARRY-IX)
                              DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                       END-STRING
                   ELSE
                       MOVE "ADD"  TO SU-FUNCTION
                       STRING "SUPPRESSION CARRIED - "
                              WS-SUP-REASON(WS-SUP-CARRY-IX)
                              DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                       END-STRING
                   END-IF
                   MOVE WS-CHG-NEW-ADDR(WS-CHG-COUNT) TO SU-ADDRESS
                   MOVE WS-SUP-REASON(WS-SUP-CARRY-IX) TO SU-REASON
                   MOVE AC-USER-ID TO SU-USER-ID
                   WRITE SG-ADDRSUP-RECORD
                   IF WS-ADDRSUP-FILE-STATUS NOT = "00"
                       DISPLAY "SGADCHG: UNABLE TO WRITE ADDRSUP, "
                           "STATUS=" WS-ADDRSUP-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   MOVE WS-SUP-REASON(WS-SUP-CARRY-IX)
                       TO WS-CHG-CARRIED(WS-CHG-COUNT)
                   ADD 1 TO WS-CNT-CARRIED
                   MOVE "CARRIED"      TO WS-RPT-DTL-ACTION
                   MOVE WS-NOTICE-TEXT TO WS-RPT-DTL-RSN
                   PERFORM 1360-REPORT-EXCEPTION
               END-IF
           END-IF.

       1350-WRITE-REJECT-RECORD.
           MOVE SPACES TO SG-ADRCREJ-RECORD
           MOVE SG-ADRCHG-RECORD
               TO SG-ADRCREJ-RECORD(1:LENGTH OF SG-ADRCHG-RECORD)
           MOVE WS-REJECT-REASON TO RJ-REJECT-REASON
           WRITE SG-ADRCREJ-RECORD
           IF WS-ADRCREJ-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO WRITE ADRCREJ, STATUS="
                   WS-ADRCREJ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    One exception line: the action and reason are set by the
      *    caller, the addresses come from the change record.
       1360-REPORT-EXCEPTION.
           MOVE AC-OLD-ADDRESS TO WS-RPT-DTL-OLD
           MOVE AC-NEW-ADDRESS TO WS-RPT-DTL-NEW
           MOVE WS-RPT-DETAIL  TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

      *    Find the valid change whose OLD address is WS-WORK-ADDRESS
      *    (already trimmed and upper-cased); zero when none.
       1400-FIND-CHANGE-BY-OLD.
           MOVE ZERO TO WS-CHG-FOUND-IX
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
                      OR WS-CHG-FOUND-IX > ZERO
               IF WS-CHG-IS-VALID(WS-CHG-IX)
                   AND WS-CHG-OLD-UC(WS-CHG-IX) = WS-WORK-ADDRESS
                   MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
               END-IF
           END-PERFORM.

      *    Same, by NEW address.
       1450-FIND-CHANGE-BY-NEW.
           MOVE ZERO TO WS-CHG-FOUND-IX
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
                      OR WS-CHG-FOUND-IX > ZERO
               IF WS-CHG-IS-VALID(WS-CHG-IX)
                   AND WS-CHG-NEW-UC(WS-CHG-IX) = WS-WORK-ADDRESS
                   MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
               END-IF
           END-PERFORM.

      *    Distribution lists, two passes: the first notes which lists
      *    each new address is already on, the second re-points the
      *    old address's memberships and copies everything else.
       3000-MOVE-DISTLIST.
           PERFORM 3010-OPEN-DISTLIST
           PERFORM 3020-READ-DISTLIST-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DL-MEMBER-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1450-FIND-CHANGE-BY-NEW
               IF WS-CHG-FOUND-IX > ZERO
                   IF WS-DLX-COUNT >= WS-DLX-TABLE-MAX
                       DISPLAY "SGADCHG: MEMBERSHIP TABLE OVERFLOW AT "
                           WS-DLX-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-DLX-COUNT
                   MOVE DL-LIST-NAME
                       TO WS-DLX-LIST-NAME(WS-DLX-COUNT)
                   MOVE WS-WORK-ADDRESS
                       TO WS-DLX-ADDRESS(WS-DLX-COUNT)
               END-IF
               PERFORM 3020-READ-DISTLIST-RECORD
           END-PERFORM
           CLOSE SG-DISTLIST-FILE
           OPEN OUTPUT SG-NEWDIST-FILE
           IF WS-NEWDIST-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN DISTLSTN, STATUS="
                   WS-NEWDIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3010-OPEN-DISTLIST
           PERFORM 3020-READ-DISTLIST-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DL-MEMBER-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1400-FIND-CHANGE-BY-OLD
               IF WS-CHG-FOUND-IX > ZERO
                   PERFORM 3050-MOVE-ONE-MEMBERSHIP
               ELSE
                   PERFORM 3070-WRITE-NEW-DISTLIST
               END-IF
               PERFORM 3020-READ-DISTLIST-RECORD
           END-PERFORM
           CLOSE SG-DISTLIST-FILE
           CLOSE SG-NEWDIST-FILE.

       3010-OPEN-DISTLIST.
           OPEN INPUT SG-DISTLIST-FILE
           IF WS-DISTLIST-FILE-STATUS NOT = "00"
                   AND WS-DISTLIST-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN DISTLIST, STATUS="
                   WS-DISTLIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW.

       3020-READ-DISTLIST-RECORD.
           READ SG-DISTLIST-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-DISTLIST-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: DISTLIST READ ERROR, STATUS="
                   WS-DISTLIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3050-MOVE-ONE-MEMBERSHIP.
           ADD 1 TO WS-CHG-CNT-DISTLIST(WS-CHG-FOUND-IX)
           MOVE "N" TO WS-DLX-FOUND-SW
           PERFORM VARYING WS-DLX-IX FROM 1 BY 1
                   UNTIL WS-DLX-IX > WS-DLX-COUNT
                      OR WS-DLX-FOUND
               IF WS-DLX-LIST-NAME(WS-DLX-IX) = DL-LIST-NAME
                   AND WS-DLX-ADDRESS(WS-DLX-IX)
                       = WS-CHG-NEW-UC(WS-CHG-FOUND-IX)
                   SET WS-DLX-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DLX-FOUND
               ADD 1 TO WS-CNT-DL-DROPPED
           ELSE
               MOVE WS-CHG-NEW-ADDR(WS-CHG-FOUND-IX)
                   TO DL-MEMBER-ADDRESS
               PERFORM 3070-WRITE-NEW-DISTLIST
               ADD 1 TO WS-CNT-DL-MOVED
           END-IF.

       3070-WRITE-NEW-DISTLIST.
           MOVE SG-DISTLIST-RECORD TO SG-NEWDIST-RECORD
           WRITE SG-NEWDIST-RECORD
           IF WS-NEWDIST-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO WRITE DISTLSTN, STATUS="
                   WS-NEWDIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Preferences, two passes like the lists: the first holds
      *    each new address's existing row against its change, the
      *    second moves or merges the old address's row, and the held
      *    rows are written, merged, once at the end.
       3100-MOVE-PREFERENCES.
           PERFORM 3110-OPEN-PREF
           PERFORM 3120-READ-PREF-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(PF-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1450-FIND-CHANGE-BY-NEW
               IF WS-CHG-FOUND-IX > ZERO
                   IF WS-CHG-HAS-NPF(WS-CHG-FOUND-IX)
                       PERFORM 3160-MERGE-INTO-HELD-ROW
                   ELSE
                       SET WS-CHG-HAS-NPF(WS-CHG-FOUND-IX) TO TRUE
                       PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                               UNTIL WS-CLS-IX > 8
                           MOVE PF-OPTOUT-CLASS(WS-CLS-IX)
                               TO WS-CHG-NPF-CLASS
                                   (WS-CHG-FOUND-IX WS-CLS-IX)
                       END-PERFORM
                       MOVE PF-MAX-MSGS
                           TO WS-CHG-NPF-MAX-MSGS(WS-CHG-FOUND-IX)
                       MOVE PF-WINDOW-DAYS
                           TO WS-CHG-NPF-WINDOW(WS-CHG-FOUND-IX)
                   END-IF
               END-IF
               PERFORM 3120-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE
           OPEN OUTPUT SG-NEWPREF-FILE
           IF WS-NEWPREF-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN PREFFILN, STATUS="
                   WS-NEWPREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3110-OPEN-PREF
           PERFORM 3120-READ-PREF-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(PF-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1400-FIND-CHANGE-BY-OLD
               IF WS-CHG-FOUND-IX > ZERO
                   ADD 1 TO WS-CHG-CNT-PREF(WS-CHG-FOUND-IX)
                   IF WS-CHG-HAS-NPF(WS-CHG-FOUND-IX)
                       PERFORM 3160-MERGE-INTO-HELD-ROW
                       ADD 1 TO WS-CNT-PF-MERGED
                   ELSE
                       MOVE WS-CHG-NEW-ADDR(WS-CHG-FOUND-IX)
                           TO PF-ADDRESS
                       PERFORM 3170-WRITE-NEW-PREF
                       ADD 1 TO WS-CNT-PF-MOVED
                   END-IF
               ELSE
                   PERFORM 1450-FIND-CHANGE-BY-NEW
                   IF WS-CHG-FOUND-IX = ZERO
                       PERFORM 3170-WRITE-NEW-PREF
                   END-IF
               END-IF
               PERFORM 3120-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF WS-CHG-IS-VALID(WS-CHG-IX)
                   AND WS-CHG-HAS-NPF(WS-CHG-IX)
                   PERFORM 3180-WRITE-HELD-ROW
               END-IF
           END-PERFORM
           CLOSE SG-NEWPREF-FILE.

       3110-OPEN-PREF.
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW.

       3120-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Merge the preference record in the buffer into the held
      *    row for WS-CHG-FOUND-IX.  The stricter setting always
      *    wins, so a merge can only withhold more mail, never less:
      *    every opted-out class is kept, and of two caps the one
      *    allowing fewer messages is kept with its window.  A class
      *    that will not fit in the eight slots is reported.
       3160-MERGE-INTO-HELD-ROW.
           MOVE "N" TO WS-CLS-DROPPED-SW
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > 8
               IF PF-OPTOUT-CLASS(WS-CLS-IX) NOT = SPACES
                   PERFORM 3165-MERGE-ONE-CLASS
               END-IF
           END-PERFORM
           IF PF-MAX-MSGS IS NUMERIC AND PF-MAX-MSGS > ZERO
               IF WS-CHG-NPF-MAX-MSGS(WS-CHG-FOUND-IX) IS NOT NUMERIC
                   OR WS-CHG-NPF-MAX-MSGS(WS-CHG-FOUND-IX) = ZERO
                   OR PF-MAX-MSGS
                       < WS-CHG-NPF-MAX-MSGS(WS-CHG-FOUND-IX)
                   MOVE PF-MAX-MSGS
                       TO WS-CHG-NPF-MAX-MSGS(WS-CHG-FOUND-IX)
                   MOVE PF-WINDOW-DAYS
                       TO WS-CHG-NPF-WINDOW(WS-CHG-FOUND-IX)
               END-IF
           END-IF
           IF WS-CLS-DROPPED
               MOVE "MERGED"       TO WS-RPT-DTL-ACTION
               MOVE WS-CHG-OLD-CARD(WS-CHG-FOUND-IX)
                   TO WS-RPT-DTL-OLD
               MOVE WS-CHG-NEW-CARD(WS-CHG-FOUND-IX)
                   TO WS-RPT-DTL-NEW
               MOVE "OPT-OUT CLASS LIST FULL - CLASS DROPPED"
                   TO WS-RPT-DTL-RSN
               MOVE WS-RPT-DETAIL  TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.

       3165-MERGE-ONE-CLASS.
           MOVE "N" TO WS-CLS-FOUND-SW
           PERFORM VARYING WS-CLS-IX2 FROM 1 BY 1
                   UNTIL WS-CLS-IX2 > 8
                      OR WS-CLS-FOUND
               IF WS-CHG-NPF-CLASS(WS-CHG-FOUND-IX WS-CLS-IX2)
                   = PF-OPTOUT-CLASS(WS-CLS-IX)
                   SET WS-CLS-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLS-IX2 FROM 1 BY 1
                   UNTIL WS-CLS-IX2 > 8
                      OR WS-CLS-FOUND
               IF WS-CHG-NPF-CLASS(WS-CHG-FOUND-IX WS-CLS-IX2)
                   = SPACES
                   MOVE PF-OPTOUT-CLASS(WS-CLS-IX)
                       TO WS-CHG-NPF-CLASS(WS-CHG-FOUND-IX WS-CLS-IX2)
                   SET WS-CLS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CLS-FOUND
               SET WS-CLS-DROPPED TO TRUE
           END-IF.

       3170-WRITE-NEW-PREF.
           MOVE SG-PREF-RECORD TO SG-NEWPREF-RECORD
           WRITE SG-NEWPREF-RECORD
           IF WS-NEWPREF-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO WRITE PREFFILN, STATUS="
                   WS-NEWPREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3180-WRITE-HELD-ROW.
           MOVE SPACES TO SG-PREF-RECORD
           MOVE WS-CHG-NEW-ADDR(WS-CHG-IX) TO PF-ADDRESS
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > 8
               MOVE WS-CHG-NPF-CLASS(WS-CHG-IX WS-CLS-IX)
                   TO PF-OPTOUT-CLASS(WS-CLS-IX)
           END-PERFORM
           MOVE WS-CHG-NPF-MAX-MSGS(WS-CHG-IX) TO PF-MAX-MSGS
           MOVE WS-CHG-NPF-WINDOW(WS-CHG-IX)   TO PF-WINDOW-DAYS
           PERFORM 3170-WRITE-NEW-PREF.

      *    Retry queue: the old address is re-pointed wherever it
      *    appears - TO, CC or BCC - so the queued message reaches the
      *    customer's new mailbox.  The recipient key is unchanged, so
      *    the mailer's duplicate guard still knows the message.
       3200-REPOINT-RETRY-QUEUE.
           OPEN INPUT SG-RETRY-FILE
           IF WS-RETRY-FILE-STATUS NOT = "00"
                   AND WS-RETRY-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN RETRYOUT, STATUS="
                   WS-RETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWRETRY-FILE
           IF WS-NEWRETRY-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN RETRYOUN, STATUS="
                   WS-NEWRETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           SET WS-REPOINT-RETRY TO TRUE
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3210-READ-RETRY-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE RT-MAIL-TO TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO RT-MAIL-TO
               MOVE RT-MAIL-CC TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO RT-MAIL-CC
               MOVE RT-MAIL-BCC TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO RT-MAIL-BCC
               MOVE SG-RETRY-RECORD TO SG-NEWRETRY-RECORD
               WRITE SG-NEWRETRY-RECORD
               IF WS-NEWRETRY-FILE-STATUS NOT = "00"
                   DISPLAY "SGADCHG: UNABLE TO WRITE RETRYOUN, "
                       "STATUS=" WS-NEWRETRY-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               PERFORM 3210-READ-RETRY-RECORD
           END-PERFORM
           CLOSE SG-RETRY-FILE
           CLOSE SG-NEWRETRY-FILE.

       3210-READ-RETRY-RECORD.
           READ SG-RETRY-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-RETRY-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: RETRYOUT READ ERROR, STATUS="
                   WS-RETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Deferred queue: treated exactly as the retry queue.
       3300-REPOINT-DEFER-QUEUE.
           OPEN INPUT SG-DEFER-FILE
           IF WS-DEFER-FILE-STATUS NOT = "00"
                   AND WS-DEFER-FILE-STATUS NOT = "05"
               DISPLAY "SGADCHG: UNABLE TO OPEN DEFEROUT, STATUS="
                   WS-DEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWDEFER-FILE
           IF WS-NEWDEFER-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO OPEN DEFEROUN, STATUS="
                   WS-NEWDEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           SET WS-REPOINT-DEFER TO TRUE
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3310-READ-DEFER-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE DF-MAIL-TO TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO DF-MAIL-TO
               MOVE DF-MAIL-CC TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO DF-MAIL-CC
               MOVE DF-MAIL-BCC TO WS-REPOINT-LIST
               PERFORM 3850-REPOINT-ADDRESS-LIST
               MOVE WS-REPOINT-RESULT TO DF-MAIL-BCC
               MOVE SG-DEFER-RECORD TO SG-NEWDEFER-RECORD
               WRITE SG-NEWDEFER-RECORD
               IF WS-NEWDEFER-FILE-STATUS NOT = "00"
                   DISPLAY "SGADCHG: UNABLE TO WRITE DEFEROUN, "
                       "STATUS=" WS-NEWDEFER-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               PERFORM 3310-READ-DEFER-RECORD
           END-PERFORM
           CLOSE SG-DEFER-FILE
           CLOSE SG-NEWDEFER-FILE.

       3310-READ-DEFER-RECORD.
           READ SG-DEFER-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-DEFER-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: DEFEROUT READ ERROR, STATUS="
                   WS-DEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Split a comma-joined address field, replace every changed
      *    address with its new address (counting it against the
      *    change and the queue), and re-join.  A single TO address is
      *    just a list of one.
       3850-REPOINT-ADDRESS-LIST.
           MOVE SPACES TO WS-REPOINT-RESULT
           MOVE 1 TO WS-REPOINT-IN-PTR
           MOVE 1 TO WS-REPOINT-OUT-PTR
           MOVE "N" TO WS-REPOINT-DONE-SW
           IF WS-REPOINT-LIST = SPACES
               SET WS-REPOINT-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-REPOINT-DONE
               IF WS-REPOINT-IN-PTR > LENGTH OF WS-REPOINT-LIST
                   SET WS-REPOINT-DONE TO TRUE
               ELSE
                   MOVE SPACES TO WS-REPOINT-ADDR
                   UNSTRING WS-REPOINT-LIST DELIMITED BY ","
                       INTO WS-REPOINT-ADDR
                       WITH POINTER WS-REPOINT-IN-PTR
                   END-UNSTRING
                   IF WS-REPOINT-ADDR NOT = SPACES
                       MOVE FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-REPOINT-ADDR))
                           TO WS-WORK-ADDRESS
                       PERFORM 1400-FIND-CHANGE-BY-OLD
                       IF WS-CHG-FOUND-IX > ZERO
                           PERFORM 3860-COUNT-REPOINTED-ADDR
                           MOVE WS-CHG-NEW-ADDR(WS-CHG-FOUND-IX)
                               TO WS-REPOINT-ADDR
                       END-IF
                       PERFORM 3870-APPEND-REPOINT-ADDR
                   END-IF
               END-IF
           END-PERFORM.

       3860-COUNT-REPOINTED-ADDR.
           IF WS-REPOINT-RETRY
               ADD 1 TO WS-CHG-CNT-RETRY(WS-CHG-FOUND-IX)
               ADD 1 TO WS-CNT-RETRY
           ELSE
               ADD 1 TO WS-CHG-CNT-DEFER(WS-CHG-FOUND-IX)
               ADD 1 TO WS-CNT-DEFER
           END-IF.

       3870-APPEND-REPOINT-ADDR.
           IF WS-REPOINT-OUT-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-REPOINT-RESULT
                   WITH POINTER WS-REPOINT-OUT-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-REPOINT-ADDR) DELIMITED BY SIZE
               INTO WS-REPOINT-RESULT
               WITH POINTER WS-REPOINT-OUT-PTR
           END-STRING.

      *    One audit record per change, in feed order.
       8000-AUDIT-CHANGES.
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               MOVE SPACES TO SG-ADRCAUD-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP         TO ACA-TIMESTAMP
               MOVE WS-CHG-USER-ID(WS-CHG-IX)  TO ACA-USER-ID
               MOVE WS-CHG-CUST-ID(WS-CHG-IX)  TO ACA-CUST-ID
               MOVE WS-CHG-OLD-CARD(WS-CHG-IX) TO ACA-OLD-ADDRESS
               MOVE WS-CHG-NEW-CARD(WS-CHG-IX) TO ACA-NEW-ADDRESS
               IF WS-CHG-IS-VALID(WS-CHG-IX)
                   SET ACA-WAS-APPLIED TO TRUE
               ELSE
                   SET ACA-WAS-REJECTED TO TRUE
               END-IF
               MOVE WS-CHG-REJECT-REASON(WS-CHG-IX) TO ACA-REASON
               MOVE WS-CHG-CNT-DISTLIST(WS-CHG-IX)
                   TO ACA-CNT-DISTLIST
               MOVE WS-CHG-CNT-PREF(WS-CHG-IX)     TO ACA-CNT-PREF
               MOVE WS-CHG-CNT-RETRY(WS-CHG-IX)    TO ACA-CNT-RETRY
               MOVE WS-CHG-CNT-DEFER(WS-CHG-IX)    TO ACA-CNT-DEFER
               MOVE WS-CHG-CARRIED(WS-CHG-IX)   TO ACA-SUPP-CARRIED
               WRITE SG-ADRCAUD-RECORD
               IF WS-ADRCAUD-FILE-STATUS NOT = "00"
                   DISPLAY "SGADCHG: UNABLE TO WRITE ADRCAUD, STATUS="
                       WS-ADRCAUD-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
           END-PERFORM.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-ADRCRPT-LINE
           WRITE SG-ADRCRPT-LINE
           IF WS-ADRCRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGADCHG: UNABLE TO WRITE ADRCRPT, STATUS="
                   WS-ADRCRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-ADRCRPT-LINE
           WRITE SG-ADRCRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-ADRCRPT-LINE
           WRITE SG-ADRCRPT-LINE
           MOVE SPACES TO SG-ADRCRPT-LINE
           WRITE SG-ADRCRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "CHANGE RECORDS READ"         TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-CHANGES                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CHANGES APPLIED"             TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-APPLIED                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CHANGES REJECTED"            TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-REJECTED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SUPPRESSIONS CARRIED TO NEW ADDRESS"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-CARRIED                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "LIST MEMBERSHIPS MOVED"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DL-MOVED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "LIST MEMBERSHIPS ALREADY HELD - DROPPED"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DL-DROPPED             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PREFERENCE ROWS MOVED"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-PF-MOVED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PREFERENCE ROWS MERGED"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-PF-MERGED              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "RETRY QUEUE ADDRESSES RE-POINTED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-RETRY                  TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DEFERRED QUEUE ADDRESSES RE-POINTED"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DEFER                  TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY "SGADCHG: CHANGES=" WS-CNT-CHANGES
               " APPLIED=" WS-CNT-APPLIED
               " REJECTED=" WS-CNT-REJECTED
               " CARRIED=" WS-CNT-CARRIED
           CLOSE SG-ADDRSUP-FILE
           CLOSE SG-ADRCREJ-FILE
           CLOSE SG-ADRCAUD-FILE
           CLOSE SG-ADRCRPT-FILE
           IF WS-CNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
