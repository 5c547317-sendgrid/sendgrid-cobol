       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgerase.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Right-to-erasure purge.  Each request card names an address
      *    a customer has asked us to forget and the user keying it;
      *    the program removes or scrubs that address everywhere this
      *    system keeps it, in one controlled step:
      *
      *      SUPPFILE   rows for the address are dropped and a one-way
      *                 tombstone (reason ERASED, the address's digest
      *                 from sgaddrh) is added, so the mailer can still
      *                 refuse the address forever without holding it
      *      PREFFILE   the address's preference row is dropped
      *      DISTLIST   every membership of the address is dropped
      *      RETRYOUT   a queued transaction TO the address is dropped;
      *      DEFEROUT   the address is cut out of any CC/BCC list
      *      ARCHFILE   each archive record is re-keyed under the
      *                 digest, with subject, merge values and event
      *                 text blanked - the send statistics survive,
      *                 the customer does not
      *      SENDHIST   the address is cut out of SH-MAIL-TO; a row
      *                 left with no recipient carries the digest and
      *                 loses its subject
      *      OPENITEM   a delivery open item sent only to the address
      *                 is dropped; the address is cut out of any
      *                 other item's TO list
      *
      *    The sequential masters and queues are copied to new files
      *    (SUPPFILN, PREFFILN, DISTLSTN, RETRYOUN, DEFEROUN, OPENITMN)
      *    that the job step renames over the old ones on a clean end
      *    of job.
      *    The two indexed files are updated in place; a rerun after a
      *    failure finds nothing left to scrub there and simply
      *    finishes the job.  Every card writes an audit record that
      *    holds the digest, never the address, and the confirmation
      *    report itemizes what was removed from each file so customer
      *    service can hand it back to the requester.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-ERSREQ-FILE ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSREQ-FILE-STATUS.
           SELECT OPTIONAL SG-SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT SG-NEWSUPP-FILE ASSIGN TO "SUPPFILN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSUPP-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT SG-NEWPREF-FILE ASSIGN TO "PREFFILN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPREF-FILE-STATUS.
           SELECT OPTIONAL SG-DISTLIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLIST-FILE-STATUS.
           SELECT SG-NEWDIST-FILE ASSIGN TO "DISTLSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWDIST-FILE-STATUS.
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
           SELECT OPTIONAL SG-OPENITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-FILE-STATUS.
           SELECT SG-NEWOPEN-FILE ASSIGN TO "OPENITMN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWOPEN-FILE-STATUS.
           SELECT SG-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SG-HIST-FILE ASSIGN TO "SENDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPTIONAL SG-ERSAUDIT-FILE ASSIGN TO "ERSAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSAUDIT-FILE-STATUS.
           SELECT SG-ERSRPT-FILE ASSIGN TO "ERSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-ERSREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ERSREQ-RECORD.
           COPY SGERSRQ.

       FD  SG-SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

      *    New masters and queues - the old file less the erased
      *    addresses; the job step renames each over its original on
      *    a clean end of job.
       FD  SG-NEWSUPP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWSUPP-RECORD.
           COPY SGSUPPR
               REPLACING LEADING ==SUP== BY ==NS==.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

       FD  SG-NEWPREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWPREF-RECORD.
           COPY SGPREF
               REPLACING LEADING ==PF== BY ==NP==.

       FD  SG-DISTLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DISTLIST-RECORD.
           COPY SGDISTL.

       FD  SG-NEWDIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWDIST-RECORD.
           COPY SGDISTL
               REPLACING LEADING ==DL== BY ==ND==.

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

       FD  SG-OPENITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-OPENITEM-RECORD.
           COPY SGOPNIT.

       FD  SG-NEWOPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWOPEN-RECORD.
           COPY SGOPNIT
               REPLACING LEADING ==OI== BY ==NO==.

       FD  SG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ARCHIVE-RECORD.
           COPY SGARCHR.

       FD  SG-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-HIST-RECORD.
           COPY SGHIST.

      *    Audit trail accumulates across runs - OPEN EXTEND.
       FD  SG-ERSAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ERSAUDIT-RECORD.
           COPY SGERSAU.

       FD  SG-ERSRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ERSRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ERSREQ-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-NEWSUPP-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-NEWPREF-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-DISTLIST-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-NEWDIST-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-RETRY-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-NEWRETRY-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-DEFER-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-NEWDEFER-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-OPENITEM-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-NEWOPEN-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-HIST-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-ERSAUDIT-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-ERSRPT-FILE-STATUS    PIC X(2) VALUE "00".

           01 WS-EOF-REQ-SW        PIC X(1)   VALUE "N".
               88 WS-EOF-REQ               VALUE "Y".
           01 WS-EOF-MASTER-SW     PIC X(1)   VALUE "N".
               88 WS-EOF-MASTER            VALUE "Y".
           01 WS-BROWSE-DONE-SW    PIC X(1)   VALUE "N".
               88 WS-BROWSE-DONE           VALUE "Y".

      *    The request cards, edited and held for the whole run - each
      *    file is passed once and every card is applied to it, rather
      *    than one pass of every file per card.  The address is held
      *    trimmed and upper-cased, the normalization every address
      *    comparison in this system uses, with its digest alongside.
           01 WS-ERS-TABLE-MAX     PIC 9(3) COMP VALUE 200.
           01 WS-ERS-COUNT         PIC 9(3) COMP VALUE ZERO.
           01 WS-ERS-IX            PIC 9(3) COMP VALUE ZERO.
           01 WS-ERS-FOUND-IX      PIC 9(3) COMP VALUE ZERO.
           01 WS-ERS-TABLE.
               05 WS-ERS-ENTRY OCCURS 200 TIMES.
                   10 WS-ERS-ADDRESS    PIC X(100).
                   10 WS-ERS-CARD-ADDR  PIC X(100).
                   10 WS-ERS-DIGEST     PIC X(40).
                   10 WS-ERS-USER-ID    PIC X(8).
                   10 WS-ERS-REQUEST-REF PIC X(20).
                   10 WS-ERS-REJECT-REASON PIC X(40).
                   10 WS-ERS-STATUS     PIC X(1).
                       88 WS-ERS-IS-VALID    VALUE "V".
                       88 WS-ERS-IS-REJECTED VALUE "R".
                   10 WS-ERS-TOMBSTONE  PIC X(1).
                       88 WS-ERS-TOMB-PRESENT VALUE "P".
                       88 WS-ERS-TOMB-WRITTEN VALUE "W".
                   10 WS-ERS-CNT-SUPPRESS PIC 9(5) COMP.
                   10 WS-ERS-CNT-PREF     PIC 9(5) COMP.
                   10 WS-ERS-CNT-DISTLIST PIC 9(5) COMP.
                   10 WS-ERS-CNT-RETRY    PIC 9(5) COMP.
                   10 WS-ERS-CNT-DEFER    PIC 9(5) COMP.
                   10 WS-ERS-CNT-ARCHIVE  PIC 9(7) COMP.
                   10 WS-ERS-CNT-HISTORY  PIC 9(7) COMP.
                   10 WS-ERS-CNT-OPEN-DROP PIC 9(5) COMP.
                   10 WS-ERS-CNT-OPEN-CHG  PIC 9(5) COMP.

      *    Work fields for the current card/record
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
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
           01 WS-TODAY-DATE        PIC X(8)   VALUE SPACES.
           01 WS-AUDIT-TIMESTAMP   PIC X(26)  VALUE SPACES.

      *    Which file 3850-FILTER-ADDRESS-LIST is scrubbing - each
      *    address it cuts out is counted against that file.  Open
      *    items are counted by item, not by address, by the caller.
           01 WS-FILTER-SOURCE     PIC X(1)   VALUE SPACE.
               88 WS-FILTER-RETRY          VALUE "R".
               88 WS-FILTER-DEFER          VALUE "D".
               88 WS-FILTER-HISTORY        VALUE "H".
               88 WS-FILTER-OPENITEM       VALUE "O".
           01 WS-FILTER-LIST       PIC X(2000) VALUE SPACES.
           01 WS-FILTER-RESULT     PIC X(2000) VALUE SPACES.
           01 WS-FILTER-ADDR       PIC X(100)  VALUE SPACES.
           01 WS-FILTER-IN-PTR     PIC 9(4)    VALUE 1.
           01 WS-FILTER-OUT-PTR    PIC 9(4)    VALUE 1.
           01 WS-FILTER-DONE-SW    PIC X(1)    VALUE "N".
               88 WS-FILTER-DONE           VALUE "Y".
           01 WS-FILTER-HIT-IX     PIC 9(3) COMP VALUE ZERO.
           01 WS-LIST-CHANGED-SW   PIC X(1)    VALUE "N".
               88 WS-LIST-CHANGED          VALUE "Y".

      *    An archive record is re-keyed by deleting it and writing
      *    the scrubbed copy under the digest; the copy is built here.
           01 WS-ARCHIVE-SAVE.
               COPY SGARCHR
                   REPLACING LEADING ==SA== BY ==WA==.

      *    Run counters
           01 WS-CNT-REQUESTS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-APPLIED       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-REJECTED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-TOMBSTONES    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-SUPPRESS      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PREF          PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DISTLIST      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-RETRY         PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DEFER         PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-ARCHIVE       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-HISTORY       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-DROP     PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPEN-CHG      PIC 9(7) COMP VALUE ZERO.

      *    Confirmation report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGERASE".
               05 FILLER           PIC X(37) VALUE
                   "RIGHT-TO-ERASURE CONFIRMATION".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-REQ-LINE.
               05 FILLER           PIC X(8)  VALUE "REQUEST ".
               05 WS-RPT-REQ-REF   PIC X(20) VALUE SPACES.
               05 FILLER           PIC X(9)  VALUE " ADDRESS ".
               05 WS-RPT-REQ-ADDR  PIC X(60) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE " USER ".
               05 WS-RPT-REQ-USER  PIC X(8)  VALUE SPACES.
           01 WS-RPT-RESULT-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(8)  VALUE "RESULT  ".
               05 WS-RPT-RES-RSLT  PIC X(10) VALUE SPACES.
               05 WS-RPT-RES-RSN   PIC X(40) VALUE SPACES.
           01 WS-RPT-COUNT-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 WS-RPT-CNT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-CNT-COUNT PIC ZZZZZZ9.
           01 WS-RPT-TOMB-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(40) VALUE
                   "TOMBSTONE ON SUPPRESSION MASTER".
               05 WS-RPT-TOMB-TEXT PIC X(16) VALUE SPACES.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PURGE-SUPPRESSION
           PERFORM 3100-PURGE-PREFERENCES
           PERFORM 3200-PURGE-DISTLIST
           PERFORM 3300-PURGE-RETRY-QUEUE
           PERFORM 3400-PURGE-DEFER-QUEUE
           PERFORM 3700-PURGE-OPEN-ITEMS
           IF WS-CNT-APPLIED > ZERO
               PERFORM 3500-SCRUB-ARCHIVE
               PERFORM 3600-SCRUB-SEND-HISTORY
           END-IF
           PERFORM 8000-CONFIRM-REQUESTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SG-ERSREQ-FILE
           IF WS-ERSREQ-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN ERASREQ, STATUS="
                   WS-ERSREQ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN EXTEND SG-ERSAUDIT-FILE
           IF WS-ERSAUDIT-FILE-STATUS NOT = "00"
                   AND WS-ERSAUDIT-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN ERSAUDIT, STATUS="
                   WS-ERSAUDIT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-ERSRPT-FILE
           IF WS-ERSRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN ERSRPT, STATUS="
                   WS-ERSRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           MOVE WS-RPT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           PERFORM 1100-READ-REQUEST
           PERFORM UNTIL WS-EOF-REQ
               PERFORM 1200-EDIT-ONE-REQUEST
               PERFORM 1100-READ-REQUEST
           END-PERFORM
           CLOSE SG-ERSREQ-FILE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-READ-REQUEST.
           READ SG-ERSREQ-FILE
               AT END
                   SET WS-EOF-REQ TO TRUE
           END-READ
           IF NOT WS-EOF-REQ
                   AND WS-ERSREQ-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: ERASREQ READ ERROR, STATUS="
                   WS-ERSREQ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Edit one card into the request table.  A card that would
      *    erase nothing verifiable - no address, a malformed one, no
      *    user to answer for it, or the same address twice in one
      *    run - is held as rejected so it still gets its audit record
      *    and its line on the confirmation report.
       1200-EDIT-ONE-REQUEST.
           ADD 1 TO WS-CNT-REQUESTS
           IF WS-ERS-COUNT >= WS-ERS-TABLE-MAX
               DISPLAY "SGERASE: REQUEST TABLE OVERFLOW AT "
                   WS-ERS-TABLE-MAX " CARDS"
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(ER-ADDRESS))
               TO WS-WORK-ADDRESS
           EVALUATE TRUE
               WHEN ER-ADDRESS = SPACES
                   MOVE "ADDRESS MISSING" TO WS-REJECT-REASON
               WHEN ER-USER-ID = SPACES
                   MOVE "USER ID MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 1250-CHECK-ADDRESS-SYNTAX
                   IF WS-ADDR-BAD
                       MOVE "ADDRESS SYNTAX INVALID"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 1300-FIND-REQUEST
                       IF WS-ERS-FOUND-IX > ZERO
                           MOVE "DUPLICATE OF EARLIER REQUEST"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-ERS-COUNT
           INITIALIZE WS-ERS-ENTRY(WS-ERS-COUNT)
           MOVE WS-WORK-ADDRESS  TO WS-ERS-ADDRESS(WS-ERS-COUNT)
           MOVE ER-ADDRESS       TO WS-ERS-CARD-ADDR(WS-ERS-COUNT)
           MOVE ER-USER-ID       TO WS-ERS-USER-ID(WS-ERS-COUNT)
           MOVE ER-REQUEST-REF   TO WS-ERS-REQUEST-REF(WS-ERS-COUNT)
           MOVE WS-REJECT-REASON
               TO WS-ERS-REJECT-REASON(WS-ERS-COUNT)
           IF ER-ADDRESS NOT = SPACES
               CALL "sgaddrh" USING WS-WORK-ADDRESS WS-WORK-DIGEST
               MOVE WS-WORK-DIGEST TO WS-ERS-DIGEST(WS-ERS-COUNT)
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET WS-ERS-IS-VALID(WS-ERS-COUNT) TO TRUE
               ADD 1 TO WS-CNT-APPLIED
           ELSE
               SET WS-ERS-IS-REJECTED(WS-ERS-COUNT) TO TRUE
               ADD 1 TO WS-CNT-REJECTED
           END-IF.

      *    A mail address must contain exactly one @ that is neither
      *    first nor last, and no embedded blanks or commas inside
      *    the trimmed value.
       1250-CHECK-ADDRESS-SYNTAX.
           MOVE "N" TO WS-ADDR-BAD-SW
           MOVE FUNCTION TRIM(ER-ADDRESS) TO WS-ADDR-TRIMMED
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

      *    Find the valid request card for WS-WORK-ADDRESS (already
      *    trimmed and upper-cased); zero when none.
       1300-FIND-REQUEST.
           MOVE ZERO TO WS-ERS-FOUND-IX
           PERFORM VARYING WS-ERS-IX FROM 1 BY 1
                   UNTIL WS-ERS-IX > WS-ERS-COUNT
                      OR WS-ERS-FOUND-IX > ZERO
               IF WS-ERS-IS-VALID(WS-ERS-IX)
                   AND WS-ERS-ADDRESS(WS-ERS-IX) = WS-WORK-ADDRESS
                   MOVE WS-ERS-IX TO WS-ERS-FOUND-IX
               END-IF
           END-PERFORM.

      *    Same, by digest - used to spot a tombstone an earlier run
      *    already left on the suppression master.
       1350-FIND-REQUEST-BY-DIGEST.
           MOVE ZERO TO WS-ERS-FOUND-IX
           PERFORM VARYING WS-ERS-IX FROM 1 BY 1
                   UNTIL WS-ERS-IX > WS-ERS-COUNT
                      OR WS-ERS-FOUND-IX > ZERO
               IF WS-ERS-IS-VALID(WS-ERS-IX)
                   AND WS-ERS-DIGEST(WS-ERS-IX) = WS-WORK-ADDRESS
                   MOVE WS-ERS-IX TO WS-ERS-FOUND-IX
               END-IF
           END-PERFORM.

      *    Suppression master: drop every row for an erased address,
      *    note any tombstone an earlier run left, and add a tombstone
      *    for each erased address that has none.  The tombstone goes
      *    on even when the address was never suppressed - erasure
      *    means we never mail it again, whatever the upstream feed
      *    sends us tomorrow.
       3000-PURGE-SUPPRESSION.
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWSUPP-FILE
           IF WS-NEWSUPP-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN SUPPFILN, STATUS="
                   WS-NEWSUPP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3010-READ-SUPPRESS-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(SUP-ADDRESS))
                   TO WS-WORK-ADDRESS
               IF WS-WORK-ADDRESS(1:1) = "#"
                   PERFORM 1350-FIND-REQUEST-BY-DIGEST
                   IF WS-ERS-FOUND-IX > ZERO
                       SET WS-ERS-TOMB-PRESENT(WS-ERS-FOUND-IX)
                           TO TRUE
                   END-IF
                   MOVE ZERO TO WS-ERS-FOUND-IX
               ELSE
                   PERFORM 1300-FIND-REQUEST
               END-IF
               IF WS-ERS-FOUND-IX > ZERO
                   ADD 1 TO WS-ERS-CNT-SUPPRESS(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-SUPPRESS
               ELSE
                   MOVE SG-SUPPRESS-RECORD TO SG-NEWSUPP-RECORD
                   PERFORM 3020-WRITE-NEW-SUPPRESS
               END-IF
               PERFORM 3010-READ-SUPPRESS-RECORD
           END-PERFORM
           PERFORM VARYING WS-ERS-IX FROM 1 BY 1
                   UNTIL WS-ERS-IX > WS-ERS-COUNT
               IF WS-ERS-IS-VALID(WS-ERS-IX)
                   AND NOT WS-ERS-TOMB-PRESENT(WS-ERS-IX)
                   MOVE SPACES TO SG-NEWSUPP-RECORD
                   MOVE WS-ERS-DIGEST(WS-ERS-IX) TO NS-ADDRESS
                   MOVE "ERASED"                 TO NS-REASON
                   MOVE WS-TODAY-DATE            TO NS-ADDED-DATE
                   PERFORM 3020-WRITE-NEW-SUPPRESS
                   SET WS-ERS-TOMB-WRITTEN(WS-ERS-IX) TO TRUE
                   ADD 1 TO WS-CNT-TOMBSTONES
               END-IF
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE
           CLOSE SG-NEWSUPP-FILE.

       3010-READ-SUPPRESS-RECORD.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3020-WRITE-NEW-SUPPRESS.
           WRITE SG-NEWSUPP-RECORD
           IF WS-NEWSUPP-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO WRITE SUPPFILN, STATUS="
                   WS-NEWSUPP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Preference master: the erased address's row goes, opt-outs
      *    and cap together.  The tombstone now does the withholding.
       3100-PURGE-PREFERENCES.
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWPREF-FILE
           IF WS-NEWPREF-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN PREFFILN, STATUS="
                   WS-NEWPREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3110-READ-PREF-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(PF-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1300-FIND-REQUEST
               IF WS-ERS-FOUND-IX > ZERO
                   ADD 1 TO WS-ERS-CNT-PREF(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-PREF
               ELSE
                   MOVE SG-PREF-RECORD TO SG-NEWPREF-RECORD
                   WRITE SG-NEWPREF-RECORD
                   IF WS-NEWPREF-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO WRITE PREFFILN, "
                           "STATUS=" WS-NEWPREF-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
               PERFORM 3110-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE
           CLOSE SG-NEWPREF-FILE.

       3110-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Distribution lists: every membership row for the address
      *    goes.  Nested-list references ("*NAME") never match an
      *    address and are copied through untouched.
       3200-PURGE-DISTLIST.
           OPEN INPUT SG-DISTLIST-FILE
           IF WS-DISTLIST-FILE-STATUS NOT = "00"
                   AND WS-DISTLIST-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN DISTLIST, STATUS="
                   WS-DISTLIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWDIST-FILE
           IF WS-NEWDIST-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN DISTLSTN, STATUS="
                   WS-NEWDIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3210-READ-DISTLIST-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DL-MEMBER-ADDRESS))
                   TO WS-WORK-ADDRESS
               PERFORM 1300-FIND-REQUEST
               IF WS-ERS-FOUND-IX > ZERO
                   ADD 1 TO WS-ERS-CNT-DISTLIST(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-DISTLIST
               ELSE
                   MOVE SG-DISTLIST-RECORD TO SG-NEWDIST-RECORD
                   WRITE SG-NEWDIST-RECORD
                   IF WS-NEWDIST-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO WRITE DISTLSTN, "
                           "STATUS=" WS-NEWDIST-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
               PERFORM 3210-READ-DISTLIST-RECORD
           END-PERFORM
           CLOSE SG-DISTLIST-FILE
           CLOSE SG-NEWDIST-FILE.

       3210-READ-DISTLIST-RECORD.
           READ SG-DISTLIST-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-DISTLIST-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: DISTLIST READ ERROR, STATUS="
                   WS-DISTLIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Retry queue: a transaction addressed TO an erased customer
      *    is dropped outright - the message was theirs.  Anywhere
      *    else the address is only a copy recipient, so it is cut out
      *    of the CC/BCC list and the message still goes to everyone
      *    else on it.
       3300-PURGE-RETRY-QUEUE.
           OPEN INPUT SG-RETRY-FILE
           IF WS-RETRY-FILE-STATUS NOT = "00"
                   AND WS-RETRY-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN RETRYOUT, STATUS="
                   WS-RETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWRETRY-FILE
           IF WS-NEWRETRY-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN RETRYOUN, STATUS="
                   WS-NEWRETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           SET WS-FILTER-RETRY TO TRUE
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3310-READ-RETRY-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(RT-MAIL-TO))
                   TO WS-WORK-ADDRESS
               PERFORM 1300-FIND-REQUEST
               IF WS-ERS-FOUND-IX > ZERO
                   ADD 1 TO WS-ERS-CNT-RETRY(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-RETRY
               ELSE
                   MOVE RT-MAIL-CC TO WS-FILTER-LIST
                   PERFORM 3850-FILTER-ADDRESS-LIST
                   MOVE WS-FILTER-RESULT TO RT-MAIL-CC
                   MOVE RT-MAIL-BCC TO WS-FILTER-LIST
                   PERFORM 3850-FILTER-ADDRESS-LIST
                   MOVE WS-FILTER-RESULT TO RT-MAIL-BCC
                   MOVE SG-RETRY-RECORD TO SG-NEWRETRY-RECORD
                   WRITE SG-NEWRETRY-RECORD
                   IF WS-NEWRETRY-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO WRITE RETRYOUN, "
                           "STATUS=" WS-NEWRETRY-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
               PERFORM 3310-READ-RETRY-RECORD
           END-PERFORM
           CLOSE SG-RETRY-FILE
           CLOSE SG-NEWRETRY-FILE.

       3310-READ-RETRY-RECORD.
           READ SG-RETRY-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-RETRY-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: RETRYOUT READ ERROR, STATUS="
                   WS-RETRY-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Deferred queue: treated exactly as the retry queue.
       3400-PURGE-DEFER-QUEUE.
           OPEN INPUT SG-DEFER-FILE
           IF WS-DEFER-FILE-STATUS NOT = "00"
                   AND WS-DEFER-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN DEFEROUT, STATUS="
                   WS-DEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWDEFER-FILE
           IF WS-NEWDEFER-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN DEFEROUN, STATUS="
                   WS-NEWDEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           SET WS-FILTER-DEFER TO TRUE
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3410-READ-DEFER-RECORD
           PERFORM UNTIL WS-EOF-MASTER
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DF-MAIL-TO))
                   TO WS-WORK-ADDRESS
               PERFORM 1300-FIND-REQUEST
               IF WS-ERS-FOUND-IX > ZERO
                   ADD 1 TO WS-ERS-CNT-DEFER(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-DEFER
               ELSE
                   MOVE DF-MAIL-CC TO WS-FILTER-LIST
                   PERFORM 3850-FILTER-ADDRESS-LIST
                   MOVE WS-FILTER-RESULT TO DF-MAIL-CC
                   MOVE DF-MAIL-BCC TO WS-FILTER-LIST
                   PERFORM 3850-FILTER-ADDRESS-LIST
                   MOVE WS-FILTER-RESULT TO DF-MAIL-BCC
                   MOVE SG-DEFER-RECORD TO SG-NEWDEFER-RECORD
                   WRITE SG-NEWDEFER-RECORD
                   IF WS-NEWDEFER-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO WRITE DEFEROUN, "
                           "STATUS=" WS-NEWDEFER-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
               PERFORM 3410-READ-DEFER-RECORD
           END-PERFORM
           CLOSE SG-DEFER-FILE
           CLOSE SG-NEWDEFER-FILE.

       3410-READ-DEFER-RECORD.
           READ SG-DEFER-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-DEFER-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: DEFEROUT READ ERROR, STATUS="
                   WS-DEFER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Archive: each erased address's records are found with the
      *    same keyed START an inquiry uses.  A record cannot change
      *    its key in place, so it is deleted and written back under
      *    the digest - which sorts ahead of every real address, so
      *    restarting the browse at the address after each move finds
      *    the next record, and finds nothing once the last has gone.
       3500-SCRUB-ARCHIVE.
           OPEN I-O SG-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               DISPLAY "SGERASE: NO ARCHFILE - ARCHIVE NOT SCRUBBED"
           ELSE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGERASE: UNABLE TO OPEN ARCHFILE, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               PERFORM VARYING WS-ERS-FOUND-IX FROM 1 BY 1
                       UNTIL WS-ERS-FOUND-IX > WS-ERS-COUNT
                   IF WS-ERS-IS-VALID(WS-ERS-FOUND-IX)
                       MOVE "N" TO WS-BROWSE-DONE-SW
                       PERFORM 3550-SCRUB-NEXT-ARCHIVE-RECORD
                           UNTIL WS-BROWSE-DONE
                   END-IF
               END-PERFORM
               CLOSE SG-ARCHIVE-FILE
           END-IF.

       3550-SCRUB-NEXT-ARCHIVE-RECORD.
           MOVE WS-ERS-ADDRESS(WS-ERS-FOUND-IX) TO SA-MAIL-ADDRESS
           MOVE LOW-VALUES TO SA-TIMESTAMP
           MOVE LOW-VALUES TO SA-MESSAGE-ID
           MOVE LOW-VALUES TO SA-RECIPIENT-KEY
           START SG-ARCHIVE-FILE KEY NOT < SA-ARCH-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT WS-BROWSE-DONE
               READ SG-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
               END-READ
           END-IF
           IF NOT WS-BROWSE-DONE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "SGERASE: ARCHFILE READ ERROR, STATUS="
                       WS-ARCHIVE-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               IF SA-MAIL-ADDRESS NOT = WS-ERS-ADDRESS(WS-ERS-FOUND-IX)
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   PERFORM 3580-REKEY-ARCHIVE-RECORD
               END-IF
           END-IF.

      *    What survives is what the statistics, chargeback and
      *    reconciliation need: dates, status, exception type,
      *    campaign, class, template and message ids.  Subject, merge
      *    values and the provider's event text can all carry the
      *    customer's name or address, and go.
       3580-REKEY-ARCHIVE-RECORD.
           MOVE SG-ARCHIVE-RECORD TO WS-ARCHIVE-SAVE
           DELETE SG-ARCHIVE-FILE RECORD
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: ARCHFILE DELETE ERROR, STATUS="
                   WS-ARCHIVE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE WS-ERS-DIGEST(WS-ERS-FOUND-IX) TO WA-MAIL-ADDRESS
           MOVE SPACES TO WA-MAIL-SUBJECT
           MOVE SPACES TO WA-EVENT-REASON
           MOVE SPACES TO WA-MERGE-CUST-NAME
           MOVE SPACES TO WA-MERGE-ACCT-NO
           MOVE SPACES TO WA-MERGE-AMOUNT
           MOVE SPACES TO WA-MERGE-DUE-DATE
           MOVE WS-ARCHIVE-SAVE TO SG-ARCHIVE-RECORD
           WRITE SG-ARCHIVE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
      *    Status 22 is a scrubbed copy an interrupted earlier run
      *    already wrote - the clear record is gone either way.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   AND WS-ARCHIVE-FILE-STATUS NOT = "22"
               DISPLAY "SGERASE: UNABLE TO WRITE ARCHFILE, STATUS="
                   WS-ARCHIVE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-ERS-CNT-ARCHIVE(WS-ERS-FOUND-IX)
           ADD 1 TO WS-CNT-ARCHIVE.

      *    Send history: SH-MAIL-TO is not part of the key, so this is
      *    one full pass, cutting every erased address out of each
      *    row's recipient list.  A row left with no recipient at all
      *    was the customer's own message: it keeps its place - the
      *    mailer's duplicate guard and the chargeback counts still
      *    need the send - under the digest, and loses its subject.
       3600-SCRUB-SEND-HISTORY.
           OPEN I-O SG-HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               DISPLAY "SGERASE: NO SENDHIST - HISTORY NOT SCRUBBED"
           ELSE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "SGERASE: UNABLE TO OPEN SENDHIST, STATUS="
                       WS-HIST-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               SET WS-FILTER-HISTORY TO TRUE
               MOVE "N" TO WS-BROWSE-DONE-SW
               MOVE LOW-VALUES TO SH-HIST-KEY
               START SG-HIST-FILE KEY NOT < SH-HIST-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
               PERFORM 3650-SCRUB-ONE-HISTORY-ROW
                   UNTIL WS-BROWSE-DONE
               CLOSE SG-HIST-FILE
           END-IF.

       3650-SCRUB-ONE-HISTORY-ROW.
           READ SG-HIST-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT WS-BROWSE-DONE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "SGERASE: SENDHIST READ ERROR, STATUS="
                       WS-HIST-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               MOVE SH-MAIL-TO TO WS-FILTER-LIST
               PERFORM 3850-FILTER-ADDRESS-LIST
               IF WS-LIST-CHANGED
                   IF WS-FILTER-RESULT = SPACES
                       MOVE WS-ERS-DIGEST(WS-FILTER-HIT-IX)
                           TO SH-MAIL-TO
                       MOVE SPACES TO SH-MAIL-SUBJECT
                   ELSE
                       MOVE WS-FILTER-RESULT TO SH-MAIL-TO
                   END-IF
                   REWRITE SG-HIST-RECORD
                   IF WS-HIST-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO REWRITE SENDHIST, "
                           "STATUS=" WS-HIST-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
           END-IF.

      *    Delivery open items: the reconciliation job carries each
      *    one, TO list and subject as sent, until its delivery event
      *    turns up, and a late event puts them on the exception and
      *    clearance files.  An item sent only to erased addresses is
      *    dropped - its archive rows now sit under the digest and a
      *    late event has nothing left to match.  Otherwise the
      *    erased address is cut out of the TO list and the item
      *    carries on for the recipients still on it.
       3700-PURGE-OPEN-ITEMS.
           OPEN INPUT SG-OPENITEM-FILE
           IF WS-OPENITEM-FILE-STATUS NOT = "00"
                   AND WS-OPENITEM-FILE-STATUS NOT = "05"
               DISPLAY "SGERASE: UNABLE TO OPEN OPENITEM, STATUS="
                   WS-OPENITEM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWOPEN-FILE
           IF WS-NEWOPEN-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO OPEN OPENITMN, STATUS="
                   WS-NEWOPEN-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           SET WS-FILTER-OPENITEM TO TRUE
           MOVE "N" TO WS-EOF-MASTER-SW
           PERFORM 3710-READ-OPEN-ITEM
           PERFORM UNTIL WS-EOF-MASTER
               MOVE OI-MAIL-TO TO WS-FILTER-LIST
               PERFORM 3850-FILTER-ADDRESS-LIST
               IF WS-LIST-CHANGED
                       AND WS-FILTER-RESULT = SPACES
                   ADD 1 TO WS-ERS-CNT-OPEN-DROP(WS-FILTER-HIT-IX)
                   ADD 1 TO WS-CNT-OPEN-DROP
               ELSE
                   IF WS-LIST-CHANGED
                       MOVE WS-FILTER-RESULT TO OI-MAIL-TO
                       ADD 1 TO WS-ERS-CNT-OPEN-CHG(WS-FILTER-HIT-IX)
                       ADD 1 TO WS-CNT-OPEN-CHG
                   END-IF
                   MOVE SG-OPENITEM-RECORD TO SG-NEWOPEN-RECORD
                   WRITE SG-NEWOPEN-RECORD
                   IF WS-NEWOPEN-FILE-STATUS NOT = "00"
                       DISPLAY "SGERASE: UNABLE TO WRITE OPENITMN, "
                           "STATUS=" WS-NEWOPEN-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
               END-IF
               PERFORM 3710-READ-OPEN-ITEM
           END-PERFORM
           CLOSE SG-OPENITEM-FILE
           CLOSE SG-NEWOPEN-FILE.

       3710-READ-OPEN-ITEM.
           READ SG-OPENITEM-FILE
               AT END
                   SET WS-EOF-MASTER TO TRUE
           END-READ
           IF NOT WS-EOF-MASTER
                   AND WS-OPENITEM-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: OPENITEM READ ERROR, STATUS="
                   WS-OPENITEM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Split a comma-joined address list, drop every erased
      *    address (counting it against its request and the file
      *    being scrubbed), and re-join the survivors.  Pieces that
      *    are not erased addresses - other recipients, dist-list
      *    markers - pass through as they were.
       3850-FILTER-ADDRESS-LIST.
           MOVE SPACES TO WS-FILTER-RESULT
           MOVE "N" TO WS-LIST-CHANGED-SW
           MOVE ZERO TO WS-FILTER-HIT-IX
           MOVE 1 TO WS-FILTER-IN-PTR
           MOVE 1 TO WS-FILTER-OUT-PTR
           MOVE "N" TO WS-FILTER-DONE-SW
           IF WS-FILTER-LIST = SPACES
               SET WS-FILTER-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-FILTER-DONE
               IF WS-FILTER-IN-PTR > LENGTH OF WS-FILTER-LIST
                   SET WS-FILTER-DONE TO TRUE
               ELSE
                   MOVE SPACES TO WS-FILTER-ADDR
                   UNSTRING WS-FILTER-LIST DELIMITED BY ","
                       INTO WS-FILTER-ADDR
                       WITH POINTER WS-FILTER-IN-PTR
                   END-UNSTRING
                   IF WS-FILTER-ADDR NOT = SPACES
                       MOVE FUNCTION UPPER-CASE
                               (FUNCTION TRIM(WS-FILTER-ADDR))
                           TO WS-WORK-ADDRESS
                       PERFORM 1300-FIND-REQUEST
                       IF WS-ERS-FOUND-IX > ZERO
                           PERFORM 3860-COUNT-FILTERED-ADDR
                       ELSE
                           PERFORM 3870-APPEND-FILTER-ADDR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3860-COUNT-FILTERED-ADDR.
           SET WS-LIST-CHANGED TO TRUE
           IF WS-FILTER-HIT-IX = ZERO
               MOVE WS-ERS-FOUND-IX TO WS-FILTER-HIT-IX
           END-IF
           EVALUATE TRUE
               WHEN WS-FILTER-RETRY
                   ADD 1 TO WS-ERS-CNT-RETRY(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-RETRY
               WHEN WS-FILTER-DEFER
                   ADD 1 TO WS-ERS-CNT-DEFER(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-DEFER
               WHEN WS-FILTER-HISTORY
                   ADD 1 TO WS-ERS-CNT-HISTORY(WS-ERS-FOUND-IX)
                   ADD 1 TO WS-CNT-HISTORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3870-APPEND-FILTER-ADDR.
           IF WS-FILTER-OUT-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-FILTER-RESULT
                   WITH POINTER WS-FILTER-OUT-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-FILTER-ADDR) DELIMITED BY SIZE
               INTO WS-FILTER-RESULT
               WITH POINTER WS-FILTER-OUT-PTR
           END-STRING.

      *    One confirmation block and one audit record per card, in
      *    card order.
       8000-CONFIRM-REQUESTS.
           PERFORM VARYING WS-ERS-IX FROM 1 BY 1
                   UNTIL WS-ERS-IX > WS-ERS-COUNT
               PERFORM 8100-REPORT-ONE-REQUEST
               PERFORM 8200-WRITE-AUDIT-RECORD
           END-PERFORM.

       8100-REPORT-ONE-REQUEST.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-ERS-REQUEST-REF(WS-ERS-IX) TO WS-RPT-REQ-REF
           MOVE WS-ERS-CARD-ADDR(WS-ERS-IX)   TO WS-RPT-REQ-ADDR
           MOVE WS-ERS-USER-ID(WS-ERS-IX)     TO WS-RPT-REQ-USER
           MOVE WS-RPT-REQ-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           IF WS-ERS-IS-REJECTED(WS-ERS-IX)
               MOVE "REJECTED" TO WS-RPT-RES-RSLT
               MOVE WS-ERS-REJECT-REASON(WS-ERS-IX) TO WS-RPT-RES-RSN
               MOVE WS-RPT-RESULT-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           ELSE
               MOVE "ERASED"   TO WS-RPT-RES-RSLT
               MOVE SPACES     TO WS-RPT-RES-RSN
               MOVE WS-RPT-RESULT-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE "SUPPRESSION MASTER ROWS REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-SUPPRESS(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               IF WS-ERS-TOMB-WRITTEN(WS-ERS-IX)
                   MOVE "WRITTEN"         TO WS-RPT-TOMB-TEXT
               ELSE
                   MOVE "ALREADY PRESENT" TO WS-RPT-TOMB-TEXT
               END-IF
               MOVE WS-RPT-TOMB-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE "PREFERENCE MASTER ROWS REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-PREF(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "DISTRIBUTION LIST MEMBERSHIPS REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-DISTLIST(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "RETRY QUEUE ENTRIES REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-RETRY(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "DEFERRED QUEUE ENTRIES REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-DEFER(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "ARCHIVE RECORDS SCRUBBED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-ARCHIVE(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "SEND HISTORY ROWS SCRUBBED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-HISTORY(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "DELIVERY OPEN ITEMS REMOVED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-OPEN-DROP(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
               MOVE "DELIVERY OPEN ITEMS SCRUBBED"
                   TO WS-RPT-CNT-TEXT
               MOVE WS-ERS-CNT-OPEN-CHG(WS-ERS-IX) TO WS-RPT-CNT-COUNT
               PERFORM 8150-WRITE-COUNT-LINE
           END-IF.

       8150-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

       8200-WRITE-AUDIT-RECORD.
           MOVE SPACES TO SG-ERSAUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP            TO ERA-TIMESTAMP
           MOVE WS-ERS-USER-ID(WS-ERS-IX)     TO ERA-USER-ID
           MOVE WS-ERS-REQUEST-REF(WS-ERS-IX) TO ERA-REQUEST-REF
           MOVE WS-ERS-DIGEST(WS-ERS-IX)      TO ERA-DIGEST
           IF WS-ERS-IS-VALID(WS-ERS-IX)
               SET ERA-WAS-APPLIED TO TRUE
           ELSE
               SET ERA-WAS-REJECTED TO TRUE
           END-IF
           MOVE WS-ERS-REJECT-REASON(WS-ERS-IX) TO ERA-REASON
           MOVE WS-ERS-CNT-SUPPRESS(WS-ERS-IX) TO ERA-CNT-SUPPRESS
           MOVE WS-ERS-CNT-PREF(WS-ERS-IX)     TO ERA-CNT-PREF
           MOVE WS-ERS-CNT-DISTLIST(WS-ERS-IX) TO ERA-CNT-DISTLIST
           MOVE WS-ERS-CNT-RETRY(WS-ERS-IX)    TO ERA-CNT-RETRY
           MOVE WS-ERS-CNT-DEFER(WS-ERS-IX)    TO ERA-CNT-DEFER
           MOVE WS-ERS-CNT-ARCHIVE(WS-ERS-IX)  TO ERA-CNT-ARCHIVE
           MOVE WS-ERS-CNT-HISTORY(WS-ERS-IX)  TO ERA-CNT-HISTORY
           MOVE WS-ERS-CNT-OPEN-DROP(WS-ERS-IX) TO ERA-CNT-OPEN-DROP
           MOVE WS-ERS-CNT-OPEN-CHG(WS-ERS-IX)  TO ERA-CNT-OPEN-CHG
           WRITE SG-ERSAUDIT-RECORD
           IF WS-ERSAUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO WRITE ERSAUDIT, STATUS="
                   WS-ERSAUDIT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-ERSRPT-LINE
           WRITE SG-ERSRPT-LINE
           IF WS-ERSRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGERASE: UNABLE TO WRITE ERSRPT, STATUS="
                   WS-ERSRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-ERSRPT-LINE
           WRITE SG-ERSRPT-LINE
           MOVE SPACES TO SG-ERSRPT-LINE
           WRITE SG-ERSRPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "ERASURE REQUESTS READ"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-REQUESTS               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ERASURES APPLIED"            TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-APPLIED                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "REQUESTS REJECTED"           TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-REJECTED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "TOMBSTONES WRITTEN"          TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-TOMBSTONES             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SUPPRESSION MASTER ROWS REMOVED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-SUPPRESS               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PREFERENCE MASTER ROWS REMOVED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-PREF                   TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DISTRIBUTION LIST MEMBERSHIPS REMOVED"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DISTLIST               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "RETRY QUEUE ENTRIES REMOVED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-RETRY                  TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DEFERRED QUEUE ENTRIES REMOVED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DEFER                  TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ARCHIVE RECORDS SCRUBBED"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ARCHIVE                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SEND HISTORY ROWS SCRUBBED"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-HISTORY                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DELIVERY OPEN ITEMS REMOVED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-DROP              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DELIVERY OPEN ITEMS SCRUBBED" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPEN-CHG               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY "SGERASE: REQUESTS=" WS-CNT-REQUESTS
               " APPLIED=" WS-CNT-APPLIED
               " REJECTED=" WS-CNT-REJECTED
               " ARCHIVE=" WS-CNT-ARCHIVE
               " HISTORY=" WS-CNT-HISTORY
               " OPENITEM=" WS-CNT-OPEN-DROP "/" WS-CNT-OPEN-CHG
           CLOSE SG-ERSAUDIT-FILE
           CLOSE SG-ERSRPT-FILE
           IF WS-CNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
