       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgprfmt.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Preference-master maintenance for the sendgrid mail-merge
      *    system.  Replaces hand edits of PREFFILE with controlled
      *    update transactions (class opt-out, class opt-in, set
      *    frequency cap, delete the address's row): the old master
      *    and the updates come in, a new master goes out, malformed
      *    or pointless updates land on a reject file with a reason,
      *    every transaction - applied or not - writes an audit
      *    record saying who changed what, and a printed report
      *    itemizes the rejects and the run totals.
      *
      *    The load pass folds repeat rows for one address into a
      *    single row (opt-out classes merged, the first live cap
      *    kept), the same normalization the mailer's lookup
      *    assumes - it stops at the first row it finds.
      *
      *    The erasure tombstones on the suppression master (SUPPFILE,
      *    read only) are loaded too: an update that would give an
      *    erased customer a new preference row is rejected, since the
      *    row would hold the very address the erasure removed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-PREFUPD-FILE ASSIGN TO "PREFUPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFUPD-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT OPTIONAL SG-SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT SG-NEWMASTER-FILE ASSIGN TO "PREFFILN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWMASTER-FILE-STATUS.
           SELECT SG-PRFMREJ-FILE ASSIGN TO "PRFMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFMREJ-FILE-STATUS.
           SELECT OPTIONAL SG-PRFAUDIT-FILE ASSIGN TO "PRFAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFAUDIT-FILE-STATUS.
           SELECT SG-PRFMRPT-FILE ASSIGN TO "PRFMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFMRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-PREFUPD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREFUPD-RECORD.
           COPY SGPFUPD.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

       FD  SG-SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-SUPPRESS-RECORD.
           COPY SGSUPPR.

      *    New master - the old master folded, with this run's
      *    updates applied; the job step renames it over PREFFILE on
      *    a clean end of job, so a failed run never half-updates the
      *    preference master.
       FD  SG-NEWMASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-NEWMASTER-RECORD.
           COPY SGPREF
               REPLACING LEADING ==PF== BY ==NM==.

      *    Rejected updates - the transaction image plus the reason.
       FD  SG-PRFMREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PRFMREJ-RECORD.
           COPY SGPFUPD
               REPLACING LEADING ==PU== BY ==RJ==.
           05  RJ-REJECT-REASON        PIC X(40).

      *    Audit trail accumulates across runs - OPEN EXTEND.
       FD  SG-PRFAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PRFAUDIT-RECORD.
           COPY SGPFAUD.

       FD  SG-PRFMRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PRFMRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-PREFUPD-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-SUPPRESS-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-NEWMASTER-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-PRFMREJ-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-PRFAUDIT-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-PRFMRPT-FILE-STATUS   PIC X(2) VALUE "00".

           01 WS-EOF-UPDATE-SW     PIC X(1)   VALUE "N".
               88 WS-EOF-UPDATE            VALUE "Y".
           01 WS-PREF-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-PREF-EOF              VALUE "Y".
           01 WS-SUPPRESS-EOF-SW   PIC X(1)   VALUE "N".
               88 WS-SUPPRESS-EOF          VALUE "Y".

      *    Erasure tombstones - the sgaddrh digest of every erased
      *    address, from the suppression master's ERASED rows.
           01 WS-TMB-TABLE-MAX     PIC 9(5) COMP VALUE 10000.
           01 WS-TMB-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-TMB-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-TMB-TABLE.
               05 WS-TMB-DIGEST OCCURS 10000 TIMES
                                        PIC X(40).

      *    The master in storage: one row per distinct address
      *    (upper-cased and trimmed, the same normalization the
      *    mailer's table uses).  A logically deleted row keeps its
      *    slot and is dropped when the new master is written.
           01 WS-PFM-TABLE-MAX     PIC 9(5) COMP VALUE 5000.
           01 WS-PFM-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-PFM-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-PFM-CLS-IX        PIC 9(2) COMP VALUE ZERO.
           01 WS-PFM-TABLE.
               05 WS-PFM-ENTRY OCCURS 5000 TIMES.
                   10 WS-PFM-ADDRESS    PIC X(100).
                   10 WS-PFM-CLASS OCCURS 8 TIMES
                                        PIC X(4).
                   10 WS-PFM-MAX-MSGS   PIC 9(3).
                   10 WS-PFM-WINDOW     PIC 9(3).
                   10 WS-PFM-DELETED    PIC X(1).
                       88 WS-PFM-IS-DELETED  VALUE "D".
                       88 WS-PFM-IS-LIVE     VALUE SPACE.

      *    Work fields for the current record/update
           01 WS-WORK-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-WORK-CLASS        PIC X(4)   VALUE SPACES.
           01 WS-FOUND-IX          PIC 9(5) COMP VALUE ZERO.
           01 WS-CLASS-FOUND-IX    PIC 9(2) COMP VALUE ZERO.
           01 WS-CLASS-FREE-IX     PIC 9(2) COMP VALUE ZERO.
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
           01 WS-ROW-EMPTY-SW      PIC X(1)   VALUE "N".
               88 WS-ROW-EMPTY             VALUE "Y".

      *    Run counters
           01 WS-CNT-OLD-RECORDS   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-FOLDED        PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-UPDATES       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-APPLIED       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-REJECTED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPTOUTS       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-OPTINS        PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-CAPS-SET      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-ROWS-DELETED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-NEW-RECORDS   PIC 9(7) COMP VALUE ZERO.
           01 WS-AUDIT-TIMESTAMP   PIC X(26)  VALUE SPACES.

      *    Reject/summary report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGPRFMT".
               05 FILLER           PIC X(37) VALUE
                   "PREFERENCE MASTER MAINTENANCE".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(10) VALUE "FUNCTION".
               05 FILLER           PIC X(42) VALUE "ADDRESS".
               05 FILLER           PIC X(6)  VALUE "CLASS".
               05 FILLER           PIC X(40) VALUE "REJECT REASON".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-FUNC  PIC X(8)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-ADDR  PIC X(40) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-CLASS PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-DTL-RSN   PIC X(40) VALUE SPACES.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-UPDATES UNTIL WS-EOF-UPDATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SG-PREFUPD-FILE
           IF WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PREFUPD, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-NEWMASTER-FILE
           IF WS-NEWMASTER-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PREFFILN, STATUS="
                   WS-NEWMASTER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-PRFMREJ-FILE
           IF WS-PRFMREJ-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PRFMREJ, STATUS="
                   WS-PRFMREJ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN EXTEND SG-PRFAUDIT-FILE
           IF WS-PRFAUDIT-FILE-STATUS NOT = "00"
                   AND WS-PRFAUDIT-FILE-STATUS NOT = "05"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PRFAUDIT, STATUS="
                   WS-PRFAUDIT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-PRFMRPT-FILE
           IF WS-PRFMRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PRFMRPT, STATUS="
                   WS-PRFMRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           PERFORM 1100-LOAD-AND-FOLD-MASTER
           PERFORM 1500-LOAD-TOMBSTONES
           PERFORM 2100-READ-UPDATE-RECORD.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-LOAD-AND-FOLD-MASTER.
           MOVE ZERO TO WS-PFM-COUNT
           MOVE "N" TO WS-PREF-EOF-SW
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGPRFMT: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1150-READ-PREF-RECORD
           PERFORM UNTIL WS-PREF-EOF
               IF PF-ADDRESS NOT = SPACES
                   ADD 1 TO WS-CNT-OLD-RECORDS
                   PERFORM 1200-FOLD-ONE-RECORD
               END-IF
               PERFORM 1150-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE.

       1150-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
                   SET WS-PREF-EOF TO TRUE
           END-READ
           IF NOT WS-PREF-EOF
                   AND WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Fold one old-master record into the table.  A repeat of
      *    an address already held contributes any opt-out class the
      *    held row lacks, and its cap only if the held row has none
      *    - folding never loosens what the master already says.
       1200-FOLD-ONE-RECORD.
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(PF-ADDRESS))
               TO WS-WORK-ADDRESS
           PERFORM 1300-FIND-MASTER-ROW
           IF WS-FOUND-IX = ZERO
               PERFORM 1250-ADD-MASTER-ROW
               PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                       UNTIL WS-PFM-CLS-IX > 8
                   MOVE FUNCTION UPPER-CASE
                           (PF-OPTOUT-CLASS(WS-PFM-CLS-IX))
                       TO WS-PFM-CLASS(WS-FOUND-IX WS-PFM-CLS-IX)
               END-PERFORM
               IF PF-MAX-MSGS IS NUMERIC
                   MOVE PF-MAX-MSGS TO WS-PFM-MAX-MSGS(WS-FOUND-IX)
               END-IF
               IF PF-WINDOW-DAYS IS NUMERIC
                   MOVE PF-WINDOW-DAYS TO WS-PFM-WINDOW(WS-FOUND-IX)
               END-IF
           ELSE
               ADD 1 TO WS-CNT-FOLDED
               PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                       UNTIL WS-PFM-CLS-IX > 8
                   MOVE FUNCTION UPPER-CASE
                           (PF-OPTOUT-CLASS(WS-PFM-CLS-IX))
                       TO WS-WORK-CLASS
                   IF WS-WORK-CLASS NOT = SPACES
                       PERFORM 1400-FIND-CLASS-SLOT
                       IF WS-CLASS-FOUND-IX = ZERO
                               AND WS-CLASS-FREE-IX > ZERO
                           MOVE WS-WORK-CLASS TO WS-PFM-CLASS
                               (WS-FOUND-IX WS-CLASS-FREE-IX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PFM-MAX-MSGS(WS-FOUND-IX) = ZERO
                       AND PF-MAX-MSGS IS NUMERIC
                   MOVE PF-MAX-MSGS TO WS-PFM-MAX-MSGS(WS-FOUND-IX)
                   IF PF-WINDOW-DAYS IS NUMERIC
                       MOVE PF-WINDOW-DAYS
                           TO WS-PFM-WINDOW(WS-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

      *    New empty row for WS-WORK-ADDRESS; WS-FOUND-IX points at it.
       1250-ADD-MASTER-ROW.
           IF WS-PFM-COUNT >= WS-PFM-TABLE-MAX
               DISPLAY "SGPRFMT: MASTER TABLE OVERFLOW AT "
                   WS-PFM-TABLE-MAX " ENTRIES"
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-PFM-COUNT
           MOVE WS-PFM-COUNT TO WS-FOUND-IX
           MOVE WS-WORK-ADDRESS TO WS-PFM-ADDRESS(WS-FOUND-IX)
           PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                   UNTIL WS-PFM-CLS-IX > 8
               MOVE SPACES TO WS-PFM-CLASS(WS-FOUND-IX WS-PFM-CLS-IX)
           END-PERFORM
           MOVE ZERO  TO WS-PFM-MAX-MSGS(WS-FOUND-IX)
           MOVE ZERO  TO WS-PFM-WINDOW(WS-FOUND-IX)
           MOVE SPACE TO WS-PFM-DELETED(WS-FOUND-IX).

       1300-FIND-MASTER-ROW.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-PFM-IX FROM 1 BY 1
                   UNTIL WS-PFM-IX > WS-PFM-COUNT
                      OR WS-FOUND-IX > ZERO
               IF WS-PFM-ADDRESS(WS-PFM-IX) = WS-WORK-ADDRESS
                   AND WS-PFM-IS-LIVE(WS-PFM-IX)
                   MOVE WS-PFM-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *    Where is WS-WORK-CLASS on row WS-FOUND-IX (zero if not
      *    there), and which is the first empty slot (zero if full).
       1400-FIND-CLASS-SLOT.
           MOVE ZERO TO WS-CLASS-FOUND-IX
           MOVE ZERO TO WS-CLASS-FREE-IX
           PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                   UNTIL WS-PFM-CLS-IX > 8
               IF WS-PFM-CLASS(WS-FOUND-IX WS-PFM-CLS-IX)
                       = WS-WORK-CLASS
                   MOVE WS-PFM-CLS-IX TO WS-CLASS-FOUND-IX
               END-IF
               IF WS-PFM-CLASS(WS-FOUND-IX WS-PFM-CLS-IX) = SPACES
                       AND WS-CLASS-FREE-IX = ZERO
                   MOVE WS-PFM-CLS-IX TO WS-CLASS-FREE-IX
               END-IF
           END-PERFORM.

       1500-LOAD-TOMBSTONES.
           MOVE ZERO TO WS-TMB-COUNT
           MOVE "N" TO WS-SUPPRESS-EOF-SW
           OPEN INPUT SG-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS NOT = "00"
                   AND WS-SUPPRESS-FILE-STATUS NOT = "05"
               DISPLAY "SGPRFMT: UNABLE TO OPEN SUPPFILE, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1550-READ-SUPPRESS-RECORD
           PERFORM UNTIL WS-SUPPRESS-EOF
               IF SUP-IS-ERASED
                   IF WS-TMB-COUNT >= WS-TMB-TABLE-MAX
                       DISPLAY "SGPRFMT: TOMBSTONE TABLE OVERFLOW AT "
                           WS-TMB-TABLE-MAX " ENTRIES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-TMB-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(SUP-ADDRESS))
                       TO WS-TMB-DIGEST(WS-TMB-COUNT)
               END-IF
               PERFORM 1550-READ-SUPPRESS-RECORD
           END-PERFORM
           CLOSE SG-SUPPRESS-FILE.

       1550-READ-SUPPRESS-RECORD.
           READ SG-SUPPRESS-FILE
               AT END
                   SET WS-SUPPRESS-EOF TO TRUE
           END-READ
           IF NOT WS-SUPPRESS-EOF
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: SUPPFILE READ ERROR, STATUS="
                   WS-SUPPRESS-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2000-APPLY-UPDATES.
           ADD 1 TO WS-CNT-UPDATES
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-VALIDATE-AND-APPLY
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CNT-APPLIED
               PERFORM 2700-WRITE-AUDIT-APPLIED
           ELSE
               ADD 1 TO WS-CNT-REJECTED
               PERFORM 2600-WRITE-REJECT-RECORD
               PERFORM 2650-REPORT-REJECT
               PERFORM 2750-WRITE-AUDIT-REJECTED
           END-IF
           PERFORM 2100-READ-UPDATE-RECORD.

       2100-READ-UPDATE-RECORD.
           READ SG-PREFUPD-FILE
               AT END
                   SET WS-EOF-UPDATE TO TRUE
           END-READ
           IF NOT WS-EOF-UPDATE
                   AND WS-PREFUPD-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: PREFUPD READ ERROR, STATUS="
                   WS-PREFUPD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2200-VALIDATE-AND-APPLY.
           IF PU-ADDRESS = SPACES
               MOVE "ADDRESS MISSING" TO WS-REJECT-REASON
           ELSE
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(PU-ADDRESS))
                   TO WS-WORK-ADDRESS
               MOVE FUNCTION UPPER-CASE(PU-MSG-CLASS)
                   TO WS-WORK-CLASS
               EVALUATE TRUE
                   WHEN PU-IS-OPTOUT
                       PERFORM 2300-APPLY-OPTOUT
                   WHEN PU-IS-OPTIN
                       PERFORM 2350-APPLY-OPTIN
                   WHEN PU-IS-SETCAP
                       PERFORM 2400-APPLY-SETCAP
                   WHEN PU-IS-DELETE
                       PERFORM 2450-APPLY-DELETE
                   WHEN OTHER
                       MOVE "INVALID FUNCTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *    OPTOUT: an address with no preference row yet gets one -
      *    the first opt-out is how most rows come to exist.
       2300-APPLY-OPTOUT.
           IF WS-WORK-CLASS = SPACES
               MOVE "MESSAGE CLASS MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM 1300-FIND-MASTER-ROW
               IF WS-FOUND-IX = ZERO
                   PERFORM 2500-CHECK-ADDRESS-SYNTAX
                   IF WS-ADDR-BAD
                       MOVE "ADDRESS SYNTAX INVALID"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2550-CHECK-TOMBSTONE
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1250-ADD-MASTER-ROW
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 1400-FIND-CLASS-SLOT
               EVALUATE TRUE
                   WHEN WS-CLASS-FOUND-IX > ZERO
                       MOVE "CLASS ALREADY OPTED OUT"
                           TO WS-REJECT-REASON
                   WHEN WS-CLASS-FREE-IX = ZERO
                       MOVE "OPT-OUT CLASS LIST FULL"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-WORK-CLASS TO WS-PFM-CLASS
                           (WS-FOUND-IX WS-CLASS-FREE-IX)
                       ADD 1 TO WS-CNT-OPTOUTS
               END-EVALUATE
           END-IF.

       2350-APPLY-OPTIN.
           IF WS-WORK-CLASS = SPACES
               MOVE "MESSAGE CLASS MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM 1300-FIND-MASTER-ROW
               IF WS-FOUND-IX = ZERO
                   MOVE "ADDRESS NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
                   PERFORM 1400-FIND-CLASS-SLOT
                   IF WS-CLASS-FOUND-IX = ZERO
                       MOVE "CLASS NOT OPTED OUT" TO WS-REJECT-REASON
                   ELSE
                       MOVE SPACES TO WS-PFM-CLASS
                           (WS-FOUND-IX WS-CLASS-FOUND-IX)
                       ADD 1 TO WS-CNT-OPTINS
                   END-IF
               END-IF
           END-IF.

      *    SETCAP replaces the cap outright; a zero max lifts it.
      *    A blank window is stored as zero, which the mailer reads
      *    as its seven-day default.
       2400-APPLY-SETCAP.
           IF PU-MAX-MSGS NOT NUMERIC
               MOVE "CAP VALUE INVALID" TO WS-REJECT-REASON
           ELSE
               IF PU-WINDOW-DAYS NOT NUMERIC
                       AND PU-WINDOW-DAYS NOT = SPACES
                   MOVE "WINDOW VALUE INVALID" TO WS-REJECT-REASON
               ELSE
                   PERFORM 1300-FIND-MASTER-ROW
                   IF WS-FOUND-IX = ZERO
                       PERFORM 2500-CHECK-ADDRESS-SYNTAX
                       IF WS-ADDR-BAD
                           MOVE "ADDRESS SYNTAX INVALID"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 2550-CHECK-TOMBSTONE
                       END-IF
                       IF WS-REJECT-REASON = SPACES
                           PERFORM 1250-ADD-MASTER-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE PU-MAX-MSGS TO WS-PFM-MAX-MSGS(WS-FOUND-IX)
               IF PU-WINDOW-DAYS IS NUMERIC
                   MOVE PU-WINDOW-DAYS TO WS-PFM-WINDOW(WS-FOUND-IX)
               ELSE
                   MOVE ZERO TO WS-PFM-WINDOW(WS-FOUND-IX)
               END-IF
               ADD 1 TO WS-CNT-CAPS-SET
           END-IF.

      *    DELETE drops every preference the address holds.  The
      *    row keeps its slot, flagged, and is simply not written to
      *    the new master.
       2450-APPLY-DELETE.
           PERFORM 1300-FIND-MASTER-ROW
           IF WS-FOUND-IX = ZERO
               MOVE "ADDRESS NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE "D" TO WS-PFM-DELETED(WS-FOUND-IX)
               ADD 1 TO WS-CNT-ROWS-DELETED
           END-IF.

      *    A mail address must contain exactly one @ that is neither
      *    first nor last, and no embedded blanks or commas inside
      *    the trimmed value.
       2500-CHECK-ADDRESS-SYNTAX.
           MOVE "N" TO WS-ADDR-BAD-SW
           MOVE FUNCTION TRIM(PU-ADDRESS) TO WS-ADDR-TRIMMED
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

      *    A new row may not be opened for an erased address - its
      *    digest is among the suppression master's tombstones.
       2550-CHECK-TOMBSTONE.
           CALL "sgaddrh" USING WS-WORK-ADDRESS WS-WORK-DIGEST
           PERFORM VARYING WS-TMB-IX FROM 1 BY 1
                   UNTIL WS-TMB-IX > WS-TMB-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
               IF WS-TMB-DIGEST(WS-TMB-IX) = WS-WORK-DIGEST
                   MOVE "ERASURE TOMBSTONE IS PERMANENT"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       2600-WRITE-REJECT-RECORD.
           MOVE SPACES TO SG-PRFMREJ-RECORD
           MOVE SG-PREFUPD-RECORD
               TO SG-PRFMREJ-RECORD(1:LENGTH OF SG-PREFUPD-RECORD)
           MOVE WS-REJECT-REASON TO RJ-REJECT-REASON
           WRITE SG-PRFMREJ-RECORD
           IF WS-PRFMREJ-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO WRITE PRFMREJ, STATUS="
                   WS-PRFMREJ-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2650-REPORT-REJECT.
           MOVE PU-FUNCTION      TO WS-RPT-DTL-FUNC
           MOVE PU-ADDRESS       TO WS-RPT-DTL-ADDR
           MOVE PU-MSG-CLASS     TO WS-RPT-DTL-CLASS
           MOVE WS-REJECT-REASON TO WS-RPT-DTL-RSN
           MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE.

       2700-WRITE-AUDIT-APPLIED.
           MOVE "APPLIED" TO PFA-RESULT
           MOVE SPACES    TO PFA-REASON
           PERFORM 2780-WRITE-AUDIT-RECORD.

       2750-WRITE-AUDIT-REJECTED.
           MOVE "REJECTED"        TO PFA-RESULT
           MOVE WS-REJECT-REASON  TO PFA-REASON
           PERFORM 2780-WRITE-AUDIT-RECORD.

       2780-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO PFA-TIMESTAMP
           MOVE PU-USER-ID         TO PFA-USER-ID
           MOVE PU-FUNCTION        TO PFA-FUNCTION
           MOVE PU-ADDRESS         TO PFA-ADDRESS
           MOVE PU-MSG-CLASS       TO PFA-MSG-CLASS
           IF PU-MAX-MSGS IS NUMERIC
               MOVE PU-MAX-MSGS    TO PFA-MAX-MSGS
           ELSE
               MOVE ZERO           TO PFA-MAX-MSGS
           END-IF
           IF PU-WINDOW-DAYS IS NUMERIC
               MOVE PU-WINDOW-DAYS TO PFA-WINDOW-DAYS
           ELSE
               MOVE ZERO           TO PFA-WINDOW-DAYS
           END-IF
           WRITE SG-PRFAUDIT-RECORD
           IF WS-PRFAUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO WRITE PRFAUDIT, STATUS="
                   WS-PRFAUDIT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       2900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 2950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-PRFMRPT-LINE
           WRITE SG-PRFMRPT-LINE
           IF WS-PRFMRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO WRITE PRFMRPT, STATUS="
                   WS-PRFMRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       2950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-PRFMRPT-LINE
           WRITE SG-PRFMRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-PRFMRPT-LINE
           WRITE SG-PRFMRPT-LINE
           MOVE SPACES TO SG-PRFMRPT-LINE
           WRITE SG-PRFMRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

      *    Write the folded, updated master.  A row left holding no
      *    opt-out and no cap says nothing the mailer could act on,
      *    and is dropped rather than carried as dead weight.
       9100-WRITE-NEW-MASTER.
           PERFORM VARYING WS-PFM-IX FROM 1 BY 1
                   UNTIL WS-PFM-IX > WS-PFM-COUNT
               IF WS-PFM-IS-LIVE(WS-PFM-IX)
                   SET WS-ROW-EMPTY TO TRUE
                   IF WS-PFM-MAX-MSGS(WS-PFM-IX) > ZERO
                       MOVE "N" TO WS-ROW-EMPTY-SW
                   END-IF
                   PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                           UNTIL WS-PFM-CLS-IX > 8
                       IF WS-PFM-CLASS(WS-PFM-IX WS-PFM-CLS-IX)
                               NOT = SPACES
                           MOVE "N" TO WS-ROW-EMPTY-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-ROW-EMPTY
                       PERFORM 9150-WRITE-ONE-MASTER-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       9150-WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO SG-NEWMASTER-RECORD
           MOVE WS-PFM-ADDRESS(WS-PFM-IX) TO NM-ADDRESS
           PERFORM VARYING WS-PFM-CLS-IX FROM 1 BY 1
                   UNTIL WS-PFM-CLS-IX > 8
               MOVE WS-PFM-CLASS(WS-PFM-IX WS-PFM-CLS-IX)
                   TO NM-OPTOUT-CLASS(WS-PFM-CLS-IX)
           END-PERFORM
           MOVE WS-PFM-MAX-MSGS(WS-PFM-IX) TO NM-MAX-MSGS
           MOVE WS-PFM-WINDOW(WS-PFM-IX)   TO NM-WINDOW-DAYS
           WRITE SG-NEWMASTER-RECORD
           IF WS-NEWMASTER-FILE-STATUS NOT = "00"
               DISPLAY "SGPRFMT: UNABLE TO WRITE PREFFILN, STATUS="
                   WS-NEWMASTER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-CNT-NEW-RECORDS.

       9000-TERMINATE.
           PERFORM 9100-WRITE-NEW-MASTER
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "OLD MASTER RECORDS READ"     TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OLD-RECORDS            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "REPEAT RECORDS FOLDED"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-FOLDED                 TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "UPDATES READ"                TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-UPDATES                TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "UPDATES APPLIED"             TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-APPLIED                TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "  CLASS OPT-OUTS ADDED"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPTOUTS                TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "  CLASS OPT-OUTS REMOVED"    TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-OPTINS                 TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "  FREQUENCY CAPS SET"        TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-CAPS-SET               TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "  ADDRESS ROWS DELETED"      TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-ROWS-DELETED           TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "UPDATES REJECTED"            TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-REJECTED               TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE "NEW MASTER RECORDS WRITTEN"  TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-NEW-RECORDS            TO WS-RPT-TOT-COUNT
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           DISPLAY "SGPRFMT: OLD=" WS-CNT-OLD-RECORDS
               " NEW=" WS-CNT-NEW-RECORDS
               " APPLIED=" WS-CNT-APPLIED
               " REJECTED=" WS-CNT-REJECTED
           CLOSE SG-PREFUPD-FILE
           CLOSE SG-NEWMASTER-FILE
           CLOSE SG-PRFMREJ-FILE
           CLOSE SG-PRFAUDIT-FILE
           CLOSE SG-PRFMRPT-FILE
           IF WS-CNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
