       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sghpurg.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    SENDHIST retention and reorganization.  The send-history
      *    master only ever grows - every send and every CONS companion
      *    row stays for good - and the mailer browses all of it at
      *    start-up to count recent sends against preference caps.
      *    This utility unloads SENDHIST to a sequential backup
      *    (HISTBKUP), then reloads it from the backup leaving out
      *    rows whose run date is older than the control card's
      *    history retention period, and reports rows kept and
      *    dropped by run date.
      *
      *    The retention period is CC-HIST-RETENTION-DAYS, not the
      *    archive's CC-RETENTION-DAYS.  It is never honored below the
      *    longest frequency-cap window on PREFFILE: a cap counts the
      *    sends in its window from SENDHIST, and dropping rows inside
      *    a window would let the mailer exceed the cap.  Zero or
      *    spaces keeps every row (the run is then a pure
      *    reorganization).
      *
      *    Restart.  Between the unload and the end of the reload the
      *    backup is the only complete copy of the history, and losing
      *    it loses the duplicate-send guard.  The restart record
      *    (HISTRSTR) is written UNLOADED only once the backup is
      *    closed and counted, and RELOADED once SENDHIST is closed.
      *    A run that finds it UNLOADED skips the unload, checks the
      *    backup still holds every row it was written with, and
      *    reloads from it with the cutoff the failed run chose.  A
      *    failure during the unload leaves SENDHIST untouched and the
      *    rerun simply unloads again.  HISTBKUP must not be deleted
      *    or reused by the job until this step ends clean.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL SG-PREF-FILE ASSIGN TO "PREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT SG-HIST-FILE ASSIGN TO "SENDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT SG-BACKUP-FILE ASSIGN TO "HISTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT SG-RESTART-FILE ASSIGN TO "HISTRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT SG-HISTRPT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CONTROL-RECORD.
           COPY SGCTLCD.

       FD  SG-PREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-PREF-RECORD.
           COPY SGPREF.

       FD  SG-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-HIST-RECORD.
           COPY SGHIST.

      *    Sequential image of SENDHIST, in key order.
       FD  SG-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-BACKUP-RECORD.
           COPY SGHIST
               REPLACING LEADING ==SH== BY ==HB==.

       FD  SG-RESTART-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-RESTART-RECORD.
           COPY SGHRSTR.

       FD  SG-HISTRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-HISTRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-PREF-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-HIST-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-BACKUP-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-RESTART-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-HISTRPT-FILE-STATUS   PIC X(2) VALUE "00".

           01 WS-EOF-PREF-SW       PIC X(1)   VALUE "N".
               88 WS-EOF-PREF              VALUE "Y".
           01 WS-EOF-HIST-SW       PIC X(1)   VALUE "N".
               88 WS-EOF-HIST              VALUE "Y".
           01 WS-EOF-BACKUP-SW     PIC X(1)   VALUE "N".
               88 WS-EOF-BACKUP            VALUE "Y".
           01 WS-RESTART-SW        PIC X(1)   VALUE "N".
               88 WS-IS-RESTART            VALUE "Y".
           01 WS-KEEP-ALL-SW       PIC X(1)   VALUE "N".
               88 WS-KEEP-ALL              VALUE "Y".

           01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
           01 WS-CARD-RETENTION    PIC 9(5)   VALUE ZERO.
           01 WS-RETENTION-DAYS    PIC 9(5)   VALUE ZERO.
           01 WS-LONGEST-WINDOW    PIC 9(3)   VALUE ZERO.
           01 WS-PREF-WINDOW       PIC 9(3)   VALUE ZERO.

      *    Cutoff date arithmetic - rows with a run date before the
      *    cutoff are dropped, the same rule sgarchv applies to the
      *    archive.
           01 WS-RUN-DATE-NUM      PIC 9(8)   VALUE ZERO.
           01 WS-CUTOFF-INT        PIC 9(8) COMP VALUE ZERO.
           01 WS-CUTOFF-DATE-NUM   PIC 9(8)   VALUE ZERO.
           01 WS-CUTOFF-DATE       PIC X(8)   VALUE SPACES.

      *    Rows kept and dropped per run date, held in run-date order
      *    for the report.
           01 WS-DTE-TABLE-MAX     PIC 9(5) COMP VALUE 5000.
           01 WS-DTE-COUNT         PIC 9(5) COMP VALUE ZERO.
           01 WS-DTE-IX            PIC 9(5) COMP VALUE ZERO.
           01 WS-DTE-INSERT-IX     PIC 9(5) COMP VALUE ZERO.
           01 WS-DTE-TABLE.
               05 WS-DTE-ENTRY OCCURS 5000 TIMES.
                   10 WS-DTE-RUN-DATE   PIC X(8).
                   10 WS-DTE-KEPT       PIC 9(7) COMP.
                   10 WS-DTE-DROPPED    PIC 9(7) COMP.

      *    Run counters
           01 WS-CNT-UNLOADED      PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-BACKUP        PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-KEPT          PIC 9(9) COMP VALUE ZERO.
           01 WS-CNT-DROPPED       PIC 9(9) COMP VALUE ZERO.

      *    Reorganization report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGHPURG".
               05 FILLER           PIC X(37) VALUE
                   "SENDHIST RETENTION REORGANIZATION".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-HEADING-2.
               05 FILLER           PIC X(14) VALUE "RUN DATE".
               05 FILLER           PIC X(11) VALUE "  ROWS KEPT".
               05 FILLER           PIC X(14) VALUE "  ROWS DROPPED".
           01 WS-RPT-DETAIL.
               05 WS-RPT-DTL-DATE  PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 WS-RPT-DTL-KEPT  PIC ZZZ,ZZZ,ZZ9.
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 WS-RPT-DTL-DROPPED PIC ZZZ,ZZZ,ZZ9.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
           01 WS-RPT-TEXT-LINE.
               05 WS-RPT-TXT-LABEL PIC X(40) VALUE SPACES.
               05 WS-RPT-TXT-VALUE PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-IS-RESTART
               PERFORM 1400-SET-RETENTION
               PERFORM 2000-UNLOAD-HISTORY
           END-IF
           PERFORM 3000-RELOAD-HISTORY
           PERFORM 8000-REPORT-BY-RUN-DATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SG-HISTRPT-FILE
           IF WS-HISTRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN HISTRPT, STATUS="
                   WS-HISTRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           STRING WS-RPT-TIMESTAMP(1:4) "-"
                  WS-RPT-TIMESTAMP(5:2) "-"
                  WS-RPT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO WS-RPT-H1-DATE
           END-STRING
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1200-READ-RESTART-RECORD.

       1050-READ-CONTROL-CARD.
           OPEN INPUT SG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-CONTROL-FILE
           END-READ
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO READ CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           CLOSE SG-CONTROL-FILE
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           IF CC-HIST-RETENTION-DAYS IS NUMERIC
               MOVE CC-HIST-RETENTION-DAYS TO WS-CARD-RETENTION
           ELSE
               MOVE ZERO TO WS-CARD-RETENTION
           END-IF.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    No restart record (status 35) is the first run ever; any
      *    other failure to open it stops the run, since unloading
      *    over HISTBKUP could destroy the only full copy.  An
      *    UNLOADED record means the last run stopped after the
      *    backup was complete and before SENDHIST was fully reloaded:
      *    this run must finish that reload with that run's cutoff.
       1200-READ-RESTART-RECORD.
           OPEN INPUT SG-RESTART-FILE
           EVALUATE WS-RESTART-FILE-STATUS
               WHEN "00"
                   READ SG-RESTART-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-RESTART-FILE-STATUS NOT = "00"
                       DISPLAY "SGHPURG: HISTRSTR PRESENT BUT "
                           "EMPTY/UNREADABLE, STATUS="
                           WS-RESTART-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   IF HR-IS-UNLOADED
                       SET WS-IS-RESTART TO TRUE
                       MOVE HR-RETENTION-DAYS TO WS-RETENTION-DAYS
                       MOVE HR-CUTOFF-DATE    TO WS-CUTOFF-DATE
                       IF WS-CUTOFF-DATE = SPACES
                           SET WS-KEEP-ALL TO TRUE
                       END-IF
                       MOVE HR-UNLOAD-COUNT   TO WS-CNT-UNLOADED
                       DISPLAY "SGHPURG: RESTART - RELOADING "
                           "SENDHIST FROM HISTBKUP UNLOADED FOR RUN "
                           "DATE " HR-RUN-DATE
                       IF HR-RUN-DATE NOT = WS-RUN-DATE
                           DISPLAY "SGHPURG: RESTART RUN DATE DIFFERS "
                               "FROM CONTROL CARD " WS-RUN-DATE
                               " - ORIGINAL CUTOFF KEPT"
                       END-IF
                   END-IF
                   CLOSE SG-RESTART-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SGHPURG: UNABLE TO OPEN HISTRSTR, STATUS="
                       WS-RESTART-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
           END-EVALUATE.

      *    Settle the retention period and the cutoff it gives.  The
      *    run date must be a real date before any row is dropped.
       1400-SET-RETENTION.
           PERFORM 1450-FIND-LONGEST-WINDOW
           MOVE WS-CARD-RETENTION TO WS-RETENTION-DAYS
           IF WS-RETENTION-DAYS = ZERO
               SET WS-KEEP-ALL TO TRUE
               MOVE SPACES TO WS-CUTOFF-DATE
           ELSE
               IF WS-RETENTION-DAYS < WS-LONGEST-WINDOW
                   DISPLAY "SGHPURG: HISTORY RETENTION "
                       WS-CARD-RETENTION " DAYS RAISED TO LONGEST "
                       "PREFERENCE WINDOW " WS-LONGEST-WINDOW
                   MOVE WS-LONGEST-WINDOW TO WS-RETENTION-DAYS
               END-IF
               IF WS-RUN-DATE IS NOT NUMERIC
                   DISPLAY "SGHPURG: RUN DATE NOT NUMERIC - "
                       "NOTHING REORGANIZED"
                   PERFORM 1090-ABEND-JOB
               END-IF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               COMPUTE WS-CUTOFF-INT
                   = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-RETENTION-DAYS
               COMPUTE WS-CUTOFF-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE
           END-IF.

      *    The longest window any live cap counts over.  A cap with
      *    no window uses the mailer's seven-day default.
       1450-FIND-LONGEST-WINDOW.
           MOVE ZERO TO WS-LONGEST-WINDOW
           OPEN INPUT SG-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
                   AND WS-PREF-FILE-STATUS NOT = "05"
               DISPLAY "SGHPURG: UNABLE TO OPEN PREFFILE, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 1460-READ-PREF-RECORD
           PERFORM UNTIL WS-EOF-PREF
               IF PF-MAX-MSGS IS NUMERIC AND PF-MAX-MSGS > ZERO
                   IF PF-WINDOW-DAYS IS NUMERIC
                           AND PF-WINDOW-DAYS > ZERO
                       MOVE PF-WINDOW-DAYS TO WS-PREF-WINDOW
                   ELSE
                       MOVE 7 TO WS-PREF-WINDOW
                   END-IF
                   IF WS-PREF-WINDOW > WS-LONGEST-WINDOW
                       MOVE WS-PREF-WINDOW TO WS-LONGEST-WINDOW
                   END-IF
               END-IF
               PERFORM 1460-READ-PREF-RECORD
           END-PERFORM
           CLOSE SG-PREF-FILE.

       1460-READ-PREF-RECORD.
           READ SG-PREF-FILE
               AT END
                   SET WS-EOF-PREF TO TRUE
           END-READ
           IF NOT WS-EOF-PREF
                   AND WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: PREFFILE READ ERROR, STATUS="
                   WS-PREF-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Copy every SENDHIST row to the backup in key order.  Status
      *    35 is a SENDHIST that was never created: the backup is
      *    simply empty.  SENDHIST is only read here, so a failure
      *    anywhere in this paragraph leaves it exactly as it was.
       2000-UNLOAD-HISTORY.
           OPEN OUTPUT SG-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN HISTBKUP, STATUS="
                   WS-BACKUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN INPUT SG-HIST-FILE
           EVALUATE WS-HIST-FILE-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO SH-HIST-KEY
                   START SG-HIST-FILE KEY NOT < SH-HIST-KEY
                       INVALID KEY
                           SET WS-EOF-HIST TO TRUE
                   END-START
                   PERFORM 2100-UNLOAD-ONE-ROW UNTIL WS-EOF-HIST
                   CLOSE SG-HIST-FILE
               WHEN "35"
                   DISPLAY "SGHPURG: SENDHIST NOT FOUND - "
                       "NOTHING TO UNLOAD"
               WHEN OTHER
                   DISPLAY "SGHPURG: UNABLE TO OPEN SENDHIST, STATUS="
                       WS-HIST-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
           END-EVALUATE
           CLOSE SG-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO CLOSE HISTBKUP, STATUS="
                   WS-BACKUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE SPACES TO SG-RESTART-RECORD
           SET HR-IS-UNLOADED TO TRUE
           MOVE WS-RUN-DATE       TO HR-RUN-DATE
           MOVE WS-CUTOFF-DATE    TO HR-CUTOFF-DATE
           MOVE WS-RETENTION-DAYS TO HR-RETENTION-DAYS
           MOVE WS-CNT-UNLOADED   TO HR-UNLOAD-COUNT
           MOVE ZERO              TO HR-KEPT-COUNT
           PERFORM 2900-WRITE-RESTART-RECORD.

       2100-UNLOAD-ONE-ROW.
           READ SG-HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF-HIST TO TRUE
           END-READ
           IF WS-EOF-HIST
               CONTINUE
           ELSE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "SGHPURG: SENDHIST READ ERROR, STATUS="
                       WS-HIST-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               MOVE SG-HIST-RECORD TO SG-BACKUP-RECORD
               WRITE SG-BACKUP-RECORD
               IF WS-BACKUP-FILE-STATUS NOT = "00"
                   DISPLAY "SGHPURG: UNABLE TO WRITE HISTBKUP, STATUS="
                       WS-BACKUP-FILE-STATUS
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-UNLOADED
           END-IF.

      *    Single-record rewrite, as the mailer's checkpoint does.
       2900-WRITE-RESTART-RECORD.
           MOVE FUNCTION CURRENT-DATE TO HR-TIMESTAMP
           OPEN OUTPUT SG-RESTART-FILE
           IF WS-RESTART-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN HISTRSTR, STATUS="
                   WS-RESTART-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           WRITE SG-RESTART-RECORD
           IF WS-RESTART-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO WRITE HISTRSTR, STATUS="
                   WS-RESTART-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           CLOSE SG-RESTART-FILE
           IF WS-RESTART-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO CLOSE HISTRSTR, STATUS="
                   WS-RESTART-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    The backup is counted before SENDHIST is emptied: a backup
      *    short of the rows unloaded into it is never reloaded.
       3000-RELOAD-HISTORY.
           PERFORM 3050-VERIFY-BACKUP
           OPEN INPUT SG-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN HISTBKUP, STATUS="
                   WS-BACKUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           OPEN OUTPUT SG-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN SENDHIST OUTPUT, "
                   "STATUS=" WS-HIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE "N" TO WS-EOF-BACKUP-SW
           PERFORM 3100-READ-BACKUP-RECORD
           PERFORM UNTIL WS-EOF-BACKUP
               PERFORM 3200-RELOAD-ONE-ROW
               PERFORM 3100-READ-BACKUP-RECORD
           END-PERFORM
           CLOSE SG-BACKUP-FILE
           CLOSE SG-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO CLOSE SENDHIST, STATUS="
                   WS-HIST-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE SPACES TO SG-RESTART-RECORD
           SET HR-IS-RELOADED TO TRUE
           MOVE WS-RUN-DATE       TO HR-RUN-DATE
           MOVE WS-CUTOFF-DATE    TO HR-CUTOFF-DATE
           MOVE WS-RETENTION-DAYS TO HR-RETENTION-DAYS
           MOVE WS-CNT-UNLOADED   TO HR-UNLOAD-COUNT
           MOVE WS-CNT-KEPT       TO HR-KEPT-COUNT
           PERFORM 2900-WRITE-RESTART-RECORD.

       3050-VERIFY-BACKUP.
           OPEN INPUT SG-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO OPEN HISTBKUP, STATUS="
                   WS-BACKUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           MOVE ZERO TO WS-CNT-BACKUP
           MOVE "N" TO WS-EOF-BACKUP-SW
           PERFORM 3100-READ-BACKUP-RECORD
           PERFORM UNTIL WS-EOF-BACKUP
               ADD 1 TO WS-CNT-BACKUP
               PERFORM 3100-READ-BACKUP-RECORD
           END-PERFORM
           CLOSE SG-BACKUP-FILE
           IF WS-CNT-BACKUP NOT = WS-CNT-UNLOADED
               DISPLAY "SGHPURG: HISTBKUP HOLDS " WS-CNT-BACKUP
                   " ROWS, " WS-CNT-UNLOADED " WERE UNLOADED - "
                   "SENDHIST NOT RELOADED"
               PERFORM 1090-ABEND-JOB
           END-IF.

       3100-READ-BACKUP-RECORD.
           READ SG-BACKUP-FILE
               AT END
                   SET WS-EOF-BACKUP TO TRUE
           END-READ
           IF NOT WS-EOF-BACKUP
                   AND WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: HISTBKUP READ ERROR, STATUS="
                   WS-BACKUP-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       3200-RELOAD-ONE-ROW.
           PERFORM 3300-FIND-RUN-DATE
           IF WS-KEEP-ALL OR HB-RUN-DATE NOT < WS-CUTOFF-DATE
               MOVE SG-BACKUP-RECORD TO SG-HIST-RECORD
               WRITE SG-HIST-RECORD
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "SGHPURG: UNABLE TO WRITE SENDHIST, STATUS="
                       WS-HIST-FILE-STATUS " KEY=" SH-HIST-KEY
                   PERFORM 1090-ABEND-JOB
               END-IF
               ADD 1 TO WS-CNT-KEPT
               ADD 1 TO WS-DTE-KEPT(WS-DTE-IX)
           ELSE
               ADD 1 TO WS-CNT-DROPPED
               ADD 1 TO WS-DTE-DROPPED(WS-DTE-IX)
           END-IF.

      *    Leave WS-DTE-IX on the row for HB-RUN-DATE, inserting it in
      *    run-date order when it is new.
       3300-FIND-RUN-DATE.
           MOVE ZERO TO WS-DTE-INSERT-IX
           PERFORM VARYING WS-DTE-IX FROM 1 BY 1
                   UNTIL WS-DTE-IX > WS-DTE-COUNT
                      OR WS-DTE-INSERT-IX > ZERO
               IF WS-DTE-RUN-DATE(WS-DTE-IX) NOT < HB-RUN-DATE
                   MOVE WS-DTE-IX TO WS-DTE-INSERT-IX
               END-IF
           END-PERFORM
           IF WS-DTE-INSERT-IX > ZERO
               IF WS-DTE-RUN-DATE(WS-DTE-INSERT-IX) = HB-RUN-DATE
                   MOVE WS-DTE-INSERT-IX TO WS-DTE-IX
               ELSE
                   PERFORM 3350-INSERT-RUN-DATE
               END-IF
           ELSE
               MOVE WS-DTE-COUNT TO WS-DTE-INSERT-IX
               ADD 1 TO WS-DTE-INSERT-IX
               PERFORM 3350-INSERT-RUN-DATE
           END-IF.

       3350-INSERT-RUN-DATE.
           IF WS-DTE-COUNT >= WS-DTE-TABLE-MAX
               DISPLAY "SGHPURG: RUN DATE TABLE OVERFLOW AT "
                   WS-DTE-TABLE-MAX " ENTRIES"
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM VARYING WS-DTE-IX FROM WS-DTE-COUNT BY -1
                   UNTIL WS-DTE-IX < WS-DTE-INSERT-IX
               MOVE WS-DTE-ENTRY(WS-DTE-IX)
                   TO WS-DTE-ENTRY(WS-DTE-IX + 1)
           END-PERFORM
           ADD 1 TO WS-DTE-COUNT
           MOVE WS-DTE-INSERT-IX TO WS-DTE-IX
           MOVE HB-RUN-DATE TO WS-DTE-RUN-DATE(WS-DTE-IX)
           MOVE ZERO        TO WS-DTE-KEPT(WS-DTE-IX)
           MOVE ZERO        TO WS-DTE-DROPPED(WS-DTE-IX).

       8000-REPORT-BY-RUN-DATE.
           MOVE "HISTORY RETENTION DAYS ON CONTROL CARD"
               TO WS-RPT-TOT-TEXT
           MOVE WS-CARD-RETENTION TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-IS-RESTART
               MOVE "RESTARTED - RELOADED FROM HISTBKUP"
                   TO WS-RPT-TXT-LABEL
               MOVE SPACES TO WS-RPT-TXT-VALUE
               MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           ELSE
               MOVE "LONGEST PREFERENCE WINDOW DAYS"
                   TO WS-RPT-TOT-TEXT
               MOVE WS-LONGEST-WINDOW TO WS-RPT-TOT-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
           END-IF
           MOVE "RETENTION DAYS APPLIED" TO WS-RPT-TOT-TEXT
           MOVE WS-RETENTION-DAYS TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS DROPPED WITH RUN DATE BEFORE"
               TO WS-RPT-TXT-LABEL
           IF WS-KEEP-ALL
               MOVE "(NONE - ALL ROWS KEPT)" TO WS-RPT-TXT-VALUE
           ELSE
               MOVE SPACES TO WS-RPT-TXT-VALUE
               STRING WS-CUTOFF-DATE(1:4) "-"
                      WS-CUTOFF-DATE(5:2) "-"
                      WS-CUTOFF-DATE(7:2)
                      DELIMITED BY SIZE
                   INTO WS-RPT-TXT-VALUE
               END-STRING
           END-IF
           MOVE WS-RPT-TEXT-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM VARYING WS-DTE-IX FROM 1 BY 1
                   UNTIL WS-DTE-IX > WS-DTE-COUNT
               MOVE SPACES TO WS-RPT-DTL-DATE
               STRING WS-DTE-RUN-DATE(WS-DTE-IX)(1:4) "-"
                      WS-DTE-RUN-DATE(WS-DTE-IX)(5:2) "-"
                      WS-DTE-RUN-DATE(WS-DTE-IX)(7:2)
                      DELIMITED BY SIZE
                   INTO WS-RPT-DTL-DATE
               END-STRING
               MOVE WS-DTE-KEPT(WS-DTE-IX)    TO WS-RPT-DTL-KEPT
               MOVE WS-DTE-DROPPED(WS-DTE-IX) TO WS-RPT-DTL-DROPPED
               MOVE WS-RPT-DETAIL TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           END-PERFORM.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-HISTRPT-LINE
           WRITE SG-HISTRPT-LINE
           IF WS-HISTRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGHPURG: UNABLE TO WRITE HISTRPT, STATUS="
                   WS-HISTRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-HISTRPT-LINE
           WRITE SG-HISTRPT-LINE
           MOVE WS-RPT-HEADING-2 TO SG-HISTRPT-LINE
           WRITE SG-HISTRPT-LINE
           MOVE SPACES TO SG-HISTRPT-LINE
           WRITE SG-HISTRPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "ROWS UNLOADED TO HISTBKUP"   TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-UNLOADED               TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS KEPT ON SENDHIST"       TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-KEPT                   TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS DROPPED"                TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DROPPED                TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY "SGHPURG: UNLOADED=" WS-CNT-UNLOADED
               " KEPT=" WS-CNT-KEPT
               " DROPPED=" WS-CNT-DROPPED
               " CUTOFF=" WS-CUTOFF-DATE
           CLOSE SG-HISTRPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
