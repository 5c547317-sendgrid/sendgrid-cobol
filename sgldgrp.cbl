       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgldgrp.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Daily run ledger report, for turnover.  Shows every step of
      *    the nightly stream for the most recent run dates on the
      *    run ledger (LEDGER, SGLEDGR): how many from the optional
      *    LEDGPARM card (SGLDGPM), seven without one.  Prints LEDGRPT.
      *
      *    The first section is one line per run date, newest first,
      *    a column per step in stream order:
      *        OK         complete (with its return code if not zero)
      *        FAIL RCnn  ended with a return code above 4
      *        STARTED    started and never ended - still running, or
      *                   abended
      *        -          not run
      *    and * after any of them marks a step started on an operator
      *    override.  The second section gives each step's start and
      *    end times, return code, number of starts and counts, and
      *    for a forced start who forced it, past which check and why.
      *    Read only - the report never changes the ledger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SG-LEDGPARM-FILE ASSIGN TO "LEDGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGPARM-FILE-STATUS.
           SELECT OPTIONAL SG-LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT SG-LEDGRPT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-LEDGPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGPARM-RECORD.
           COPY SGLDGPM.

       FD  SG-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGER-RECORD.
           COPY SGLEDGR.

       FD  SG-LEDGRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-LEDGPARM-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-LEDGER-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-LEDGRPT-FILE-STATUS  PIC X(2) VALUE "00".

           01 WS-EOF-SW            PIC X(1)   VALUE "N".
               88 WS-EOF-FILE              VALUE "Y".

      *    Run dates to show
           01 WS-SHOW-DATES        PIC 9(3) COMP VALUE ZERO.
           01 WS-SHOW-DEFAULT      PIC 9(3) COMP VALUE 7.

      *    The stream's steps in run order
           01 WS-STEP-NAME-DATA.
               COPY SGLDGST.
           01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-DATA.
               05 WS-STEP-NAME OCCURS 8 TIMES PIC X(8).
           01 WS-STEP-MAX          PIC 9(2) COMP VALUE 8.
           01 WS-STEP-IX           PIC 9(2) COMP VALUE ZERO.

      *    The ledger, in run-date and step order
           01 WS-LGT-TABLE-MAX     PIC 9(4) COMP VALUE 4000.
           01 WS-LGT-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-FOUND-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-INS-IX        PIC 9(4) COMP VALUE ZERO.
           01 WS-LGT-TABLE.
               05 WS-LGT-ENTRY OCCURS 4000 TIMES.
                   10 WS-LGT-KEY.
                       15 WS-LGT-RUN-DATE  PIC X(8).
                       15 WS-LGT-STEP-SEQ  PIC 9(2).
                   10 WS-LGT-RECORD        PIC X(175).
           01 WS-FIND-KEY.
               05 WS-FIND-RUN-DATE PIC X(8)   VALUE SPACES.
               05 WS-FIND-STEP-SEQ PIC 9(2)   VALUE ZERO.
           01 WS-LEDGER-WORK.
               COPY SGLEDGR
                   REPLACING LEADING ==LG== BY ==LW==.

      *    Distinct run dates on the ledger, oldest first
           01 WS-RDT-TABLE-MAX     PIC 9(4) COMP VALUE 1000.
           01 WS-RDT-COUNT         PIC 9(4) COMP VALUE ZERO.
           01 WS-RDT-IX            PIC 9(4) COMP VALUE ZERO.
           01 WS-RDT-FIRST-IX      PIC 9(4) COMP VALUE ZERO.
           01 WS-RDT-TABLE.
               05 WS-RDT-RUN-DATE OCCURS 1000 TIMES PIC X(8).

      *    Per run date status
           01 WS-DAY-COMPLETE      PIC 9(2) COMP VALUE ZERO.
           01 WS-DAY-FAILED        PIC 9(2) COMP VALUE ZERO.
           01 WS-DAY-STARTED       PIC 9(2) COMP VALUE ZERO.
           01 WS-DAY-FORCED        PIC 9(2) COMP VALUE ZERO.

      *    Report totals
           01 WS-CNT-RECORDS       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DATES-SHOWN   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-DATES-DONE    PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-STEP-COMPLETE PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-STEP-FAILED   PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-STEP-STARTED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-STEP-NOT-RUN  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-STEP-FORCED   PIC 9(7) COMP VALUE ZERO.

      *    Edit work fields
           01 WS-DATE-IN           PIC X(8)   VALUE SPACES.
           01 WS-STAMP-IN          PIC X(14)  VALUE SPACES.
           01 WS-EDIT-DATE         PIC X(10)  VALUE SPACES.
           01 WS-EDIT-STAMP        PIC X(19)  VALUE SPACES.
           01 WS-EDIT-RC           PIC ZZZ9   VALUE ZERO.
           01 WS-EDIT-COUNT        PIC ZZZZZZZZ9 VALUE ZERO.
           01 WS-CELL-TEXT         PIC X(10)  VALUE SPACES.
           01 WS-STATUS-TEXT       PIC X(10)  VALUE SPACES.
           01 WS-COUNT-IX          PIC 9(1) COMP VALUE ZERO.
           01 WS-LINE-PTR          PIC 9(3)   VALUE 1.

      *    Report build areas
           01 WS-RPT-TIMESTAMP     PIC X(26)     VALUE SPACES.
           01 WS-RPT-PAGE          PIC 9(4)      VALUE ZERO.
           01 WS-RPT-LINE-COUNT    PIC 9(3) COMP VALUE 99.
           01 WS-RPT-LINES-PER-PAGE PIC 9(3) COMP VALUE 55.
           01 WS-PRINT-AREA        PIC X(132)    VALUE SPACES.
           01 WS-RPT-HEADING-1.
               05 FILLER           PIC X(9)  VALUE "SGLDGRP".
               05 FILLER           PIC X(37) VALUE
                   "NIGHTLY STREAM RUN LEDGER".
               05 FILLER           PIC X(5)  VALUE "DATE ".
               05 WS-RPT-H1-DATE   PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  PAGE".
               05 WS-RPT-H1-PAGE   PIC ZZZ9  VALUE ZERO.
           01 WS-RPT-GRID-LINE.
               05 WS-RPT-GRD-DATE  PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-GRD-CELL OCCURS 8 TIMES PIC X(10).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-GRD-DAY   PIC X(20) VALUE SPACES.
           01 WS-RPT-STEP-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 WS-RPT-STP-NAME  PIC X(10) VALUE SPACES.
               05 WS-RPT-STP-STAT  PIC X(10) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "START ".
               05 WS-RPT-STP-START PIC X(19) VALUE SPACES.
               05 FILLER           PIC X(6)  VALUE "  END ".
               05 WS-RPT-STP-END   PIC X(19) VALUE SPACES.
               05 FILLER           PIC X(5)  VALUE "  RC ".
               05 WS-RPT-STP-RC    PIC ZZZ9.
               05 FILLER           PIC X(7)  VALUE "  RUNS ".
               05 WS-RPT-STP-RUNS  PIC ZZ9.
           01 WS-RPT-TOTAL-LINE.
               05 WS-RPT-TOT-TEXT  PIC X(40) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-LEDGER
           PERFORM 1200-LIST-RUN-DATES
           PERFORM 2000-PRINT-STATUS-GRID
           PERFORM 3000-PRINT-STEP-DETAIL
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
           OPEN OUTPUT SG-LEDGRPT-FILE
           IF WS-LEDGRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGRP: UNABLE TO OPEN LEDGRPT, STATUS="
                   WS-LEDGRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

       1050-READ-PARAMETER-CARD.
           MOVE SPACES TO SG-LEDGPARM-RECORD
           OPEN INPUT SG-LEDGPARM-FILE
           IF WS-LEDGPARM-FILE-STATUS NOT = "00"
                   AND WS-LEDGPARM-FILE-STATUS NOT = "05"
               DISPLAY "SGLDGRP: UNABLE TO OPEN LEDGPARM, STATUS="
                   WS-LEDGPARM-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           IF WS-LEDGPARM-FILE-STATUS = "00"
               READ SG-LEDGPARM-FILE
                   AT END
                       MOVE SPACES TO SG-LEDGPARM-RECORD
               END-READ
           END-IF
           CLOSE SG-LEDGPARM-FILE
           IF LP-RUN-DATES IS NUMERIC
                   AND LP-RUN-DATES > ZERO
               MOVE LP-RUN-DATES TO WS-SHOW-DATES
           ELSE
               MOVE WS-SHOW-DEFAULT TO WS-SHOW-DATES
           END-IF.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    No ledger yet is an empty report, not an error.
       1100-LOAD-LEDGER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SG-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
                   AND WS-LEDGER-FILE-STATUS NOT = "05"
               DISPLAY "SGLDGRP: UNABLE TO OPEN LEDGER, STATUS="
                   WS-LEDGER-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM UNTIL WS-EOF-FILE
               READ SG-LEDGER-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
               END-READ
               IF NOT WS-EOF-FILE
                   IF WS-LEDGER-FILE-STATUS NOT = "00"
                       DISPLAY "SGLDGRP: LEDGER READ ERROR, STATUS="
                           WS-LEDGER-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-CNT-RECORDS
                   PERFORM 1150-INSERT-ENTRY
               END-IF
           END-PERFORM
           CLOSE SG-LEDGER-FILE.

       1150-INSERT-ENTRY.
           IF WS-LGT-COUNT >= WS-LGT-TABLE-MAX
               DISPLAY "SGLDGRP: LEDGER TABLE FULL AT "
                   WS-LGT-TABLE-MAX " RECORDS"
               PERFORM 1090-ABEND-JOB
           END-IF
           COMPUTE WS-LGT-INS-IX = WS-LGT-COUNT + 1
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
                      OR WS-LGT-INS-IX <= WS-LGT-COUNT
               IF WS-LGT-RUN-DATE(WS-LGT-IX) > LG-RUN-DATE
                       OR (WS-LGT-RUN-DATE(WS-LGT-IX) = LG-RUN-DATE
                       AND WS-LGT-STEP-SEQ(WS-LGT-IX) > LG-STEP-SEQ)
                   MOVE WS-LGT-IX TO WS-LGT-INS-IX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LGT-IX FROM WS-LGT-COUNT BY -1
                   UNTIL WS-LGT-IX < WS-LGT-INS-IX
               MOVE WS-LGT-ENTRY(WS-LGT-IX)
                   TO WS-LGT-ENTRY(WS-LGT-IX + 1)
           END-PERFORM
           ADD 1 TO WS-LGT-COUNT
           MOVE LG-RUN-DATE TO WS-LGT-RUN-DATE(WS-LGT-INS-IX)
           MOVE LG-STEP-SEQ TO WS-LGT-STEP-SEQ(WS-LGT-INS-IX)
           MOVE SG-LEDGER-RECORD TO WS-LGT-RECORD(WS-LGT-INS-IX).

      *    The table is in run-date order, so each new date is simply
      *    the next one; the report shows the last WS-SHOW-DATES.
       1200-LIST-RUN-DATES.
           MOVE ZERO TO WS-RDT-COUNT
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
               IF WS-RDT-COUNT = ZERO
                       OR WS-LGT-RUN-DATE(WS-LGT-IX)
                          NOT = WS-RDT-RUN-DATE(WS-RDT-COUNT)
                   IF WS-RDT-COUNT >= WS-RDT-TABLE-MAX
                       DISPLAY "SGLDGRP: RUN DATE TABLE FULL AT "
                           WS-RDT-TABLE-MAX " DATES"
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-RDT-COUNT
                   MOVE WS-LGT-RUN-DATE(WS-LGT-IX)
                       TO WS-RDT-RUN-DATE(WS-RDT-COUNT)
               END-IF
           END-PERFORM
           IF WS-RDT-COUNT > WS-SHOW-DATES
               COMPUTE WS-RDT-FIRST-IX
                   = WS-RDT-COUNT - WS-SHOW-DATES + 1
           ELSE
               MOVE 1 TO WS-RDT-FIRST-IX
           END-IF.

      *    Sets WS-LGT-FOUND-IX to the entry for WS-FIND-KEY, or zero.
       1500-FIND-ENTRY.
           MOVE ZERO TO WS-LGT-FOUND-IX
           PERFORM VARYING WS-LGT-IX FROM 1 BY 1
                   UNTIL WS-LGT-IX > WS-LGT-COUNT
                      OR WS-LGT-FOUND-IX > ZERO
               IF WS-LGT-KEY(WS-LGT-IX) = WS-FIND-KEY
                   MOVE WS-LGT-IX TO WS-LGT-FOUND-IX
               END-IF
           END-PERFORM.

       2000-PRINT-STATUS-GRID.
           MOVE "STEP STATUS BY RUN DATE - NEWEST FIRST"
               TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-GRID-LINE
           MOVE "RUN DATE" TO WS-RPT-GRD-DATE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               MOVE WS-STEP-NAME(WS-STEP-IX)
                   TO WS-RPT-GRD-CELL(WS-STEP-IX)
           END-PERFORM
           MOVE "RUN DATE STATUS" TO WS-RPT-GRD-DAY
           MOVE WS-RPT-GRID-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           IF WS-RDT-COUNT = ZERO
               MOVE "  NO RUNS ON THE LEDGER" TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RDT-IX FROM WS-RDT-COUNT BY -1
                   UNTIL WS-RDT-IX < WS-RDT-FIRST-IX
                      OR WS-RDT-IX = ZERO
               PERFORM 2100-PRINT-GRID-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           STRING "  * STARTED ON AN OPERATOR OVERRIDE    "
                  "STARTED - NO END POSTED, STILL RUNNING OR ABENDED"
                  "    - NOT RUN"
                  DELIMITED BY SIZE
               INTO WS-PRINT-AREA
           END-STRING
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

       2100-PRINT-GRID-LINE.
           ADD 1 TO WS-CNT-DATES-SHOWN
           MOVE ZERO TO WS-DAY-COMPLETE
           MOVE ZERO TO WS-DAY-FAILED
           MOVE ZERO TO WS-DAY-STARTED
           MOVE ZERO TO WS-DAY-FORCED
           MOVE SPACES TO WS-RPT-GRID-LINE
           MOVE WS-RDT-RUN-DATE(WS-RDT-IX) TO WS-DATE-IN
           PERFORM 3250-FORMAT-DATE
           MOVE WS-EDIT-DATE TO WS-RPT-GRD-DATE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               PERFORM 2150-BUILD-CELL
               MOVE WS-CELL-TEXT TO WS-RPT-GRD-CELL(WS-STEP-IX)
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DAY-COMPLETE = WS-STEP-MAX
                   MOVE "COMPLETE" TO WS-RPT-GRD-DAY
                   ADD 1 TO WS-CNT-DATES-DONE
               WHEN WS-DAY-FAILED > ZERO
                   MOVE "FAILED" TO WS-RPT-GRD-DAY
               WHEN WS-DAY-STARTED > ZERO
                   MOVE "NOT ENDED" TO WS-RPT-GRD-DAY
               WHEN OTHER
                   MOVE "INCOMPLETE" TO WS-RPT-GRD-DAY
           END-EVALUATE
           IF WS-DAY-FORCED > ZERO
               MOVE WS-RPT-GRD-DAY TO WS-STATUS-TEXT
               MOVE SPACES TO WS-RPT-GRD-DAY
               STRING FUNCTION TRIM(WS-STATUS-TEXT) " - FORCED"
                      DELIMITED BY SIZE
                   INTO WS-RPT-GRD-DAY
               END-STRING
           END-IF
           MOVE WS-RPT-GRID-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.

      *    One step's cell for the run date in hand; also counts it
       2150-BUILD-CELL.
           MOVE SPACES TO WS-CELL-TEXT
           MOVE WS-RDT-RUN-DATE(WS-RDT-IX) TO WS-FIND-RUN-DATE
           MOVE WS-STEP-IX TO WS-FIND-STEP-SEQ
           PERFORM 1500-FIND-ENTRY
           IF WS-LGT-FOUND-IX = ZERO
               MOVE "-" TO WS-CELL-TEXT
               ADD 1 TO WS-CNT-STEP-NOT-RUN
           ELSE
               MOVE WS-LGT-RECORD(WS-LGT-FOUND-IX) TO WS-LEDGER-WORK
               MOVE LW-RETURN-CODE TO WS-EDIT-RC
               EVALUATE TRUE
                   WHEN LW-STEP-COMPLETE
                       ADD 1 TO WS-DAY-COMPLETE
                       ADD 1 TO WS-CNT-STEP-COMPLETE
                       IF LW-RETURN-CODE = ZERO
                           MOVE "OK" TO WS-CELL-TEXT
                       ELSE
                           STRING "OK RC" FUNCTION TRIM(WS-EDIT-RC)
                                  DELIMITED BY SIZE
                               INTO WS-CELL-TEXT
                           END-STRING
                       END-IF
                   WHEN LW-STEP-FAILED
                       ADD 1 TO WS-DAY-FAILED
                       ADD 1 TO WS-CNT-STEP-FAILED
                       STRING "FAIL RC" FUNCTION TRIM(WS-EDIT-RC)
                              DELIMITED BY SIZE
                           INTO WS-CELL-TEXT
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO WS-DAY-STARTED
                       ADD 1 TO WS-CNT-STEP-STARTED
                       MOVE "STARTED" TO WS-CELL-TEXT
               END-EVALUATE
               IF LW-WAS-FORCED
                   ADD 1 TO WS-DAY-FORCED
                   ADD 1 TO WS-CNT-STEP-FORCED
                   MOVE WS-CELL-TEXT TO WS-STATUS-TEXT
                   MOVE SPACES TO WS-CELL-TEXT
                   STRING FUNCTION TRIM(WS-STATUS-TEXT) "*"
                          DELIMITED BY SIZE
                       INTO WS-CELL-TEXT
                   END-STRING
               END-IF
           END-IF.

       3000-PRINT-STEP-DETAIL.
           MOVE "STEP DETAIL BY RUN DATE - NEWEST FIRST"
               TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM VARYING WS-RDT-IX FROM WS-RDT-COUNT BY -1
                   UNTIL WS-RDT-IX < WS-RDT-FIRST-IX
                      OR WS-RDT-IX = ZERO
               PERFORM 3100-PRINT-DATE-DETAIL
           END-PERFORM.

       3100-PRINT-DATE-DETAIL.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-RDT-RUN-DATE(WS-RDT-IX) TO WS-DATE-IN
           PERFORM 3250-FORMAT-DATE
           STRING "RUN DATE " WS-EDIT-DATE
                  DELIMITED BY SIZE
               INTO WS-PRINT-AREA
           END-STRING
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               PERFORM 3200-PRINT-STEP-LINES
           END-PERFORM.

       3200-PRINT-STEP-LINES.
           MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-RPT-STP-NAME
           MOVE WS-RDT-RUN-DATE(WS-RDT-IX) TO WS-FIND-RUN-DATE
           MOVE WS-STEP-IX TO WS-FIND-STEP-SEQ
           PERFORM 1500-FIND-ENTRY
           IF WS-LGT-FOUND-IX = ZERO
               MOVE SPACES TO WS-PRINT-AREA
               STRING "  " WS-STEP-NAME(WS-STEP-IX) "  NOT RUN"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-AREA
               END-STRING
               PERFORM 8900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-LGT-RECORD(WS-LGT-FOUND-IX) TO WS-LEDGER-WORK
               EVALUATE TRUE
                   WHEN LW-STEP-COMPLETE
                       MOVE "COMPLETE" TO WS-RPT-STP-STAT
                   WHEN LW-STEP-FAILED
                       MOVE "FAILED" TO WS-RPT-STP-STAT
                   WHEN OTHER
                       MOVE "STARTED" TO WS-RPT-STP-STAT
               END-EVALUATE
               MOVE LW-START-STAMP TO WS-STAMP-IN
               PERFORM 3260-FORMAT-STAMP
               MOVE WS-EDIT-STAMP TO WS-RPT-STP-START
               MOVE LW-END-STAMP TO WS-STAMP-IN
               PERFORM 3260-FORMAT-STAMP
               MOVE WS-EDIT-STAMP TO WS-RPT-STP-END
               MOVE LW-RETURN-CODE TO WS-RPT-STP-RC
               MOVE LW-RUN-COUNT TO WS-RPT-STP-RUNS
               MOVE WS-RPT-STEP-LINE TO WS-PRINT-AREA
               PERFORM 8900-WRITE-REPORT-LINE
               PERFORM 3300-PRINT-COUNTS-LINE
               IF LW-WAS-FORCED
                   MOVE SPACES TO WS-PRINT-AREA
                   STRING "            FORCED PAST "
                          FUNCTION TRIM(LW-FORCED-CHECK)
                          " CHECK BY "
                          FUNCTION TRIM(LW-FORCED-BY)
                          " - " LW-FORCE-REASON
                          DELIMITED BY SIZE
                       INTO WS-PRINT-AREA
                   END-STRING
                   PERFORM 8900-WRITE-REPORT-LINE
               END-IF
           END-IF.

       3250-FORMAT-DATE.
           MOVE SPACES TO WS-EDIT-DATE
           STRING WS-DATE-IN(1:4) "-"
                  WS-DATE-IN(5:2) "-"
                  WS-DATE-IN(7:2)
                  DELIMITED BY SIZE
               INTO WS-EDIT-DATE
           END-STRING.

       3260-FORMAT-STAMP.
           MOVE SPACES TO WS-EDIT-STAMP
           IF WS-STAMP-IN NOT = SPACES
               STRING WS-STAMP-IN(1:4) "-"
                      WS-STAMP-IN(5:2) "-"
                      WS-STAMP-IN(7:2) " "
                      WS-STAMP-IN(9:2) ":"
                      WS-STAMP-IN(11:2) ":"
                      WS-STAMP-IN(13:2)
                      DELIMITED BY SIZE
                   INTO WS-EDIT-STAMP
               END-STRING
           END-IF.

      *    The step's own counts, by the names it posted them under
       3300-PRINT-COUNTS-LINE.
           MOVE SPACES TO WS-PRINT-AREA
           MOVE 13 TO WS-LINE-PTR
           PERFORM VARYING WS-COUNT-IX FROM 1 BY 1
                   UNTIL WS-COUNT-IX > 4
               IF LW-COUNT-NAME(WS-COUNT-IX) NOT = SPACES
                   MOVE LW-COUNT-VALUE(WS-COUNT-IX) TO WS-EDIT-COUNT
                   STRING FUNCTION TRIM(LW-COUNT-NAME(WS-COUNT-IX))
                          " " FUNCTION TRIM(WS-EDIT-COUNT) "   "
                          DELIMITED BY SIZE
                       INTO WS-PRINT-AREA
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-LINE-PTR > 13
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.

       8900-WRITE-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 8950-WRITE-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-AREA TO SG-LEDGRPT-LINE
           WRITE SG-LEDGRPT-LINE
           IF WS-LEDGRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGRP: UNABLE TO WRITE LEDGRPT, STATUS="
                   WS-LEDGRPT-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           ADD 1 TO WS-RPT-LINE-COUNT.

       8950-WRITE-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-H1-PAGE
           MOVE ZERO TO WS-RPT-LINE-COUNT
           MOVE WS-RPT-HEADING-1 TO SG-LEDGRPT-LINE
           WRITE SG-LEDGRPT-LINE
           MOVE SPACES TO SG-LEDGRPT-LINE
           WRITE SG-LEDGRPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE "LEDGER RECORDS READ"          TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-RECORDS                 TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "RUN DATES SHOWN"              TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DATES-SHOWN             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH COMPLETE"          TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-DATES-DONE              TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STEPS COMPLETE"               TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-STEP-COMPLETE           TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STEPS FAILED"                 TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-STEP-FAILED             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STEPS STARTED, NOT ENDED"     TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-STEP-STARTED            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STEPS NOT RUN"                TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-STEP-NOT-RUN            TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STEPS STARTED ON AN OVERRIDE" TO WS-RPT-TOT-TEXT
           MOVE WS-CNT-STEP-FORCED             TO WS-RPT-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY "SGLDGRP: RUN DATES=" WS-CNT-DATES-SHOWN
               " FAILED STEPS=" WS-CNT-STEP-FAILED
               " FORCED STEPS=" WS-CNT-STEP-FORCED
           CLOSE SG-LEDGRPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8900-WRITE-REPORT-LINE.
