       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgldgut.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Run ledger posting for the job steps that are not programs
      *    of ours - the RETRYOUT to RETRYIN and DEFEROUT to DEFERIN
      *    copies.  Run once before the copy with a BEGIN card and
      *    once after it with an END card (LEDGCARD, SGLDGCD) naming
      *    the step; the run date is the control card's.
      *
      *    BEGIN ends with RETURN-CODE 16 when the run ledger refuses
      *    the step - the copy must then not run - and 0 when it may
      *    go on.  END posts the copy's return code from the card and,
      *    when the scheduler supplies it, the number of records
      *    copied; it ends 0 once posted.  Either ends 16 if the
      *    ledger cannot be read or written.  An override card in
      *    LEDGOVR forces a refused copy through exactly as it does
      *    for the other steps.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SG-LEDGCARD-FILE ASSIGN TO "LEDGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGCARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CONTROL-RECORD.
           COPY SGCTLCD.

       FD  SG-LEDGCARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-LEDGCARD-RECORD.
           COPY SGLDGCD.

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FILE-STATUS  PIC X(2) VALUE "00".
           01 WS-LEDGCARD-FILE-STATUS PIC X(2) VALUE "00".

           01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
           01 WS-STEP-RETURN-CODE  PIC 9(4)   VALUE ZERO.

      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGUT: UNABLE TO OPEN CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-CONTROL-FILE
           END-READ
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGUT: UNABLE TO READ CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           CLOSE SG-CONTROL-FILE
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           OPEN INPUT SG-LEDGCARD-FILE
           IF WS-LEDGCARD-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGUT: UNABLE TO OPEN LEDGCARD, STATUS="
                   WS-LEDGCARD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-LEDGCARD-FILE
           END-READ
           IF WS-LEDGCARD-FILE-STATUS NOT = "00"
               DISPLAY "SGLDGUT: UNABLE TO READ LEDGCARD, STATUS="
                   WS-LEDGCARD-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           CLOSE SG-LEDGCARD-FILE
           MOVE FUNCTION UPPER-CASE(LC-FUNCTION) TO LC-FUNCTION
           MOVE FUNCTION UPPER-CASE(LC-STEP-NAME) TO LC-STEP-NAME
           IF LC-FUNCTION NOT = "BEGIN"
                   AND LC-FUNCTION NOT = "END"
               DISPLAY "SGLDGUT: LEDGCARD FUNCTION MUST BE BEGIN OR "
                   "END - " LC-FUNCTION
               PERFORM 1090-ABEND-JOB
           END-IF
      *    A step that cannot report its return code is posted as
      *    failed rather than assumed clean.
           IF LC-FUNCTION = "END"
               IF LC-RETURN-CODE IS NUMERIC
                   MOVE LC-RETURN-CODE TO WS-STEP-RETURN-CODE
               ELSE
                   DISPLAY "SGLDGUT: LEDGCARD RETURN CODE NOT NUMERIC"
                       " - " LC-RETURN-CODE ", POSTED AS 16"
                   MOVE 16 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-POST-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE LC-FUNCTION TO LL-FUNCTION
           MOVE LC-STEP-NAME TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           IF LC-FUNCTION = "END"
               MOVE WS-STEP-RETURN-CODE TO LL-RETURN-CODE
               IF LC-RECORD-COUNT IS NUMERIC
                   MOVE "RECORDS" TO LL-COUNT-NAME(1)
                   MOVE LC-RECORD-COUNT TO LL-COUNT-VALUE(1)
               END-IF
           END-IF
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGLDGUT: RUN LEDGER REFUSED "
                       FUNCTION TRIM(LC-STEP-NAME) " - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGLDGUT: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED AND LC-FUNCTION = "BEGIN"
                   DISPLAY "SGLDGUT: " FUNCTION TRIM(LC-STEP-NAME)
                       " RUN LEDGER " FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "SGLDGUT: " FUNCTION TRIM(LC-STEP-NAME) " "
               FUNCTION TRIM(LC-FUNCTION) " POSTED FOR " WS-RUN-DATE
           MOVE ZERO TO RETURN-CODE.
