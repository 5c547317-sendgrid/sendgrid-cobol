      *    file for same-morning fixup, and prints an edit report so
      *    a bad record costs a reject line instead of a live
      *    send_email CALL.
      *
      *    It is the first step of the nightly stream: the control
      *    card's run date is checked against the run ledger
      *    (sgledgr) before any file is opened, and the step's end is
      *    posted there with its counts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SG-RAWTRANS-FILE ASSIGN TO "RAWTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CONTROL-RECORD.
           COPY SGCTLCD.

      *    Raw transactions straight from the upstream extract job.
       FD  SG-RAWTRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-EDITRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-RAWTRANS-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-CLEANTRANS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-REJECT-FILE-STATUS     PIC X(2) VALUE "00".
           01 WS-CAMPAIGN-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-EDITRPT-FILE-STATUS    PIC X(2) VALUE "00".

           01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
           01 WS-EOF-RAW-SW        PIC X(1)   VALUE "N".
               88 WS-EOF-RAW               VALUE "Y".
           01 WS-DISTLIST-EOF-SW   PIC X(1)   VALUE "N".
               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.
           01 WS-PRINT-AREA        PIC X(132) VALUE SPACES.

      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-TRANSACTIONS UNTIL WS-EOF-RAW
           PERFORM 9000-TERMINATE
           PERFORM 9500-POST-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1060-CHECK-RUN-LEDGER
           OPEN INPUT  SG-RAWTRANS-FILE
           IF WS-RAWTRANS-FILE-STATUS NOT = "00"
               DISPLAY "SGEDIT: UNABLE TO OPEN RAWTRANS, STATUS="
           PERFORM 1300-LOAD-CAMPAIGN-CODES
           PERFORM 2100-READ-RAW-RECORD.

      *    Only the run date is taken from the control card - it is
      *    the date the run ledger is checked and posted under.
       1050-READ-CONTROL-CARD.
           OPEN INPUT SG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGEDIT: UNABLE TO OPEN CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-CONTROL-FILE
           END-READ
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGEDIT: UNABLE TO READ CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           CLOSE SG-CONTROL-FILE
           MOVE CC-RUN-DATE TO WS-RUN-DATE.

      *    The run ledger holds this step until the one before it is
      *    complete for the same run date, and refuses a run date this
      *    step has already completed, unless an operator override
      *    card for the date and step is in LEDGOVR.
       1060-CHECK-RUN-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE "BEGIN"    TO LL-FUNCTION
           MOVE "SGEDIT"   TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGEDIT: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGEDIT: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED
                   DISPLAY "SGEDIT: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           IF WS-CNT-REJECT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Posted last, with the step's own return code, so the next
      *    step's check sees how this one really ended.  The CALL
      *    resets RETURN-CODE; the step's own is put back after it.
       9500-POST-RUN-LEDGER.
           MOVE "END"      TO LL-FUNCTION
           MOVE RETURN-CODE TO LL-RETURN-CODE
           MOVE "READ"     TO LL-COUNT-NAME(1)
           MOVE WS-CNT-READ TO LL-COUNT-VALUE(1)
           MOVE "CLEAN"    TO LL-COUNT-NAME(2)
           MOVE WS-CNT-CLEAN TO LL-COUNT-VALUE(2)
           MOVE "REJECT"   TO LL-COUNT-NAME(3)
           MOVE WS-CNT-REJECT TO LL-COUNT-VALUE(3)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SGEDIT: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
