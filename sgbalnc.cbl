       01  SG-DEFER-IN-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==DI==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==DI==.

       FD  SG-SENDLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-DEFER-OUT-RECORD.
           COPY SGTRANS
               REPLACING LEADING ==TR== BY ==DO==.
           COPY SGDEFHD
               REPLACING LEADING ==DH== BY ==DO==.

       FD  SG-SUPPLOG-FILE
           LABEL RECORDS ARE STANDARD.
               05 WS-RPT-TOT-TEXT  PIC X(44) VALUE SPACES.
               05 WS-RPT-TOT-COUNT PIC ZZZZZZZZ9.

      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2750-COUNT-PROOFILE
           PERFORM 2800-COUNT-HISTORY-ADDS
           PERFORM 9000-TERMINATE
           PERFORM 9500-POST-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           END-IF
           CLOSE SG-CONTROL-FILE
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           PERFORM 1060-CHECK-RUN-LEDGER
           OPEN OUTPUT SG-BALRPT-FILE
           IF WS-BALRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGBALNC: UNABLE TO OPEN BALRPT, STATUS="
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    The run ledger holds this step until the one before it is
      *    complete for the same run date, and refuses a run date this
      *    step has already completed, unless an operator override
      *    card for the date and step is in LEDGOVR.
       1060-CHECK-RUN-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE "BEGIN"    TO LL-FUNCTION
           MOVE "SGBALNC"  TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGBALNC: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGBALNC: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED
                   DISPLAY "SGBALNC: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Posted last, with the step's own return code, so the next
      *    step's check sees how this one really ended.  The CALL
      *    resets RETURN-CODE; the step's own is put back after it.
       9500-POST-RUN-LEDGER.
           MOVE "END"      TO LL-FUNCTION
           MOVE RETURN-CODE TO LL-RETURN-CODE
           MOVE "INPUT"    TO LL-COUNT-NAME(1)
           MOVE WS-TOTAL-IN TO LL-COUNT-VALUE(1)
           MOVE "ACCOUNTD" TO LL-COUNT-NAME(2)
           MOVE WS-TOTAL-OUT TO LL-COUNT-VALUE(2)
           MOVE "RETRYOUT" TO LL-COUNT-NAME(3)
           MOVE WS-CNT-RETRY-OUT TO LL-COUNT-VALUE(3)
           MOVE "DEFEROUT" TO LL-COUNT-NAME(4)
           MOVE WS-CNT-DEFER-OUT TO LL-COUNT-VALUE(4)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SGBALNC: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
