      *    real bounce), writes clean events to the file the
      *    consumers read, rejects to their own file with a reason,
      *    and prints an edit report itemizing what was dropped and
      *    why.  Unsubscribe and group-unsubscribe events pass
      *    through to the clean feed like any other; sgunsub turns
      *    them into suppression and preference updates.  An exact
      *    replay is the same message id, event type
      *    and event timestamp; the feed is sorted on that key so
      *    replays sit adjacent and the dedup is one compare.
      *
      *    The control card's run date is checked against the run
      *    ledger (sgledgr) before any file is opened - the feed is
      *    edited only after the night's mailing has balanced - and
      *    the step's end is posted there with its counts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SG-RAWEVENT-FILE ASSIGN TO "RAWEVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWEVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CONTROL-RECORD.
           COPY SGCTLCD.

      *    Raw feed exactly as received from SendGrid.
       FD  SG-RAWEVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-EVEDRPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FILE-STATUS    PIC X(2) VALUE "00".
           01 WS-RAWEVENT-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-EVENT-SORTED-STATUS    PIC X(2) VALUE "00".
           01 WS-CLEANEVENT-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-EVREJ-FILE-STATUS      PIC X(2) VALUE "00".
           01 WS-EVEDRPT-FILE-STATUS    PIC X(2) VALUE "00".

           01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
           01 WS-EOF-SORTED-SW     PIC X(1)   VALUE "N".
               88 WS-EOF-SORTED            VALUE "Y".

           01 WS-CNT-REPLAYS       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-ERRORS        PIC 9(7) COMP VALUE ZERO.
           01 WS-REASON-COUNTS.
               05 WS-REASON-COUNT OCCURS 6 TIMES
                                       PIC 9(7) COMP.
           01 WS-REASON-SUB        PIC 9(2) COMP VALUE ZERO.

                   "V004EVENT TIMESTAMP INVALID".
               05 FILLER PIC X(34) VALUE
                   "V005EXACT REPLAY OF PRIOR EVENT".
               05 FILLER PIC X(34) VALUE
                   "V006GROUP UNSUB CLASS MISSING".
           01 WS-REASON-TABLE REDEFINES WS-REASON-TEXT-DATA.
               05 WS-REASON-ENTRY OCCURS 6 TIMES.
                   10 WS-REASON-CODE    PIC X(4).
                   10 WS-REASON-DESC    PIC X(30).

               05 WS-RPT-TOT-COUNT PIC ZZZZZZ9.
           01 WS-PRINT-AREA        PIC X(132) VALUE SPACES.

      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2100-READ-SORTED-EVENT
           PERFORM 2200-EDIT-ONE-EVENT UNTIL WS-EOF-SORTED
           PERFORM 9000-TERMINATE
           PERFORM 9500-POST-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1060-CHECK-RUN-LEDGER
           OPEN OUTPUT SG-EVEDRPT-FILE
           IF WS-EVEDRPT-FILE-STATUS NOT = "00"
               DISPLAY "SGEVEDT: UNABLE TO OPEN EVEDRPT, STATUS="
               INTO WS-RPT-H1-DATE
           END-STRING.

      *    Only the run date is taken from the control card - it is
      *    the date the run ledger is checked and posted under.
       1050-READ-CONTROL-CARD.
           OPEN INPUT SG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGEVEDT: UNABLE TO OPEN CONTROLFILE, STATUS="
                   WS-CONTROL-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           READ SG-CONTROL-FILE
           END-READ
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SGEVEDT: UNABLE TO READ CONTROLFILE, STATUS="
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
           MOVE "SGEVEDT"  TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGEVEDT: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGEVEDT: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED
                   DISPLAY "SGEVEDT: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
                   AND NOT EV-IS-BOUNCED
                   AND NOT EV-IS-OPENED
                   AND NOT EV-IS-SPAM-REPORT
                   AND NOT EV-IS-UNSUBSCRIBE
                   AND NOT EV-IS-GROUP-UNSUB
               MOVE "V003" TO WS-CUR-ERR-CODE
               PERFORM 2550-RECORD-ERROR
           END-IF
      *    A group unsubscribe is only actionable with the message
      *    class its group maps to - without one, sgunsub could not
      *    say which class the customer opted out of.
           IF EV-IS-GROUP-UNSUB
                   AND EV-GROUP-CLASS = SPACES
               MOVE "V006" TO WS-CUR-ERR-CODE
               PERFORM 2550-RECORD-ERROR
           END-IF
      *    The timestamp's date/time portion must be numeric - it
      *    keys the suppression added-date and the replay compare.
           IF EV-EVENT-TIMESTAMP = SPACES
           END-IF
           ADD 1 TO WS-CNT-ERRORS
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               IF WS-REASON-CODE(WS-REASON-SUB) = WS-CUR-ERR-CODE
                   ADD 1 TO WS-REASON-COUNT(WS-REASON-SUB)
               END-IF
               MOVE WS-ERR-CODE(WS-ERR-IX) TO WS-RPT-DTL-CODE
               MOVE SPACES TO WS-RPT-DTL-DESC
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 6
                   IF WS-REASON-CODE(WS-REASON-SUB)
                           = WS-ERR-CODE(WS-ERR-IX)
                       MOVE WS-REASON-DESC(WS-REASON-SUB)
           MOVE WS-RPT-TOTAL-LINE     TO WS-PRINT-AREA
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               IF WS-REASON-COUNT(WS-REASON-SUB) > ZERO
                   MOVE SPACES TO WS-RPT-TOT-TEXT
                   STRING "  " WS-REASON-CODE(WS-REASON-SUB) " "
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
           MOVE "REPLAYS"  TO LL-COUNT-NAME(4)
           MOVE WS-CNT-REPLAYS TO LL-COUNT-VALUE(4)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SGEVEDT: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
