      *    the matching archive records, and purges records older
      *    than the control card's retention period.  Rerunnable:
      *    an already-archived record is skipped, not duplicated.
      *    A NOEVENT exception from an earlier night whose delivery
      *    event has since arrived comes back from the reconciliation
      *    job on EXCPCLR, and is taken off the archive records.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL SG-EXCEPTION-FILE ASSIGN TO "EXCEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT OPTIONAL SG-CLEARANCE-FILE ASSIGN TO "EXCPCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-FILE-STATUS.
           SELECT SG-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  SG-EXCEPTION-RECORD.
           COPY SGEXCPT.

       FD  SG-CLEARANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-CLEARANCE-RECORD.
           COPY SGEXCPT
               REPLACING LEADING ==XR== BY ==XC==.

       FD  SG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SG-ARCHIVE-RECORD.
           01 WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-SENDLOG-FILE-STATUS   PIC X(2) VALUE "00".
           01 WS-EXCEPTION-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-CLEARANCE-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".

           01 WS-SL-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-SL-EOF                VALUE "Y".
           01 WS-XR-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-XR-EOF                VALUE "Y".
           01 WS-XC-EOF-SW         PIC X(1)   VALUE "N".
               88 WS-XC-EOF                VALUE "Y".
           01 WS-ARCH-EOF-SW       PIC X(1)   VALUE "N".
               88 WS-ARCH-EOF              VALUE "Y".

           01 WS-CUTOFF-DATE       PIC X(8)   VALUE SPACES.

      *    Which pass is driving 3500-SPLIT: "S" archives sendlog
      *    pieces, "X" applies exception pieces, "C" clears NOEVENT
      *    exceptions a late delivery has answered.
           01 WS-SPLIT-MODE        PIC X(1)   VALUE "S".
               88 WS-MODE-SENDLOG          VALUE "S".
               88 WS-MODE-EXCEPTION        VALUE "X".
               88 WS-MODE-CLEARANCE        VALUE "C".

      *    Run counters, displayed at end of job.
           01 WS-CNT-ARCHIVED      PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-ALREADY       PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-EXCP-MATCHED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-EXCP-UNMATCHED PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-EXCP-CLEARED  PIC 9(7) COMP VALUE ZERO.
           01 WS-CNT-PURGED        PIC 9(7) COMP VALUE ZERO.

      *    Run ledger posting area
           01 WS-LEDGER-LINK.
               COPY SGLDGLK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-SENDLOG
           PERFORM 3000-APPLY-EXCEPTIONS
           PERFORM 3200-APPLY-CLEARANCES
           PERFORM 4000-PURGE-EXPIRED
           PERFORM 9000-TERMINATE
           PERFORM 9500-POST-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1060-CHECK-RUN-LEDGER
           PERFORM 1100-OPEN-ARCHIVE.

       1050-READ-CONTROL-CARD.
               MOVE ZERO TO WS-RETENTION-DAYS
           END-IF.

      *    The run ledger holds this step until the one before it is
      *    complete for the same run date, and refuses a run date this
      *    step has already completed, unless an operator override
      *    card for the date and step is in LEDGOVR.
       1060-CHECK-RUN-LEDGER.
           INITIALIZE WS-LEDGER-LINK
           MOVE "BEGIN"    TO LL-FUNCTION
           MOVE "SGARCHV"  TO LL-STEP-NAME
           MOVE WS-RUN-DATE TO LL-RUN-DATE
           CALL "sgledgr" USING WS-LEDGER-LINK
           EVALUATE TRUE
               WHEN LL-RESULT-REFUSED
                   DISPLAY "SGARCHV: RUN LEDGER REFUSED START - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN NOT LL-RESULT-OK
                   DISPLAY "SGARCHV: RUN LEDGER ERROR - "
                       FUNCTION TRIM(LL-MESSAGE)
                   PERFORM 1090-ABEND-JOB
               WHEN LL-FORCED
                   DISPLAY "SGARCHV: RUN LEDGER "
                       FUNCTION TRIM(LL-MESSAGE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1090-ABEND-JOB.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
               PERFORM 1090-ABEND-JOB
           END-IF.

       3200-APPLY-CLEARANCES.
           OPEN INPUT SG-CLEARANCE-FILE
           IF WS-CLEARANCE-FILE-STATUS NOT = "00"
                   AND WS-CLEARANCE-FILE-STATUS NOT = "05"
               DISPLAY "SGARCHV: UNABLE TO OPEN EXCPCLR, STATUS="
                   WS-CLEARANCE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF
           PERFORM 3300-READ-CLEARANCE
           PERFORM UNTIL WS-XC-EOF
               SET WS-MODE-CLEARANCE TO TRUE
               MOVE XC-MAIL-TO TO WS-SPLIT-BUFFER
               PERFORM 3500-SPLIT-AND-APPLY
               PERFORM 3300-READ-CLEARANCE
           END-PERFORM
           CLOSE SG-CLEARANCE-FILE.

       3300-READ-CLEARANCE.
           READ SG-CLEARANCE-FILE
               AT END
                   SET WS-XC-EOF TO TRUE
           END-READ
           IF NOT WS-XC-EOF
                   AND WS-CLEARANCE-FILE-STATUS NOT = "00"
               DISPLAY "SGARCHV: EXCPCLR READ ERROR, STATUS="
                   WS-CLEARANCE-FILE-STATUS
               PERFORM 1090-ABEND-JOB
           END-IF.

      *    Walk the comma-joined address field and hand each piece
      *    that looks like an address to the current pass's handler.
       3500-SPLIT-AND-APPLY.
                       TALLYING WS-AT-TALLY FOR ALL "@"
                   IF WS-SPLIT-PIECE NOT = SPACES
                           AND WS-AT-TALLY > ZERO
                       EVALUATE TRUE
                           WHEN WS-MODE-SENDLOG
                               PERFORM 3600-ARCHIVE-ONE-ADDRESS
                           WHEN WS-MODE-EXCEPTION
                               PERFORM 3700-APPLY-ONE-EXCEPTION
                           WHEN OTHER
                               PERFORM 3750-CLEAR-ONE-EXCEPTION
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE AL-MERGE-AMOUNT TO SA-MERGE-AMOUNT
           MOVE AL-MERGE-DUE-DATE TO SA-MERGE-DUE-DATE
           MOVE AL-ORIG-MESSAGE-ID TO SA-ORIG-MESSAGE-ID
           MOVE AL-ATTACH-PRESENT TO SA-ATTACH-PRESENT
           MOVE SPACES          TO SA-EXCEPTION-TYPE
           MOVE SPACES          TO SA-EVENT-REASON
           WRITE SG-ARCHIVE-RECORD
               ADD 1 TO WS-CNT-EXCP-UNMATCHED
           END-IF.

      *    Only a NOEVENT is withdrawn - a bounce or spam report that
      *    has since landed on the row stands.
       3750-CLEAR-ONE-EXCEPTION.
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-SPLIT-PIECE))
               TO SA-MAIL-ADDRESS
           MOVE XC-SENT-TIMESTAMP TO SA-TIMESTAMP
           MOVE XC-MESSAGE-ID     TO SA-MESSAGE-ID
           MOVE XC-RECIPIENT-KEY  TO SA-RECIPIENT-KEY
           READ SG-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ARCHIVE-FILE-STATUS = "00"
               IF SA-EXCEPTION-TYPE = "NOEVENT"
                   MOVE SPACES TO SA-EXCEPTION-TYPE
                   MOVE SPACES TO SA-EVENT-REASON
                   REWRITE SG-ARCHIVE-RECORD
                   IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                       DISPLAY "SGARCHV: UNABLE TO REWRITE ARCHFILE, "
                           "STATUS=" WS-ARCHIVE-FILE-STATUS
                       PERFORM 1090-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-CNT-EXCP-CLEARED
               END-IF
           ELSE
               ADD 1 TO WS-CNT-EXCP-UNMATCHED
           END-IF.

      *    Retention zero means keep everything.  Otherwise compute
      *    run date minus retention days and delete every archive
      *    record whose send timestamp is older.
               " ALREADY=" WS-CNT-ALREADY
               " EXCP MATCHED=" WS-CNT-EXCP-MATCHED
               " UNMATCHED=" WS-CNT-EXCP-UNMATCHED
               " CLEARED=" WS-CNT-EXCP-CLEARED
               " PURGED=" WS-CNT-PURGED
           CLOSE SG-ARCHIVE-FILE.

      *    Posted last, with the step's own return code, so the next
      *    step's check sees how this one really ended.  The CALL
      *    resets RETURN-CODE; the step's own is put back after it.
       9500-POST-RUN-LEDGER.
           MOVE "END"      TO LL-FUNCTION
           MOVE RETURN-CODE TO LL-RETURN-CODE
           MOVE "ARCHIVED" TO LL-COUNT-NAME(1)
           MOVE WS-CNT-ARCHIVED TO LL-COUNT-VALUE(1)
           MOVE "ALREADY"  TO LL-COUNT-NAME(2)
           MOVE WS-CNT-ALREADY TO LL-COUNT-VALUE(2)
           MOVE "EXCPMTCH" TO LL-COUNT-NAME(3)
           MOVE WS-CNT-EXCP-MATCHED TO LL-COUNT-VALUE(3)
           MOVE "PURGED"   TO LL-COUNT-NAME(4)
           MOVE WS-CNT-PURGED TO LL-COUNT-VALUE(4)
           CALL "sgledgr" USING WS-LEDGER-LINK
           MOVE LL-RETURN-CODE TO RETURN-CODE
           IF NOT LL-RESULT-OK
               DISPLAY "SGARCHV: UNABLE TO POST RUN LEDGER - "
                   FUNCTION TRIM(LL-MESSAGE)
               MOVE 16 TO RETURN-CODE
           END-IF.
