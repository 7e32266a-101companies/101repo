       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadLeaveRates.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/leave-rate-load.fc".
          COPY "copybooks/leave-rate.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/leave-rate-load.fd".
         COPY "copybooks/leave-rate.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-L-GRADE          PIC X(4).
         01 WS-L-TYPE           PIC X(4).
         01 WS-L-YEARS-X        PIC X(2).
         01 WS-L-DAYS           PIC 9(3)V99.
         01 WS-L-CAP            PIC 9(5)V99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-RATE-COUNT       PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    HR sends the whole leave policy each time it changes, so
      *    the load is a clean rebuild, the same shape LoadBudgets
      *    uses. PeriodClose reads the table while it accrues - lock
      *    the whole file set so a close never sees half a policy.
        MOVE "LoadLvRates" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN LVRATE-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT LVRATE-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN LVRATE-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT LVRATE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ LVRATE-LOAD-FILE" TO WS-ABEND-MSG.
        READ LVRATE-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-RATE
          MOVE "READ LVRATE-LOAD-FILE" TO WS-ABEND-MSG
          READ LVRATE-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE LVRATE-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE LVRATE-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE LVRATE-FILE" TO WS-ABEND-MSG.
        CLOSE LVRATE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "LEAVE RATE LOAD TOTALS".
        DISPLAY "  RATE RECORDS WRITTEN: " WS-RATE-COUNT.
        DISPLAY "  RECORDS SKIPPED:      " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-RATE-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-RATE.
      *    grade|leave-type|min-years-service|days-per-year|cap
      *    Grade "*" applies to any grade with no rows of its own.
         MOVE SPACES TO WS-L-GRADE WS-L-TYPE WS-L-YEARS-X
                        WS-REJECT-REASON.
         INITIALIZE WS-L-DAYS WS-L-CAP.
         UNSTRING LVRATE-LOAD-RECORD DELIMITED BY "|"
             INTO WS-L-GRADE WS-L-TYPE WS-L-YEARS-X
                  WS-L-DAYS WS-L-CAP
         END-UNSTRING.
         INSPECT WS-L-YEARS-X REPLACING ALL SPACE BY "0".
         EVALUATE TRUE
           WHEN WS-L-GRADE = SPACES
             MOVE "GRADE REQUIRED" TO WS-REJECT-REASON
           WHEN WS-L-TYPE = SPACES
             MOVE "LEAVE TYPE REQUIRED" TO WS-REJECT-REASON
      *    Unpaid leave is booked against pay, never accrued.
           WHEN WS-L-TYPE = "UNPD"
             MOVE "UNPD IS NOT AN ACCRUING TYPE" TO WS-REJECT-REASON
           WHEN WS-L-YEARS-X NOT NUMERIC
             MOVE "BAD YEARS OF SERVICE" TO WS-REJECT-REASON
           WHEN WS-L-DAYS = 0
             MOVE "DAYS PER YEAR REQUIRED" TO WS-REJECT-REASON
           WHEN WS-L-CAP < WS-L-DAYS
             MOVE "CAP BELOW ONE YEAR ACCRUAL" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED LEAVE RATE ROW: " LVRATE-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           INITIALIZE LVRATE-RECORD
           MOVE WS-L-GRADE   TO LVR-GRADE
           MOVE WS-L-TYPE    TO LVR-TYPE
           MOVE WS-L-YEARS-X TO LVR-MIN-YEARS
           MOVE WS-L-DAYS    TO LVR-DAYS-PER-YEAR
           MOVE WS-L-CAP     TO LVR-CAP
           MOVE "WRITE LVRATE-RECORD" TO WS-ABEND-MSG
           WRITE LVRATE-RECORD
           IF DUPLICATE-KEY
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "SKIPPED DUPLICATE LEAVE RATE ROW: "
                     LVRATE-LOAD-RECORD
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-RATE-COUNT
           END-IF
         END-IF.
      *
        START-RUN-LOG.
         SET RUN-START-ACTION TO TRUE.
         CALL "RunControl" USING RUN-CONTROL.
         IF RUN-LOCK-REFUSED
           DISPLAY "RUN REFUSED - " RUN-COMPANY
                   " IS ALREADY BEING UPDATED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF.
      *
        END-RUN-LOG.
         SET RUN-END-ACTION TO TRUE.
         MOVE RETURN-CODE TO RUN-CONDITION-CODE.
         CALL "RunControl" USING RUN-CONTROL.
      *
        ABORT-IF-READ-ERROR.
      *    END-OF-FILE is a normal loop exit, not an error.
         IF NOT SUCCESSFUL AND NOT END-OF-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        ABORT-IF-ERROR.
         IF NOT SUCCESSFUL
           DISPLAY "FILE ERROR ON " WS-ABEND-MSG
                   " - STATUS " WS-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
