       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadTimesheets.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/timesheet-load.fc".
          COPY "copybooks/timesheet.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/pay-calendar.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/timesheet-load.fd".
         COPY "copybooks/timesheet.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/pay-calendar.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-T-EMPL-ID-X      PIC X(9).
         01 WS-T-EMPL-ID        PIC 9(9).
         01 WS-T-PERIOD         PIC X(8).
         01 WS-T-REGULAR        PIC 9(3)V99.
         01 WS-T-OVERTIME       PIC 9(3)V99.
         01 WS-T-PREMIUM        PIC 9(3)V99.
         01 WS-LOAD-STAMP       PIC X(14).
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-FINAL-PERIOD     PIC X(8).
         01 WS-CAL-OPEN-FLAG    PIC X     VALUE "N".
            88 WS-CAL-ON                 VALUE "Y".
         01 WS-LOADED-COUNT     PIC 9(7) VALUE 0.
         01 WS-REPLACED-COUNT   PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Timesheets arrive per period and are merged into the
      *    timesheet file - a corrected sheet for an employee and
      *    period replaces the one loaded before, so the register
      *    can be rebuilt from the corrected hours.
        MOVE "LoadTimeshts" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOAD-STAMP.
      *
        MOVE "OPEN TIMESHEET-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT TIMESHEET-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-TIMESHEET-FILE.
        OPEN INPUT CALENDAR-FILE.
        IF SUCCESSFUL
          SET WS-CAL-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        MOVE "READ TIMESHEET-LOAD-FILE" TO WS-ABEND-MSG.
        READ TIMESHEET-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-TIMESHEET
          MOVE "READ TIMESHEET-LOAD-FILE" TO WS-ABEND-MSG
          READ TIMESHEET-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE TIMESHEET-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE TIMESHEET-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE TIMESHEET-FILE" TO WS-ABEND-MSG.
        CLOSE TIMESHEET-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-CAL-ON
          MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG
          CLOSE CALENDAR-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        DISPLAY "TIMESHEET LOAD TOTALS".
        DISPLAY "  TIMESHEETS LOADED:   " WS-LOADED-COUNT.
        DISPLAY "    OF WHICH REPLACED: " WS-REPLACED-COUNT.
        DISPLAY "  RECORDS SKIPPED:     " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-LOADED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-TIMESHEET.
      *    empl-id|period-end|regular-hours|overtime-hours|
      *      premium-hours
      *    A sheet of all zero hours is a real sheet - the employee
      *    worked nothing - and is loaded, not skipped.
         MOVE SPACES TO WS-T-EMPL-ID-X WS-T-PERIOD WS-REJECT-REASON.
         INITIALIZE WS-T-REGULAR WS-T-OVERTIME WS-T-PREMIUM.
         UNSTRING TIMESHEET-LOAD-RECORD DELIMITED BY "|"
             INTO WS-T-EMPL-ID-X WS-T-PERIOD WS-T-REGULAR
                  WS-T-OVERTIME WS-T-PREMIUM
         END-UNSTRING.
         INSPECT WS-T-EMPL-ID-X REPLACING ALL SPACE BY "0".
         EVALUATE TRUE
           WHEN WS-T-EMPL-ID-X NOT NUMERIC
             OR WS-T-EMPL-ID-X = "000000000"
             MOVE "BAD EMPLOYEE ID" TO WS-REJECT-REASON
           WHEN WS-T-PERIOD NOT NUMERIC
             MOVE "BAD PERIOD END" TO WS-REJECT-REASON
           WHEN OTHER
             MOVE WS-T-EMPL-ID-X TO WS-T-EMPL-ID
             PERFORM CHECK-EMPLOYEE-HOURLY
         END-EVALUATE.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-PERIOD-OPEN
         END-IF.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED TIMESHEET ROW: " TIMESHEET-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           PERFORM STORE-TIMESHEET
         END-IF.
      *
        CHECK-EMPLOYEE-HOURLY.
         MOVE WS-T-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           EVALUATE TRUE
             WHEN NOT EMPL-HOURLY
               MOVE "EMPLOYEE NOT HOURLY" TO WS-REJECT-REASON
             WHEN EMPL-TERMINATED
               PERFORM CHECK-LEAVER-PERIOD
           END-EVALUATE
         END-IF.
      *
        CHECK-LEAVER-PERIOD.
      *    A leaver's hours up to the last day are still owed, and
      *    FinalPay waits for the sheet of the period the leaving
      *    date falls in. Only a sheet for a period starting after
      *    that is refused. The leaving period is the first one on
      *    the calendar ending on or after the leaving date; with no
      *    calendar the sheet must end by the leaving date itself.
         IF EMPL-TERM-DATE NOT NUMERIC
           MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
         ELSE
           MOVE EMPL-TERM-DATE TO WS-FINAL-PERIOD
           IF WS-CAL-ON
             PERFORM FIND-LEAVING-PERIOD
           END-IF
           IF WS-T-PERIOD > WS-FINAL-PERIOD
             MOVE "PERIOD AFTER TERMINATION" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        FIND-LEAVING-PERIOD.
         MOVE EMPL-COMPANY   TO CAL-COMPANY.
         MOVE EMPL-TERM-DATE TO CAL-PERIOD-END.
         MOVE "START CALENDAR-FILE" TO WS-ABEND-MSG.
         START CALENDAR-FILE KEY IS >= CAL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
           IF SUCCESSFUL AND CAL-COMPANY = EMPL-COMPANY
             MOVE CAL-PERIOD-END TO WS-FINAL-PERIOD
           END-IF
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CHECK-PERIOD-OPEN.
      *    With a pay calendar on file the sheet must be for a
      *    scheduled period not yet closed - hours for a period
      *    already paid would never reach a register.
         IF WS-CAL-ON
           MOVE EMPL-COMPANY TO CAL-COMPANY
           MOVE WS-T-PERIOD  TO CAL-PERIOD-END
           READ CALENDAR-FILE KEY IS CAL-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "PERIOD NOT ON PAY CALENDAR" TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           ELSE
             IF CAL-CLOSED
               MOVE "PERIOD ALREADY CLOSED" TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
      *
        STORE-TIMESHEET.
         MOVE WS-T-EMPL-ID TO TS-EMPL-ID.
         MOVE WS-T-PERIOD  TO TS-PERIOD-END.
         READ TIMESHEET-FILE KEY IS TS-KEY.
         IF SUCCESSFUL
           PERFORM MOVE-TIMESHEET-HOURS
           MOVE "REWRITE TIMESHEET-RECORD" TO WS-ABEND-MSG
           REWRITE TIMESHEET-RECORD
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-REPLACED-COUNT
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE TIMESHEET-RECORD
             MOVE WS-T-EMPL-ID TO TS-EMPL-ID
             MOVE WS-T-PERIOD  TO TS-PERIOD-END
             PERFORM MOVE-TIMESHEET-HOURS
             MOVE "WRITE TIMESHEET-RECORD" TO WS-ABEND-MSG
             WRITE TIMESHEET-RECORD
             PERFORM ABORT-IF-ERROR
           ELSE
             MOVE "READ TIMESHEET-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         ADD 1 TO WS-LOADED-COUNT.
      *
        MOVE-TIMESHEET-HOURS.
         MOVE WS-T-REGULAR  TO TS-REGULAR-HOURS.
         MOVE WS-T-OVERTIME TO TS-OVERTIME-HOURS.
         MOVE WS-T-PREMIUM  TO TS-PREMIUM-HOURS.
         MOVE WS-LOAD-STAMP TO TS-LOAD-STAMP.
      *
        OPEN-TIMESHEET-FILE.
         MOVE "OPEN TIMESHEET-FILE" TO WS-ABEND-MSG.
         OPEN I-O TIMESHEET-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT TIMESHEET-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE TIMESHEET-FILE
           OPEN I-O TIMESHEET-FILE
           PERFORM ABORT-IF-ERROR
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
