       IDENTIFICATION DIVISION.
        PROGRAM-ID. BankChangeReview.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/bank-change.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/pay-calendar.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/bank-change.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/pay-calendar.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-PAY-DATES VALUE 500.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-DAYS-X        PIC X(3).
         01 WS-WINDOW-DAYS   PIC 9(3) VALUE 3.
         01 WS-PAY-DATE-COUNT PIC 9(4) VALUE 0.
         01 WS-PAY-DATE-TABLE.
            05 WS-PAY-DATE OCCURS 500 TIMES.
               10 WS-PD-DATE       PIC X(8).
               10 WS-PD-DAY-NUM    PIC 9(7).
         01 WS-PD-IDX        PIC 9(4).
         01 WS-DATE-N        PIC 9(8).
         01 WS-CHANGE-DAY    PIC 9(7).
         01 WS-DISTANCE      PIC S9(7).
         01 WS-BEST-DISTANCE PIC S9(7).
         01 WS-BEST-IDX      PIC 9(4).
         01 WS-CHANGE-COUNT  PIC 9(7) VALUE 0.
         01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(16) VALUE "CHANGED AT".
            05 FILLER PIC X(11) VALUE "EMPLOYEE".
            05 FILLER PIC X(22) VALUE "NAME".
            05 FILLER PIC X(9)  VALUE "CHANGE".
            05 FILLER PIC X(10) VALUE "OPERATOR".
            05 FILLER PIC X(18) VALUE "OLD DETAILS".
            05 FILLER PIC X(18) VALUE "NEW DETAILS".
            05 FILLER PIC X(10) VALUE "PAY DATE".
            05 FILLER PIC X(4)  VALUE "DAYS".
         01 WS-DETAIL-LINE.
            05 WS-DET-STAMP       PIC X(14).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID     PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-TYPE        PIC X(7).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-OPERATOR    PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-OLD-ROUTING PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-DET-OLD-ACCOUNT PIC X(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NEW-ROUTING PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-DET-NEW-ACCOUNT PIC X(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PAY-DATE    PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DAYS        PIC +ZZ9.
      *    Account numbers print as their last four characters only.
         01 WS-MASK-ACCOUNT.
            05 FILLER             PIC X(2)  VALUE "..".
            05 WS-MASK-LAST4      PIC X(4).
         01 WS-ACCOUNT-WORK      PIC X(17).
         01 WS-ACCOUNT-LEN       PIC 9(2).
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Lists every change LoadBank made to a company's employee
      *    bank details within the review window of one of the
      *    company's pay dates, with the operator who made it, for
      *    the payroll supervisor to confirm each one is genuine.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Days either side of a pay date (blank = 3): "
                  WITH NO ADVANCING
          ACCEPT WS-DAYS-X
        ELSE
          MOVE SPACES TO WS-COMPANY WS-DAYS-X
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-DAYS-X
          END-UNSTRING
        END-IF.
        IF WS-DAYS-X NOT = SPACES
          IF FUNCTION TRIM(WS-DAYS-X) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-DAYS-X) TO WS-WINDOW-DAYS
          ELSE
            DISPLAY "REVIEW DAYS MUST BE NUMERIC, GOT " WS-DAYS-X
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF.
      *
        MOVE "BankChgRevw" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        PERFORM LOAD-PAY-DATES.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BANK-CHANGE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "BANK DETAIL CHANGES NEAR A PAY DATE" TO RPT-TITLE.
        MOVE "BankChgRevw" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "CHANGES WITHIN " WS-WINDOW-DAYS
               " DAYS OF A PAY DATE" DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        MOVE 0 TO BCH-EMPL-ID.
        MOVE SPACES TO BCH-STAMP.
        MOVE "START BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        START BANK-CHANGE-FILE KEY IS >= BCH-KEY.
        IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF SUCCESSFUL
          MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
          READ BANK-CHANGE-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        ELSE
          SET END-OF-FILE TO TRUE
        END-IF.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM REVIEW-ONE-CHANGE
          MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
          READ BANK-CHANGE-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
        MOVE "00" TO WS-FILE-STATUS.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-FLAGGED-COUNT " OF " WS-CHANGE-COUNT
               " CHANGES FALL WITHIN THE WINDOW"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-CHANGE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "BANK CHANGES FOR " WS-COMPANY ": " WS-CHANGE-COUNT.
        DISPLAY "  NEAR A PAY DATE:  " WS-FLAGGED-COUNT.
        MOVE WS-FLAGGED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-PAY-DATES.
         MOVE "OPEN CALENDAR-FILE" TO WS-ABEND-MSG.
         OPEN INPUT CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-COMPANY TO CAL-COMPANY.
         MOVE SPACES     TO CAL-PERIOD-END.
         START CALENDAR-FILE KEY IS >= CAL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START CALENDAR-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR CAL-COMPANY NOT = WS-COMPANY
           IF CAL-PERIOD-END NUMERIC
             IF WS-PAY-DATE-COUNT >= WS-MAX-PAY-DATES
               DISPLAY "TOO MANY PAY DATES FOR " WS-COMPANY
                       " - MAX IS " WS-MAX-PAY-DATES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-PAY-DATE-COUNT
             MOVE CAL-PERIOD-END TO WS-PD-DATE (WS-PAY-DATE-COUNT)
             MOVE CAL-PERIOD-END TO WS-DATE-N
             COMPUTE WS-PD-DAY-NUM (WS-PAY-DATE-COUNT) =
                     FUNCTION INTEGER-OF-DATE (WS-DATE-N)
           END-IF
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        REVIEW-ONE-CHANGE.
      *    The change log is keyed by identifier across companies -
      *    the employee record says whose change it is.
         MOVE BCH-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF NOT RECORD-NOT-FOUND
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         ELSE
           IF EMPL-COMPANY = WS-COMPANY
             ADD 1 TO WS-CHANGE-COUNT
             PERFORM FIND-NEAREST-PAY-DATE
             IF WS-BEST-IDX > 0
                AND WS-BEST-DISTANCE <= WS-WINDOW-DAYS
                AND WS-BEST-DISTANCE >= 0 - WS-WINDOW-DAYS
               PERFORM PRINT-CHANGE-LINE
             END-IF
           END-IF
         END-IF.
      *
        FIND-NEAREST-PAY-DATE.
      *    Distance is pay date less change date - positive when
      *    the change came before the pay date.
         MOVE 0 TO WS-BEST-IDX.
         MOVE BCH-STAMP (1:8) TO WS-DATE-N.
         COMPUTE WS-CHANGE-DAY = FUNCTION INTEGER-OF-DATE (WS-DATE-N).
         PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                 UNTIL WS-PD-IDX > WS-PAY-DATE-COUNT
           COMPUTE WS-DISTANCE = WS-PD-DAY-NUM (WS-PD-IDX)
                               - WS-CHANGE-DAY
           IF WS-BEST-IDX = 0
              OR FUNCTION ABS (WS-DISTANCE)
                 < FUNCTION ABS (WS-BEST-DISTANCE)
             MOVE WS-PD-IDX   TO WS-BEST-IDX
             MOVE WS-DISTANCE TO WS-BEST-DISTANCE
           END-IF
         END-PERFORM.
      *
        PRINT-CHANGE-LINE.
         ADD 1 TO WS-FLAGGED-COUNT.
         MOVE BCH-STAMP       TO WS-DET-STAMP.
         MOVE BCH-EMPL-ID     TO WS-DET-EMPL-ID.
         MOVE EMPL-NAME       TO WS-DET-NAME.
         EVALUATE TRUE
           WHEN BCH-NEW-DETAILS
             MOVE "NEW"     TO WS-DET-TYPE
           WHEN BCH-CHANGED-DETAILS
             MOVE "CHANGED" TO WS-DET-TYPE
           WHEN OTHER
             MOVE "DROPPED" TO WS-DET-TYPE
         END-EVALUATE.
         MOVE BCH-OPERATOR    TO WS-DET-OPERATOR.
         MOVE BCH-OLD-ROUTING TO WS-DET-OLD-ROUTING.
         MOVE BCH-OLD-ACCOUNT TO WS-ACCOUNT-WORK.
         PERFORM MASK-ACCOUNT.
         MOVE WS-MASK-ACCOUNT TO WS-DET-OLD-ACCOUNT.
         MOVE BCH-NEW-ROUTING TO WS-DET-NEW-ROUTING.
         MOVE BCH-NEW-ACCOUNT TO WS-ACCOUNT-WORK.
         PERFORM MASK-ACCOUNT.
         MOVE WS-MASK-ACCOUNT TO WS-DET-NEW-ACCOUNT.
         MOVE WS-PD-DATE (WS-BEST-IDX) TO WS-DET-PAY-DATE.
         MOVE WS-BEST-DISTANCE TO WS-DET-DAYS.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        MASK-ACCOUNT.
         MOVE SPACES TO WS-MASK-ACCOUNT.
         IF WS-ACCOUNT-WORK NOT = SPACES
           MOVE ".." TO WS-MASK-ACCOUNT (1:2)
           MOVE 0 TO WS-ACCOUNT-LEN
           INSPECT FUNCTION REVERSE (WS-ACCOUNT-WORK)
               TALLYING WS-ACCOUNT-LEN FOR LEADING SPACES
           COMPUTE WS-ACCOUNT-LEN = 17 - WS-ACCOUNT-LEN
           IF WS-ACCOUNT-LEN > 4
             MOVE WS-ACCOUNT-WORK (WS-ACCOUNT-LEN - 3:4)
               TO WS-MASK-LAST4
           ELSE
             MOVE WS-ACCOUNT-WORK (1:4) TO WS-MASK-LAST4
           END-IF
         END-IF.
      *
        OPEN-REPORT.
         SET RPT-OPEN-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
      *
        PRINT-REPORT-LINE.
         SET RPT-LINE-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
         MOVE SPACES TO RPT-LINE.
      *
        CLOSE-REPORT.
         SET RPT-CLOSE-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
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
