          COPY "copybooks/employee.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/year-close.fc".
          COPY "copybooks/leave-taken.fc".
          COPY "copybooks/timesheet.fc".
          COPY "copybooks/overtime-rule.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/year-close.fd".
         COPY "copybooks/leave-taken.fd".
         COPY "copybooks/timesheet.fd".
         COPY "copybooks/overtime-rule.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         COPY "copybooks/net-pay-control.ws".
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-PERIOD-END     PIC X(8).
         01 WS-CURRENT-DEPT   PIC X(20).
         01 WS-RECORD-FOUND   PIC X     VALUE "N".
            88 WS-ANY-RECORD            VALUE "Y".
         01 WS-ROW-ON-FILE-FLAG PIC X.
            88 WS-ROW-ON-FILE           VALUE "Y".
         01 WS-EMPL-COUNT     PIC 9(7) VALUE 0.
         01 WS-DEPT-GROSS     PIC 9(9)V99.
         01 WS-DEPT-ANNUAL    PIC 9(9)V99.
         01 WS-COMPANY-GROSS  PIC 9(9)V99.
         01 WS-COMPANY-ANNUAL PIC 9(9)V99.
         01 WS-DEPT-TAX       PIC 9(9)V99.
         01 WS-COMPANY-TAX    PIC 9(9)V99.
         01 WS-DEPT-DEDUCT    PIC 9(9)V99.
         01 WS-DEPT-NET       PIC 9(9)V99.
         01 WS-COMPANY-DEDUCT PIC 9(9)V99.
         01 WS-COMPANY-NET    PIC 9(9)V99.
         01 WS-ARREARS-COUNT  PIC 9(7) VALUE 0.
         01 WS-LATER-COUNT    PIC 9(7) VALUE 0.
      *    Unpaid leave is charged at the day rate of the annual
      *    salary over a standard working year.
         78 WS-WORK-DAYS-PER-YEAR VALUE 260.
         01 WS-LEAVE-OPEN-FLAG PIC X    VALUE "N".
            88 WS-LEAVE-ON              VALUE "Y".
         01 WS-UNPAID-DAYS    PIC 9(3)V99.
         01 WS-UNPAID-AMOUNT  PIC 9(9)V99.
         01 WS-UNPAID-COUNT   PIC 9(7) VALUE 0.
         01 WS-SHEETS-OPEN-FLAG PIC X   VALUE "N".
            88 WS-SHEETS-ON             VALUE "Y".
         01 WS-SHEET-MISSING-FLAG PIC X.
            88 WS-SHEET-MISSING         VALUE "Y".
      *    The company's overtime rule, found once per run. With no
      *    rule on file, time and a half and double time apply with
      *    no regular-hours limit.
         01 WS-OT-FACTOR      PIC 9V99 VALUE 1.50.
         01 WS-PREMIUM-FACTOR PIC 9V99 VALUE 2.00.
         01 WS-REGULAR-LIMIT  PIC 9(3)V99 VALUE 0.
         01 WS-PAID-HOURS.
            05 WS-PAID-REGULAR   PIC 9(3)V99.
            05 WS-PAID-OVERTIME  PIC 9(3)V99.
            05 WS-PAID-PREMIUM   PIC 9(3)V99.
            05 WS-PAID-RATE      PIC 9(5)V99.
         78 WS-MAX-MISSING    VALUE 500.
         01 WS-MISSING-COUNT  PIC 9(4) VALUE 0.
         01 WS-MISSING-TABLE.
            05 WS-MISSING-ENTRY OCCURS 500 TIMES.
               10 WS-MS-DEPT       PIC X(20).
               10 WS-MS-NAME       PIC X(20).
               10 WS-MS-EMPL-ID    PIC 9(9).
         01 WS-MS-IDX         PIC 9(4).
         01 WS-COLUMN-HEAD.
            05 FILLER PIC X(34) VALUE "    EMPLOYEE".
            05 FILLER PIC X(10) VALUE "ANNUAL".
            05 FILLER PIC X(16) VALUE "PERIOD GROSS".
            05 FILLER PIC X(16) VALUE "WITHHELD".
            05 FILLER PIC X(16) VALUE "DEDUCTIONS".
            05 FILLER PIC X(7)  VALUE "NET PAY".
         01 WS-DETAIL-LINE.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 WS-DET-NAME         PIC X(20).
            05 WS-DET-ANNUAL       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-TAX          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-DEDUCT       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-NET          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 WS-DET-ARREARS      PIC X(7).
         01 WS-DEPT-LINE.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-DEPT   PIC X(20).
            05 WS-DEPT-LINE-ANNUAL PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-GROSS  PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-TAX    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-DEDUCT PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-NET    PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-TOTAL-LINE.
            05 FILLER              PIC X(22) VALUE "COMPANY TOTAL".
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 WS-TOTAL-LINE-ANNUAL PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-TOTAL-LINE-GROSS PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-TOTAL-LINE-TAX   PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-TOTAL-LINE-DEDUCT PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-TOTAL-LINE-NET   PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.
      *    closed, is refused here instead of silently rewriting the
      *    register behind the payments.
        PERFORM CHECK-PAY-CALENDAR.
      *
      *    Logged against its period so the period-end job stream
      *    can tell the register exists before anything pays from it.
        MOVE "PayrollReg" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-PERIOD-END TO RUN-PERIOD-END.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-PAYREG-FILE.
        OPEN I-O LEAVE-TAKEN-FILE.
        IF SUCCESSFUL
          SET WS-LEAVE-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        OPEN INPUT TIMESHEET-FILE.
        IF SUCCESSFUL
          SET WS-SHEETS-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        PERFORM FIND-OVERTIME-RULE.
        SET NETP-START-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
      *
      *    A standing deduction a later period has already taken
      *    keeps only that period's amount - building this period
      *    again could neither take it nor carry what it took here
      *    into the net, so the whole build is refused before any
      *    row is touched.
        PERFORM CHECK-LATER-DEDUCTIONS.
        IF WS-LATER-COUNT > 0
          DISPLAY "DEDUCTIONS ALREADY TAKEN BY A LATER PERIOD: "
                  WS-LATER-COUNT " - RUN REFUSED"
          SET NETP-END-ACTION TO TRUE
          CALL "NetPay" USING NETP-CONTROL
          MOVE 12 TO RETURN-CODE
          PERFORM END-RUN-LOG
          STOP RUN
        END-IF.
      *
        MOVE "PAYROLL REGISTER" TO RPT-TITLE.
        MOVE "PayrollRegister" TO RPT-PROGRAM.
        PERFORM PRINT-REPORT-LINE.
      *
        INITIALIZE WS-DEPT-GROSS WS-DEPT-ANNUAL
                   WS-COMPANY-GROSS WS-COMPANY-ANNUAL
                   WS-DEPT-DEDUCT WS-DEPT-NET
                   WS-COMPANY-DEDUCT WS-COMPANY-NET
                   WS-DEPT-TAX WS-COMPANY-TAX.
        MOVE WS-COMPANY TO EMPL-COMPANY.
        MOVE LOW-VALUES TO EMPL-DEPT EMPL-NAME.
        MOVE "START EMPL-FILE" TO WS-ABEND-MSG.
        START EMPL-FILE KEY IS >= EMPL-KEY.
        IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
            PERFORM DISPLAY-DEPT-SUBTOTAL
            MOVE EMPL-DEPT TO WS-CURRENT-DEPT
            INITIALIZE WS-DEPT-GROSS WS-DEPT-ANNUAL
                       WS-DEPT-DEDUCT WS-DEPT-NET WS-DEPT-TAX
          END-IF
          IF NOT EMPL-TERMINATED
            PERFORM REGISTER-EMPLOYEE
        END-IF.
        MOVE WS-COMPANY-ANNUAL TO WS-TOTAL-LINE-ANNUAL.
        MOVE WS-COMPANY-GROSS  TO WS-TOTAL-LINE-GROSS.
        MOVE WS-COMPANY-TAX    TO WS-TOTAL-LINE-TAX.
        MOVE WS-COMPANY-DEDUCT TO WS-TOTAL-LINE-DEDUCT.
        MOVE WS-COMPANY-NET    TO WS-TOTAL-LINE-NET.
        MOVE WS-TOTAL-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE SPACES TO RPT-LINE.
        STRING "EMPLOYEES ON REGISTER: " WS-EMPL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        IF WS-ARREARS-COUNT > 0
          MOVE SPACES TO RPT-LINE
          STRING "NET SHORTFALLS CARRIED TO ARREARS: "
                 WS-ARREARS-COUNT DELIMITED BY SIZE INTO RPT-LINE
          PERFORM PRINT-REPORT-LINE
        END-IF.
        IF WS-UNPAID-COUNT > 0
          MOVE SPACES TO RPT-LINE
          STRING "GROSS REDUCED FOR UNPAID LEAVE: "
                 WS-UNPAID-COUNT DELIMITED BY SIZE INTO RPT-LINE
          PERFORM PRINT-REPORT-LINE
        END-IF.
        IF WS-MISSING-COUNT > 0
          PERFORM PRINT-MISSING-TIMESHEETS
        END-IF.
        PERFORM CLOSE-REPORT.
        DISPLAY "EMPLOYEES ON REGISTER: " WS-EMPL-COUNT.
        DISPLAY "NET SHORTFALLS CARRIED TO ARREARS: " WS-ARREARS-COUNT.
        DISPLAY "GROSS REDUCED FOR UNPAID LEAVE: " WS-UNPAID-COUNT.
        DISPLAY "HOURLY EMPLOYEES WITH NO TIMESHEET: "
                WS-MISSING-COUNT.
        SET NETP-END-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-LEAVE-ON
          MOVE "CLOSE LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
          CLOSE LEAVE-TAKEN-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-SHEETS-ON
          MOVE "CLOSE TIMESHEET-FILE" TO WS-ABEND-MSG
          CLOSE TIMESHEET-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *    An hourly employee left off the register is a warning the
      *    operators must act on before the payment file goes out.
        IF WS-MISSING-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-EMPL-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        CHECK-PAY-CALENDAR.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
      *    Once a tax year is closed its wages have been filed -
      *    no register may be rebuilt into it, forced or not.
         OPEN INPUT YEAR-CLOSE-FILE.
         IF SUCCESSFUL
           MOVE WS-COMPANY TO YEC-COMPANY
           MOVE WS-PERIOD-END (1:4) TO YEC-TAX-YEAR
           READ YEAR-CLOSE-FILE KEY IS YEC-KEY
           IF SUCCESSFUL
             DISPLAY "TAX YEAR " YEC-TAX-YEAR " FOR " WS-COMPANY
                     " WAS CLOSED AT " YEC-CLOSED-STAMP
                     " - RUN REFUSED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NOT RECORD-NOT-FOUND
             MOVE "READ YEAR-CLOSE-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "CLOSE YEAR-CLOSE-FILE" TO WS-ABEND-MSG
           CLOSE YEAR-CLOSE-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CHECK-LATER-DEDUCTIONS.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE LOW-VALUES TO EMPL-DEPT EMPL-NAME.
         MOVE "START EMPL-FILE" TO WS-ABEND-MSG.
         START EMPL-FILE KEY IS >= EMPL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR EMPL-COMPANY NOT = WS-COMPANY
           IF NOT EMPL-TERMINATED
             SET NETP-CHECK-ACTION TO TRUE
             MOVE EMPL-ID       TO NETP-EMPL-ID
             MOVE WS-PERIOD-END TO NETP-PERIOD-END
             CALL "NetPay" USING NETP-CONTROL
             IF NETP-TAKEN-LATER
               DISPLAY "EMPLOYEE " EMPL-ID " " EMPL-NAME
                       " DEDUCTION " NETP-LATER-CODE
                       " ALREADY TAKEN FOR PERIOD "
                       NETP-LATER-PERIOD
               ADD 1 TO WS-LATER-COUNT
             END-IF
           END-IF
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        OPEN-PAYREG-FILE.
         MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
      *    EMPL-SALARY is the full-time annual figure - part-timers
      *    are prorated by their FTE percent. Zero FTE is a record
      *    from before part-time support and reads as full time.
      *    Hourly staff are paid from the period's timesheet instead,
      *    and one with no timesheet is listed, not paid zero.
         MOVE EMPL-FTE-PCT TO WS-FTE.
         IF WS-FTE = 0
           MOVE 100 TO WS-FTE
         END-IF.
         MOVE 0 TO WS-UNPAID-DAYS WS-UNPAID-AMOUNT.
         INITIALIZE WS-PAID-HOURS.
         MOVE "N" TO WS-SHEET-MISSING-FLAG.
         IF EMPL-HOURLY
           PERFORM COMPUTE-HOURLY-GROSS
         ELSE
           COMPUTE WS-PERIOD-GROSS ROUNDED =
                   EMPL-SALARY * WS-FTE / (WS-PERIODS * 100)
           IF WS-LEAVE-ON AND EMPL-ID NOT = 0
             PERFORM TAKE-UNPAID-LEAVE
           END-IF
         END-IF.
         IF WS-SHEET-MISSING
           PERFORM NOTE-MISSING-TIMESHEET
         ELSE
           PERFORM REGISTER-PAID-EMPLOYEE
         END-IF.
      *
        REGISTER-PAID-EMPLOYEE.
         PERFORM WRITE-PAYREG-RECORD.
         ADD 1 TO WS-EMPL-COUNT.
         ADD EMPL-SALARY     TO WS-DEPT-ANNUAL WS-COMPANY-ANNUAL.
         ADD WS-PERIOD-GROSS TO WS-DEPT-GROSS WS-COMPANY-GROSS.
         ADD PAYREG-DEDUCTIONS PAYREG-ARREARS-TAKEN
             TO WS-DEPT-DEDUCT WS-COMPANY-DEDUCT.
         ADD PAYREG-WITHHOLDING TO WS-DEPT-TAX WS-COMPANY-TAX.
         ADD PAYREG-NET-PAY  TO WS-DEPT-NET WS-COMPANY-NET.
         MOVE EMPL-NAME      TO WS-DET-NAME.
         MOVE EMPL-SALARY    TO WS-DET-ANNUAL.
         MOVE WS-PERIOD-GROSS TO WS-DET-GROSS.
         COMPUTE WS-DET-DEDUCT = PAYREG-DEDUCTIONS
                               + PAYREG-ARREARS-TAKEN.
         MOVE PAYREG-WITHHOLDING TO WS-DET-TAX.
         MOVE PAYREG-NET-PAY TO WS-DET-NET.
         IF PAYREG-ARREARS-RAISED > 0
           MOVE "ARREARS" TO WS-DET-ARREARS
           ADD 1 TO WS-ARREARS-COUNT
         ELSE
           MOVE SPACES TO WS-DET-ARREARS
         END-IF.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
      *    record instead of abending on the duplicate key - but the
      *    retro settlement and one-time payments already landed on
      *    the row belong to the period, not the rebuild, and are
      *    carried across. The net is settled again from the rebuilt
      *    gross, backing out what the earlier build took.
         MOVE EMPL-KEY        TO PAYREG-EMPL-KEY.
         MOVE WS-PERIOD-END   TO PAYREG-PERIOD-END.
         MOVE "N" TO WS-ROW-ON-FILE-FLAG.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           SET WS-ROW-ON-FILE TO TRUE
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE PAYREG-RECORD
             MOVE EMPL-KEY      TO PAYREG-EMPL-KEY
             MOVE WS-PERIOD-END TO PAYREG-PERIOD-END
           ELSE
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         MOVE EMPL-SALARY     TO PAYREG-ANNUAL-SALARY.
         MOVE WS-PERIOD-GROSS TO PAYREG-PERIOD-GROSS.
         MOVE WS-UNPAID-DAYS  TO PAYREG-UNPAID-DAYS.
         MOVE WS-UNPAID-AMOUNT TO PAYREG-UNPAID-AMOUNT.
         MOVE WS-PAID-REGULAR  TO PAYREG-REGULAR-HOURS.
         MOVE WS-PAID-OVERTIME TO PAYREG-OVERTIME-HOURS.
         MOVE WS-PAID-PREMIUM  TO PAYREG-PREMIUM-HOURS.
         MOVE WS-PAID-RATE     TO PAYREG-HOURLY-RATE.
         PERFORM SETTLE-NET-PAY.
         IF WS-ROW-ON-FILE
           MOVE "REWRITE PAYREG-RECORD" TO WS-ABEND-MSG
           REWRITE PAYREG-RECORD
         ELSE
           MOVE "WRITE PAYREG-RECORD" TO WS-ABEND-MSG
           WRITE PAYREG-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        FIND-OVERTIME-RULE.
      *    The company's own rule, else the "*" default rule, else
      *    the built-in factors already in storage.
         OPEN INPUT OTRULE-FILE.
         IF SUCCESSFUL
           MOVE WS-COMPANY TO OTR-COMPANY
           READ OTRULE-FILE KEY IS OTR-COMPANY
           IF RECORD-NOT-FOUND
             MOVE "*" TO OTR-COMPANY
             READ OTRULE-FILE KEY IS OTR-COMPANY
           END-IF
           IF SUCCESSFUL
             MOVE OTR-OVERTIME-FACTOR TO WS-OT-FACTOR
             MOVE OTR-PREMIUM-FACTOR  TO WS-PREMIUM-FACTOR
             MOVE OTR-REGULAR-LIMIT   TO WS-REGULAR-LIMIT
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ OTRULE-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
           MOVE "CLOSE OTRULE-FILE" TO WS-ABEND-MSG
           CLOSE OTRULE-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        COMPUTE-HOURLY-GROSS.
      *    Timesheets are keyed by identifier - an unstamped record
      *    cannot have one.
         IF NOT WS-SHEETS-ON OR EMPL-ID = 0
           SET WS-SHEET-MISSING TO TRUE
         ELSE
           MOVE EMPL-ID       TO TS-EMPL-ID
           MOVE WS-PERIOD-END TO TS-PERIOD-END
           READ TIMESHEET-FILE KEY IS TS-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               SET WS-SHEET-MISSING TO TRUE
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ TIMESHEET-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         IF NOT WS-SHEET-MISSING
           MOVE TS-REGULAR-HOURS  TO WS-PAID-REGULAR
           MOVE TS-OVERTIME-HOURS TO WS-PAID-OVERTIME
           MOVE TS-PREMIUM-HOURS  TO WS-PAID-PREMIUM
           MOVE EMPL-HOURLY-RATE  TO WS-PAID-RATE
           IF WS-REGULAR-LIMIT > 0
              AND WS-PAID-REGULAR > WS-REGULAR-LIMIT
             COMPUTE WS-PAID-OVERTIME = WS-PAID-OVERTIME
                     + WS-PAID-REGULAR - WS-REGULAR-LIMIT
             MOVE WS-REGULAR-LIMIT TO WS-PAID-REGULAR
           END-IF
           COMPUTE WS-PERIOD-GROSS ROUNDED = WS-PAID-RATE *
                   (WS-PAID-REGULAR
                    + WS-PAID-OVERTIME * WS-OT-FACTOR
                    + WS-PAID-PREMIUM * WS-PREMIUM-FACTOR)
         END-IF.
      *
        NOTE-MISSING-TIMESHEET.
         IF WS-MISSING-COUNT < WS-MAX-MISSING
           ADD 1 TO WS-MISSING-COUNT
           MOVE EMPL-DEPT TO WS-MS-DEPT (WS-MISSING-COUNT)
           MOVE EMPL-NAME TO WS-MS-NAME (WS-MISSING-COUNT)
           MOVE EMPL-ID   TO WS-MS-EMPL-ID (WS-MISSING-COUNT)
         END-IF.
         DISPLAY "NO TIMESHEET - NOT PAID: " EMPL-KEY.
      *
        PRINT-MISSING-TIMESHEETS.
         MOVE SPACES TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "HOURLY EMPLOYEES WITH NO TIMESHEET - NOT PAID"
           TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-MISSING-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "    " WS-MS-DEPT (WS-MS-IDX) "  "
                  WS-MS-NAME (WS-MS-IDX) "  "
                  WS-MS-EMPL-ID (WS-MS-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-PERFORM.
      *
        TAKE-UNPAID-LEAVE.
      *    Unpaid days booked on or before the period end and not yet
      *    taken by an earlier period come off this period's gross,
      *    and the booking is stamped with the period. A rebuild of
      *    the same period finds its own stamp and takes the days
      *    again, so the rebuilt gross matches the first.
         MOVE EMPL-ID TO LVT-EMPL-ID.
         MOVE SPACES  TO LVT-LEAVE-DATE LVT-TYPE.
         MOVE "START LEAVE-TAKEN-FILE" TO WS-ABEND-MSG.
         START LEAVE-TAKEN-FILE KEY IS >= LVT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
           READ LEAVE-TAKEN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR LVT-EMPL-ID NOT = EMPL-ID
                    OR LVT-LEAVE-DATE > WS-PERIOD-END
           IF LVT-UNPAID
              AND (LVT-APPLIED-PERIOD = SPACES
                   OR LVT-APPLIED-PERIOD = WS-PERIOD-END)
             ADD LVT-DAYS TO WS-UNPAID-DAYS
             MOVE WS-PERIOD-END TO LVT-APPLIED-PERIOD
             MOVE "REWRITE LEAVE-TAKEN-RECORD" TO WS-ABEND-MSG
             REWRITE LEAVE-TAKEN-RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "READ LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
           READ LEAVE-TAKEN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *    The day rate follows the FTE-prorated salary; the
      *    deduction can take the period's salary to nothing but
      *    not below it.
         IF WS-UNPAID-DAYS > 0
           COMPUTE WS-UNPAID-AMOUNT ROUNDED =
                   EMPL-SALARY * WS-FTE * WS-UNPAID-DAYS
                   / (WS-WORK-DAYS-PER-YEAR * 100)
           IF WS-UNPAID-AMOUNT > WS-PERIOD-GROSS
             MOVE WS-PERIOD-GROSS TO WS-UNPAID-AMOUNT
           END-IF
           SUBTRACT WS-UNPAID-AMOUNT FROM WS-PERIOD-GROSS
           ADD 1 TO WS-UNPAID-COUNT
         END-IF.
      *
        SETTLE-NET-PAY.
      *    Withholding, standing deductions and arrears recovery
      *    come off the whole period gross - salary, retro and
      *    one-time alike - and the year-to-date totals follow.
         SET NETP-SETTLE-ACTION TO TRUE.
         MOVE EMPL-ID               TO NETP-EMPL-ID PAYREG-EMPL-ID.
         MOVE PAYREG-PERIOD-END     TO NETP-PERIOD-END.
         MOVE PAYREG-PERIOD-GROSS   TO NETP-PERIOD-GROSS.
         MOVE PAYREG-RETRO-GROSS    TO NETP-RETRO-GROSS.
         MOVE PAYREG-OTP-GROSS      TO NETP-OTP-GROSS.
         MOVE EMPL-ADDR-COUNTRY     TO NETP-COUNTRY.
         MOVE EMPL-ADDR-STATE       TO NETP-STATE.
         MOVE WS-PERIODS            TO NETP-PERIODS.
         MOVE PAYREG-POSTED-GROSS   TO NETP-POSTED-GROSS.
         MOVE PAYREG-POSTED-RETRO   TO NETP-POSTED-RETRO.
         MOVE PAYREG-POSTED-OTP     TO NETP-POSTED-OTP.
         MOVE PAYREG-POSTED-WITHHELD TO NETP-POSTED-WITHHELD.
         MOVE PAYREG-ARREARS-TAKEN  TO NETP-PRIOR-ARREARS-TAKEN.
         MOVE PAYREG-ARREARS-RAISED TO NETP-PRIOR-ARREARS-RAISED.
         CALL "NetPay" USING NETP-CONTROL.
         MOVE NETP-WITHHOLDING      TO PAYREG-WITHHOLDING.
         MOVE NETP-DEDUCTIONS       TO PAYREG-DEDUCTIONS.
         MOVE NETP-ARREARS-TAKEN    TO PAYREG-ARREARS-TAKEN.
         MOVE NETP-ARREARS-RAISED   TO PAYREG-ARREARS-RAISED.
         MOVE NETP-NET-PAY          TO PAYREG-NET-PAY.
         MOVE NETP-POSTED-GROSS     TO PAYREG-POSTED-GROSS.
         MOVE NETP-POSTED-RETRO     TO PAYREG-POSTED-RETRO.
         MOVE NETP-POSTED-OTP       TO PAYREG-POSTED-OTP.
         MOVE NETP-POSTED-WITHHELD  TO PAYREG-POSTED-WITHHELD.
         SET PAYREG-NET-SETTLED TO TRUE.
      *
        DISPLAY-DEPT-SUBTOTAL.
         MOVE WS-CURRENT-DEPT TO WS-DEPT-LINE-DEPT.
         MOVE WS-DEPT-ANNUAL  TO WS-DEPT-LINE-ANNUAL.
         MOVE WS-DEPT-GROSS   TO WS-DEPT-LINE-GROSS.
         MOVE WS-DEPT-TAX     TO WS-DEPT-LINE-TAX.
         MOVE WS-DEPT-DEDUCT  TO WS-DEPT-LINE-DEDUCT.
         MOVE WS-DEPT-NET     TO WS-DEPT-LINE-NET.
         MOVE WS-DEPT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE WS-CURRENT-DEPT TO RPT-LINE.
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
