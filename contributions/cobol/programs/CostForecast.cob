       IDENTIFICATION DIVISION.
        PROGRAM-ID. CostForecast.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/department.fc".
          COPY "copybooks/dept-budget.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pending-changes.fc".
          COPY "copybooks/position.fc".
          COPY "copybooks/salary-band.fc".
          COPY "copybooks/exchange-rate.fc".
          COPY "copybooks/salary-split.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/department.fd".
         COPY "copybooks/dept-budget.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pending-changes.fd".
         COPY "copybooks/position.fd".
         COPY "copybooks/salary-band.fd".
         COPY "copybooks/exchange-rate.fd".
         COPY "copybooks/salary-split.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-DEPTS     VALUE 1000.
         78 WS-MAX-ANCESTORS VALUE 20.
         78 WS-MAX-PERIODS   VALUE 60.
         78 WS-MAX-PENDING   VALUE 500.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-YEAR          PIC X(4).
         01 WS-ABEND-MSG     PIC X(40).

         01 WS-RPT-CURRENCY  PIC X(3).
         01 WS-CONVERT-FLAG  PIC X     VALUE "N".
            88 WS-CONVERTING           VALUE "Y".
         01 WS-TODAY         PIC X(8).
         01 WS-AMOUNT-CURRENCY PIC X(3).
         01 WS-AMOUNT        PIC S9(11)V99.
         01 WS-CONV-AMOUNT   PIC S9(11)V99.
         01 WS-RATE-COUNT    PIC 99 VALUE 0.
         01 WS-RATE-CACHE.
            05 WS-RATE-ENTRY OCCURS 10 TIMES.
               10 WS-RC-FROM       PIC X(3).
               10 WS-RC-RATE       PIC 9(5)V9(6).
               10 WS-RC-DATE       PIC X(8).
               10 WS-RC-MISSING    PIC X.
         01 WS-RATE-IDX      PIC 99.
         01 WS-RSCAN-IDX     PIC 99.
         01 WS-RATE-PRINT    PIC ZZZZ9.999999.

         01 WS-REG-ON-FLAG   PIC X     VALUE "N".
            88 WS-REG-ON               VALUE "Y".
         01 WS-PEND-ON-FLAG  PIC X     VALUE "N".
            88 WS-PEND-ON              VALUE "Y".
         01 WS-POS-ON-FLAG   PIC X     VALUE "N".
            88 WS-POS-ON               VALUE "Y".
         01 WS-BANDS-ON-FLAG PIC X     VALUE "N".
            88 WS-BANDS-ON             VALUE "Y".
         01 WS-SPLIT-ON-FLAG PIC X     VALUE "N".
            88 WS-SPLIT-ON             VALUE "Y".

      *    The year's pay periods in calendar order. Closed periods
      *    have been paid and are actuals; open ones are forecast.
      *    The end of the period before each one bounds who is still
      *    employed during it.
         01 WS-PERIOD-COUNT  PIC 9(3) VALUE 0.
         01 WS-OPEN-COUNT    PIC 9(3) VALUE 0.
         01 WS-CLOSED-COUNT  PIC 9(3) VALUE 0.
         01 WS-PERIOD-TABLE.
            05 WS-PERIOD-ENTRY OCCURS 60 TIMES.
               10 WS-PD-END        PIC X(8).
               10 WS-PD-PRIOR-END  PIC X(8).
               10 WS-PD-PER-YEAR   PIC 99.
               10 WS-PD-STATUS     PIC X.
                  88 WS-PD-OPEN           VALUE "O".
                  88 WS-PD-CLOSED         VALUE "C".
         01 WS-LAST-CAL-END  PIC X(8).
         01 WS-PD-IDX        PIC 9(3).
         01 WS-PSCAN-IDX     PIC 9(3).
         01 WS-FOUND-PD-IDX  PIC 9(3).

      *    Scheduled CUT and RAISE instructions for this company,
      *    in queue order - the order ApplyPending applies them.
         01 WS-PEND-COUNT    PIC 9(3) VALUE 0.
         01 WS-PEND-BAD-COUNT PIC 9(7) VALUE 0.
         01 WS-PEND-TABLE.
            05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 WS-PN-EFF-DATE   PIC X(8).
               10 WS-PN-FACTOR     PIC 9V9999.
               10 WS-PN-RAISE      PIC X.
               10 WS-PN-DEPT       PIC X(20).
               10 WS-PN-CAP        PIC 9(9)V99.
         01 WS-PEND-DONE-TABLE.
            05 WS-PN-DONE       PIC X OCCURS 500 TIMES.
         01 WS-PN-IDX        PIC 9(3).
         01 WS-P-EFF-DATE    PIC X(8).
         01 WS-P-COMPANY     PIC X(20).
         01 WS-P-ACTION      PIC X(5).
            88 WS-CUT-ACTION           VALUE "CUT".
            88 WS-RAISE-ACTION         VALUE "RAISE".
         01 WS-P-PERCENT-X   PIC X(3).
         01 WS-P-PERCENT     PIC 999.
         01 WS-P-DEPT-FILTER PIC X(20).
         01 WS-P-CAP-X       PIC X(11).
         01 WS-P-CAP         PIC 9(9)V99.
         01 WS-NO-FILTER     PIC X     VALUE "*".

         01 WS-DEPT-COUNT    PIC 9(4) VALUE 0.
         01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10 WS-T-NAME        PIC X(20).
               10 WS-T-ANCESTOR    PIC X(20).
               10 WS-T-BUDGETED    PIC X.
                  88 WS-T-HAS-BUDGET      VALUE "Y".
               10 WS-T-BUDGET      PIC 9(11)V99.
               10 WS-T-ACTUAL      PIC S9(11)V99.
               10 WS-T-FORECAST    PIC S9(11)V99.
               10 WS-T-HEADCOUNT   PIC 9(5).
               10 WS-T-MID-TOTAL   PIC 9(13)V99.
               10 WS-T-MID-COUNT   PIC 9(5).
               10 WS-T-VACANCIES   PIC 9(5).
               10 WS-T-ROLL-BUDGET   PIC 9(13)V99.
               10 WS-T-ROLL-ACTUAL   PIC S9(13)V99.
               10 WS-T-ROLL-FORECAST PIC S9(13)V99.
               10 WS-T-HAS-CHILDREN  PIC X.
                  88 WS-T-PARENT          VALUE "Y".
         01 WS-DEPT-IDX      PIC 9(4).
         01 WS-SCAN-IDX      PIC 9(4).
         01 WS-WALK-IDX      PIC 9(4).
         01 WS-HOP-COUNT     PIC 999.
         01 WS-WALK-NAME     PIC X(20).
         01 WS-FIND-NAME     PIC X(20).
         01 WS-FOUND-IDX     PIC 9(4).

         01 WS-CHARGE-EMPL-ID PIC 9(9).
         01 WS-CHARGE-DEPT   PIC X(20).
         01 WS-CHARGE-AMOUNT PIC S9(11)V99.
         01 WS-CHARGE-KIND   PIC X.
            88 WS-CHARGE-ACTUAL        VALUE "A".
            88 WS-CHARGE-FORECAST      VALUE "F".
         01 WS-SPLIT-FOUND   PIC 9(3).
         01 WS-PORTION-DEPT  PIC X(20).
         01 WS-PORTION-AMOUNT PIC S9(11)V99.

         01 WS-FTE           PIC 9(3).
         01 WS-PROJ-SALARY   PIC 9(9)V99.
         01 WS-EFF-CAP       PIC 9(9)V99.
         01 WS-EMPL-BAND-MAX PIC 9(9)V99.
         01 WS-EMPL-FORECAST PIC S9(11)V99.
         01 WS-PERIOD-COST   PIC 9(9)V99.
         01 WS-RUN-RATE      PIC 9(9)V99.
         01 WS-RUN-TOTAL     PIC S9(11)V99.
         01 WS-RUN-COUNT     PIC 9(3).
         01 WS-EMPLOYED-FLAG PIC X.
            88 WS-EMPLOYED             VALUE "Y".
         01 WS-HOLD-EMPL-KEY PIC X(60).
         01 WS-COMPANY-MID-TOTAL PIC 9(13)V99 VALUE 0.
         01 WS-COMPANY-MID-COUNT PIC 9(5) VALUE 0.
         01 WS-VACANCY-MID   PIC 9(9)V99.

         01 WS-PROJECTED     PIC S9(13)V99.
         01 WS-VARIANCE      PIC S9(13)V99.
         01 WS-PCT           PIC S9(5)V9.
         01 WS-TOT-BUDGET    PIC 9(13)V99 VALUE 0.
         01 WS-TOT-ACTUAL    PIC S9(13)V99 VALUE 0.
         01 WS-TOT-FORECAST  PIC S9(13)V99 VALUE 0.
         01 WS-OVERRUN-COUNT PIC 9(5) VALUE 0.
         01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
         01 WS-VACANCY-TOTAL PIC 9(7) VALUE 0.
         01 WS-LEAVER-COUNT  PIC 9(7) VALUE 0.

         01 WS-HEAD-LINE.
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(18) VALUE "          BUDGET".
            05 FILLER PIC X(18) VALUE "  ACTUAL TO DATE".
            05 FILLER PIC X(18) VALUE "  FORECAST REMAIN".
            05 FILLER PIC X(18) VALUE "  PROJECTED YEAR".
            05 FILLER PIC X(19) VALUE "     OVER/(UNDER)".
            05 FILLER PIC X(9)  VALUE "     PCT".
         01 WS-DETAIL-LINE.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-BUDGET      PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-ACTUAL      PIC -,---,---,--9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-FORECAST    PIC -,---,---,--9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PROJECTED   PIC -,---,---,--9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-VARIANCE    PIC +,+++,+++,++9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PCT         PIC +ZZ,ZZ9.9.
            05 WS-DET-NOTE        PIC X(30).

       PROCEDURE DIVISION.

      *
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Reporting currency (blank = no conversion): "
                  WITH NO ADVANCING
          ACCEPT WS-RPT-CURRENCY
          DISPLAY "Year (blank = current year): "
                  WITH NO ADVANCING
          ACCEPT WS-YEAR
        ELSE
      *    Positional arguments: company, currency, year - "*" holds
      *    the currency slot open when only a year is wanted, as on
      *    RollupReport.
          MOVE SPACES TO WS-COMPANY WS-RPT-CURRENCY WS-YEAR
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-RPT-CURRENCY WS-YEAR
          END-UNSTRING
          IF WS-RPT-CURRENCY = "*"
            MOVE SPACES TO WS-RPT-CURRENCY
          END-IF
        END-IF.
        IF WS-YEAR = SPACES
          MOVE WS-TODAY (1:4) TO WS-YEAR
        END-IF.
        IF WS-YEAR NOT NUMERIC
          DISPLAY "YEAR MUST BE YYYY, GOT " WS-YEAR
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        IF WS-RPT-CURRENCY NOT = SPACES
          SET WS-CONVERTING TO TRUE
        END-IF.
      *
        MOVE "OPEN DEPT-FILE" TO WS-ABEND-MSG.
        OPEN INPUT DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BUDGET-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BUDGET-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN CALENDAR-FILE" TO WS-ABEND-MSG.
        OPEN INPUT CALENDAR-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-CONVERTING
          PERFORM OPEN-RATE-FILE
        END-IF.
        PERFORM OPEN-OPTIONAL-FILES.
      *
        PERFORM LOAD-DEPARTMENTS.
        PERFORM LOAD-BUDGETS.
        PERFORM LOAD-PERIODS.
        IF WS-PEND-ON
          PERFORM LOAD-PENDING-CHANGES
        END-IF.
        IF WS-BANDS-ON
          PERFORM LOAD-COMPANY-MIDS
        END-IF.
        IF WS-REG-ON
          PERFORM TALLY-ACTUALS
        END-IF.
        PERFORM FORECAST-EMPLOYEES.
        IF WS-POS-ON
          PERFORM FORECAST-VACANCIES
        END-IF.
        PERFORM ROLL-UP-TOTALS.
      *
        PERFORM CLOSE-FILES.
      *
        MOVE "PAYROLL COST FORECAST TO YEAR END" TO RPT-TITLE.
        MOVE "CostForecast" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "YEAR " WS-YEAR ": " WS-CLOSED-COUNT
               " PERIODS CLOSED (ACTUAL), " WS-OPEN-COUNT
               " OPEN (FORECAST)" DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *    Budgets are maintained in the reporting currency already -
      *    only the payroll amounts need converting.
        PERFORM PRINT-RATE-NOTES.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
          PERFORM PRINT-DEPT-FORECAST
        END-PERFORM.
        MOVE "COMPANY TOTAL" TO WS-DET-NAME.
        MOVE WS-TOT-BUDGET   TO WS-DET-BUDGET.
        MOVE WS-TOT-ACTUAL   TO WS-DET-ACTUAL.
        MOVE WS-TOT-FORECAST TO WS-DET-FORECAST.
        COMPUTE WS-PROJECTED = WS-TOT-ACTUAL + WS-TOT-FORECAST.
        MOVE WS-PROJECTED TO WS-DET-PROJECTED.
        COMPUTE WS-VARIANCE = WS-PROJECTED - WS-TOT-BUDGET.
        MOVE WS-VARIANCE TO WS-DET-VARIANCE.
        MOVE 0 TO WS-DET-PCT.
        MOVE SPACES TO WS-DET-NOTE.
        IF WS-TOT-BUDGET > 0
          COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100 / WS-TOT-BUDGET
          MOVE WS-PCT TO WS-DET-PCT
        END-IF.
        MOVE WS-DETAIL-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        PERFORM PRINT-OVERRUNS.
        MOVE SPACES TO RPT-LINE.
        STRING WS-LEAVER-COUNT " SCHEDULED LEAVERS, "
               WS-VACANCY-TOTAL " OPEN POSITIONS COSTED AT BAND MID, "
               WS-PEND-COUNT " PENDING CHANGES SCHEDULED"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        IF WS-NO-RATE-COUNT > 0
          MOVE SPACES TO RPT-LINE
          STRING WS-NO-RATE-COUNT " HOURLY EMPLOYEES WITH NO PAY "
                 "THIS YEAR - NOT FORECAST" DELIMITED BY SIZE
                 INTO RPT-LINE
          PERFORM PRINT-REPORT-LINE
        END-IF.
        PERFORM CLOSE-REPORT.
      *
        DISPLAY "FORECAST REPORTED FOR " WS-DEPT-COUNT
                " DEPARTMENTS - " WS-OVERRUN-COUNT
                " PROJECTED TO OVERRUN".
        IF WS-PEND-BAD-COUNT > 0
          DISPLAY WS-PEND-BAD-COUNT " MALFORMED PENDING CHANGES "
                  "LEFT OUT OF THE FORECAST"
        END-IF.
        STOP RUN.
      *
        OPEN-OPTIONAL-FILES.
      *    Everything beyond the department, budget, employee and
      *    calendar files only sharpens the forecast: no register
      *    yet means nothing paid so far, no pending queue or
      *    position file means no scheduled changes or vacancies,
      *    and no bands leaves vacancies uncosted.
         OPEN INPUT PAYREG-FILE.
         IF SUCCESSFUL
           SET WS-REG-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT PENDING-FILE.
         IF SUCCESSFUL
           SET WS-PEND-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT POSITION-FILE.
         IF SUCCESSFUL
           SET WS-POS-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT BAND-FILE.
         IF SUCCESSFUL
           SET WS-BANDS-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *    Cost-center splits are optional - a site with no SALSPLIT
      *    file charges everyone to their hosting department.
         OPEN INPUT SPLIT-FILE.
         IF SUCCESSFUL
           SET WS-SPLIT-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CLOSE-FILES.
         MOVE "CLOSE DEPT-FILE" TO WS-ABEND-MSG.
         CLOSE DEPT-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE BUDGET-FILE" TO WS-ABEND-MSG.
         CLOSE BUDGET-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
         CLOSE EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         IF WS-CONVERTING
           MOVE "CLOSE RATE-FILE" TO WS-ABEND-MSG
           CLOSE RATE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-REG-ON
           MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG
           CLOSE PAYREG-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-PEND-ON
           MOVE "CLOSE PENDING-FILE" TO WS-ABEND-MSG
           CLOSE PENDING-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-POS-ON
           MOVE "CLOSE POSITION-FILE" TO WS-ABEND-MSG
           CLOSE POSITION-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-BANDS-ON
           MOVE "CLOSE BAND-FILE" TO WS-ABEND-MSG
           CLOSE BAND-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-SPLIT-ON
           MOVE "CLOSE SPLIT-FILE" TO WS-ABEND-MSG
           CLOSE SPLIT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        LOAD-DEPARTMENTS.
         MOVE WS-COMPANY TO DEPT-COMPANY.
         MOVE SPACES     TO DEPT-NAME.
         MOVE "START DEPT-FILE" TO WS-ABEND-MSG.
         START DEPT-FILE KEY IS >= DEPT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
           READ DEPT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR DEPT-COMPANY NOT = WS-COMPANY
           MOVE DEPT-NAME TO WS-FIND-NAME
           PERFORM ADD-DEPT-ENTRY
           MOVE DEPT-ANCESTOR TO WS-T-ANCESTOR (WS-DEPT-COUNT)
           MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
           READ DEPT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        LOAD-BUDGETS.
         MOVE WS-COMPANY TO BUDG-COMPANY.
         MOVE SPACES     TO BUDG-DEPT.
         MOVE "START BUDGET-FILE" TO WS-ABEND-MSG.
         START BUDGET-FILE KEY IS >= BUDG-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BUDGET-FILE" TO WS-ABEND-MSG
           READ BUDGET-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR BUDG-COMPANY NOT = WS-COMPANY
           MOVE BUDG-DEPT TO WS-FIND-NAME
           PERFORM FIND-OR-ADD-DEPT
           MOVE BUDG-ANNUAL TO WS-T-BUDGET (WS-FOUND-IDX)
           MOVE "Y" TO WS-T-BUDGETED (WS-FOUND-IDX)
           MOVE "READ BUDGET-FILE" TO WS-ABEND-MSG
           READ BUDGET-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        FIND-OR-ADD-DEPT.
      *    A department seen on a budget, the register or a cost
      *    split but not on the department file still reports - at
      *    the top of the tree, since it has no known ancestor.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                    OR WS-FOUND-IDX > 0
           IF WS-T-NAME (WS-SCAN-IDX) = WS-FIND-NAME
             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF
         END-PERFORM.
         IF WS-FOUND-IDX = 0
           PERFORM ADD-DEPT-ENTRY
           MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
         END-IF.
      *
        ADD-DEPT-ENTRY.
         IF WS-DEPT-COUNT >= WS-MAX-DEPTS
           DISPLAY "TOO MANY DEPARTMENTS FOR " WS-COMPANY
                   " - MAX IS " WS-MAX-DEPTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-DEPT-COUNT.
         INITIALIZE WS-DEPT-ENTRY (WS-DEPT-COUNT).
         MOVE WS-FIND-NAME TO WS-T-NAME (WS-DEPT-COUNT).
         MOVE "N" TO WS-T-BUDGETED (WS-DEPT-COUNT)
                     WS-T-HAS-CHILDREN (WS-DEPT-COUNT).
      *
        LOAD-PERIODS.
      *    Every calendar period ending in the year. A year with
      *    no open period left has nothing to forecast - the report
      *    still runs and shows the year's actuals against budget.
         MOVE SPACES TO WS-LAST-CAL-END.
         MOVE WS-COMPANY TO CAL-COMPANY.
         MOVE SPACES     TO CAL-PERIOD-END.
         MOVE "START CALENDAR-FILE" TO WS-ABEND-MSG.
         START CALENDAR-FILE KEY IS >= CAL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
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
           IF CAL-PERIOD-END (1:4) = WS-YEAR
             IF WS-PERIOD-COUNT >= WS-MAX-PERIODS
               DISPLAY "TOO MANY PAY PERIODS IN " WS-YEAR
                       " - MAX IS " WS-MAX-PERIODS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-PERIOD-COUNT
             MOVE CAL-PERIOD-END TO WS-PD-END (WS-PERIOD-COUNT)
             MOVE WS-LAST-CAL-END
               TO WS-PD-PRIOR-END (WS-PERIOD-COUNT)
             MOVE CAL-PERIODS-PER-YEAR
               TO WS-PD-PER-YEAR (WS-PERIOD-COUNT)
             IF WS-PD-PER-YEAR (WS-PERIOD-COUNT) = 0
               MOVE 12 TO WS-PD-PER-YEAR (WS-PERIOD-COUNT)
             END-IF
             IF CAL-CLOSED
               SET WS-PD-CLOSED (WS-PERIOD-COUNT) TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
             ELSE
               SET WS-PD-OPEN (WS-PERIOD-COUNT) TO TRUE
               ADD 1 TO WS-OPEN-COUNT
             END-IF
           END-IF
           MOVE CAL-PERIOD-END TO WS-LAST-CAL-END
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-PERIOD-COUNT = 0
           DISPLAY "NO PAY CALENDAR FOR " WS-COMPANY " IN " WS-YEAR
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *
        LOAD-PENDING-CHANGES.
      *    The same layout and edits ApplyPending uses:
      *    effective-date|company|CUT-or-RAISE|percent|dept|cap.
      *    Rows already due are simply waiting for the next
      *    ApplyPending run and count from the first open period.
         MOVE "READ PENDING-FILE" TO WS-ABEND-MSG.
         READ PENDING-FILE.
         PERFORM ABORT-IF-READ-ERROR.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           MOVE SPACES TO WS-P-EFF-DATE WS-P-COMPANY WS-P-ACTION
                          WS-P-PERCENT-X WS-P-DEPT-FILTER WS-P-CAP-X
           INITIALIZE WS-P-PERCENT WS-P-CAP
           UNSTRING PENDING-RECORD DELIMITED BY "|"
               INTO WS-P-EFF-DATE WS-P-COMPANY WS-P-ACTION
                    WS-P-PERCENT-X WS-P-DEPT-FILTER WS-P-CAP-X
           END-UNSTRING
           IF WS-P-COMPANY = WS-COMPANY
             PERFORM ADD-PENDING-CHANGE
           END-IF
           MOVE "READ PENDING-FILE" TO WS-ABEND-MSG
           READ PENDING-FILE
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        ADD-PENDING-CHANGE.
         IF WS-P-EFF-DATE NOT NUMERIC
            OR (NOT WS-CUT-ACTION AND NOT WS-RAISE-ACTION)
            OR WS-P-PERCENT-X NOT NUMERIC
           ADD 1 TO WS-PEND-BAD-COUNT
         ELSE
           MOVE WS-P-PERCENT-X TO WS-P-PERCENT
           MOVE WS-P-CAP-X     TO WS-P-CAP
           IF WS-P-PERCENT < 1 OR WS-P-PERCENT > 100
             ADD 1 TO WS-PEND-BAD-COUNT
           ELSE
             IF WS-PEND-COUNT >= WS-MAX-PENDING
               DISPLAY "TOO MANY PENDING CHANGES FOR " WS-COMPANY
                       " - MAX IS " WS-MAX-PENDING
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-PEND-COUNT
             MOVE WS-P-EFF-DATE TO WS-PN-EFF-DATE (WS-PEND-COUNT)
             IF WS-P-DEPT-FILTER = WS-NO-FILTER
               MOVE SPACES TO WS-P-DEPT-FILTER
             END-IF
             MOVE WS-P-DEPT-FILTER TO WS-PN-DEPT (WS-PEND-COUNT)
             MOVE WS-P-CAP         TO WS-PN-CAP (WS-PEND-COUNT)
             IF WS-CUT-ACTION
               MOVE "N" TO WS-PN-RAISE (WS-PEND-COUNT)
               COMPUTE WS-PN-FACTOR (WS-PEND-COUNT) =
                       (100 - WS-P-PERCENT) / 100
             ELSE
               MOVE "Y" TO WS-PN-RAISE (WS-PEND-COUNT)
               COMPUTE WS-PN-FACTOR (WS-PEND-COUNT) =
                       (100 + WS-P-PERCENT) / 100
             END-IF
           END-IF
         END-IF.
      *
        LOAD-COMPANY-MIDS.
      *    The company-wide average band midpoint costs a vacancy in
      *    a department with no graded staff to take a mid from.
         MOVE WS-COMPANY TO BAND-COMPANY.
         MOVE SPACES     TO BAND-GRADE.
         MOVE "START BAND-FILE" TO WS-ABEND-MSG.
         START BAND-FILE KEY IS >= BAND-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BAND-FILE" TO WS-ABEND-MSG
           READ BAND-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR BAND-COMPANY NOT = WS-COMPANY
           ADD BAND-MID TO WS-COMPANY-MID-TOTAL
           ADD 1 TO WS-COMPANY-MID-COUNT
           MOVE "READ BAND-FILE" TO WS-ABEND-MSG
           READ BAND-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        TALLY-ACTUALS.
      *    What the closed periods of the year actually paid: the
      *    period gross, any retro settled through it and one-time
      *    payments landed on it, charged through the employee's
      *    cost split the way GLInterface posts them.
         MOVE WS-COMPANY TO PAYREG-COMPANY.
         MOVE SPACES TO PAYREG-DEPT PAYREG-NAME PAYREG-PERIOD-END.
         MOVE "START PAYREG-FILE" TO WS-ABEND-MSG.
         START PAYREG-FILE KEY IS >= PAYREG-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PAYREG-COMPANY NOT = WS-COMPANY
           IF PAYREG-PERIOD-END (1:4) = WS-YEAR
             PERFORM FIND-PERIOD-INDEX
             IF WS-FOUND-PD-IDX > 0
               IF WS-PD-CLOSED (WS-FOUND-PD-IDX)
                 PERFORM CHARGE-REGISTER-ROW
               END-IF
             END-IF
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        FIND-PERIOD-INDEX.
         MOVE 0 TO WS-FOUND-PD-IDX.
         PERFORM VARYING WS-PSCAN-IDX FROM 1 BY 1
                 UNTIL WS-PSCAN-IDX > WS-PERIOD-COUNT
                    OR WS-FOUND-PD-IDX > 0
           IF WS-PD-END (WS-PSCAN-IDX) = PAYREG-PERIOD-END
             MOVE WS-PSCAN-IDX TO WS-FOUND-PD-IDX
           END-IF
         END-PERFORM.
      *
        CHARGE-REGISTER-ROW.
      *    The register carries no currency, so the row converts at
      *    the currency the employee is paid in now; a row for
      *    someone no longer on file passes through at face value.
         MOVE SPACES TO WS-AMOUNT-CURRENCY.
         MOVE PAYREG-EMPL-KEY TO EMPL-KEY.
         READ EMPL-FILE KEY IS EMPL-KEY.
         IF NOT SUCCESSFUL AND PAYREG-EMPL-ID > 0
           MOVE PAYREG-EMPL-ID TO EMPL-ID
           READ EMPL-FILE KEY IS EMPL-ID
         END-IF.
         IF SUCCESSFUL
           MOVE EMPL-CURRENCY TO WS-AMOUNT-CURRENCY
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         COMPUTE WS-AMOUNT = PAYREG-PERIOD-GROSS + PAYREG-RETRO-GROSS
                           + PAYREG-OTP-GROSS.
         PERFORM CONVERT-AMOUNT.
         MOVE PAYREG-EMPL-ID TO WS-CHARGE-EMPL-ID.
         MOVE PAYREG-DEPT    TO WS-CHARGE-DEPT.
         MOVE WS-CONV-AMOUNT TO WS-CHARGE-AMOUNT.
         SET WS-CHARGE-ACTUAL TO TRUE.
         PERFORM CHARGE-AMOUNT.
      *
        FORECAST-EMPLOYEES.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE SPACES TO EMPL-DEPT EMPL-NAME.
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
             PERFORM FORECAST-ONE-EMPLOYEE
           END-IF
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        FORECAST-ONE-EMPLOYEE.
      *    Each open period is costed at the salary in effect by its
      *    end - the current salary with every scheduled CUT or
      *    RAISE dated on or before it applied in queue order, a
      *    raise held to the band max (or the queued cap where no
      *    band governs) exactly as ApplyPending will hold it. A
      *    scheduled leaver stops being costed after the period
      *    their termination date falls in; a future starter is
      *    costed from the period they join in.
         MOVE EMPL-DEPT TO WS-FIND-NAME.
         PERFORM FIND-OR-ADD-DEPT.
         ADD 1 TO WS-T-HEADCOUNT (WS-FOUND-IDX).
         MOVE 0 TO WS-EMPL-BAND-MAX.
         IF WS-BANDS-ON AND EMPL-GRADE NOT = SPACES
           PERFORM READ-EMPLOYEE-BAND
         END-IF.
         IF EMPL-TERM-DATE NUMERIC
           ADD 1 TO WS-LEAVER-COUNT
         END-IF.
         MOVE EMPL-FTE-PCT TO WS-FTE.
         IF WS-FTE = 0
           MOVE 100 TO WS-FTE
         END-IF.
         MOVE EMPL-SALARY TO WS-PROJ-SALARY.
         MOVE 0 TO WS-EMPL-FORECAST.
         IF EMPL-HOURLY
           PERFORM FIND-HOURLY-RUN-RATE
         END-IF.
         INITIALIZE WS-PEND-DONE-TABLE.
         PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                 UNTIL WS-PD-IDX > WS-PERIOD-COUNT
           IF WS-PD-OPEN (WS-PD-IDX)
             PERFORM APPLY-DUE-CHANGES
             PERFORM TEST-EMPLOYED-IN-PERIOD
             IF WS-EMPLOYED
               IF EMPL-HOURLY
                 MOVE WS-RUN-RATE TO WS-PERIOD-COST
               ELSE
                 COMPUTE WS-PERIOD-COST ROUNDED =
                         WS-PROJ-SALARY * WS-FTE
                         / (WS-PD-PER-YEAR (WS-PD-IDX) * 100)
               END-IF
               ADD WS-PERIOD-COST TO WS-EMPL-FORECAST
             END-IF
           END-IF
         END-PERFORM.
         MOVE EMPL-CURRENCY    TO WS-AMOUNT-CURRENCY.
         MOVE WS-EMPL-FORECAST TO WS-AMOUNT.
         PERFORM CONVERT-AMOUNT.
         MOVE EMPL-ID          TO WS-CHARGE-EMPL-ID.
         MOVE EMPL-DEPT        TO WS-CHARGE-DEPT.
         MOVE WS-CONV-AMOUNT   TO WS-CHARGE-AMOUNT.
         SET WS-CHARGE-FORECAST TO TRUE.
         PERFORM CHARGE-AMOUNT.
      *
        READ-EMPLOYEE-BAND.
      *    The band max caps a scheduled raise; the mid is gathered
      *    per department to cost its vacancies.
         MOVE EMPL-COMPANY TO BAND-COMPANY.
         MOVE EMPL-GRADE   TO BAND-GRADE.
         READ BAND-FILE KEY IS BAND-KEY.
         IF SUCCESSFUL
           MOVE BAND-MAX TO WS-EMPL-BAND-MAX
           ADD BAND-MID TO WS-T-MID-TOTAL (WS-FOUND-IDX)
           ADD 1 TO WS-T-MID-COUNT (WS-FOUND-IDX)
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ BAND-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        APPLY-DUE-CHANGES.
         PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                 UNTIL WS-PN-IDX > WS-PEND-COUNT
           IF WS-PN-DONE (WS-PN-IDX) NOT = "Y"
              AND WS-PN-EFF-DATE (WS-PN-IDX) <= WS-PD-END (WS-PD-IDX)
             MOVE "Y" TO WS-PN-DONE (WS-PN-IDX)
             IF WS-PN-DEPT (WS-PN-IDX) = SPACES
                OR WS-PN-DEPT (WS-PN-IDX) = EMPL-DEPT
               COMPUTE WS-PROJ-SALARY ROUNDED =
                       WS-PROJ-SALARY * WS-PN-FACTOR (WS-PN-IDX)
               IF WS-PN-RAISE (WS-PN-IDX) = "Y"
                 IF WS-EMPL-BAND-MAX > 0
                   MOVE WS-EMPL-BAND-MAX TO WS-EFF-CAP
                 ELSE
                   MOVE WS-PN-CAP (WS-PN-IDX) TO WS-EFF-CAP
                 END-IF
                 IF WS-EFF-CAP > 0 AND WS-PROJ-SALARY > WS-EFF-CAP
                   MOVE WS-EFF-CAP TO WS-PROJ-SALARY
                 END-IF
               END-IF
             END-IF
           END-IF
         END-PERFORM.
      *
        TEST-EMPLOYED-IN-PERIOD.
         SET WS-EMPLOYED TO TRUE.
         IF EMPL-TERM-DATE NUMERIC
            AND WS-PD-PRIOR-END (WS-PD-IDX) NOT = SPACES
            AND EMPL-TERM-DATE <= WS-PD-PRIOR-END (WS-PD-IDX)
           MOVE "N" TO WS-EMPLOYED-FLAG
         END-IF.
         IF EMPL-HIRE-DATE NUMERIC
            AND EMPL-HIRE-DATE > WS-PD-END (WS-PD-IDX)
           MOVE "N" TO WS-EMPLOYED-FLAG
         END-IF.
      *
        FIND-HOURLY-RUN-RATE.
      *    Hourly pay depends on timesheets not yet worked, so an
      *    hourly employee is forecast at their average gross per
      *    closed period this year. With no pay yet this year there
      *    is nothing to project from and they are counted instead.
         MOVE 0 TO WS-RUN-RATE WS-RUN-TOTAL WS-RUN-COUNT.
         IF WS-REG-ON
           MOVE EMPL-KEY TO WS-HOLD-EMPL-KEY
           MOVE EMPL-KEY TO PAYREG-EMPL-KEY
           MOVE SPACES   TO PAYREG-PERIOD-END
           START PAYREG-FILE KEY IS >= PAYREG-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "START PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             READ PAYREG-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR PAYREG-EMPL-KEY NOT = WS-HOLD-EMPL-KEY
             IF PAYREG-PERIOD-END (1:4) = WS-YEAR
               PERFORM FIND-PERIOD-INDEX
               IF WS-FOUND-PD-IDX > 0
                 IF WS-PD-CLOSED (WS-FOUND-PD-IDX)
                   ADD PAYREG-PERIOD-GROSS TO WS-RUN-TOTAL
                   ADD 1 TO WS-RUN-COUNT
                 END-IF
               END-IF
             END-IF
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             READ PAYREG-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-RUN-COUNT > 0
           COMPUTE WS-RUN-RATE ROUNDED = WS-RUN-TOTAL / WS-RUN-COUNT
         ELSE
           ADD 1 TO WS-NO-RATE-COUNT
         END-IF.
      *
        FORECAST-VACANCIES.
      *    Authorized headcount not filled today is assumed filled
      *    from the first open period, at the average band mid of
      *    the department's graded staff (else the company's), full
      *    time - the cost the budget has to be able to carry.
         MOVE WS-COMPANY TO POS-COMPANY.
         MOVE SPACES     TO POS-DEPT.
         MOVE "START POSITION-FILE" TO WS-ABEND-MSG.
         START POSITION-FILE KEY IS >= POS-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ POSITION-FILE" TO WS-ABEND-MSG
           READ POSITION-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR POS-COMPANY NOT = WS-COMPANY
           MOVE POS-DEPT TO WS-FIND-NAME
           PERFORM FIND-OR-ADD-DEPT
           IF POS-AUTHORIZED > WS-T-HEADCOUNT (WS-FOUND-IDX)
             COMPUTE WS-T-VACANCIES (WS-FOUND-IDX) =
                     POS-AUTHORIZED - WS-T-HEADCOUNT (WS-FOUND-IDX)
             ADD WS-T-VACANCIES (WS-FOUND-IDX) TO WS-VACANCY-TOTAL
             PERFORM COST-VACANCIES
           END-IF
           MOVE "READ POSITION-FILE" TO WS-ABEND-MSG
           READ POSITION-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        COST-VACANCIES.
         MOVE 0 TO WS-VACANCY-MID.
         IF WS-T-MID-COUNT (WS-FOUND-IDX) > 0
           COMPUTE WS-VACANCY-MID ROUNDED =
                   WS-T-MID-TOTAL (WS-FOUND-IDX)
                   / WS-T-MID-COUNT (WS-FOUND-IDX)
         ELSE
           IF WS-COMPANY-MID-COUNT > 0
             COMPUTE WS-VACANCY-MID ROUNDED =
                     WS-COMPANY-MID-TOTAL / WS-COMPANY-MID-COUNT
           END-IF
         END-IF.
         MOVE 0 TO WS-CHARGE-AMOUNT.
         PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                 UNTIL WS-PD-IDX > WS-PERIOD-COUNT
           IF WS-PD-OPEN (WS-PD-IDX)
             COMPUTE WS-PERIOD-COST ROUNDED =
                     WS-VACANCY-MID / WS-PD-PER-YEAR (WS-PD-IDX)
             COMPUTE WS-CHARGE-AMOUNT = WS-CHARGE-AMOUNT
                     + WS-PERIOD-COST * WS-T-VACANCIES (WS-FOUND-IDX)
           END-IF
         END-PERFORM.
         ADD WS-CHARGE-AMOUNT TO WS-T-FORECAST (WS-FOUND-IDX).
      *
        CHARGE-AMOUNT.
      *    Split staff are charged to the departments on their cost
      *    split by percent; no split on file (or no identifier
      *    yet) charges everything to the hosting department.
         MOVE 0 TO WS-SPLIT-FOUND.
         IF WS-SPLIT-ON AND WS-CHARGE-EMPL-ID > 0
           PERFORM CHARGE-SPLIT-PORTIONS
         END-IF.
         IF WS-SPLIT-FOUND = 0
           MOVE WS-CHARGE-DEPT   TO WS-PORTION-DEPT
           MOVE WS-CHARGE-AMOUNT TO WS-PORTION-AMOUNT
           PERFORM ADD-DEPT-PORTION
         END-IF.
      *
        CHARGE-SPLIT-PORTIONS.
         MOVE WS-CHARGE-EMPL-ID TO SPLIT-EMPL-ID.
         MOVE SPACES  TO SPLIT-DEPT.
         START SPLIT-FILE KEY IS >= SPLIT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START SPLIT-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ SPLIT-FILE" TO WS-ABEND-MSG
           READ SPLIT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR SPLIT-EMPL-ID NOT = WS-CHARGE-EMPL-ID
           COMPUTE WS-PORTION-AMOUNT ROUNDED =
                   WS-CHARGE-AMOUNT * SPLIT-PERCENT / 100
           MOVE SPLIT-DEPT TO WS-PORTION-DEPT
           PERFORM ADD-DEPT-PORTION
           ADD 1 TO WS-SPLIT-FOUND
           MOVE "READ SPLIT-FILE" TO WS-ABEND-MSG
           READ SPLIT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        ADD-DEPT-PORTION.
         MOVE WS-PORTION-DEPT TO WS-FIND-NAME.
         PERFORM FIND-OR-ADD-DEPT.
         IF WS-CHARGE-ACTUAL
           ADD WS-PORTION-AMOUNT TO WS-T-ACTUAL (WS-FOUND-IDX)
         ELSE
           ADD WS-PORTION-AMOUNT TO WS-T-FORECAST (WS-FOUND-IDX)
         END-IF.
      *
        ROLL-UP-TOTALS.
      *    Each department's own figures are folded into itself and
      *    every ancestor above it, so a parent's rolled-up line
      *    covers its whole subtree - the same walk, and the same
      *    cycle guard, as RollupReport.
         PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           MOVE WS-T-NAME (WS-DEPT-IDX) TO WS-WALK-NAME
           MOVE 0 TO WS-HOP-COUNT
           PERFORM FOLD-INTO-ANCESTORS
         END-PERFORM.
      *
        FOLD-INTO-ANCESTORS.
         PERFORM WITH TEST BEFORE
                 UNTIL WS-WALK-NAME = SPACES
                    OR WS-HOP-COUNT > WS-MAX-ANCESTORS
           PERFORM FIND-WALK-INDEX
           IF WS-WALK-IDX = 0
             MOVE SPACES TO WS-WALK-NAME
           ELSE
             ADD WS-T-BUDGET (WS-DEPT-IDX)
                 TO WS-T-ROLL-BUDGET (WS-WALK-IDX)
             ADD WS-T-ACTUAL (WS-DEPT-IDX)
                 TO WS-T-ROLL-ACTUAL (WS-WALK-IDX)
             ADD WS-T-FORECAST (WS-DEPT-IDX)
                 TO WS-T-ROLL-FORECAST (WS-WALK-IDX)
             IF WS-WALK-IDX NOT = WS-DEPT-IDX
               SET WS-T-PARENT (WS-WALK-IDX) TO TRUE
             END-IF
             MOVE WS-T-ANCESTOR (WS-WALK-IDX) TO WS-WALK-NAME
             ADD 1 TO WS-HOP-COUNT
           END-IF
         END-PERFORM.
      *
        FIND-WALK-INDEX.
         MOVE 0 TO WS-WALK-IDX.
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                    OR WS-WALK-IDX > 0
           IF WS-T-NAME (WS-SCAN-IDX) = WS-WALK-NAME
             MOVE WS-SCAN-IDX TO WS-WALK-IDX
           END-IF
         END-PERFORM.
      *
        PRINT-DEPT-FORECAST.
         MOVE WS-T-NAME (WS-DEPT-IDX)     TO WS-DET-NAME.
         MOVE WS-T-BUDGET (WS-DEPT-IDX)   TO WS-DET-BUDGET.
         MOVE WS-T-ACTUAL (WS-DEPT-IDX)   TO WS-DET-ACTUAL.
         MOVE WS-T-FORECAST (WS-DEPT-IDX) TO WS-DET-FORECAST.
         COMPUTE WS-PROJECTED = WS-T-ACTUAL (WS-DEPT-IDX)
                              + WS-T-FORECAST (WS-DEPT-IDX).
         MOVE WS-PROJECTED TO WS-DET-PROJECTED.
         COMPUTE WS-VARIANCE = WS-PROJECTED - WS-T-BUDGET (WS-DEPT-IDX).
         MOVE WS-VARIANCE TO WS-DET-VARIANCE.
         MOVE SPACES TO WS-DET-NOTE.
         MOVE 0 TO WS-DET-PCT.
         IF WS-T-HAS-BUDGET (WS-DEPT-IDX)
           IF WS-T-BUDGET (WS-DEPT-IDX) > 0
             COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100
                     / WS-T-BUDGET (WS-DEPT-IDX)
             MOVE WS-PCT TO WS-DET-PCT
           END-IF
           IF WS-VARIANCE > 0
             MOVE " ** PROJECTED OVERRUN" TO WS-DET-NOTE
           END-IF
         ELSE
           MOVE " ** NO BUDGET" TO WS-DET-NOTE
         END-IF.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         IF WS-T-VACANCIES (WS-DEPT-IDX) > 0
           MOVE SPACES TO RPT-LINE
           STRING "    INCLUDES " WS-T-VACANCIES (WS-DEPT-IDX)
                  " OPEN POSITIONS" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
         IF WS-T-PARENT (WS-DEPT-IDX)
           MOVE "  ROLLED UP" TO WS-DET-NAME
           MOVE WS-T-ROLL-BUDGET (WS-DEPT-IDX)   TO WS-DET-BUDGET
           MOVE WS-T-ROLL-ACTUAL (WS-DEPT-IDX)   TO WS-DET-ACTUAL
           MOVE WS-T-ROLL-FORECAST (WS-DEPT-IDX) TO WS-DET-FORECAST
           COMPUTE WS-PROJECTED = WS-T-ROLL-ACTUAL (WS-DEPT-IDX)
                                + WS-T-ROLL-FORECAST (WS-DEPT-IDX)
           MOVE WS-PROJECTED TO WS-DET-PROJECTED
           COMPUTE WS-VARIANCE = WS-PROJECTED
                               - WS-T-ROLL-BUDGET (WS-DEPT-IDX)
           MOVE WS-VARIANCE TO WS-DET-VARIANCE
           MOVE SPACES TO WS-DET-NOTE
           MOVE 0 TO WS-DET-PCT
           IF WS-T-ROLL-BUDGET (WS-DEPT-IDX) > 0
             COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100
                     / WS-T-ROLL-BUDGET (WS-DEPT-IDX)
             MOVE WS-PCT TO WS-DET-PCT
             IF WS-VARIANCE > 0
               MOVE " ** PROJECTED OVERRUN" TO WS-DET-NOTE
             END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
         ADD WS-T-BUDGET (WS-DEPT-IDX)   TO WS-TOT-BUDGET.
         ADD WS-T-ACTUAL (WS-DEPT-IDX)   TO WS-TOT-ACTUAL.
         ADD WS-T-FORECAST (WS-DEPT-IDX) TO WS-TOT-FORECAST.
      *
        PRINT-OVERRUNS.
      *    The call-out Finance reads first: every budgeted
      *    department, alone or with its subtree, projected to end
      *    the year over budget.
         MOVE SPACES TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "DEPARTMENTS PROJECTED TO OVERRUN BUDGET" TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           IF WS-T-HAS-BUDGET (WS-DEPT-IDX)
             COMPUTE WS-VARIANCE = WS-T-ACTUAL (WS-DEPT-IDX)
                     + WS-T-FORECAST (WS-DEPT-IDX)
                     - WS-T-BUDGET (WS-DEPT-IDX)
             IF WS-VARIANCE > 0
               ADD 1 TO WS-OVERRUN-COUNT
               MOVE WS-VARIANCE TO WS-DET-VARIANCE
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-T-NAME (WS-DEPT-IDX) " OVER BY "
                      WS-DET-VARIANCE DELIMITED BY SIZE INTO RPT-LINE
               PERFORM PRINT-REPORT-LINE
             END-IF
           END-IF
           IF WS-T-PARENT (WS-DEPT-IDX)
              AND WS-T-ROLL-BUDGET (WS-DEPT-IDX) > 0
             COMPUTE WS-VARIANCE = WS-T-ROLL-ACTUAL (WS-DEPT-IDX)
                     + WS-T-ROLL-FORECAST (WS-DEPT-IDX)
                     - WS-T-ROLL-BUDGET (WS-DEPT-IDX)
             IF WS-VARIANCE > 0
               ADD 1 TO WS-OVERRUN-COUNT
               MOVE WS-VARIANCE TO WS-DET-VARIANCE
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-T-NAME (WS-DEPT-IDX)
                      " (ROLLED UP) OVER BY " WS-DET-VARIANCE
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM PRINT-REPORT-LINE
             END-IF
           END-IF
         END-PERFORM.
         IF WS-OVERRUN-COUNT = 0
           MOVE "  NONE" TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
      *
        OPEN-RATE-FILE.
         MOVE "OPEN RATE-FILE" TO WS-ABEND-MSG.
         OPEN INPUT RATE-FILE.
         IF NOT SUCCESSFUL
           DISPLAY "NO EXCHANGE RATE FILE - CANNOT CONVERT TO "
                   WS-RPT-CURRENCY
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
      *
        CONVERT-AMOUNT.
      *    Amounts carried in another currency convert at the
      *    latest rate effective on or before today. A blank
      *    currency is pre-conversion data already in the reporting
      *    currency, and with no reporting currency requested
      *    everything passes through at face value.
         IF NOT WS-CONVERTING
            OR WS-AMOUNT-CURRENCY = SPACES
            OR WS-AMOUNT-CURRENCY = WS-RPT-CURRENCY
           MOVE WS-AMOUNT TO WS-CONV-AMOUNT
         ELSE
           PERFORM FIND-CACHED-RATE
           IF WS-RC-MISSING (WS-RATE-IDX) = "Y"
             MOVE WS-AMOUNT TO WS-CONV-AMOUNT
           ELSE
             COMPUTE WS-CONV-AMOUNT ROUNDED =
                     WS-AMOUNT * WS-RC-RATE (WS-RATE-IDX)
           END-IF
         END-IF.
      *
        FIND-CACHED-RATE.
         MOVE 0 TO WS-RATE-IDX.
         PERFORM VARYING WS-RSCAN-IDX FROM 1 BY 1
                 UNTIL WS-RSCAN-IDX > WS-RATE-COUNT
                    OR WS-RATE-IDX > 0
           IF WS-RC-FROM (WS-RSCAN-IDX) = WS-AMOUNT-CURRENCY
             MOVE WS-RSCAN-IDX TO WS-RATE-IDX
           END-IF
         END-PERFORM.
         IF WS-RATE-IDX = 0
           PERFORM LOOKUP-RATE
         END-IF.
      *
        LOOKUP-RATE.
      *    Walk the pair's effective-dated rows keeping the newest
      *    one not after today. A pair with no usable row is
      *    remembered as missing so the warning prints once and the
      *    amounts pass through unconverted rather than vanishing.
         IF WS-RATE-COUNT >= 10
           DISPLAY "TOO MANY DISTINCT CURRENCIES - MAX IS 10"
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-RATE-COUNT.
         MOVE WS-RATE-COUNT TO WS-RATE-IDX.
         MOVE WS-AMOUNT-CURRENCY TO WS-RC-FROM (WS-RATE-IDX).
         MOVE "Y" TO WS-RC-MISSING (WS-RATE-IDX).
         MOVE 0 TO WS-RC-RATE (WS-RATE-IDX).
         MOVE SPACES TO WS-RC-DATE (WS-RATE-IDX).
         MOVE WS-AMOUNT-CURRENCY TO RATE-FROM.
         MOVE WS-RPT-CURRENCY    TO RATE-TO.
         MOVE LOW-VALUES         TO RATE-DATE.
         START RATE-FILE KEY IS >= RATE-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START RATE-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ RATE-FILE" TO WS-ABEND-MSG
           READ RATE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR RATE-FROM NOT = WS-RC-FROM (WS-RATE-IDX)
                    OR RATE-TO NOT = WS-RPT-CURRENCY
           IF RATE-DATE <= WS-TODAY
             MOVE RATE-VALUE TO WS-RC-RATE (WS-RATE-IDX)
             MOVE RATE-DATE  TO WS-RC-DATE (WS-RATE-IDX)
             MOVE "N" TO WS-RC-MISSING (WS-RATE-IDX)
           END-IF
           MOVE "READ RATE-FILE" TO WS-ABEND-MSG
           READ RATE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-RC-MISSING (WS-RATE-IDX) = "Y"
           DISPLAY "NO RATE ON FILE FOR "
                   WS-RC-FROM (WS-RATE-IDX) " TO "
                   WS-RPT-CURRENCY " - AMOUNTS LEFT UNCONVERTED"
         END-IF.
      *
        PRINT-RATE-NOTES.
      *    One line per currency met during the run, naming the
      *    rate and the effective date it was taken from.
         IF WS-CONVERTING
           PERFORM VARYING WS-RSCAN-IDX FROM 1 BY 1
                   UNTIL WS-RSCAN-IDX > WS-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             IF WS-RC-MISSING (WS-RSCAN-IDX) = "Y"
               STRING "NO RATE FOR " WS-RC-FROM (WS-RSCAN-IDX)
                      " TO " WS-RPT-CURRENCY
                      " - AMOUNTS LEFT UNCONVERTED"
                      DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               MOVE WS-RC-RATE (WS-RSCAN-IDX) TO WS-RATE-PRINT
               STRING "RATE " WS-RC-FROM (WS-RSCAN-IDX) " TO "
                      WS-RPT-CURRENCY " = " WS-RATE-PRINT
                      " EFFECTIVE " WS-RC-DATE (WS-RSCAN-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM PRINT-REPORT-LINE
           END-PERFORM
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
