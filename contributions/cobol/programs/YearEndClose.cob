       IDENTIFICATION DIVISION.
        PROGRAM-ID. YearEndClose.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/empl-archive.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/ytd-earnings.fc".
          COPY "copybooks/year-close.fc".
          COPY "copybooks/wage-filing.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/empl-archive.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/ytd-earnings.fd".
         COPY "copybooks/year-close.fd".
         COPY "copybooks/wage-filing.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-WAGE      VALUE 5000.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-YEAR-X        PIC X(4).
         01 WS-YEAR          PIC 9(4).
         01 WS-NEXT-YEAR     PIC 9(4).
         01 WS-ARCH-FLAG     PIC X     VALUE "N".
            88 WS-ARCH-ON              VALUE "Y".
         01 WS-ROW-EMPL-ID   PIC 9(9).
      *    One entry per employee paid by this company in the year -
      *    what this company paid them (the filing figures) and what
      *    every register row in the year paid them, whichever
      *    company it was (the figures the year-to-date file must
      *    prove to, since it follows the identifier).
         01 WS-WAGE-COUNT    PIC 9(5) VALUE 0.
         01 WS-WAGE-TABLE.
            05 WS-W-ENTRY OCCURS 5000 TIMES.
               10 WS-W-EMPL-ID      PIC 9(9).
               10 WS-W-KEY          PIC X(60).
               10 WS-W-PERIODS      PIC 9(3).
               10 WS-W-GROSS        PIC 9(11)V99.
               10 WS-W-RETRO        PIC S9(11)V99.
               10 WS-W-OTP          PIC 9(11)V99.
               10 WS-W-WITHHELD     PIC 9(11)V99.
               10 WS-W-ALL-GROSS    PIC 9(11)V99.
               10 WS-W-ALL-RETRO    PIC S9(11)V99.
               10 WS-W-ALL-OTP      PIC 9(11)V99.
               10 WS-W-ALL-WITHHELD PIC 9(11)V99.
         01 WS-W-IDX         PIC 9(5).
         01 WS-FOUND-IDX     PIC 9(5).
         01 WS-NO-ID-COUNT   PIC 9(7) VALUE 0.
         01 WS-OPEN-PERIODS  PIC 9(3) VALUE 0.
         01 WS-UNBALANCED    PIC 9(7) VALUE 0.
         01 WS-WAGES         PIC S9(11)V99.
         01 WS-WAGES-HASH    PIC 9(15)V99 VALUE 0.
         01 WS-WITHHELD-HASH PIC 9(15)V99 VALUE 0.
         01 WS-ID-HASH       PIC 9(15) VALUE 0.
         01 WS-FILED-COUNT   PIC 9(9) VALUE 0.
         01 WS-ROLLED-COUNT  PIC 9(7) VALUE 0.
         01 WS-PROOF-HEAD.
            05 FILLER PIC X(11) VALUE "EMPLOYEE ID".
            05 FILLER PIC X(2)  VALUE SPACES.
            05 FILLER PIC X(10) VALUE "FIGURE".
            05 FILLER PIC X(18) VALUE "      REGISTER".
            05 FILLER PIC X(18) VALUE "  YEAR-TO-DATE".
         01 WS-PROOF-LINE.
            05 WS-PL-EMPL-ID      PIC 9(9).
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-PL-FIGURE       PIC X(10).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PL-REGISTER     PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PL-YTD          PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-SUMMARY-NAME-LINE.
            05 FILLER             PIC X(11) VALUE "EMPLOYEE:  ".
            05 WS-SN-NAME         PIC X(20).
            05 FILLER             PIC X(6)  VALUE "  ID: ".
            05 WS-SN-EMPL-ID      PIC 9(9).
         01 WS-SUMMARY-AMOUNT-LINE.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-SA-LABEL        PIC X(24).
            05 WS-SA-AMOUNT       PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-PRT-COUNT     PIC ZZZ,ZZ9.
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Closes one company's tax year. The register rows of the
      *    year are proved employee by employee against the
      *    year-to-date accumulators first; only a clean proof
      *    produces the annual wage filing and the printed earnings
      *    summaries, opens the new year's accumulators and marks
      *    the year closed so no register can be rebuilt into it.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Tax year to close (YYYY): " WITH NO ADVANCING
          ACCEPT WS-YEAR-X
        ELSE
          MOVE SPACES TO WS-COMPANY WS-YEAR-X
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-YEAR-X
          END-UNSTRING
        END-IF.
      *
        IF WS-YEAR-X NOT NUMERIC
          DISPLAY "TAX YEAR MUST BE YYYY, GOT " WS-YEAR-X
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        MOVE WS-YEAR-X TO WS-YEAR.
        COMPUTE WS-NEXT-YEAR = WS-YEAR + 1.
      *
        MOVE "YearEndClose" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        PERFORM CHECK-YEAR-NOT-CLOSED.
        PERFORM CHECK-PERIODS-CLOSED.
      *
        MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
        OPEN INPUT PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        OPEN INPUT ARCH-FILE.
        IF SUCCESSFUL
          SET WS-ARCH-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        MOVE "OPEN YTD-FILE" TO WS-ABEND-MSG.
        OPEN I-O YTD-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "YEAR-END CLOSE" TO RPT-TITLE.
        MOVE "YearEndClose" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "TAX YEAR " WS-YEAR " - REGISTER TO YEAR-TO-DATE PROOF"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-PROOF-HEAD TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        PERFORM GATHER-COMPANY-ROWS.
        PERFORM GATHER-ALL-COMPANY-ROWS.
        PERFORM PROVE-YEAR-TO-DATE.
      *
        MOVE WS-WAGE-COUNT TO WS-PRT-COUNT.
        MOVE SPACES TO RPT-LINE.
        STRING WS-PRT-COUNT " EMPLOYEES PROVED, " WS-UNBALANCED
               " OUT OF BALANCE, " WS-NO-ID-COUNT
               " REGISTER ROWS WITH NO IDENTIFIER"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        IF WS-UNBALANCED > 0 OR WS-NO-ID-COUNT > 0
          MOVE "PROOF FAILED - NOTHING FILED, YEAR LEFT OPEN"
            TO RPT-LINE
          PERFORM PRINT-REPORT-LINE
          DISPLAY "YEAR-END PROOF FAILED FOR " WS-COMPANY " "
                  WS-YEAR " - " WS-UNBALANCED " OUT OF BALANCE, "
                  WS-NO-ID-COUNT " ROWS WITH NO IDENTIFIER"
          MOVE 8 TO RETURN-CODE
        ELSE
          PERFORM WRITE-WAGE-FILING
          PERFORM PRINT-EARNINGS-SUMMARIES
          PERFORM ROLL-YEAR-TO-DATE
          PERFORM MARK-YEAR-CLOSED
          DISPLAY "YEAR " WS-YEAR " CLOSED FOR " WS-COMPANY
          DISPLAY "  EMPLOYEES FILED:       " WS-FILED-COUNT
          DISPLAY "  NEW-YEAR ROWS OPENED:  " WS-ROLLED-COUNT
        END-IF.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-ARCH-ON
          MOVE "CLOSE ARCH-FILE" TO WS-ABEND-MSG
          CLOSE ARCH-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        MOVE "CLOSE YTD-FILE" TO WS-ABEND-MSG.
        CLOSE YTD-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE WS-WAGE-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        CHECK-YEAR-NOT-CLOSED.
         MOVE "OPEN YEAR-CLOSE-FILE" TO WS-ABEND-MSG.
         OPEN I-O YEAR-CLOSE-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT YEAR-CLOSE-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE YEAR-CLOSE-FILE
           OPEN I-O YEAR-CLOSE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE WS-COMPANY TO YEC-COMPANY.
         MOVE WS-YEAR    TO YEC-TAX-YEAR.
         READ YEAR-CLOSE-FILE KEY IS YEC-KEY.
         IF SUCCESSFUL
           DISPLAY "TAX YEAR " WS-YEAR " FOR " WS-COMPANY
                   " WAS CLOSED AT " YEC-CLOSED-STAMP
                   " - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           PERFORM END-RUN-LOG
           STOP RUN
         END-IF.
         IF NOT RECORD-NOT-FOUND
           MOVE "READ YEAR-CLOSE-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CHECK-PERIODS-CLOSED.
      *    Every scheduled period of the year must have been paid
      *    and closed - an open one still has money to come, and
      *    filing before it would under-report the year.
         MOVE "OPEN CALENDAR-FILE" TO WS-ABEND-MSG.
         OPEN INPUT CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-COMPANY TO CAL-COMPANY.
         MOVE WS-YEAR-X  TO CAL-PERIOD-END.
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
                    OR CAL-PERIOD-END (1:4) NOT = WS-YEAR-X
           IF CAL-OPEN
             ADD 1 TO WS-OPEN-PERIODS
             DISPLAY "PERIOD " CAL-PERIOD-END " IS STILL OPEN"
           END-IF
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         IF WS-OPEN-PERIODS > 0
           DISPLAY WS-OPEN-PERIODS " PERIODS OF " WS-YEAR
                   " STILL OPEN FOR " WS-COMPANY " - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           PERFORM END-RUN-LOG
           STOP RUN
         END-IF.
      *
        GATHER-COMPANY-ROWS.
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
           IF PAYREG-PERIOD-END (1:4) = WS-YEAR-X
             PERFORM RESOLVE-ROW-EMPL-ID
             IF WS-ROW-EMPL-ID = 0
               ADD 1 TO WS-NO-ID-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "NO IDENTIFIER FOR REGISTER ROW "
                      PAYREG-DEPT " " PAYREG-NAME " "
                      PAYREG-PERIOD-END DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM PRINT-REPORT-LINE
             ELSE
               PERFORM FIND-OR-ADD-ENTRY
               ADD 1 TO WS-W-PERIODS (WS-FOUND-IDX)
               ADD PAYREG-PERIOD-GROSS TO WS-W-GROSS (WS-FOUND-IDX)
               ADD PAYREG-RETRO-GROSS  TO WS-W-RETRO (WS-FOUND-IDX)
               ADD PAYREG-OTP-GROSS    TO WS-W-OTP (WS-FOUND-IDX)
               ADD PAYREG-WITHHOLDING
                 TO WS-W-WITHHELD (WS-FOUND-IDX)
             END-IF
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        GATHER-ALL-COMPANY-ROWS.
      *    Every row of the year in every company, for the employees
      *    this company paid - someone who moved between companies
      *    mid-year has one year-to-date record covering both.
         MOVE LOW-VALUES TO PAYREG-KEY.
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
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF PAYREG-PERIOD-END (1:4) = WS-YEAR-X
             PERFORM RESOLVE-ROW-EMPL-ID
             IF WS-ROW-EMPL-ID NOT = 0
               PERFORM FIND-ENTRY
               IF WS-FOUND-IDX > 0
                 ADD PAYREG-PERIOD-GROSS
                   TO WS-W-ALL-GROSS (WS-FOUND-IDX)
                 ADD PAYREG-RETRO-GROSS
                   TO WS-W-ALL-RETRO (WS-FOUND-IDX)
                 ADD PAYREG-OTP-GROSS
                   TO WS-W-ALL-OTP (WS-FOUND-IDX)
                 ADD PAYREG-WITHHOLDING
                   TO WS-W-ALL-WITHHELD (WS-FOUND-IDX)
               END-IF
             END-IF
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        RESOLVE-ROW-EMPL-ID.
      *    Rows settled since the identifier was carried say who
      *    they paid; older ones are traced through the employee
      *    key, live first and then the archive.
         MOVE PAYREG-EMPL-ID TO WS-ROW-EMPL-ID.
         IF WS-ROW-EMPL-ID = 0
           MOVE PAYREG-EMPL-KEY TO EMPL-KEY
           READ EMPL-FILE KEY IS EMPL-KEY
           IF SUCCESSFUL
             MOVE EMPL-ID TO WS-ROW-EMPL-ID
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             IF WS-ARCH-ON
               MOVE PAYREG-EMPL-KEY TO ARCH-KEY
               READ ARCH-FILE KEY IS ARCH-KEY
               IF SUCCESSFUL
                 MOVE ARCH-RECORD TO EMPL-RECORD
                 MOVE EMPL-ID TO WS-ROW-EMPL-ID
               ELSE
                 IF NOT RECORD-NOT-FOUND
                   MOVE "READ ARCH-FILE" TO WS-ABEND-MSG
                   PERFORM ABORT-IF-ERROR
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        FIND-ENTRY.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM VARYING WS-W-IDX FROM 1 BY 1
                 UNTIL WS-W-IDX > WS-WAGE-COUNT
                    OR WS-FOUND-IDX > 0
           IF WS-W-EMPL-ID (WS-W-IDX) = WS-ROW-EMPL-ID
             MOVE WS-W-IDX TO WS-FOUND-IDX
           END-IF
         END-PERFORM.
      *
        FIND-OR-ADD-ENTRY.
         PERFORM FIND-ENTRY.
         IF WS-FOUND-IDX = 0
           IF WS-WAGE-COUNT >= WS-MAX-WAGE
             DISPLAY "TOO MANY EMPLOYEES FOR ONE YEAR-END - MAX IS "
                     WS-MAX-WAGE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-WAGE-COUNT
           MOVE WS-WAGE-COUNT TO WS-FOUND-IDX
           INITIALIZE WS-W-ENTRY (WS-FOUND-IDX)
           MOVE WS-ROW-EMPL-ID TO WS-W-EMPL-ID (WS-FOUND-IDX)
         END-IF.
      *    The latest row's key wins - it names the employee as the
      *    year ended for them.
         MOVE PAYREG-EMPL-KEY TO WS-W-KEY (WS-FOUND-IDX).
      *
        PROVE-YEAR-TO-DATE.
         PERFORM VARYING WS-W-IDX FROM 1 BY 1
                 UNTIL WS-W-IDX > WS-WAGE-COUNT
           MOVE WS-W-EMPL-ID (WS-W-IDX) TO YTD-EMPL-ID
           MOVE WS-YEAR                 TO YTD-TAX-YEAR
           READ YTD-FILE KEY IS YTD-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               INITIALIZE YTD-RECORD
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ YTD-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
           IF YTD-GROSS    NOT = WS-W-ALL-GROSS (WS-W-IDX)
              OR YTD-RETRO NOT = WS-W-ALL-RETRO (WS-W-IDX)
              OR YTD-OTP   NOT = WS-W-ALL-OTP (WS-W-IDX)
              OR YTD-WITHHELD NOT = WS-W-ALL-WITHHELD (WS-W-IDX)
             PERFORM PRINT-PROOF-BREAK
           END-IF
         END-PERFORM.
      *
        PRINT-PROOF-BREAK.
         ADD 1 TO WS-UNBALANCED.
         MOVE WS-W-EMPL-ID (WS-W-IDX) TO WS-PL-EMPL-ID.
         MOVE "GROSS"                 TO WS-PL-FIGURE.
         MOVE WS-W-ALL-GROSS (WS-W-IDX) TO WS-PL-REGISTER.
         MOVE YTD-GROSS               TO WS-PL-YTD.
         MOVE WS-PROOF-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "RETRO"                 TO WS-PL-FIGURE.
         MOVE WS-W-ALL-RETRO (WS-W-IDX) TO WS-PL-REGISTER.
         MOVE YTD-RETRO               TO WS-PL-YTD.
         MOVE WS-PROOF-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "ONE-TIME"              TO WS-PL-FIGURE.
         MOVE WS-W-ALL-OTP (WS-W-IDX) TO WS-PL-REGISTER.
         MOVE YTD-OTP                 TO WS-PL-YTD.
         MOVE WS-PROOF-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "WITHHELD"              TO WS-PL-FIGURE.
         MOVE WS-W-ALL-WITHHELD (WS-W-IDX) TO WS-PL-REGISTER.
         MOVE YTD-WITHHELD            TO WS-PL-YTD.
         MOVE WS-PROOF-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        WRITE-WAGE-FILING.
         MOVE "OPEN WAGE-FILE" TO WS-ABEND-MSG.
         OPEN OUTPUT WAGE-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE SPACES TO WAGE-HEADER.
         MOVE "H"        TO WF-H-TYPE.
         MOVE WS-COMPANY TO WF-H-COMPANY.
         MOVE WS-YEAR    TO WF-H-TAX-YEAR.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WF-H-CREATED.
         MOVE "WRITE WAGE-HEADER" TO WS-ABEND-MSG.
         WRITE WAGE-HEADER.
         PERFORM ABORT-IF-ERROR.
         PERFORM VARYING WS-W-IDX FROM 1 BY 1
                 UNTIL WS-W-IDX > WS-WAGE-COUNT
           PERFORM WRITE-WAGE-DETAIL
         END-PERFORM.
         MOVE SPACES TO WAGE-TRAILER.
         MOVE "T"              TO WF-T-TYPE.
         MOVE WS-FILED-COUNT   TO WF-T-COUNT.
         MOVE WS-WAGES-HASH    TO WF-T-WAGES-HASH.
         MOVE WS-WITHHELD-HASH TO WF-T-WITHHELD-HASH.
         MOVE WS-ID-HASH       TO WF-T-ID-HASH.
         MOVE "WRITE WAGE-TRAILER" TO WS-ABEND-MSG.
         WRITE WAGE-TRAILER.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE WAGE-FILE" TO WS-ABEND-MSG.
         CLOSE WAGE-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-WAGE-DETAIL.
      *    The filing carries what this company paid - the name and
      *    address are the employee's current ones, live or archived.
         PERFORM FETCH-FILING-EMPLOYEE.
         MOVE SPACES TO WAGE-DETAIL.
         MOVE "E"                 TO WF-D-TYPE.
         MOVE WS-W-EMPL-ID (WS-W-IDX) TO WF-D-EMPL-ID.
         MOVE EMPL-NAME           TO WF-D-NAME.
         MOVE EMPL-ADDR-STREET    TO WF-D-STREET.
         MOVE EMPL-ADDR-CITY      TO WF-D-CITY.
         MOVE EMPL-ADDR-STATE     TO WF-D-STATE.
         MOVE EMPL-ADDR-POSTAL    TO WF-D-POSTAL.
         MOVE EMPL-ADDR-COUNTRY   TO WF-D-COUNTRY.
         COMPUTE WS-WAGES = WS-W-GROSS (WS-W-IDX)
                          + WS-W-RETRO (WS-W-IDX)
                          + WS-W-OTP (WS-W-IDX).
         IF WS-WAGES < 0
           MOVE 0 TO WS-WAGES
         END-IF.
         MOVE WS-WAGES                TO WF-D-WAGES.
         MOVE WS-W-GROSS (WS-W-IDX)   TO WF-D-REGULAR.
         MOVE WS-W-RETRO (WS-W-IDX)   TO WF-D-RETRO.
         MOVE WS-W-OTP (WS-W-IDX)     TO WF-D-OTP.
         MOVE WS-W-WITHHELD (WS-W-IDX) TO WF-D-WITHHELD.
         MOVE "WRITE WAGE-DETAIL" TO WS-ABEND-MSG.
         WRITE WAGE-DETAIL.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-FILED-COUNT.
         ADD WS-WAGES TO WS-WAGES-HASH.
         ADD WS-W-WITHHELD (WS-W-IDX) TO WS-WITHHELD-HASH.
         ADD WS-W-EMPL-ID (WS-W-IDX) TO WS-ID-HASH.
      *
        FETCH-FILING-EMPLOYEE.
         MOVE WS-W-EMPL-ID (WS-W-IDX) TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF NOT RECORD-NOT-FOUND
             MOVE "READ EMPL-FILE BY ID" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           INITIALIZE EMPL-RECORD
           MOVE WS-W-KEY (WS-W-IDX) TO EMPL-KEY
           IF WS-ARCH-ON
             MOVE WS-W-KEY (WS-W-IDX) TO ARCH-KEY
             READ ARCH-FILE KEY IS ARCH-KEY
             IF SUCCESSFUL
               MOVE ARCH-RECORD TO EMPL-RECORD
             ELSE
               IF NOT RECORD-NOT-FOUND
                 MOVE "READ ARCH-FILE" TO WS-ABEND-MSG
                 PERFORM ABORT-IF-ERROR
               END-IF
             END-IF
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        PRINT-EARNINGS-SUMMARIES.
         PERFORM VARYING WS-W-IDX FROM 1 BY 1
                 UNTIL WS-W-IDX > WS-WAGE-COUNT
           PERFORM PRINT-ONE-SUMMARY
         END-PERFORM.
      *
        PRINT-ONE-SUMMARY.
         PERFORM FETCH-FILING-EMPLOYEE.
         PERFORM FORCE-PAGE-BREAK.
         MOVE SPACES TO RPT-LINE.
         STRING "YEAR-END EARNINGS SUMMARY - TAX YEAR " WS-YEAR
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE EMPL-NAME TO WS-SN-NAME.
         MOVE WS-W-EMPL-ID (WS-W-IDX) TO WS-SN-EMPL-ID.
         MOVE WS-SUMMARY-NAME-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE SPACES TO RPT-LINE.
         STRING "            " EMPL-ADDR-STREET
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE SPACES TO RPT-LINE.
         STRING "            " EMPL-ADDR-CITY " " EMPL-ADDR-STATE
                " " EMPL-ADDR-POSTAL DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE SPACES TO RPT-LINE.
         STRING "            " EMPL-ADDR-COUNTRY
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "REGULAR PAY"           TO WS-SA-LABEL.
         MOVE WS-W-GROSS (WS-W-IDX)   TO WS-SA-AMOUNT.
         PERFORM PRINT-SUMMARY-AMOUNT.
         MOVE "RETROACTIVE PAY"       TO WS-SA-LABEL.
         MOVE WS-W-RETRO (WS-W-IDX)   TO WS-SA-AMOUNT.
         PERFORM PRINT-SUMMARY-AMOUNT.
         MOVE "ONE-TIME PAYMENTS"     TO WS-SA-LABEL.
         MOVE WS-W-OTP (WS-W-IDX)     TO WS-SA-AMOUNT.
         PERFORM PRINT-SUMMARY-AMOUNT.
         COMPUTE WS-WAGES = WS-W-GROSS (WS-W-IDX)
                          + WS-W-RETRO (WS-W-IDX)
                          + WS-W-OTP (WS-W-IDX).
         MOVE "TOTAL WAGES"           TO WS-SA-LABEL.
         MOVE WS-WAGES                TO WS-SA-AMOUNT.
         PERFORM PRINT-SUMMARY-AMOUNT.
         MOVE "TAX WITHHELD"          TO WS-SA-LABEL.
         MOVE WS-W-WITHHELD (WS-W-IDX) TO WS-SA-AMOUNT.
         PERFORM PRINT-SUMMARY-AMOUNT.
         MOVE SPACES TO RPT-LINE.
         STRING "    PAY PERIODS: " WS-W-PERIODS (WS-W-IDX)
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        PRINT-SUMMARY-AMOUNT.
         MOVE WS-SUMMARY-AMOUNT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        ROLL-YEAR-TO-DATE.
      *    Open every filed employee's accumulators for the new year.
      *    A January register may already have opened them - that
      *    row is left exactly as it stands.
         PERFORM VARYING WS-W-IDX FROM 1 BY 1
                 UNTIL WS-W-IDX > WS-WAGE-COUNT
           INITIALIZE YTD-RECORD
           MOVE WS-W-EMPL-ID (WS-W-IDX) TO YTD-EMPL-ID
           MOVE WS-NEXT-YEAR            TO YTD-TAX-YEAR
           MOVE "WRITE YTD-RECORD" TO WS-ABEND-MSG
           WRITE YTD-RECORD
           IF DUPLICATE-KEY
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-ROLLED-COUNT
           END-IF
         END-PERFORM.
      *
        MARK-YEAR-CLOSED.
         INITIALIZE YEAR-CLOSE-RECORD.
         MOVE WS-COMPANY     TO YEC-COMPANY.
         MOVE WS-YEAR        TO YEC-TAX-YEAR.
         MOVE FUNCTION CURRENT-DATE (1:14) TO YEC-CLOSED-STAMP.
         MOVE RUN-OPERATOR   TO YEC-OPERATOR.
         MOVE WS-FILED-COUNT TO YEC-EMPL-COUNT.
         MOVE WS-WAGES-HASH  TO YEC-WAGES-HASH.
         MOVE "WRITE YEAR-CLOSE-RECORD" TO WS-ABEND-MSG.
         WRITE YEAR-CLOSE-RECORD.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE YEAR-CLOSE-FILE" TO WS-ABEND-MSG.
         CLOSE YEAR-CLOSE-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE SPACES TO RPT-LINE.
         STRING "TAX YEAR " WS-YEAR " CLOSED - " WS-FILED-COUNT
                " EMPLOYEES FILED" DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
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
        FORCE-PAGE-BREAK.
         SET RPT-PAGE-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
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
