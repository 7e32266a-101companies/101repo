       IDENTIFICATION DIVISION.
        PROGRAM-ID. GLInterface.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/salary-split.fc".
          COPY "copybooks/gl-account-map.fc".
          COPY "copybooks/gl-journal.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/salary-split.fd".
         COPY "copybooks/gl-account-map.fd".
         COPY "copybooks/gl-journal.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-DEPTS     VALUE 1000.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-PERIOD-END    PIC X(8).
         01 WS-SPLIT-ON-FLAG PIC X     VALUE "N".
            88 WS-SPLIT-ON             VALUE "Y".
         01 WS-ROW-EMPL-ID   PIC 9(9).
         01 WS-ROW-COUNT     PIC 9(7) VALUE 0.
      *    One entry per department charged this period - the pay
      *    it bears after cost-center splits, and the accounts the
      *    mapping table sends it to.
         01 WS-DEPT-COUNT    PIC 9(4) VALUE 0.
         01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10 WS-T-NAME          PIC X(20).
               10 WS-T-SALARY        PIC 9(11)V99.
               10 WS-T-RETRO         PIC S9(11)V99.
               10 WS-T-OTP           PIC 9(11)V99.
               10 WS-T-MAPPED        PIC X.
                  88 WS-T-HAS-MAP           VALUE "Y".
               10 WS-T-SALARY-ACCT   PIC X(12).
               10 WS-T-RETRO-ACCT    PIC X(12).
               10 WS-T-OTP-ACCT      PIC X(12).
               10 WS-T-CLEARING-ACCT PIC X(12).
         01 WS-SCAN-IDX      PIC 9(4).
         01 WS-DEPT-IDX      PIC 9(4).
         01 WS-LAST-SPLIT-IDX PIC 9(4).
         01 WS-SPLIT-FOUND   PIC 9(3).
         01 WS-PORTION-DEPT  PIC X(20).
         01 WS-PORTION-SALARY PIC 9(11)V99.
         01 WS-PORTION-RETRO  PIC S9(11)V99.
         01 WS-PORTION-OTP    PIC 9(11)V99.
         01 WS-SPLIT-SALARY   PIC 9(11)V99.
         01 WS-SPLIT-RETRO    PIC S9(11)V99.
         01 WS-SPLIT-OTP      PIC 9(11)V99.
      *    Register totals as read, and the same totals as charged
      *    to departments - splits must not lose or invent a cent.
         01 WS-REG-SALARY    PIC 9(13)V99 VALUE 0.
         01 WS-REG-RETRO     PIC S9(13)V99 VALUE 0.
         01 WS-REG-OTP       PIC 9(13)V99 VALUE 0.
         01 WS-CHG-SALARY    PIC 9(13)V99 VALUE 0.
         01 WS-CHG-RETRO     PIC S9(13)V99 VALUE 0.
         01 WS-CHG-OTP       PIC 9(13)V99 VALUE 0.
         01 WS-DEPT-TOTAL    PIC S9(13)V99.
         01 WS-UNMAPPED      PIC 9(4) VALUE 0.
         01 WS-DEBITS        PIC 9(13)V99 VALUE 0.
         01 WS-CREDITS       PIC 9(13)V99 VALUE 0.
         01 WS-LINE-COUNT    PIC 9(9) VALUE 0.
         01 WS-REJECT-FLAG   PIC X     VALUE "N".
            88 WS-REJECTED             VALUE "Y".
         01 WS-POSTING-FLAG  PIC X     VALUE "N".
            88 WS-POSTING              VALUE "Y".
         01 WS-ENTRY-ACCOUNT PIC X(12).
         01 WS-ENTRY-SOURCE  PIC X(8).
         01 WS-ENTRY-AMOUNT  PIC S9(13)V99.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(14) VALUE "ACCOUNT".
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(10) VALUE "SOURCE".
            05 FILLER PIC X(18) VALUE "           DEBIT".
            05 FILLER PIC X(18) VALUE "          CREDIT".
         01 WS-DETAIL-LINE.
            05 WS-DET-ACCOUNT     PIC X(12).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-SOURCE      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DEBIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-CREDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-TOTAL-LINE.
            05 FILLER             PIC X(46) VALUE "JOURNAL TOTAL".
            05 WS-TOT-DEBIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-TOT-CREDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-PRT-AMOUNT    PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-PRT-AMOUNT-2  PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Summarizes a closed period's register into the payroll
      *    journal finance posts to the general ledger - each kind
      *    of pay debited to the expense account of the department
      *    that bears it, the total credited to that department's
      *    cash/clearing account. The journal is built and proved
      *    in storage first; an unmapped department or a journal
      *    that does not balance writes nothing at all.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Pay period end date (YYYYMMDD): " WITH NO ADVANCING
          ACCEPT WS-PERIOD-END
        ELSE
          MOVE SPACES TO WS-COMPANY WS-PERIOD-END
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-PERIOD-END
          END-UNSTRING
        END-IF.
      *
        IF WS-PERIOD-END NOT NUMERIC OR WS-PERIOD-END = SPACES
          DISPLAY "PERIOD END DATE MUST BE YYYYMMDD, GOT "
                  WS-PERIOD-END
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
      *
        MOVE "GLInterface" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        PERFORM CHECK-PERIOD-CLOSED.
      *
        MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
        OPEN INPUT PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN GLMAP-FILE" TO WS-ABEND-MSG.
        OPEN INPUT GLMAP-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-SPLIT-FILE.
      *
        MOVE "PAYROLL GENERAL LEDGER JOURNAL" TO RPT-TITLE.
        MOVE "GLInterface" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "PERIOD ENDING " WS-PERIOD-END
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        PERFORM TALLY-REGISTER.
        PERFORM MAP-DEPARTMENTS.
      *
      *    First pass proves the journal without writing it; only a
      *    clean proof earns the second pass that writes the file.
        PERFORM BUILD-JOURNAL.
        PERFORM CHECK-JOURNAL.
        IF NOT WS-REJECTED
          SET WS-POSTING TO TRUE
          MOVE WS-HEAD-LINE TO RPT-LINE
          PERFORM PRINT-REPORT-LINE
          PERFORM OPEN-JOURNAL-FILE
          PERFORM BUILD-JOURNAL
          PERFORM CLOSE-JOURNAL-FILE
          MOVE WS-DEBITS  TO WS-TOT-DEBIT
          MOVE WS-CREDITS TO WS-TOT-CREDIT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          PERFORM PRINT-REPORT-LINE
          DISPLAY "GL JOURNAL LINES:   " WS-LINE-COUNT
          DISPLAY "REGISTER ROWS:      " WS-ROW-COUNT
        ELSE
          MOVE "JOURNAL REJECTED - NOTHING WRITTEN" TO RPT-LINE
          PERFORM PRINT-REPORT-LINE
          DISPLAY "GL JOURNAL REJECTED FOR " WS-COMPANY " "
                  WS-PERIOD-END " - SEE REPORT"
          MOVE 8 TO RETURN-CODE
        END-IF.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE GLMAP-FILE" TO WS-ABEND-MSG.
        CLOSE GLMAP-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-SPLIT-ON
          MOVE "CLOSE SPLIT-FILE" TO WS-ABEND-MSG
          CLOSE SPLIT-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        MOVE WS-LINE-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        CHECK-PERIOD-CLOSED.
      *    The ledger takes a period once, after it is paid - an
      *    open period can still be rebuilt under finance's feet.
         MOVE "OPEN CALENDAR-FILE" TO WS-ABEND-MSG.
         OPEN INPUT CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-COMPANY    TO CAL-COMPANY.
         MOVE WS-PERIOD-END TO CAL-PERIOD-END.
         READ CALENDAR-FILE KEY IS CAL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             DISPLAY "PERIOD " WS-PERIOD-END " IS NOT ON THE "
                     "PAY CALENDAR FOR " WS-COMPANY " - RUN REFUSED"
             MOVE 16 TO RETURN-CODE
             PERFORM END-RUN-LOG
             STOP RUN
           ELSE
             MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF NOT CAL-CLOSED
           DISPLAY "PERIOD " WS-PERIOD-END " FOR " WS-COMPANY
                   " IS NOT CLOSED - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           PERFORM END-RUN-LOG
           STOP RUN
         END-IF.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        TALLY-REGISTER.
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
           IF PAYREG-PERIOD-END = WS-PERIOD-END
             PERFORM CHARGE-REGISTER-ROW
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CHARGE-REGISTER-ROW.
      *    Matrix-assigned staff are charged to their split
      *    departments; everyone else, and anyone whose split cannot
      *    be found, to the department the row was paid in.
         ADD 1 TO WS-ROW-COUNT.
         ADD PAYREG-PERIOD-GROSS TO WS-REG-SALARY.
         ADD PAYREG-RETRO-GROSS  TO WS-REG-RETRO.
         ADD PAYREG-OTP-GROSS    TO WS-REG-OTP.
         PERFORM RESOLVE-ROW-EMPL-ID.
         MOVE 0 TO WS-SPLIT-FOUND.
         IF WS-SPLIT-ON AND WS-ROW-EMPL-ID > 0
           PERFORM CHARGE-SPLIT-PORTIONS
         END-IF.
         IF WS-SPLIT-FOUND = 0
           MOVE PAYREG-DEPT         TO WS-PORTION-DEPT
           MOVE PAYREG-PERIOD-GROSS TO WS-PORTION-SALARY
           MOVE PAYREG-RETRO-GROSS  TO WS-PORTION-RETRO
           MOVE PAYREG-OTP-GROSS    TO WS-PORTION-OTP
           PERFORM ADD-DEPT-PORTION
         END-IF.
      *
        RESOLVE-ROW-EMPL-ID.
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
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CHARGE-SPLIT-PORTIONS.
      *    Each split takes its percent of every kind of pay,
      *    rounded; whatever rounding leaves over goes to the last
      *    split so the employee's charges add back to the row.
         MOVE 0 TO WS-SPLIT-SALARY WS-SPLIT-RETRO WS-SPLIT-OTP.
         MOVE WS-ROW-EMPL-ID TO SPLIT-EMPL-ID.
         MOVE SPACES TO SPLIT-DEPT.
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
                    OR SPLIT-EMPL-ID NOT = WS-ROW-EMPL-ID
           COMPUTE WS-PORTION-SALARY ROUNDED =
                   PAYREG-PERIOD-GROSS * SPLIT-PERCENT / 100
           COMPUTE WS-PORTION-RETRO ROUNDED =
                   PAYREG-RETRO-GROSS * SPLIT-PERCENT / 100
           COMPUTE WS-PORTION-OTP ROUNDED =
                   PAYREG-OTP-GROSS * SPLIT-PERCENT / 100
           MOVE SPLIT-DEPT TO WS-PORTION-DEPT
           PERFORM ADD-DEPT-PORTION
           MOVE WS-DEPT-IDX TO WS-LAST-SPLIT-IDX
           ADD WS-PORTION-SALARY TO WS-SPLIT-SALARY
           ADD WS-PORTION-RETRO  TO WS-SPLIT-RETRO
           ADD WS-PORTION-OTP    TO WS-SPLIT-OTP
           ADD 1 TO WS-SPLIT-FOUND
           MOVE "READ SPLIT-FILE" TO WS-ABEND-MSG
           READ SPLIT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-SPLIT-FOUND > 0
           COMPUTE WS-T-SALARY (WS-LAST-SPLIT-IDX) =
                   WS-T-SALARY (WS-LAST-SPLIT-IDX)
                 + PAYREG-PERIOD-GROSS - WS-SPLIT-SALARY
           COMPUTE WS-T-RETRO (WS-LAST-SPLIT-IDX) =
                   WS-T-RETRO (WS-LAST-SPLIT-IDX)
                 + PAYREG-RETRO-GROSS - WS-SPLIT-RETRO
           COMPUTE WS-T-OTP (WS-LAST-SPLIT-IDX) =
                   WS-T-OTP (WS-LAST-SPLIT-IDX)
                 + PAYREG-OTP-GROSS - WS-SPLIT-OTP
           COMPUTE WS-CHG-SALARY = WS-CHG-SALARY
                 + PAYREG-PERIOD-GROSS - WS-SPLIT-SALARY
           COMPUTE WS-CHG-RETRO = WS-CHG-RETRO
                 + PAYREG-RETRO-GROSS - WS-SPLIT-RETRO
           COMPUTE WS-CHG-OTP = WS-CHG-OTP
                 + PAYREG-OTP-GROSS - WS-SPLIT-OTP
         END-IF.
      *
        ADD-DEPT-PORTION.
         MOVE 0 TO WS-DEPT-IDX.
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                    OR WS-DEPT-IDX > 0
           IF WS-T-NAME (WS-SCAN-IDX) = WS-PORTION-DEPT
             MOVE WS-SCAN-IDX TO WS-DEPT-IDX
           END-IF
         END-PERFORM.
         IF WS-DEPT-IDX = 0
           IF WS-DEPT-COUNT >= WS-MAX-DEPTS
             DISPLAY "TOO MANY DEPARTMENTS FOR " WS-COMPANY
                     " - MAX IS " WS-MAX-DEPTS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-ENTRY (WS-DEPT-COUNT)
           MOVE WS-PORTION-DEPT TO WS-T-NAME (WS-DEPT-COUNT)
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
         END-IF.
         ADD WS-PORTION-SALARY TO WS-T-SALARY (WS-DEPT-IDX)
                                  WS-CHG-SALARY.
         ADD WS-PORTION-RETRO  TO WS-T-RETRO (WS-DEPT-IDX)
                                  WS-CHG-RETRO.
         ADD WS-PORTION-OTP    TO WS-T-OTP (WS-DEPT-IDX)
                                  WS-CHG-OTP.
      *
        MAP-DEPARTMENTS.
         PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           MOVE WS-COMPANY              TO GLMAP-COMPANY
           MOVE WS-T-NAME (WS-DEPT-IDX) TO GLMAP-DEPT
           READ GLMAP-FILE KEY IS GLMAP-KEY
           IF SUCCESSFUL
             MOVE "Y" TO WS-T-MAPPED (WS-DEPT-IDX)
             MOVE GLMAP-SALARY-ACCT
               TO WS-T-SALARY-ACCT (WS-DEPT-IDX)
             MOVE GLMAP-RETRO-ACCT
               TO WS-T-RETRO-ACCT (WS-DEPT-IDX)
             MOVE GLMAP-OTP-ACCT
               TO WS-T-OTP-ACCT (WS-DEPT-IDX)
             MOVE GLMAP-CLEARING-ACCT
               TO WS-T-CLEARING-ACCT (WS-DEPT-IDX)
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ GLMAP-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
             ADD 1 TO WS-UNMAPPED
             MOVE SPACES TO RPT-LINE
             STRING "NO GL ACCOUNTS MAPPED FOR DEPARTMENT "
                    WS-T-NAME (WS-DEPT-IDX)
                    DELIMITED BY SIZE INTO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF
         END-PERFORM.
      *
        BUILD-JOURNAL.
         MOVE 0 TO WS-DEBITS WS-CREDITS WS-LINE-COUNT.
         PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM JOURNAL-ONE-DEPT
         END-PERFORM.
      *
        JOURNAL-ONE-DEPT.
      *    A negative retro (an overpayment clawed back) credits the
      *    retro expense account, and a department whose pay nets
      *    negative is debited to clearing rather than credited.
         MOVE WS-T-SALARY-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT.
         MOVE "SALARY"                      TO WS-ENTRY-SOURCE.
         MOVE WS-T-SALARY (WS-DEPT-IDX)     TO WS-ENTRY-AMOUNT.
         PERFORM JOURNAL-ONE-ENTRY.
         MOVE WS-T-RETRO-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT.
         MOVE "RETRO"                       TO WS-ENTRY-SOURCE.
         MOVE WS-T-RETRO (WS-DEPT-IDX)      TO WS-ENTRY-AMOUNT.
         PERFORM JOURNAL-ONE-ENTRY.
         MOVE WS-T-OTP-ACCT (WS-DEPT-IDX)   TO WS-ENTRY-ACCOUNT.
         MOVE "ONE-TIME"                    TO WS-ENTRY-SOURCE.
         MOVE WS-T-OTP (WS-DEPT-IDX)        TO WS-ENTRY-AMOUNT.
         PERFORM JOURNAL-ONE-ENTRY.
         COMPUTE WS-DEPT-TOTAL = WS-T-SALARY (WS-DEPT-IDX)
                               + WS-T-RETRO (WS-DEPT-IDX)
                               + WS-T-OTP (WS-DEPT-IDX).
         MOVE WS-T-CLEARING-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT.
         MOVE "CLEARING"                    TO WS-ENTRY-SOURCE.
         COMPUTE WS-ENTRY-AMOUNT = 0 - WS-DEPT-TOTAL.
         PERFORM JOURNAL-ONE-ENTRY.
      *
        JOURNAL-ONE-ENTRY.
      *    Positive amounts are debits, negative ones credits.
         IF WS-ENTRY-AMOUNT NOT = 0
           ADD 1 TO WS-LINE-COUNT
           IF WS-ENTRY-AMOUNT > 0
             ADD WS-ENTRY-AMOUNT TO WS-DEBITS
           ELSE
             SUBTRACT WS-ENTRY-AMOUNT FROM WS-CREDITS
           END-IF
           IF WS-POSTING
             PERFORM WRITE-JOURNAL-DETAIL
           END-IF
         END-IF.
      *
        CHECK-JOURNAL.
         IF WS-ROW-COUNT = 0
           SET WS-REJECTED TO TRUE
           MOVE SPACES TO RPT-LINE
           STRING "NO REGISTER ROWS FOR PERIOD " WS-PERIOD-END
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
         IF WS-UNMAPPED > 0
           SET WS-REJECTED TO TRUE
           MOVE SPACES TO RPT-LINE
           STRING WS-UNMAPPED " DEPARTMENTS HAVE NO GL MAPPING"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
         IF WS-DEBITS NOT = WS-CREDITS
           SET WS-REJECTED TO TRUE
           MOVE WS-DEBITS  TO WS-PRT-AMOUNT
           MOVE WS-CREDITS TO WS-PRT-AMOUNT-2
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL OUT OF BALANCE - DEBITS " WS-PRT-AMOUNT
                  " CREDITS " WS-PRT-AMOUNT-2
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
         IF WS-CHG-SALARY NOT = WS-REG-SALARY
            OR WS-CHG-RETRO NOT = WS-REG-RETRO
            OR WS-CHG-OTP NOT = WS-REG-OTP
           SET WS-REJECTED TO TRUE
           COMPUTE WS-PRT-AMOUNT = WS-REG-SALARY + WS-REG-RETRO
                                 + WS-REG-OTP
           COMPUTE WS-PRT-AMOUNT-2 = WS-CHG-SALARY + WS-CHG-RETRO
                                   + WS-CHG-OTP
           MOVE SPACES TO RPT-LINE
           STRING "CHARGES DO NOT MATCH REGISTER - REGISTER "
                  WS-PRT-AMOUNT " CHARGED " WS-PRT-AMOUNT-2
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
      *
        OPEN-JOURNAL-FILE.
         MOVE "OPEN GL-JOURNAL-FILE" TO WS-ABEND-MSG.
         OPEN OUTPUT GL-JOURNAL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE SPACES TO GLJ-HEADER.
         MOVE "H"           TO GLJ-H-TYPE.
         MOVE WS-COMPANY    TO GLJ-H-COMPANY.
         MOVE WS-PERIOD-END TO GLJ-H-PERIOD-END.
         MOVE FUNCTION CURRENT-DATE (1:14) TO GLJ-H-CREATED.
         MOVE "WRITE GLJ-HEADER" TO WS-ABEND-MSG.
         WRITE GLJ-HEADER.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-JOURNAL-DETAIL.
         MOVE SPACES TO GLJ-DETAIL WS-DETAIL-LINE.
         MOVE "D"                     TO GLJ-D-TYPE.
         MOVE WS-ENTRY-ACCOUNT        TO GLJ-D-ACCOUNT WS-DET-ACCOUNT.
         MOVE WS-T-NAME (WS-DEPT-IDX) TO GLJ-D-DEPT WS-DET-DEPT.
         MOVE WS-ENTRY-SOURCE         TO GLJ-D-SOURCE WS-DET-SOURCE.
         IF WS-ENTRY-AMOUNT > 0
           SET GLJ-D-DEBIT TO TRUE
           MOVE WS-ENTRY-AMOUNT TO GLJ-D-AMOUNT WS-DET-DEBIT
           MOVE 0 TO WS-DET-CREDIT
         ELSE
           SET GLJ-D-CREDIT TO TRUE
           COMPUTE GLJ-D-AMOUNT = 0 - WS-ENTRY-AMOUNT
           MOVE GLJ-D-AMOUNT TO WS-DET-CREDIT
           MOVE 0 TO WS-DET-DEBIT
         END-IF.
         MOVE "WRITE GLJ-DETAIL" TO WS-ABEND-MSG.
         WRITE GLJ-DETAIL.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        CLOSE-JOURNAL-FILE.
         MOVE SPACES TO GLJ-TRAILER.
         MOVE "T"           TO GLJ-T-TYPE.
         MOVE WS-LINE-COUNT TO GLJ-T-COUNT.
         MOVE WS-DEBITS     TO GLJ-T-DEBITS.
         MOVE WS-CREDITS    TO GLJ-T-CREDITS.
         MOVE "WRITE GLJ-TRAILER" TO WS-ABEND-MSG.
         WRITE GLJ-TRAILER.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE GL-JOURNAL-FILE" TO WS-ABEND-MSG.
         CLOSE GL-JOURNAL-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        OPEN-SPLIT-FILE.
      *    Cost-center splits are optional - a site with no SALSPLIT
      *    file charges everyone to their hosting department.
         OPEN INPUT SPLIT-FILE.
         IF SUCCESSFUL
           SET WS-SPLIT-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
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
