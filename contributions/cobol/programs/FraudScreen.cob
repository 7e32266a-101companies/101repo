       IDENTIFICATION DIVISION.
        PROGRAM-ID. FraudScreen.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/department.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/bank-change.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/salary-audit.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/department.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/bank-change.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/salary-audit.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-PERIOD-END     PIC X(8).
      *    The period end before this one - a leaver whose last day
      *    falls after it is being paid for their final period, and
      *    only salary changes made since it are screened. Blank when
      *    this is the company's first period.
         01 WS-PRIOR-PERIOD-END PIC X(8).
         01 WS-PERIOD-FOUND-FLAG PIC X     VALUE "N".
            88 WS-PERIOD-FOUND            VALUE "Y".
         01 WS-BANK-OPEN-FLAG PIC X     VALUE "N".
            88 WS-BANK-OPEN               VALUE "Y".
         01 WS-BCH-OPEN-FLAG  PIC X     VALUE "N".
            88 WS-BCH-OPEN                VALUE "Y".
         01 WS-AUDIT-OPEN-FLAG PIC X    VALUE "N".
            88 WS-AUDIT-OPEN              VALUE "Y".
         78 WS-MAX-EMPLOYEES  VALUE 5000.
         78 WS-MAX-DEPTS      VALUE 1000.
         01 WS-EMPL-COUNT     PIC 9(5) VALUE 0.
         01 WS-EMPL-TABLE.
            05 WS-EMPL-ENTRY OCCURS 5000 TIMES.
               10 WS-E-ID          PIC 9(9).
               10 WS-E-NAME        PIC X(20).
               10 WS-E-DEPT        PIC X(20).
               10 WS-E-ADDR        PIC X(100).
               10 WS-E-STATUS      PIC X.
                  88 WS-E-TERMINATED      VALUE "T".
               10 WS-E-BANK-FLAG   PIC X.
                  88 WS-E-HAS-BANK        VALUE "Y".
               10 WS-E-ROUTING     PIC X(9).
               10 WS-E-ACCOUNT     PIC X(17).
         01 WS-DEPT-COUNT     PIC 9(4) VALUE 0.
         01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10 WS-D-NAME        PIC X(20).
               10 WS-D-MANAGER     PIC X(20).
               10 WS-D-MGR-STATE   PIC X.
                  88 WS-D-MGR-ON-FILE     VALUE "Y".
                  88 WS-D-MGR-LEFT        VALUE "T".
                  88 WS-D-MGR-MISSING     VALUE "N".
         01 WS-E-IDX          PIC 9(5).
         01 WS-O-IDX          PIC 9(5).
         01 WS-D-IDX          PIC 9(4).
         01 WS-FOUND-IDX      PIC 9(5).
         01 WS-MATCH-IDX      PIC 9(5).
         01 WS-MATCH-COUNT    PIC 9(5).
         01 WS-MATCH-COUNT-ED PIC ZZZ9.
         01 WS-PAID-AMOUNT    PIC S9(11)V99.
         01 WS-BCH-MATCH-FLAG PIC X.
            88 WS-BCH-MATCH               VALUE "Y".
         01 WS-AUDIT-EMPL-ID  PIC 9(9).
         01 WS-AUDIT-OPERATOR PIC X(8).
      *    Every hit carries a reason code and a severity. A HIGH
      *    hit is money that should not go out until someone has
      *    looked - the run ends with condition code 8 and the
      *    period-end stream will not produce the payment file. Any
      *    lesser hit is a warning, condition code 4.
         01 WS-HIT-REASON     PIC X(4).
         01 WS-HIT-SEVERITY   PIC X.
            88 WS-HIT-HIGH                VALUE "H".
            88 WS-HIT-MEDIUM              VALUE "M".
            88 WS-HIT-LOW                 VALUE "L".
         01 WS-HIT-COUNT      PIC 9(7) VALUE 0.
         01 WS-HIGH-COUNT     PIC 9(7) VALUE 0.
         01 WS-MEDIUM-COUNT   PIC 9(7) VALUE 0.
         01 WS-LOW-COUNT      PIC 9(7) VALUE 0.
         01 WS-REGISTER-COUNT PIC 9(7) VALUE 0.
         01 WS-AUDIT-COUNT    PIC 9(7) VALUE 0.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(6)  VALUE "CODE".
            05 FILLER PIC X(8)  VALUE "SEV".
            05 FILLER PIC X(11) VALUE "EMPLOYEE".
            05 FILLER PIC X(22) VALUE "NAME".
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(60) VALUE "DETAIL".
         01 WS-HIT-LINE.
            05 WS-DET-REASON      PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-SEVERITY    PIC X(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID     PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DETAIL      PIC X(60).
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Screens a company's pay period for the classic payroll
      *    frauds before the payment file is produced:
      *      BANK  one bank account paying more than one employee
      *      TERM  a leaver still paid on the register
      *      NOEM  a register row with no employee behind it
      *      ADDR  employees of different names at one address
      *      MGR   employees in a department whose manager is not
      *            on file, so nobody answers for the people in it
      *      SELF  a salary increase made by the same operator who
      *            changed that employee's bank details
      *    Read only - it takes no lock and changes nothing.
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
        MOVE "FraudScreen" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-PERIOD-END TO RUN-PERIOD-END.
        PERFORM START-RUN-LOG.
      *
        PERFORM FIND-PRIOR-PERIOD.
        IF NOT WS-PERIOD-FOUND
          DISPLAY "PERIOD " WS-PERIOD-END " IS NOT ON THE "
                  "PAY CALENDAR FOR " WS-COMPANY
          MOVE 16 TO RETURN-CODE
          PERFORM END-RUN-LOG
          STOP RUN
        END-IF.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN DEPT-FILE" TO WS-ABEND-MSG.
        OPEN INPUT DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
        OPEN INPUT PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
      *    A site that has never loaded bank details, never changed
      *    them or never changed a salary simply has nothing of that
      *    kind to screen.
        OPEN INPUT BANK-FILE.
        IF SUCCESSFUL
          SET WS-BANK-OPEN TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        OPEN INPUT BANK-CHANGE-FILE.
        IF SUCCESSFUL
          SET WS-BCH-OPEN TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        OPEN INPUT AUDIT-FILE.
        IF SUCCESSFUL
          SET WS-AUDIT-OPEN TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        PERFORM LOAD-EMPLOYEES.
        PERFORM LOAD-DEPARTMENTS.
      *
        MOVE "PAYROLL FRAUD SCREENING" TO RPT-TITLE.
        MOVE "FraudScreen" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "PAY PERIOD ENDING " WS-PERIOD-END
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        PERFORM CHECK-SHARED-BANK.
        PERFORM CHECK-SHARED-ADDRESS.
        PERFORM CHECK-MANAGERS.
        PERFORM CHECK-REGISTER.
        IF WS-AUDIT-OPEN AND WS-BCH-OPEN
          PERFORM CHECK-OPERATOR-CHANGES
        END-IF.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-HIT-COUNT " HITS - " WS-HIGH-COUNT " HIGH, "
               WS-MEDIUM-COUNT " MEDIUM, " WS-LOW-COUNT " LOW"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEPT-FILE" TO WS-ABEND-MSG.
        CLOSE DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-BANK-OPEN
          MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG
          CLOSE BANK-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-BCH-OPEN
          MOVE "CLOSE BANK-CHANGE-FILE" TO WS-ABEND-MSG
          CLOSE BANK-CHANGE-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-AUDIT-OPEN
          MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG
          CLOSE AUDIT-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        DISPLAY "FRAUD SCREENING FOR " WS-COMPANY
                " PERIOD " WS-PERIOD-END.
        DISPLAY "  EMPLOYEES SCREENED: " WS-EMPL-COUNT.
        DISPLAY "  REGISTER ROWS PAID: " WS-REGISTER-COUNT.
        DISPLAY "  HITS:               " WS-HIT-COUNT.
        DISPLAY "    HIGH:             " WS-HIGH-COUNT.
        DISPLAY "    MEDIUM:           " WS-MEDIUM-COUNT.
        DISPLAY "    LOW:              " WS-LOW-COUNT.
        IF WS-HIGH-COUNT > 0
          MOVE 8 TO RETURN-CODE
        ELSE
          IF WS-HIT-COUNT > 0
            MOVE 4 TO RETURN-CODE
          END-IF
        END-IF.
        MOVE WS-HIT-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        FIND-PRIOR-PERIOD.
      *    The calendar is in period order within the company - the
      *    last period read before this one is the one before it.
         MOVE SPACES TO WS-PRIOR-PERIOD-END.
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
                    OR CAL-PERIOD-END >= WS-PERIOD-END
           MOVE CAL-PERIOD-END TO WS-PRIOR-PERIOD-END
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         IF NOT END-OF-FILE
            AND CAL-COMPANY = WS-COMPANY
            AND CAL-PERIOD-END = WS-PERIOD-END
           SET WS-PERIOD-FOUND TO TRUE
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        LOAD-EMPLOYEES.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE SPACES TO EMPL-DEPT EMPL-NAME.
         START EMPL-FILE KEY IS >= EMPL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START EMPL-FILE" TO WS-ABEND-MSG
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
           IF WS-EMPL-COUNT >= WS-MAX-EMPLOYEES
             DISPLAY "TOO MANY EMPLOYEES FOR " WS-COMPANY
                     " - MAX IS " WS-MAX-EMPLOYEES
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-EMPL-COUNT
           MOVE EMPL-ID     TO WS-E-ID (WS-EMPL-COUNT)
           MOVE EMPL-NAME   TO WS-E-NAME (WS-EMPL-COUNT)
           MOVE EMPL-DEPT   TO WS-E-DEPT (WS-EMPL-COUNT)
           MOVE EMPL-ADDR   TO WS-E-ADDR (WS-EMPL-COUNT)
           MOVE EMPL-STATUS TO WS-E-STATUS (WS-EMPL-COUNT)
           MOVE "N"         TO WS-E-BANK-FLAG (WS-EMPL-COUNT)
           IF WS-BANK-OPEN AND EMPL-ID NOT = 0
             PERFORM LOAD-BANK-DETAILS
           END-IF
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        LOAD-BANK-DETAILS.
      *    Check payees have no account to share.
         MOVE EMPL-ID TO BANK-EMPL-ID.
         READ BANK-FILE KEY IS BANK-EMPL-ID.
         IF SUCCESSFUL
           IF BANK-ACCOUNT NOT = SPACES
             MOVE "Y"          TO WS-E-BANK-FLAG (WS-EMPL-COUNT)
             MOVE BANK-ROUTING TO WS-E-ROUTING (WS-EMPL-COUNT)
             MOVE BANK-ACCOUNT TO WS-E-ACCOUNT (WS-EMPL-COUNT)
           END-IF
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ BANK-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        LOAD-DEPARTMENTS.
         MOVE WS-COMPANY TO DEPT-COMPANY.
         MOVE SPACES TO DEPT-NAME.
         START DEPT-FILE KEY IS >= DEPT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START DEPT-FILE" TO WS-ABEND-MSG
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
           IF WS-DEPT-COUNT >= WS-MAX-DEPTS
             DISPLAY "TOO MANY DEPARTMENTS FOR " WS-COMPANY
                     " - MAX IS " WS-MAX-DEPTS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE DEPT-NAME    TO WS-D-NAME (WS-DEPT-COUNT)
           MOVE DEPT-MANAGER TO WS-D-MANAGER (WS-DEPT-COUNT)
           PERFORM FIND-MANAGER
           MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
           READ DEPT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        FIND-MANAGER.
      *    The manager is named, not keyed - any employee of the
      *    company by that name will do, wherever they sit. One who
      *    has left is no more use than one never on file.
         SET WS-D-MGR-MISSING (WS-DEPT-COUNT) TO TRUE.
         IF DEPT-MANAGER NOT = SPACES
           PERFORM VARYING WS-E-IDX FROM 1 BY 1
                   UNTIL WS-E-IDX > WS-EMPL-COUNT
                      OR WS-D-MGR-ON-FILE (WS-DEPT-COUNT)
             IF WS-E-NAME (WS-E-IDX) = DEPT-MANAGER
               IF WS-E-TERMINATED (WS-E-IDX)
                 SET WS-D-MGR-LEFT (WS-DEPT-COUNT) TO TRUE
               ELSE
                 SET WS-D-MGR-ON-FILE (WS-DEPT-COUNT) TO TRUE
               END-IF
             END-IF
           END-PERFORM
         END-IF.
      *
        CHECK-SHARED-BANK.
      *    Leavers are left out - their old account turning up on a
      *    current employee is for the register check to catch if
      *    the leaver is still being paid.
         PERFORM VARYING WS-E-IDX FROM 1 BY 1
                 UNTIL WS-E-IDX > WS-EMPL-COUNT
           IF WS-E-HAS-BANK (WS-E-IDX)
              AND NOT WS-E-TERMINATED (WS-E-IDX)
             MOVE 0 TO WS-MATCH-COUNT WS-MATCH-IDX
             PERFORM VARYING WS-O-IDX FROM 1 BY 1
                     UNTIL WS-O-IDX > WS-EMPL-COUNT
               IF WS-O-IDX NOT = WS-E-IDX
                  AND WS-E-HAS-BANK (WS-O-IDX)
                  AND NOT WS-E-TERMINATED (WS-O-IDX)
                  AND WS-E-ROUTING (WS-O-IDX) = WS-E-ROUTING (WS-E-IDX)
                  AND WS-E-ACCOUNT (WS-O-IDX) = WS-E-ACCOUNT (WS-E-IDX)
                  AND WS-E-ID (WS-O-IDX) NOT = WS-E-ID (WS-E-IDX)
                 ADD 1 TO WS-MATCH-COUNT
                 IF WS-MATCH-IDX = 0
                   MOVE WS-O-IDX TO WS-MATCH-IDX
                 END-IF
               END-IF
             END-PERFORM
             IF WS-MATCH-COUNT > 0
               MOVE "BANK" TO WS-HIT-REASON
               SET WS-HIT-HIGH TO TRUE
               MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-ED
               MOVE SPACES TO WS-DET-DETAIL
               STRING "ACCOUNT ALSO PAYS " WS-E-ID (WS-MATCH-IDX)
                      " " WS-E-NAME (WS-MATCH-IDX)
                      " (" WS-MATCH-COUNT-ED " IN ALL)"
                      DELIMITED BY SIZE INTO WS-DET-DETAIL
               MOVE WS-E-IDX TO WS-FOUND-IDX
               PERFORM PRINT-TABLE-HIT
             END-IF
           END-IF
         END-PERFORM.
      *
        CHECK-SHARED-ADDRESS.
      *    Two people of one name at one address are one person on
      *    file twice, which the identifier audit answers for - only
      *    different names are a possible invented employee.
         PERFORM VARYING WS-E-IDX FROM 1 BY 1
                 UNTIL WS-E-IDX > WS-EMPL-COUNT
           IF WS-E-ADDR (WS-E-IDX) NOT = SPACES
              AND NOT WS-E-TERMINATED (WS-E-IDX)
             MOVE 0 TO WS-MATCH-COUNT WS-MATCH-IDX
             PERFORM VARYING WS-O-IDX FROM 1 BY 1
                     UNTIL WS-O-IDX > WS-EMPL-COUNT
               IF WS-O-IDX NOT = WS-E-IDX
                  AND NOT WS-E-TERMINATED (WS-O-IDX)
                  AND WS-E-ADDR (WS-O-IDX) = WS-E-ADDR (WS-E-IDX)
                  AND WS-E-NAME (WS-O-IDX) NOT = WS-E-NAME (WS-E-IDX)
                 ADD 1 TO WS-MATCH-COUNT
                 IF WS-MATCH-IDX = 0
                   MOVE WS-O-IDX TO WS-MATCH-IDX
                 END-IF
               END-IF
             END-PERFORM
             IF WS-MATCH-COUNT > 0
               MOVE "ADDR" TO WS-HIT-REASON
               SET WS-HIT-MEDIUM TO TRUE
               MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-ED
               MOVE SPACES TO WS-DET-DETAIL
               STRING "ADDRESS SHARED WITH " WS-E-ID (WS-MATCH-IDX)
                      " " WS-E-NAME (WS-MATCH-IDX)
                      " (" WS-MATCH-COUNT-ED " IN ALL)"
                      DELIMITED BY SIZE INTO WS-DET-DETAIL
               MOVE WS-E-IDX TO WS-FOUND-IDX
               PERFORM PRINT-TABLE-HIT
             END-IF
           END-IF
         END-PERFORM.
      *
        CHECK-MANAGERS.
         PERFORM VARYING WS-E-IDX FROM 1 BY 1
                 UNTIL WS-E-IDX > WS-EMPL-COUNT
           IF NOT WS-E-TERMINATED (WS-E-IDX)
             MOVE 0 TO WS-D-IDX
             PERFORM VARYING WS-O-IDX FROM 1 BY 1
                     UNTIL WS-O-IDX > WS-DEPT-COUNT
                        OR WS-D-IDX > 0
               IF WS-D-NAME (WS-O-IDX) = WS-E-DEPT (WS-E-IDX)
                 MOVE WS-O-IDX TO WS-D-IDX
               END-IF
             END-PERFORM
             MOVE SPACES TO WS-DET-DETAIL
             EVALUATE TRUE
               WHEN WS-D-IDX = 0
                 MOVE "DEPARTMENT NOT ON FILE" TO WS-DET-DETAIL
               WHEN WS-D-MANAGER (WS-D-IDX) = SPACES
                 MOVE "DEPARTMENT HAS NO MANAGER" TO WS-DET-DETAIL
               WHEN WS-D-MGR-LEFT (WS-D-IDX)
                 STRING "MANAGER " WS-D-MANAGER (WS-D-IDX)
                        " HAS LEFT"
                        DELIMITED BY SIZE INTO WS-DET-DETAIL
               WHEN WS-D-MGR-MISSING (WS-D-IDX)
                 STRING "MANAGER " WS-D-MANAGER (WS-D-IDX)
                        " NOT ON FILE"
                        DELIMITED BY SIZE INTO WS-DET-DETAIL
             END-EVALUATE
             IF WS-DET-DETAIL NOT = SPACES
               MOVE "MGR" TO WS-HIT-REASON
               SET WS-HIT-MEDIUM TO TRUE
               MOVE WS-E-IDX TO WS-FOUND-IDX
               PERFORM PRINT-TABLE-HIT
             END-IF
           END-IF
         END-PERFORM.
      *
        CHECK-REGISTER.
         MOVE WS-COMPANY TO PAYREG-COMPANY.
         MOVE SPACES TO PAYREG-DEPT PAYREG-NAME PAYREG-PERIOD-END.
         START PAYREG-FILE KEY IS >= PAYREG-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START PAYREG-FILE" TO WS-ABEND-MSG
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
             PERFORM CHECK-REGISTER-ROW
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CHECK-REGISTER-ROW.
      *    A row that pays nothing sends no money anywhere.
         IF PAYREG-NET-SETTLED
           MOVE PAYREG-NET-PAY TO WS-PAID-AMOUNT
         ELSE
           COMPUTE WS-PAID-AMOUNT = PAYREG-PERIOD-GROSS
                                  + PAYREG-RETRO-GROSS
                                  + PAYREG-OTP-GROSS
         END-IF.
         IF WS-PAID-AMOUNT > 0
           ADD 1 TO WS-REGISTER-COUNT
      *    The identifier follows the person through a transfer or
      *    a name change; rows settled before it was carried fall
      *    back on the key.
           IF PAYREG-EMPL-ID NOT = 0
             MOVE PAYREG-EMPL-ID TO EMPL-ID
             READ EMPL-FILE KEY IS EMPL-ID
           ELSE
             MOVE PAYREG-EMPL-KEY TO EMPL-KEY
             READ EMPL-FILE KEY IS EMPL-KEY
           END-IF
           IF NOT SUCCESSFUL
             IF NOT RECORD-NOT-FOUND
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
             MOVE "NOEM" TO WS-HIT-REASON
             SET WS-HIT-HIGH TO TRUE
             MOVE "PAID ON THE REGISTER, NOT ON EMPLOYEE FILE"
               TO WS-DET-DETAIL
             PERFORM PRINT-REGISTER-HIT
           ELSE
             PERFORM CHECK-PAID-LEAVER
           END-IF
         END-IF.
      *
        CHECK-PAID-LEAVER.
      *    A leaver whose last day falls inside this period is owed
      *    their final pay - listed low for the supervisor to confirm.
      *    Pay to anyone who left before the period began, or who is
      *    marked as left with no date to show when, is high. The
      *    off-cycle rows FinalPay writes are the final pay itself,
      *    paid on their own file and never through this period's
      *    payment run, so they are not screened as pay to a leaver.
         IF NOT PAYREG-FINAL-PAY
            AND (EMPL-TERMINATED
                 OR (EMPL-TERM-DATE NUMERIC
                     AND EMPL-TERM-DATE < WS-PERIOD-END))
           MOVE "TERM" TO WS-HIT-REASON
           MOVE SPACES TO WS-DET-DETAIL
           IF EMPL-TERM-DATE NUMERIC
              AND EMPL-TERM-DATE > WS-PRIOR-PERIOD-END
             SET WS-HIT-LOW TO TRUE
             STRING "FINAL PERIOD - LEFT " EMPL-TERM-DATE
                    DELIMITED BY SIZE INTO WS-DET-DETAIL
           ELSE
             SET WS-HIT-HIGH TO TRUE
             IF EMPL-TERM-DATE NUMERIC
               STRING "PAID AFTER LEAVING ON " EMPL-TERM-DATE
                      DELIMITED BY SIZE INTO WS-DET-DETAIL
             ELSE
               MOVE "PAID AFTER LEAVING - NO LEAVING DATE"
                 TO WS-DET-DETAIL
             END-IF
           END-IF
           PERFORM PRINT-REGISTER-HIT
         END-IF.
      *
        CHECK-OPERATOR-CHANGES.
      *    Only increases made since the last period end are
      *    screened - older ones were screened with their own period.
      *    One-time payments are not salary increases.
         MOVE "READ AUDIT-FILE" TO WS-ABEND-MSG.
         READ AUDIT-FILE.
         PERFORM ABORT-IF-READ-ERROR.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF AUDIT-COMPANY = WS-COMPANY
              AND AUDIT-EMPL-ID NOT = 0
              AND AUDIT-OPERATOR NOT = SPACES
              AND AUDIT-CHANGE-TYPE = SPACES
              AND AUDIT-NEW-SALARY > AUDIT-OLD-SALARY
              AND AUDIT-TIMESTAMP (1:8) > WS-PRIOR-PERIOD-END
              AND AUDIT-TIMESTAMP (1:8) <= WS-PERIOD-END
             ADD 1 TO WS-AUDIT-COUNT
             PERFORM CHECK-BANK-CHANGER
           END-IF
           MOVE "READ AUDIT-FILE" TO WS-ABEND-MSG
           READ AUDIT-FILE
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CHECK-BANK-CHANGER.
      *    The bank change log shares the file status with the audit
      *    file being read - the status is put back to clean after
      *    the scan so the audit loop does not see this scan's end.
         MOVE AUDIT-EMPL-ID  TO WS-AUDIT-EMPL-ID.
         MOVE AUDIT-OPERATOR TO WS-AUDIT-OPERATOR.
         MOVE "N" TO WS-BCH-MATCH-FLAG.
         MOVE WS-AUDIT-EMPL-ID TO BCH-EMPL-ID.
         MOVE SPACES TO BCH-STAMP.
         START BANK-CHANGE-FILE KEY IS >= BCH-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START BANK-CHANGE-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
           READ BANK-CHANGE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR BCH-EMPL-ID NOT = WS-AUDIT-EMPL-ID
                    OR WS-BCH-MATCH
           IF BCH-OPERATOR = WS-AUDIT-OPERATOR
             SET WS-BCH-MATCH TO TRUE
           ELSE
             MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
             READ BANK-CHANGE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-IF
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-BCH-MATCH
           MOVE "SELF" TO WS-HIT-REASON
           SET WS-HIT-HIGH TO TRUE
           MOVE SPACES TO WS-DET-DETAIL
           STRING "RAISED " AUDIT-TIMESTAMP (1:8) " BY "
                  WS-AUDIT-OPERATOR ", WHO CHANGED BANK "
                  BCH-STAMP (1:8)
                  DELIMITED BY SIZE INTO WS-DET-DETAIL
           MOVE WS-AUDIT-EMPL-ID TO WS-DET-EMPL-ID
           MOVE AUDIT-NAME TO WS-DET-NAME
           MOVE AUDIT-DEPT TO WS-DET-DEPT
           PERFORM PRINT-HIT
         END-IF.
      *
        PRINT-TABLE-HIT.
         MOVE WS-E-ID (WS-FOUND-IDX)   TO WS-DET-EMPL-ID.
         MOVE WS-E-NAME (WS-FOUND-IDX) TO WS-DET-NAME.
         MOVE WS-E-DEPT (WS-FOUND-IDX) TO WS-DET-DEPT.
         PERFORM PRINT-HIT.
      *
        PRINT-REGISTER-HIT.
         MOVE PAYREG-EMPL-ID TO WS-DET-EMPL-ID.
         MOVE PAYREG-NAME    TO WS-DET-NAME.
         MOVE PAYREG-DEPT    TO WS-DET-DEPT.
         PERFORM PRINT-HIT.
      *
        PRINT-HIT.
         ADD 1 TO WS-HIT-COUNT.
         MOVE WS-HIT-REASON TO WS-DET-REASON.
         EVALUATE TRUE
           WHEN WS-HIT-HIGH
             ADD 1 TO WS-HIGH-COUNT
             MOVE "HIGH"   TO WS-DET-SEVERITY
           WHEN WS-HIT-MEDIUM
             ADD 1 TO WS-MEDIUM-COUNT
             MOVE "MEDIUM" TO WS-DET-SEVERITY
           WHEN OTHER
             ADD 1 TO WS-LOW-COUNT
             MOVE "LOW"    TO WS-DET-SEVERITY
         END-EVALUATE.
         MOVE WS-HIT-LINE TO RPT-LINE.
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
