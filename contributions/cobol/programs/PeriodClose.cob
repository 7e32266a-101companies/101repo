        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/leave-balance.fc".
          COPY "copybooks/leave-rate.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/leave-balance.fd".
         COPY "copybooks/leave-rate.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-COMPANY        PIC X(20).
         01 WS-PERIOD-END     PIC X(8).
         01 WS-CLOSED-COUNT   PIC 9(7) VALUE 0.
         01 WS-PERIOD-CLOSED-FLAG PIC X VALUE "N".
            88 WS-PERIOD-CLOSED         VALUE "Y".
         78 WS-MAX-LEAVE-RATES VALUE 500.
         78 WS-MAX-LEAVE-TYPES VALUE 10.
         01 WS-PERIODS        PIC 99.
         01 WS-RATE-COUNT     PIC 9(4) VALUE 0.
         01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-RT-GRADE      PIC X(4).
               10 WS-RT-TYPE       PIC X(4).
               10 WS-RT-MIN-YEARS  PIC 99.
               10 WS-RT-DAYS       PIC 9(3)V99.
               10 WS-RT-CAP        PIC 9(5)V99.
         01 WS-RATE-IDX       PIC 9(4).
      *    The rows that apply to the employee in hand, one per leave
      *    type - the table is in key order, so a later row of the
      *    same type is a higher service step and replaces the pick.
         01 WS-PICK-COUNT     PIC 99.
         01 WS-PICK-TABLE.
            05 WS-PICK-ENTRY OCCURS 10 TIMES.
               10 WS-PK-TYPE       PIC X(4).
               10 WS-PK-DAYS       PIC 9(3)V99.
               10 WS-PK-CAP        PIC 9(5)V99.
         01 WS-PICK-IDX       PIC 99.
         01 WS-LOOKUP-GRADE   PIC X(4).
         01 WS-PERIOD-END-N   PIC 9(8).
         01 WS-HIRE-DATE-N    PIC 9(8).
         01 WS-SERVICE-YEARS  PIC 99.
         01 WS-FTE            PIC 9(3).
         01 WS-ACCRUAL        PIC 9(3)V99.
         01 WS-NEW-BALANCE    PIC 9(6)V99.
         01 WS-LEAVE-ON-FILE-FLAG PIC X.
            88 WS-LEAVE-ON-FILE         VALUE "Y".
         01 WS-ACCRUAL-COUNT  PIC 9(7) VALUE 0.
         01 WS-CAPPED-COUNT   PIC 9(7) VALUE 0.
         01 WS-NO-ID-COUNT    PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.
      *
        MOVE "PeriodClose" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-PERIOD-END TO RUN-PERIOD-END.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
            DISPLAY "PERIOD " WS-PERIOD-END " FOR " WS-COMPANY
                    " WAS ALREADY CLOSED AT " CAL-CLOSED-STAMP
            MOVE 4 TO RETURN-CODE
            SET WS-PERIOD-CLOSED TO TRUE
            MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS
          ELSE
            SET CAL-CLOSED TO TRUE
            MOVE FUNCTION CURRENT-DATE (1:14) TO CAL-CLOSED-STAMP
            ADD 1 TO WS-CLOSED-COUNT
            DISPLAY "PERIOD " WS-PERIOD-END " CLOSED FOR "
                    WS-COMPANY
            SET WS-PERIOD-CLOSED TO TRUE
            MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS
          END-IF
        END-IF.
      *
        MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
        CLOSE CALENDAR-FILE.
        PERFORM ABORT-IF-ERROR.
      *
      *    Closing a period earns every active employee one period's
      *    leave. A repeat close of the same period runs the accruals
      *    again, so a rerun after a failure part way through them
      *    completes them - a balance already credited for the
      *    period is not credited twice.
        IF WS-PERIOD-CLOSED
          PERFORM POST-LEAVE-ACCRUALS
        END-IF.
      *
        MOVE WS-CLOSED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        POST-LEAVE-ACCRUALS.
         PERFORM LOAD-LEAVE-RATES.
         IF WS-RATE-COUNT = 0
           DISPLAY "NO LEAVE RATE TABLE - NO LEAVE ACCRUED"
         ELSE
           MOVE WS-PERIOD-END TO WS-PERIOD-END-N
           MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG
           OPEN INPUT EMPL-FILE
           PERFORM ABORT-IF-ERROR
           PERFORM OPEN-LEAVE-FILE
           MOVE SPACES TO EMPL-KEY
           MOVE WS-COMPANY TO EMPL-COMPANY
           MOVE "START EMPL-FILE" TO WS-ABEND-MSG
           START EMPL-FILE KEY IS >= EMPL-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             READ EMPL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR EMPL-COMPANY NOT = WS-COMPANY
             IF NOT EMPL-TERMINATED
               PERFORM ACCRUE-EMPLOYEE-LEAVE
             END-IF
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             READ EMPL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG
           CLOSE EMPL-FILE
           PERFORM ABORT-IF-ERROR
           MOVE "CLOSE LEAVE-FILE" TO WS-ABEND-MSG
           CLOSE LEAVE-FILE
           PERFORM ABORT-IF-ERROR
           DISPLAY "LEAVE ACCRUALS POSTED: " WS-ACCRUAL-COUNT
           DISPLAY "  HELD AT CAP:         " WS-CAPPED-COUNT
           DISPLAY "  SKIPPED - NO ID:     " WS-NO-ID-COUNT
           IF WS-NO-ID-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
      *
        LOAD-LEAVE-RATES.
      *    The policy table is small - held in storage for the run so
      *    each employee's entitlement is a table scan, not a file
      *    search. No table on file means no leave policy yet.
         MOVE 0 TO WS-RATE-COUNT.
         OPEN INPUT LVRATE-FILE.
         IF SUCCESSFUL
           MOVE "READ LVRATE-FILE" TO WS-ABEND-MSG
           READ LVRATE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF WS-RATE-COUNT < WS-MAX-LEAVE-RATES
               ADD 1 TO WS-RATE-COUNT
               MOVE LVR-GRADE TO WS-RT-GRADE (WS-RATE-COUNT)
               MOVE LVR-TYPE  TO WS-RT-TYPE (WS-RATE-COUNT)
               MOVE LVR-MIN-YEARS TO WS-RT-MIN-YEARS (WS-RATE-COUNT)
               MOVE LVR-DAYS-PER-YEAR TO WS-RT-DAYS (WS-RATE-COUNT)
               MOVE LVR-CAP   TO WS-RT-CAP (WS-RATE-COUNT)
             ELSE
               DISPLAY "LEAVE RATE TABLE FULL - IGNORED " LVR-KEY
             END-IF
             READ LVRATE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           MOVE "CLOSE LVRATE-FILE" TO WS-ABEND-MSG
           CLOSE LVRATE-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        OPEN-LEAVE-FILE.
         MOVE "OPEN LEAVE-FILE" TO WS-ABEND-MSG.
         OPEN I-O LEAVE-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT LEAVE-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE LEAVE-FILE
           OPEN I-O LEAVE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        ACCRUE-EMPLOYEE-LEAVE.
      *    Balances are keyed by the identifier, so a record that
      *    was never stamped cannot hold one.
         IF EMPL-ID = 0
           ADD 1 TO WS-NO-ID-COUNT
           DISPLAY "NO EMPLOYEE ID - NO LEAVE ACCRUED FOR "
                   EMPL-KEY
         ELSE
           PERFORM COMPUTE-SERVICE-YEARS
           MOVE EMPL-GRADE TO WS-LOOKUP-GRADE
           PERFORM PICK-LEAVE-RATES
           IF WS-PICK-COUNT = 0
             MOVE "*" TO WS-LOOKUP-GRADE
             PERFORM PICK-LEAVE-RATES
           END-IF
           MOVE EMPL-FTE-PCT TO WS-FTE
           IF WS-FTE = 0
             MOVE 100 TO WS-FTE
           END-IF
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
             PERFORM POST-ONE-ACCRUAL
           END-PERFORM
         END-IF.
      *
        COMPUTE-SERVICE-YEARS.
      *    Completed years from the hire date to the period end -
      *    the YYYYMMDD difference divided by 10000 counts a year
      *    only once its anniversary is reached. A rehire's service
      *    date, where there is one, stands in for the hire date. No
      *    usable date counts as a first-year employee.
         MOVE 0 TO WS-SERVICE-YEARS.
         IF EMPL-SERVICE-DATE IS NUMERIC
           MOVE EMPL-SERVICE-DATE TO WS-HIRE-DATE-N
         ELSE
           IF EMPL-HIRE-DATE IS NUMERIC
             MOVE EMPL-HIRE-DATE TO WS-HIRE-DATE-N
           ELSE
             MOVE 0 TO WS-HIRE-DATE-N
           END-IF
         END-IF.
         IF WS-HIRE-DATE-N > 0
           IF WS-HIRE-DATE-N < WS-PERIOD-END-N
             COMPUTE WS-SERVICE-YEARS =
                     (WS-PERIOD-END-N - WS-HIRE-DATE-N) / 10000
           END-IF
         END-IF.
      *
        PICK-LEAVE-RATES.
         MOVE 0 TO WS-PICK-COUNT.
         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
           IF WS-RT-GRADE (WS-RATE-IDX) = WS-LOOKUP-GRADE
              AND WS-RT-MIN-YEARS (WS-RATE-IDX) NOT > WS-SERVICE-YEARS
             PERFORM PICK-ONE-RATE
           END-IF
         END-PERFORM.
      *
        PICK-ONE-RATE.
         IF WS-PICK-COUNT = 0
            OR WS-PK-TYPE (WS-PICK-COUNT) NOT = WS-RT-TYPE (WS-RATE-IDX)
           IF WS-PICK-COUNT >= WS-MAX-LEAVE-TYPES
             DISPLAY "TOO MANY LEAVE TYPES FOR GRADE " WS-LOOKUP-GRADE
                     " - MAX IS " WS-MAX-LEAVE-TYPES
             MOVE 16 TO RETURN-CODE
             PERFORM END-RUN-LOG
             STOP RUN
           END-IF
           ADD 1 TO WS-PICK-COUNT
         END-IF.
         MOVE WS-RT-TYPE (WS-RATE-IDX) TO WS-PK-TYPE (WS-PICK-COUNT).
         MOVE WS-RT-DAYS (WS-RATE-IDX) TO WS-PK-DAYS (WS-PICK-COUNT).
         MOVE WS-RT-CAP (WS-RATE-IDX)  TO WS-PK-CAP (WS-PICK-COUNT).
      *
        POST-ONE-ACCRUAL.
      *    One period's share of the yearly entitlement, prorated by
      *    FTE, and never past the cap. The balance remembers the
      *    period it was last credited for, so a period is never
      *    credited twice.
         MOVE EMPL-ID TO LV-EMPL-ID.
         MOVE WS-PK-TYPE (WS-PICK-IDX) TO LV-TYPE.
         MOVE "N" TO WS-LEAVE-ON-FILE-FLAG.
         READ LEAVE-FILE KEY IS LV-KEY.
         IF SUCCESSFUL
           SET WS-LEAVE-ON-FILE TO TRUE
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE LEAVE-RECORD
             MOVE EMPL-ID TO LV-EMPL-ID
             MOVE WS-PK-TYPE (WS-PICK-IDX) TO LV-TYPE
           ELSE
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF LV-LAST-ACCRUAL-PERIOD < WS-PERIOD-END
           PERFORM CREDIT-ONE-ACCRUAL
         END-IF.
      *
        CREDIT-ONE-ACCRUAL.
      *    A balance already over the cap - the cap lowered since it
      *    was earned - is left where it is, not clawed back.
         COMPUTE WS-ACCRUAL ROUNDED =
                 WS-PK-DAYS (WS-PICK-IDX) * WS-FTE
                 / (WS-PERIODS * 100).
         COMPUTE WS-NEW-BALANCE = LV-BALANCE + WS-ACCRUAL.
         IF WS-NEW-BALANCE > WS-PK-CAP (WS-PICK-IDX)
           IF LV-BALANCE > WS-PK-CAP (WS-PICK-IDX)
             MOVE LV-BALANCE TO WS-NEW-BALANCE
           ELSE
             MOVE WS-PK-CAP (WS-PICK-IDX) TO WS-NEW-BALANCE
           END-IF
           ADD 1 TO WS-CAPPED-COUNT
         END-IF.
         COMPUTE LV-LAST-ACCRUAL = WS-NEW-BALANCE - LV-BALANCE.
         MOVE WS-NEW-BALANCE TO LV-BALANCE.
         MOVE WS-PERIOD-END  TO LV-LAST-ACCRUAL-PERIOD.
         IF WS-LEAVE-ON-FILE
           MOVE "REWRITE LEAVE-RECORD" TO WS-ABEND-MSG
           REWRITE LEAVE-RECORD
         ELSE
           MOVE "WRITE LEAVE-RECORD" TO WS-ABEND-MSG
           WRITE LEAVE-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-ACCRUAL-COUNT.
      *
        START-RUN-LOG.
         SET RUN-START-ACTION TO TRUE.
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
