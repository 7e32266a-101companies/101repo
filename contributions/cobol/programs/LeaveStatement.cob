       IDENTIFICATION DIVISION.
        PROGRAM-ID. LeaveStatement.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/leave-balance.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/leave-balance.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-LEAVE-TYPES VALUE 10.
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-CURRENT-DEPT   PIC X(20).
         01 WS-RECORD-FOUND   PIC X     VALUE "N".
            88 WS-ANY-RECORD            VALUE "Y".
         01 WS-LEAVE-OPEN-FLAG PIC X    VALUE "N".
            88 WS-LEAVE-ON              VALUE "Y".
         01 WS-EMPL-DONE-FLAG PIC X.
            88 WS-EMPL-DONE             VALUE "Y".
         01 WS-BALANCE-COUNT  PIC 9(4).
         01 WS-EMPL-COUNT     PIC 9(7) VALUE 0.
         01 WS-DEPT-EMPL-COUNT PIC 9(7).
      *    Department totals by leave type - days of different types
      *    are never added together.
         01 WS-TYPE-COUNT     PIC 99.
         01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY OCCURS 10 TIMES.
               10 WS-TT-TYPE       PIC X(4).
               10 WS-TT-DAYS       PIC 9(9)V99.
         01 WS-TYPE-IDX       PIC 99.
         01 WS-TYPE-FOUND-FLAG PIC X.
            88 WS-TYPE-FOUND            VALUE "Y".
         01 WS-COLUMN-HEAD.
            05 FILLER PIC X(4)  VALUE SPACES.
            05 FILLER PIC X(22) VALUE "EMPLOYEE".
            05 FILLER PIC X(11) VALUE "ID".
            05 FILLER PIC X(6)  VALUE "TYPE".
            05 FILLER PIC X(11) VALUE "BALANCE".
            05 FILLER PIC X(15) VALUE "LAST ACCRUAL".
            05 FILLER PIC X(10) VALUE "LAST TAKEN".
         01 WS-DETAIL-LINE.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 WS-DET-NAME         PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID      PIC 9(9).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-TYPE         PIC X(4).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-BALANCE      PIC ZZZZ9.99.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 WS-DET-ACCRUAL      PIC ZZ9.99.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 WS-DET-ACCRUAL-PERIOD PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-TAKEN-DATE   PIC X(8).
         01 WS-DEPT-LINE.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-DEPT   PIC X(20).
            05 FILLER              PIC X(4)  VALUE " SUB".
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-TYPE   PIC X(4).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DEPT-LINE-DAYS   PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Every active employee's leave balances, department by
      *    department, with the department's total days by leave
      *    type. Burst markers after each department let the spool
      *    copy go out to each manager separately.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
        ELSE
          MOVE SPACES TO WS-COMPANY
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY
          END-UNSTRING
        END-IF.
      *
        MOVE "LeaveStmt" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
      *    No balance file yet means no period has accrued - the
      *    statement still lists everyone.
        OPEN INPUT LEAVE-FILE.
        IF SUCCESSFUL
          SET WS-LEAVE-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        MOVE "LEAVE BALANCE STATEMENT" TO RPT-TITLE.
        MOVE "LeaveStmt" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE WS-COLUMN-HEAD TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        MOVE SPACES TO EMPL-KEY.
        MOVE WS-COMPANY TO EMPL-COMPANY.
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
        IF NOT END-OF-FILE AND EMPL-COMPANY = WS-COMPANY
          SET WS-ANY-RECORD TO TRUE
          MOVE EMPL-DEPT TO WS-CURRENT-DEPT
          PERFORM CLEAR-DEPT-TOTALS
        END-IF.
        PERFORM WITH TEST BEFORE
                UNTIL END-OF-FILE
                   OR EMPL-COMPANY NOT = WS-COMPANY
          IF EMPL-DEPT NOT = WS-CURRENT-DEPT
            PERFORM PRINT-DEPT-TOTALS
            MOVE EMPL-DEPT TO WS-CURRENT-DEPT
            PERFORM CLEAR-DEPT-TOTALS
          END-IF
          IF NOT EMPL-TERMINATED
            PERFORM PRINT-EMPLOYEE-BALANCES
          END-IF
          MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
          READ EMPL-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
        MOVE "00" TO WS-FILE-STATUS.
        IF WS-ANY-RECORD
          PERFORM PRINT-DEPT-TOTALS
        END-IF.
        MOVE SPACES TO RPT-LINE.
        STRING "EMPLOYEES ON STATEMENT: " WS-EMPL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-LEAVE-ON
          MOVE "CLOSE LEAVE-FILE" TO WS-ABEND-MSG
          CLOSE LEAVE-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        DISPLAY "EMPLOYEES ON STATEMENT: " WS-EMPL-COUNT.
        MOVE WS-EMPL-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        PRINT-EMPLOYEE-BALANCES.
      *    An employee with no balances yet still gets a line, so
      *    the statement shows who has accrued nothing.
         ADD 1 TO WS-EMPL-COUNT WS-DEPT-EMPL-COUNT.
         MOVE 0 TO WS-BALANCE-COUNT.
         IF WS-LEAVE-ON AND EMPL-ID NOT = 0
           MOVE EMPL-ID TO LV-EMPL-ID
           MOVE SPACES  TO LV-TYPE
           MOVE "START LEAVE-FILE" TO WS-ABEND-MSG
           START LEAVE-FILE KEY IS >= LV-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "N" TO WS-EMPL-DONE-FLAG
           IF SUCCESSFUL
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             READ LEAVE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET WS-EMPL-DONE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL WS-EMPL-DONE OR END-OF-FILE
                      OR LV-EMPL-ID NOT = EMPL-ID
             PERFORM PRINT-ONE-BALANCE
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             READ LEAVE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-BALANCE-COUNT = 0
           MOVE SPACES TO RPT-LINE
           STRING "    " EMPL-NAME "  " EMPL-ID
                  "  NO LEAVE BALANCES" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
      *
        PRINT-ONE-BALANCE.
         ADD 1 TO WS-BALANCE-COUNT.
         MOVE EMPL-NAME              TO WS-DET-NAME.
         MOVE EMPL-ID                TO WS-DET-EMPL-ID.
         MOVE LV-TYPE                TO WS-DET-TYPE.
         MOVE LV-BALANCE             TO WS-DET-BALANCE.
         MOVE LV-LAST-ACCRUAL        TO WS-DET-ACCRUAL.
         MOVE LV-LAST-ACCRUAL-PERIOD TO WS-DET-ACCRUAL-PERIOD.
         MOVE LV-LAST-TAKEN-DATE     TO WS-DET-TAKEN-DATE.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM ADD-TYPE-TOTAL.
      *
        ADD-TYPE-TOTAL.
         MOVE "N" TO WS-TYPE-FOUND-FLAG.
         PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > WS-TYPE-COUNT OR WS-TYPE-FOUND
           IF WS-TT-TYPE (WS-TYPE-IDX) = LV-TYPE
             ADD LV-BALANCE TO WS-TT-DAYS (WS-TYPE-IDX)
             SET WS-TYPE-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF NOT WS-TYPE-FOUND AND WS-TYPE-COUNT < WS-MAX-LEAVE-TYPES
           ADD 1 TO WS-TYPE-COUNT
           MOVE LV-TYPE    TO WS-TT-TYPE (WS-TYPE-COUNT)
           MOVE LV-BALANCE TO WS-TT-DAYS (WS-TYPE-COUNT)
         END-IF.
      *
        CLEAR-DEPT-TOTALS.
         MOVE 0 TO WS-TYPE-COUNT WS-DEPT-EMPL-COUNT.
         INITIALIZE WS-TYPE-TABLE.
      *
        PRINT-DEPT-TOTALS.
         IF WS-DEPT-EMPL-COUNT > 0
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
             MOVE WS-CURRENT-DEPT TO WS-DEPT-LINE-DEPT
             MOVE WS-TT-TYPE (WS-TYPE-IDX) TO WS-DEPT-LINE-TYPE
             MOVE WS-TT-DAYS (WS-TYPE-IDX) TO WS-DEPT-LINE-DAYS
             MOVE WS-DEPT-LINE TO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           END-PERFORM
           MOVE WS-CURRENT-DEPT TO RPT-LINE
           PERFORM MARK-DEPT-BREAK
         END-IF.
      *
        MARK-DEPT-BREAK.
      *    Tells the spool copy where one department's block ends so
      *    BurstReport can split the report per manager; the live
      *    print file ignores it.
         SET RPT-BREAK-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
         MOVE SPACES TO RPT-LINE.
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
