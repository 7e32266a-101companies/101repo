          COPY "copybooks/employee.fc".
          COPY "copybooks/salary-history.fc".
          COPY "copybooks/salary-audit.fc".
          COPY "copybooks/empl-transfer.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/salary-history.fd".
         COPY "copybooks/salary-audit.fd".
         COPY "copybooks/empl-transfer.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-AUDIT     VALUE 20000.
         78 WS-MAX-HIST      VALUE 100.
         78 WS-MAX-XFER-IN   VALUE 2000.
         01 WS-ALL-COMPANIES PIC X     VALUE "*".
         01 WS-COMPANY       PIC X(20).
         01 WS-ABEND-MSG     PIC X(40).
         01 WS-AUDIT-TABLE.
            05 WS-A-ENTRY OCCURS 20000 TIMES.
               10 WS-A-KEY        PIC X(60).
               10 WS-A-EMPL-ID    PIC 9(9).
               10 WS-A-OLD        PIC 9(9)V99.
               10 WS-A-NEW        PIC 9(9)V99.
               10 WS-A-TYPE       PIC X(4).
               10 WS-H-NEW        PIC 9(9)V99.
         01 WS-HIST-IDX      PIC 9(3).
         01 WS-SAVED-KEY     PIC X(60).
         01 WS-SAVED-ID      PIC 9(9).
         01 WS-OWNER-FLAG    PIC X.
            88 WS-OWN-ROW              VALUE "Y".
      *    Employees who moved into the company from another one -
      *    their audit rows from before the move are under the old
      *    company and still part of their chain.
         01 WS-XFER-IN-COUNT PIC 9(4) VALUE 0.
         01 WS-XFER-IN-TABLE.
            05 WS-XFER-IN-ID  PIC 9(9) OCCURS 2000 TIMES.
         01 WS-XFER-IDX      PIC 9(4).
         01 WS-XFER-IN-FLAG  PIC X.
            88 WS-MOVED-IN             VALUE "Y".
         01 WS-PREV-NEW      PIC 9(9)V99.
         01 WS-CHAIN-STARTED PIC X.
            88 WS-CHAINING             VALUE "Y".
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        PERFORM LOAD-TRANSFERS-IN.
        PERFORM LOAD-AUDIT-TABLE.
        PERFORM WALK-EMPLOYEES.
      *
      *    they were written, which is the order the chain must
      *    hold in. One-time payment rows carry their type and are
      *    not salary movements. The oldest row on file opens the
      *    live audit window. Rows another company wrote for an
      *    employee who has since moved here are kept with the rest.
         OPEN INPUT AUDIT-FILE.
         IF NOT SUCCESSFUL
           DISPLAY "NO LIVE AUDIT FILE - CHAIN CHECKED AGAINST "
             IF WS-COMPANY = WS-ALL-COMPANIES
                OR AUDIT-COMPANY = WS-COMPANY
               PERFORM KEEP-ONE-AUDIT-ROW
             ELSE
               PERFORM TEST-MOVED-IN
               IF WS-MOVED-IN
                 PERFORM KEEP-ONE-AUDIT-ROW
               END-IF
             END-IF
             MOVE "READ AUDIT-FILE" TO WS-ABEND-MSG
             READ AUDIT-FILE
         END-IF.
         ADD 1 TO WS-AUDIT-COUNT.
         MOVE AUDIT-EMPL-KEY    TO WS-A-KEY (WS-AUDIT-COUNT).
         MOVE AUDIT-EMPL-ID     TO WS-A-EMPL-ID (WS-AUDIT-COUNT).
         MOVE AUDIT-OLD-SALARY  TO WS-A-OLD (WS-AUDIT-COUNT).
         MOVE AUDIT-NEW-SALARY  TO WS-A-NEW (WS-AUDIT-COUNT).
         MOVE AUDIT-CHANGE-TYPE TO WS-A-TYPE (WS-AUDIT-COUNT).
         MOVE "N"               TO WS-A-USED (WS-AUDIT-COUNT).
      *
        LOAD-TRANSFERS-IN.
      *    Only a single-company audit needs these - the all-company
      *    audit keeps every row anyway. No transfer log means nobody
      *    has ever moved company.
         IF WS-COMPANY NOT = WS-ALL-COMPANIES
           OPEN INPUT TRANSFER-FILE
           IF NOT SUCCESSFUL
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ TRANSFER-FILE" TO WS-ABEND-MSG
             READ TRANSFER-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
             PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
               IF XFR-TO-COMPANY = WS-COMPANY
                 IF WS-XFER-IN-COUNT >= WS-MAX-XFER-IN
                   DISPLAY "TOO MANY TRANSFERS INTO " WS-COMPANY
                           " - MAX IS " WS-MAX-XFER-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-XFER-IN-COUNT
                 MOVE XFR-EMPL-ID TO WS-XFER-IN-ID (WS-XFER-IN-COUNT)
               END-IF
               MOVE "READ TRANSFER-FILE" TO WS-ABEND-MSG
               READ TRANSFER-FILE NEXT RECORD
               PERFORM ABORT-IF-READ-ERROR
             END-PERFORM
             MOVE "00" TO WS-FILE-STATUS
             MOVE "CLOSE TRANSFER-FILE" TO WS-ABEND-MSG
             CLOSE TRANSFER-FILE
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        TEST-MOVED-IN.
         MOVE "N" TO WS-XFER-IN-FLAG.
         IF AUDIT-EMPL-ID NOT = 0
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-IN-COUNT
                      OR WS-MOVED-IN
             IF WS-XFER-IN-ID (WS-XFER-IDX) = AUDIT-EMPL-ID
               SET WS-MOVED-IN TO TRUE
             END-IF
           END-PERFORM
         END-IF.
      *
        WALK-EMPLOYEES.
         IF WS-COMPANY NOT = WS-ALL-COMPANIES
      *
        CHECK-ONE-EMPLOYEE.
         MOVE EMPL-KEY TO WS-SAVED-KEY.
         MOVE EMPL-ID  TO WS-SAVED-ID.
         PERFORM LOAD-HISTORY-TABLE.
         PERFORM CHECK-CURRENT-VS-HISTORY.
         PERFORM CHECK-AUDIT-CHAIN.
         MOVE 0 TO WS-PREV-NEW.
         PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                 UNTIL WS-AUDIT-IDX > WS-AUDIT-COUNT
           PERFORM TEST-AUDIT-OWNER
           IF WS-OWN-ROW
              AND WS-A-TYPE (WS-AUDIT-IDX) = SPACES
             IF WS-CHAINING
                AND WS-A-OLD (WS-AUDIT-IDX) NOT = WS-PREV-NEW
         PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                 UNTIL WS-AUDIT-IDX > WS-AUDIT-COUNT
                    OR WS-MATCHED
           PERFORM TEST-AUDIT-OWNER
           IF WS-OWN-ROW
              AND WS-A-USED (WS-AUDIT-IDX) = "N"
              AND WS-A-TYPE (WS-AUDIT-IDX) = SPACES
              AND WS-A-OLD (WS-AUDIT-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-IF.
      *
        TEST-AUDIT-OWNER.
      *    A row is the employee's by EMPL-ID when both carry one -
      *    the identifier survives the transfers and moves between
      *    companies that rewrite the key, and its history is carried
      *    to the new key with it. Rows and records from before
      *    identifiers existed still match on the key.
         MOVE "N" TO WS-OWNER-FLAG.
         IF WS-A-EMPL-ID (WS-AUDIT-IDX) NOT = 0
            AND WS-SAVED-ID NOT = 0
           IF WS-A-EMPL-ID (WS-AUDIT-IDX) = WS-SAVED-ID
             SET WS-OWN-ROW TO TRUE
           END-IF
         ELSE
           IF WS-A-KEY (WS-AUDIT-IDX) = WS-SAVED-KEY
             SET WS-OWN-ROW TO TRUE
           END-IF
         END-IF.
      *
        OPEN-REPORT.
         SET RPT-OPEN-ACTION TO TRUE.
