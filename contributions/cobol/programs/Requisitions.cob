       IDENTIFICATION DIVISION.
        PROGRAM-ID. Requisitions.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/req-trans.fc".
          COPY "copybooks/requisition.fc".
          COPY "copybooks/department.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/position.fc".
          COPY "copybooks/salary-band.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/req-trans.fd".
         COPY "copybooks/requisition.fd".
         COPY "copybooks/department.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/position.fd".
         COPY "copybooks/salary-band.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-T-ACTION       PIC X.
            88 WS-T-OPEN-ROW           VALUE "O".
            88 WS-T-APPROVE-ROW        VALUE "A".
            88 WS-T-CANCEL-ROW         VALUE "C".
         01 WS-T-COMPANY      PIC X(20).
         01 WS-T-DEPT         PIC X(20).
         01 WS-T-NUMBER       PIC X(10).
         01 WS-T-GRADE        PIC X(4).
         01 WS-T-AMOUNT-X     PIC X(12).
         01 WS-T-AMOUNT       PIC 9(9)V99.
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-TODAY          PIC X(8).
         01 WS-SCAN-IDX       PIC 99.
         01 WS-POINT-COUNT    PIC 99.
         01 WS-DIGIT-COUNT    PIC 99.
         01 WS-BLANK-SEEN-FLAG PIC X.
            88 WS-BLANK-SEEN           VALUE "Y".
         01 WS-POS-ON-FLAG    PIC X     VALUE "N".
            88 WS-POS-ON               VALUE "Y".
         01 WS-BAND-ON-FLAG   PIC X     VALUE "N".
            88 WS-BAND-ON              VALUE "Y".
         01 WS-ACTIVE-COUNT   PIC 9(5).
         01 WS-OUTSTANDING-COUNT PIC 9(5).
         01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         01 WS-DETAIL-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-ACTION      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NUMBER      PIC X(10).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-GRADE       PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-BUDGET      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-RESULT      PIC X(40).
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Raises, approves and cancels the requisitions recruiting
      *    works against. A requisition is only raised while the
      *    department has an authorized position free for it - its
      *    headcount plus the requisitions already outstanding must
      *    stay within POS-AUTHORIZED - and its budget must sit in
      *    the band for its grade. EmplMaint fills it when the hire
      *    that quotes its number is added.
        MOVE "Requisitions" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *
        MOVE "OPEN REQ-TRANS-FILE" TO WS-ABEND-MSG.
        OPEN INPUT REQ-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN DEPT-FILE" TO WS-ABEND-MSG.
        OPEN INPUT DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-REQ-FILE.
        PERFORM OPEN-CONTROL-FILES.
      *
        MOVE "REQUISITION REGISTER" TO RPT-TITLE.
        MOVE "Requisitions" TO RPT-PROGRAM.
        MOVE "*" TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        MOVE "READ REQ-TRANS-FILE" TO WS-ABEND-MSG.
        READ REQ-TRANS-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM HANDLE-ONE-TRANSACTION
          MOVE "READ REQ-TRANS-FILE" TO WS-ABEND-MSG
          READ REQ-TRANS-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-APPLIED-COUNT " TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE REQ-TRANS-FILE" TO WS-ABEND-MSG.
        CLOSE REQ-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEPT-FILE" TO WS-ABEND-MSG.
        CLOSE DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE REQ-FILE" TO WS-ABEND-MSG.
        CLOSE REQ-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-POS-ON
          MOVE "CLOSE POSITION-FILE" TO WS-ABEND-MSG
          CLOSE POSITION-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-BAND-ON
          MOVE "CLOSE BAND-FILE" TO WS-ABEND-MSG
          CLOSE BAND-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        DISPLAY "REQUISITION TOTALS".
        DISPLAY "  TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
        IF WS-REJECTED-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        HANDLE-ONE-TRANSACTION.
      *    O|company|dept|requisition|grade|budget-salary
      *    A|company|dept|requisition
      *    C|company|dept|requisition
         MOVE SPACES TO WS-REJECT-REASON WS-T-ACTION WS-T-COMPANY
                        WS-T-DEPT WS-T-NUMBER WS-T-GRADE
                        WS-T-AMOUNT-X.
         MOVE 0 TO WS-T-AMOUNT.
         UNSTRING REQ-TRANS-RECORD DELIMITED BY "|"
             INTO WS-T-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NUMBER
                  WS-T-GRADE WS-T-AMOUNT-X
         END-UNSTRING.
         IF WS-T-COMPANY = SPACES OR WS-T-DEPT = SPACES
            OR WS-T-NUMBER = SPACES
           MOVE "COMPANY/DEPT/NUMBER REQUIRED" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           EVALUATE TRUE
             WHEN WS-T-OPEN-ROW
               PERFORM APPLY-OPEN
             WHEN WS-T-APPROVE-ROW
               PERFORM APPLY-APPROVE
             WHEN WS-T-CANCEL-ROW
               PERFORM APPLY-CANCEL
             WHEN OTHER
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE
         END-IF.
         MOVE SPACES TO WS-DETAIL-LINE.
         EVALUATE TRUE
           WHEN WS-T-OPEN-ROW
             MOVE "OPEN"    TO WS-DET-ACTION
           WHEN WS-T-APPROVE-ROW
             MOVE "APPROVE" TO WS-DET-ACTION
           WHEN WS-T-CANCEL-ROW
             MOVE "CANCEL"  TO WS-DET-ACTION
           WHEN OTHER
             MOVE WS-T-ACTION TO WS-DET-ACTION
         END-EVALUATE.
         MOVE WS-T-DEPT   TO WS-DET-DEPT.
         MOVE WS-T-NUMBER TO WS-DET-NUMBER.
         MOVE WS-T-GRADE  TO WS-DET-GRADE.
         MOVE WS-T-AMOUNT TO WS-DET-BUDGET.
         IF WS-REJECT-REASON = SPACES
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-DET-RESULT
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " REQ-TRANS-RECORD " - "
                   WS-REJECT-REASON
           STRING "REJECTED - " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-DET-RESULT
         END-IF.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        APPLY-OPEN.
      *    Each edit runs only while the transaction is still clean -
      *    the first reject reason stands.
         IF WS-T-GRADE = SPACES
           MOVE "GRADE REQUIRED" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-AMOUNT
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-DEPT-EXISTS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-BUDGET-IN-BAND
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-COMPANY TO REQ-COMPANY
           MOVE WS-T-DEPT    TO REQ-DEPT
           MOVE WS-T-NUMBER  TO REQ-NUMBER
           READ REQ-FILE KEY IS REQ-KEY
           IF SUCCESSFUL
             MOVE "REQUISITION ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ REQ-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-POSITION-FREE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           INITIALIZE REQ-RECORD
           MOVE WS-T-COMPANY TO REQ-COMPANY
           MOVE WS-T-DEPT    TO REQ-DEPT
           MOVE WS-T-NUMBER  TO REQ-NUMBER
           MOVE WS-T-GRADE   TO REQ-GRADE
           MOVE WS-T-AMOUNT  TO REQ-BUDGET-SALARY
           SET REQ-OPEN TO TRUE
           MOVE WS-TODAY     TO REQ-OPENED-DATE
           MOVE "WRITE REQ-RECORD" TO WS-ABEND-MSG
           WRITE REQ-RECORD
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        APPLY-APPROVE.
         PERFORM READ-TRANS-REQUISITION.
         IF WS-REJECT-REASON = SPACES AND NOT REQ-OPEN
           MOVE "NOT AWAITING APPROVAL" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           SET REQ-APPROVED TO TRUE
           MOVE WS-TODAY TO REQ-APPROVED-DATE
           MOVE "REWRITE REQ-RECORD" TO WS-ABEND-MSG
           REWRITE REQ-RECORD
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        APPLY-CANCEL.
      *    Cancelling gives the position back to the department.
         PERFORM READ-TRANS-REQUISITION.
         IF WS-REJECT-REASON = SPACES AND NOT REQ-OUTSTANDING
           MOVE "REQUISITION NOT OUTSTANDING" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           SET REQ-CANCELLED TO TRUE
           MOVE WS-TODAY TO REQ-CANCELLED-DATE
           MOVE "REWRITE REQ-RECORD" TO WS-ABEND-MSG
           REWRITE REQ-RECORD
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        READ-TRANS-REQUISITION.
         MOVE WS-T-COMPANY TO REQ-COMPANY.
         MOVE WS-T-DEPT    TO REQ-DEPT.
         MOVE WS-T-NUMBER  TO REQ-NUMBER.
         READ REQ-FILE KEY IS REQ-KEY.
         IF SUCCESSFUL
           MOVE REQ-GRADE         TO WS-T-GRADE
           MOVE REQ-BUDGET-SALARY TO WS-T-AMOUNT
         ELSE
           IF RECORD-NOT-FOUND
             MOVE "REQUISITION NOT ON FILE" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ REQ-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        EDIT-AMOUNT.
      *    The budget arrives as text - accept only digits with at
      *    most one decimal point, and insist on at least one digit,
      *    before trusting the MOVE into the numeric field.
         MOVE 0 TO WS-POINT-COUNT WS-DIGIT-COUNT.
         MOVE "N" TO WS-BLANK-SEEN-FLAG.
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > 12
           EVALUATE TRUE
             WHEN WS-T-AMOUNT-X (WS-SCAN-IDX:1) = SPACE
               SET WS-BLANK-SEEN TO TRUE
             WHEN WS-BLANK-SEEN
               MOVE "MALFORMED BUDGET SALARY" TO WS-REJECT-REASON
             WHEN WS-T-AMOUNT-X (WS-SCAN-IDX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
             WHEN WS-T-AMOUNT-X (WS-SCAN-IDX:1) = "."
               ADD 1 TO WS-POINT-COUNT
             WHEN OTHER
               MOVE "MALFORMED BUDGET SALARY" TO WS-REJECT-REASON
           END-EVALUATE
         END-PERFORM.
         IF WS-DIGIT-COUNT = 0 OR WS-POINT-COUNT > 1
           MOVE "MALFORMED BUDGET SALARY" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-AMOUNT-X TO WS-T-AMOUNT
           IF WS-T-AMOUNT = 0
             MOVE "BUDGET SALARY REQUIRED" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        CHECK-DEPT-EXISTS.
         MOVE WS-T-COMPANY TO DEPT-COMPANY.
         MOVE WS-T-DEPT    TO DEPT-NAME.
         READ DEPT-FILE KEY IS DEPT-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        CHECK-BUDGET-IN-BAND.
      *    A budget outside the grade's band could never be hired
      *    against - EmplMaint holds the hire to both. A site that
      *    keeps no bands checks none.
         IF WS-BAND-ON
           MOVE WS-T-COMPANY TO BAND-COMPANY
           MOVE WS-T-GRADE   TO BAND-GRADE
           READ BAND-FILE KEY IS BAND-KEY
           IF SUCCESSFUL
             IF WS-T-AMOUNT < BAND-MIN
               MOVE "BUDGET BELOW GRADE BAND" TO WS-REJECT-REASON
             END-IF
             IF WS-T-AMOUNT > BAND-MAX
               MOVE "BUDGET ABOVE GRADE BAND" TO WS-REJECT-REASON
             END-IF
           ELSE
             IF RECORD-NOT-FOUND
               MOVE "NO BAND FOR GRADE" TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ BAND-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
      *
        CHECK-POSITION-FREE.
      *    Unlike a hire, a requisition is refused outright once it
      *    would take the department past its establishment, and a
      *    department with no position record has none to recruit
      *    against.
         IF NOT WS-POS-ON
           MOVE "NO POSITION CONTROL FOR DEPT" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-COMPANY TO POS-COMPANY
           MOVE WS-T-DEPT    TO POS-DEPT
           READ POSITION-FILE KEY IS POS-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "NO POSITION CONTROL FOR DEPT"
                 TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ POSITION-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM COUNT-DEPT-ACTIVES
           PERFORM COUNT-DEPT-OUTSTANDING
           IF WS-ACTIVE-COUNT + WS-OUTSTANDING-COUNT + 1
              > POS-AUTHORIZED
             MOVE "NO AUTHORIZED POSITION FREE" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        COUNT-DEPT-ACTIVES.
         MOVE 0 TO WS-ACTIVE-COUNT.
         MOVE WS-T-COMPANY TO EMPL-COMPANY.
         MOVE WS-T-DEPT    TO EMPL-DEPT.
         MOVE SPACES       TO EMPL-NAME.
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
                    OR EMPL-COMPANY NOT = WS-T-COMPANY
                    OR EMPL-DEPT NOT = WS-T-DEPT
           IF NOT EMPL-TERMINATED
             ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        COUNT-DEPT-OUTSTANDING.
         MOVE 0 TO WS-OUTSTANDING-COUNT.
         MOVE WS-T-COMPANY TO REQ-COMPANY.
         MOVE WS-T-DEPT    TO REQ-DEPT.
         MOVE SPACES       TO REQ-NUMBER.
         MOVE "START REQ-FILE" TO WS-ABEND-MSG.
         START REQ-FILE KEY IS >= REQ-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ REQ-FILE" TO WS-ABEND-MSG
           READ REQ-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR REQ-COMPANY NOT = WS-T-COMPANY
                    OR REQ-DEPT NOT = WS-T-DEPT
           IF REQ-OUTSTANDING
             ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE "READ REQ-FILE" TO WS-ABEND-MSG
           READ REQ-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        OPEN-REQ-FILE.
         MOVE "OPEN REQ-FILE" TO WS-ABEND-MSG.
         OPEN I-O REQ-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT REQ-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE REQ-FILE
           OPEN I-O REQ-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-CONTROL-FILES.
      *    Without POSITIONS nothing can be recruited against;
      *    without bands no budget is checked.
         OPEN INPUT POSITION-FILE.
         IF SUCCESSFUL
           SET WS-POS-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT BAND-FILE.
         IF SUCCESSFUL
           SET WS-BAND-ON TO TRUE
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
