         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/journal-control.ws".
         COPY "copybooks/approval-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CTL-CUR-COMPANY PIC X(20).
         01 WS-CTL-COUNT       PIC 9(9).
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         01 WS-DETAIL-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        PERFORM START-JOURNAL.
        PERFORM START-APPROVALS.
      *
        MOVE "OPEN PROMO-FILE" TO WS-ABEND-MSG.
        OPEN INPUT PROMO-FILE.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-APPLIED-COUNT " PROMOTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD FOR APPROVAL"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
        PERFORM ABORT-IF-ERROR.
      *
        PERFORM END-JOURNAL.
        PERFORM END-APPROVALS.
      *
        PERFORM REBUILD-CONTROL-TOTALS.
      *
        DISPLAY "PROMOTION TOTALS".
        DISPLAY "  PROMOTIONS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  PROMOTIONS REJECTED: " WS-REJECTED-COUNT.
        DISPLAY "  HELD FOR APPROVAL:   " WS-HELD-COUNT.
        IF WS-REJECTED-COUNT > 0 OR WS-HELD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
         MOVE SPACES TO WS-REJECT-REASON WS-T-COMPANY WS-T-DEPT
                        WS-T-NAME WS-T-GRADE.
         INITIALIZE WS-T-SALARY.
         SET APPR-CLEAR TO TRUE.
         UNSTRING PROMO-RECORD DELIMITED BY "|"
             INTO WS-T-COMPANY WS-T-DEPT WS-T-NAME WS-T-GRADE
                  WS-T-SALARY
           PERFORM APPLY-PROMOTION
         END-IF.
         IF WS-REJECT-REASON = SPACES
           IF APPR-HELD
             ADD 1 TO WS-HELD-COUNT
           ELSE
             ADD 1 TO WS-APPLIED-COUNT
           END-IF
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " WS-T-COMPANY " " WS-T-DEPT " "
         END-IF.
      *
        APPLY-PROMOTION.
         MOVE EMPL-SALARY TO WS-OLD-SALARY.
         MOVE EMPL-GRADE  TO WS-OLD-GRADE.
         PERFORM SUBMIT-FOR-APPROVAL.
         IF NOT APPR-HELD
           PERFORM JOURNAL-EMPL-BEFORE
           MOVE WS-T-GRADE  TO EMPL-GRADE
           MOVE WS-T-SALARY TO EMPL-SALARY
           MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
           REWRITE EMPL-RECORD
           PERFORM ABORT-IF-EMPL-WRITE-ERROR
           IF EMPL-SALARY NOT = WS-OLD-SALARY
             PERFORM WRITE-AUDIT-RECORD
             PERFORM WRITE-HISTORY-RECORD
           END-IF
           PERFORM PRINT-PROMOTION-LINE
         END-IF.
      *
        SUBMIT-FOR-APPROVAL.
      *    A promotion whose salary move is over the company's
      *    approval limit goes to the queue - new grade and salary
      *    together - and is left untouched here for a second
      *    operator to approve.
         SET APPR-SUBMIT-ACTION TO TRUE.
         SET APPR-SALARY-CHANGE TO TRUE.
         MOVE RUN-PROGRAM   TO APPR-PROGRAM.
         MOVE JCTL-RUN-ID   TO APPR-RUN-ID.
         MOVE RUN-OPERATOR  TO APPR-OPERATOR.
         MOVE EMPL-COMPANY  TO APPR-COMPANY.
         MOVE EMPL-ID       TO APPR-EMPL-ID.
         MOVE WS-OLD-SALARY TO APPR-OLD-SALARY.
         MOVE WS-T-SALARY   TO APPR-NEW-SALARY.
         MOVE SPACES        TO APPR-OTP-TYPE APPR-OTP-PERIOD.
         MOVE 0             TO APPR-OTP-AMOUNT.
         MOVE EMPL-RECORD   TO APPR-BEFORE-IMAGE.
         MOVE WS-T-GRADE    TO EMPL-GRADE.
         MOVE WS-T-SALARY   TO EMPL-SALARY.
         MOVE EMPL-RECORD   TO APPR-AFTER-IMAGE.
         MOVE WS-OLD-GRADE  TO EMPL-GRADE.
         MOVE WS-OLD-SALARY TO EMPL-SALARY.
         CALL "ApprovalQueue" USING APPR-CONTROL.
         IF APPR-HELD
           DISPLAY "HELD FOR APPROVAL " APPR-ITEM-ID " "
                   EMPL-COMPANY " " EMPL-DEPT " " EMPL-NAME
         END-IF.
      *
        START-APPROVALS.
         SET APPR-START-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        END-APPROVALS.
         SET APPR-END-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        WRITE-AUDIT-RECORD.
         MOVE EMPL-KEY      TO AUDIT-EMPL-KEY.
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
