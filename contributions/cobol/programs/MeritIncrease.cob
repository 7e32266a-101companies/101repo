         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/journal-control.ws".
         COPY "copybooks/approval-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CTL-CUR-COMPANY PIC X(20).
         01 WS-CTL-COUNT       PIC 9(9).
         01 WS-BAND-CAP      PIC 9(9)V99.
         01 WS-MERIT-COUNT   PIC 9(7) VALUE 0.
         01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT    PIC 9(7) VALUE 0.
         01 WS-ELIGIBLE-FLAG PIC X.
            88 WS-ELIGIBLE             VALUE "Y".
         01 WS-MODE-X        PIC X(8).
        END-IF.
      *
        PERFORM START-JOURNAL.
        PERFORM START-APPROVALS.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN I-O EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        PERFORM END-JOURNAL.
        PERFORM END-APPROVALS.
      *
        PERFORM REBUILD-CONTROL-TOTALS.
      *
        DISPLAY "MERIT INCREASES APPLIED: " WS-MERIT-COUNT.
        DISPLAY "EMPLOYEES SKIPPED:       " WS-SKIPPED-COUNT.
        IF WS-HELD-COUNT > 0
          DISPLAY "HELD FOR APPROVAL:       " WS-HELD-COUNT
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-MERIT-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
      *
        APPLY-MERIT-INCREASE.
         PERFORM COMPUTE-MERIT-SALARY.
         IF WS-ELIGIBLE
           PERFORM SUBMIT-FOR-APPROVAL
           IF APPR-HELD
             ADD 1 TO WS-HELD-COUNT
           ELSE
             PERFORM JOURNAL-EMPL-BEFORE
             MOVE WS-NEW-SALARY TO EMPL-SALARY
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             PERFORM ABORT-IF-EMPL-WRITE-ERROR
             PERFORM WRITE-AUDIT-RECORD
             PERFORM WRITE-HISTORY-RECORD
             ADD 1 TO WS-MERIT-COUNT
           END-IF
         ELSE
           ADD 1 TO WS-SKIPPED-COUNT
         END-IF.
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
        END-JOURNAL.
         SET JCTL-END-ACTION TO TRUE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        START-APPROVALS.
         SET APPR-START-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        END-APPROVALS.
         SET APPR-END-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        SUBMIT-FOR-APPROVAL.
      *    An increase over the company's approval limit goes to the
      *    queue with the record as it is and as it would be
      *    rewritten, and is left untouched here for a second
      *    operator to approve.
         SET APPR-SUBMIT-ACTION TO TRUE.
         SET APPR-SALARY-CHANGE TO TRUE.
         MOVE RUN-PROGRAM   TO APPR-PROGRAM.
         MOVE JCTL-RUN-ID   TO APPR-RUN-ID.
         MOVE RUN-OPERATOR  TO APPR-OPERATOR.
         MOVE EMPL-COMPANY  TO APPR-COMPANY.
         MOVE EMPL-ID       TO APPR-EMPL-ID.
         MOVE WS-OLD-SALARY TO APPR-OLD-SALARY.
         MOVE WS-NEW-SALARY TO APPR-NEW-SALARY.
         MOVE SPACES        TO APPR-OTP-TYPE APPR-OTP-PERIOD.
         MOVE 0             TO APPR-OTP-AMOUNT.
         MOVE EMPL-RECORD   TO APPR-BEFORE-IMAGE.
         MOVE WS-NEW-SALARY TO EMPL-SALARY.
         MOVE EMPL-RECORD   TO APPR-AFTER-IMAGE.
         MOVE WS-OLD-SALARY TO EMPL-SALARY.
         CALL "ApprovalQueue" USING APPR-CONTROL.
         IF APPR-HELD
           DISPLAY "HELD FOR APPROVAL " APPR-ITEM-ID " "
                   EMPL-COMPANY " " EMPL-DEPT " " EMPL-NAME
         END-IF.
      *
        JOURNAL-EMPL-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
