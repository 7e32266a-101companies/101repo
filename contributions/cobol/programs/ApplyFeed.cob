             PERFORM JOURNAL-EMPL-BEFORE
             SET EMPL-TERMINATED TO TRUE
             MOVE FUNCTION CURRENT-DATE (1:8) TO EMPL-TERM-DATE
             SET EMPL-FINAL-PAY-DUE TO TRUE
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             PERFORM ABORT-IF-EMPL-WRITE-ERROR
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
