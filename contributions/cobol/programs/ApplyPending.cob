         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
