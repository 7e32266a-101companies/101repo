      *    caller asked for one. A refused sign-on or lock is
      *    reported back, not acted on: the caller owns its exit.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WS-START-STAMP.
         IF RUN-PERIOD-END = SPACES OR RUN-PERIOD-END = LOW-VALUES
           MOVE SPACES TO RUN-PERIOD-END
           ACCEPT RUN-PERIOD-END FROM ENVIRONMENT "RUNPERIOD"
         END-IF.
         PERFORM CHECK-OPERATOR.
         IF RUN-LOCK-WANTED AND NOT RUN-LOCK-REFUSED
           PERFORM ACQUIRE-RUN-LOCK
         MOVE RUN-RECORD-COUNT   TO RLOG-RECORD-COUNT.
         MOVE RUN-CONDITION-CODE TO RLOG-CONDITION-CODE.
         MOVE RUN-OPERATOR       TO RLOG-OPERATOR.
         MOVE RUN-PERIOD-END     TO RLOG-PERIOD-END.
         MOVE "WRITE RUN-LOG-RECORD" TO WS-ABEND-MSG.
         WRITE RUN-LOG-RECORD.
         PERFORM ABORT-IF-ERROR.
