         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         COPY "copybooks/net-pay-control.ws".
         78 WS-MAX-HIST      VALUE 100.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-SCAN-IDX      PIC 9(3).
         01 WS-SHOULD-ANNUAL PIC 9(9)V99.
         01 WS-PERIODS       PIC 99.
         01 WS-TARGET-PERIODS PIC 99     VALUE 26.
         01 WS-FTE           PIC 9(3).
         01 WS-PERIOD-DIFF   PIC S9(9)V99.
         01 WS-EMP-RETRO     PIC S9(9)V99.
      *
        MOVE "RetroPay" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-TARGET-PERIOD TO RUN-PERIOD-END.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
        OPEN I-O PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        SET NETP-START-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
        OPEN INPUT CALENDAR-FILE.
        IF SUCCESSFUL
          SET WS-CAL-ON TO TRUE
        MOVE "CLOSE SALARY-HISTORY-FILE" TO WS-ABEND-MSG.
        CLOSE SALARY-HISTORY-FILE.
        PERFORM ABORT-IF-ERROR.
        SET NETP-END-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
             PERFORM END-RUN-LOG
             STOP RUN
           END-IF
           MOVE CAL-PERIODS-PER-YEAR TO WS-TARGET-PERIODS
         END-IF.
      *
        PROCESS-EMPLOYEE-RETRO.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         PERFORM ABORT-IF-ERROR.
         ADD WS-EMP-RETRO TO PAYREG-RETRO-GROSS.
         IF PAYREG-NET-SETTLED
           PERFORM SETTLE-NET-PAY
         END-IF.
         MOVE "REWRITE PAYREG-RECORD" TO WS-ABEND-MSG.
         REWRITE PAYREG-RECORD.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-DEPT-RETRO   TO WS-DL-AMOUNT.
         MOVE WS-DEPT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        SETTLE-NET-PAY.
      *    The register has already settled this row's net - the
      *    gross just changed under it, so settle it again or the
      *    payment run would deliver the old net.
         SET NETP-SETTLE-ACTION TO TRUE.
         MOVE EMPL-ID               TO NETP-EMPL-ID PAYREG-EMPL-ID.
         MOVE PAYREG-PERIOD-END     TO NETP-PERIOD-END.
         MOVE PAYREG-PERIOD-GROSS   TO NETP-PERIOD-GROSS.
         MOVE PAYREG-RETRO-GROSS    TO NETP-RETRO-GROSS.
         MOVE PAYREG-OTP-GROSS      TO NETP-OTP-GROSS.
         MOVE EMPL-ADDR-COUNTRY     TO NETP-COUNTRY.
         MOVE EMPL-ADDR-STATE       TO NETP-STATE.
         MOVE WS-TARGET-PERIODS     TO NETP-PERIODS.
         MOVE PAYREG-POSTED-GROSS   TO NETP-POSTED-GROSS.
         MOVE PAYREG-POSTED-RETRO   TO NETP-POSTED-RETRO.
         MOVE PAYREG-POSTED-OTP     TO NETP-POSTED-OTP.
         MOVE PAYREG-POSTED-WITHHELD TO NETP-POSTED-WITHHELD.
         MOVE PAYREG-ARREARS-TAKEN  TO NETP-PRIOR-ARREARS-TAKEN.
         MOVE PAYREG-ARREARS-RAISED TO NETP-PRIOR-ARREARS-RAISED.
         CALL "NetPay" USING NETP-CONTROL.
         MOVE NETP-WITHHOLDING      TO PAYREG-WITHHOLDING.
         MOVE NETP-DEDUCTIONS       TO PAYREG-DEDUCTIONS.
         MOVE NETP-ARREARS-TAKEN    TO PAYREG-ARREARS-TAKEN.
         MOVE NETP-ARREARS-RAISED   TO PAYREG-ARREARS-RAISED.
         MOVE NETP-NET-PAY          TO PAYREG-NET-PAY.
         MOVE NETP-POSTED-GROSS     TO PAYREG-POSTED-GROSS.
         MOVE NETP-POSTED-RETRO     TO PAYREG-POSTED-RETRO.
         MOVE NETP-POSTED-OTP       TO PAYREG-POSTED-OTP.
         MOVE NETP-POSTED-WITHHELD  TO PAYREG-POSTED-WITHHELD.
      *
        OPEN-REPORT.
         SET RPT-OPEN-ACTION TO TRUE.
