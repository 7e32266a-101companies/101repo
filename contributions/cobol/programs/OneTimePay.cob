         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         COPY "copybooks/net-pay-control.ws".
         COPY "copybooks/approval-control.ws".
         01 WS-T-EMPL-ID-X    PIC X(9).
         01 WS-T-EMPL-ID      PIC 9(9).
         01 WS-T-AMOUNT-X     PIC X(12).
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-CAL-OPEN-FLAG  PIC X     VALUE "N".
            88 WS-CAL-ON               VALUE "Y".
         01 WS-PERIODS        PIC 99.
         01 WS-SCAN-IDX       PIC 99.
         01 WS-POINT-COUNT    PIC 99.
         01 WS-DIGIT-COUNT    PIC 99.
            88 WS-BLANK-SEEN           VALUE "Y".
         01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         01 WS-TOTAL-PAID     PIC 9(11)V99 VALUE 0.
         01 WS-TOTAL-PRINT    PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-DETAIL-LINE.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-PAYREG-FILE.
        SET NETP-START-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
        OPEN INPUT CALENDAR-FILE.
        IF SUCCESSFUL
          SET WS-CAL-ON TO TRUE
        MOVE "OPEN AUDIT-FILE" TO WS-ABEND-MSG.
        OPEN EXTEND AUDIT-FILE.
        PERFORM ABORT-IF-ERROR.
        SET APPR-START-ACTION TO TRUE.
        CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        MOVE "ONE-TIME PAYMENT REGISTER" TO RPT-TITLE.
        MOVE "OneTimePay" TO RPT-PROGRAM.
        MOVE WS-TOTAL-PAID TO WS-TOTAL-PRINT.
        MOVE SPACES TO RPT-LINE.
        STRING WS-APPLIED-COUNT " PAYMENTS APPLIED, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD FOR APPROVAL - TOTAL "
               WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        SET NETP-END-ACTION TO TRUE.
        CALL "NetPay" USING NETP-CONTROL.
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG.
        CLOSE AUDIT-FILE.
        PERFORM ABORT-IF-ERROR.
        SET APPR-END-ACTION TO TRUE.
        CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        DISPLAY "ONE-TIME PAYMENT TOTALS".
        DISPLAY "  PAYMENTS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  PAYMENTS REJECTED: " WS-REJECTED-COUNT.
        DISPLAY "  HELD FOR APPROVAL: " WS-HELD-COUNT.
        IF WS-REJECTED-COUNT > 0 OR WS-HELD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
             INTO WS-T-EMPL-ID-X WS-T-AMOUNT-X WS-T-TYPE
                  WS-T-PERIOD
         END-UNSTRING.
         SET APPR-CLEAR TO TRUE.
         PERFORM VALIDATE-PAYMENT.
         IF WS-REJECT-REASON = SPACES
           PERFORM SUBMIT-FOR-APPROVAL
           IF NOT APPR-HELD
             PERFORM APPLY-PAYMENT
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           IF APPR-HELD
             ADD 1 TO WS-HELD-COUNT
           ELSE
             ADD 1 TO WS-APPLIED-COUNT
           END-IF
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " OTP-RECORD " - " WS-REJECT-REASON
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE 26 TO WS-PERIODS
           PERFORM CHECK-TARGET-PERIOD
         END-IF.
      *
             IF CAL-CLOSED
               MOVE "PERIOD ALREADY CLOSED" TO WS-REJECT-REASON
             END-IF
             MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS
           END-IF
         END-IF.
      *
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           ADD WS-T-AMOUNT TO PAYREG-OTP-GROSS
           IF PAYREG-NET-SETTLED
             PERFORM SETTLE-NET-PAY
           END-IF
           MOVE "REWRITE PAYREG-RECORD" TO WS-ABEND-MSG
           REWRITE PAYREG-RECORD
           PERFORM ABORT-IF-ERROR
             MOVE EMPL-KEY     TO PAYREG-EMPL-KEY
             MOVE WS-T-PERIOD  TO PAYREG-PERIOD-END
             MOVE WS-T-AMOUNT  TO PAYREG-OTP-GROSS
             MOVE EMPL-ID      TO PAYREG-EMPL-ID
             MOVE "WRITE PAYREG-RECORD" TO WS-ABEND-MSG
             WRITE PAYREG-RECORD
             PERFORM ABORT-IF-ERROR
         PERFORM WRITE-AUDIT-RECORD.
         PERFORM PRINT-PAYMENT-LINE.
         ADD WS-T-AMOUNT TO WS-TOTAL-PAID.
      *
        SUBMIT-FOR-APPROVAL.
      *    A payment over the company's approval limit goes to the
      *    queue and lands on the register only when a second
      *    operator approves it.
         SET APPR-SUBMIT-ACTION TO TRUE.
         SET APPR-ONE-TIME-PAY TO TRUE.
         MOVE RUN-PROGRAM   TO APPR-PROGRAM.
         MOVE SPACES        TO APPR-RUN-ID.
         MOVE RUN-OPERATOR  TO APPR-OPERATOR.
         MOVE EMPL-COMPANY  TO APPR-COMPANY.
         MOVE EMPL-ID       TO APPR-EMPL-ID.
         MOVE EMPL-SALARY   TO APPR-OLD-SALARY APPR-NEW-SALARY.
         MOVE WS-T-TYPE     TO APPR-OTP-TYPE.
         MOVE WS-T-PERIOD   TO APPR-OTP-PERIOD.
         MOVE WS-T-AMOUNT   TO APPR-OTP-AMOUNT.
         MOVE EMPL-RECORD   TO APPR-BEFORE-IMAGE APPR-AFTER-IMAGE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
         IF APPR-HELD
           DISPLAY "HELD FOR APPROVAL " APPR-ITEM-ID " "
                   OTP-RECORD
         END-IF.
      *
        WRITE-AUDIT-RECORD.
      *    A one-time payment is not a salary movement - the row
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE WS-T-TYPE     TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
           OPEN I-O PAYREG-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
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
         MOVE WS-PERIODS            TO NETP-PERIODS.
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
