          COPY "copybooks/employee.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/payment-file.fc".
          COPY "copybooks/payment-status.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/payment-file.fd".
         COPY "copybooks/payment-status.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-PAID-COUNT     PIC 9(9) VALUE 0.
         01 WS-PAID-HASH      PIC 9(13)V99 VALUE 0.
         01 WS-EXCEPT-COUNT   PIC 9(7) VALUE 0.
         01 WS-REISSUE-COUNT  PIC 9(7) VALUE 0.
         01 WS-REISSUE-HASH   PIC 9(13)V99 VALUE 0.
         01 WS-PAY-METHOD     PIC X.
      *    Days a prenote must stand unreturned before credits
      *    follow it - the third parameter, ten when not given.
         01 WS-PRENOTE-DAYS-X PIC X(3).
         01 WS-PRENOTE-DAYS   PIC 9(3) VALUE 10.
         01 WS-PRENOTE-COUNT  PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         01 WS-HOLD-FLAG      PIC X     VALUE "N".
            88 WS-ON-HOLD              VALUE "Y".
         01 WS-TODAY          PIC X(8).
         01 WS-TODAY-N        PIC 9(8).
         01 WS-PRENOTE-N      PIC 9(8).
         01 WS-DAYS-OUT       PIC S9(7).
         01 WS-FILE-COUNT     PIC 9(9).
         01 WS-EXCEPT-LINE.
            05 WS-EX-REASON       PIC X(24).
            05 FILLER             PIC X(2)  VALUE SPACES.
          DISPLAY "Pay period end date (YYYYMMDD): " WITH NO ADVANCING
          ACCEPT WS-PERIOD-END
        ELSE
          MOVE SPACES TO WS-COMPANY WS-PERIOD-END WS-PRENOTE-DAYS-X
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-PERIOD-END WS-PRENOTE-DAYS-X
          END-UNSTRING
        END-IF.
        IF WS-PRENOTE-DAYS-X NOT = SPACES
          IF FUNCTION TRIM(WS-PRENOTE-DAYS-X) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-PRENOTE-DAYS-X) TO WS-PRENOTE-DAYS
          ELSE
            DISPLAY "PRENOTE DAYS MUST BE NUMERIC, GOT "
                    WS-PRENOTE-DAYS-X
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        MOVE WS-TODAY TO WS-TODAY-N.
      *
        IF WS-PERIOD-END NOT NUMERIC OR WS-PERIOD-END = SPACES
          DISPLAY "PERIOD END DATE MUST BE YYYYMMDD, GOT "
      *
        MOVE "GenPayments" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-PERIOD-END TO RUN-PERIOD-END.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BANK-FILE" TO WS-ABEND-MSG.
        OPEN I-O BANK-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN PAYMENT-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT PAYMENT-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-PAYSTAT-FILE.
        PERFORM CLEAR-PERIOD-SENT-ROWS.
      *
        MOVE "PAYMENT EXCEPTIONS" TO RPT-TITLE.
        MOVE "GenPayments" TO RPT-PROGRAM.
        PERFORM WITH TEST BEFORE
                UNTIL END-OF-FILE
                   OR PAYREG-COMPANY NOT = WS-COMPANY
      *    A leaver's final pay goes out on its own file from
      *    FinalPay, never on the period's.
          IF PAYREG-PERIOD-END = WS-PERIOD-END
             AND NOT PAYREG-FINAL-PAY
            PERFORM PAY-ONE-REGISTER-ROW
          END-IF
          MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        PERFORM REISSUE-RETURNED-PAYMENTS.
        PERFORM WRITE-PAYMENT-TRAILER.
        PERFORM RECORD-FILE-TOTALS.
      *
        PERFORM CLOSE-REPORT.
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        MOVE "CLOSE PAYMENT-FILE" TO WS-ABEND-MSG.
        CLOSE PAYMENT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE PAYSTAT-FILE" TO WS-ABEND-MSG.
        CLOSE PAYSTAT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "PAYMENTS WRITTEN:   " WS-PAID-COUNT.
        DISPLAY "  REISSUED BY CHECK:" WS-REISSUE-COUNT.
        DISPLAY "  HELD FOR PRENOTE: " WS-HELD-COUNT.
        DISPLAY "PRENOTES WRITTEN:   " WS-PRENOTE-COUNT.
        DISPLAY "PAYMENT EXCEPTIONS: " WS-EXCEPT-COUNT.
      *    Exceptions are a warning, not a failure - the payments
      *    that could be built are on the file and the exception
        STOP RUN.
      *
        PAY-ONE-REGISTER-ROW.
      *    What gets paid is the net the register settled - the
      *    period gross plus any retroactive settlement and one-time
      *    payments, less standing deductions and arrears recovery.
      *    A row the register never settled (a one-time payment
      *    parked ahead of the build) has no net to pay and is an
      *    exception. A net of zero is not - the shortfall, if any,
      *    is already carried forward as arrears for later periods
      *    to recover - and is listed without a payment.
         MOVE PAYREG-NET-PAY TO WS-PAY-AMOUNT.
         EVALUATE TRUE
           WHEN NOT PAYREG-NET-SETTLED
             COMPUTE WS-PAY-AMOUNT = PAYREG-PERIOD-GROSS
                                   + PAYREG-RETRO-GROSS
                                   + PAYREG-OTP-GROSS
             MOVE "REGISTER NOT BUILT" TO WS-EX-REASON
             PERFORM WRITE-EXCEPTION-LINE
           WHEN WS-PAY-AMOUNT = 0 AND PAYREG-ARREARS-RAISED > 0
             COMPUTE WS-PAY-AMOUNT = 0 - PAYREG-ARREARS-RAISED
             MOVE "NET SHORT - TO ARREARS" TO WS-EX-REASON
             PERFORM WRITE-NOTICE-LINE
           WHEN WS-PAY-AMOUNT = 0
             MOVE "NO NET PAY" TO WS-EX-REASON
             PERFORM WRITE-NOTICE-LINE
           WHEN OTHER
             PERFORM PAY-SETTLED-NET
         END-EVALUATE.
      *
        PAY-SETTLED-NET.
      *    The register carries the employee's key, not their
      *    identifier - fetch the live record for the EMPL-ID that
      *    anchors the bank details. An employee who has left the
      *    live file, or was never converted off identifier zero,
      *    cannot be paid through the bank file and goes on the
      *    exception report instead of silently dropping off.
         MOVE PAYREG-EMPL-KEY TO EMPL-KEY.
         READ EMPL-FILE KEY IS EMPL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "EMPLOYEE NOT ON FILE" TO WS-EX-REASON
             PERFORM WRITE-EXCEPTION-LINE
           ELSE
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           IF EMPL-ID = 0
             MOVE "NO EMPLOYEE IDENTIFIER" TO WS-EX-REASON
             PERFORM WRITE-EXCEPTION-LINE
           ELSE
             MOVE EMPL-ID TO BANK-EMPL-ID
             READ BANK-FILE KEY IS BANK-EMPL-ID
             IF NOT SUCCESSFUL
               IF RECORD-NOT-FOUND
                 MOVE "NO BANK DETAILS" TO WS-EX-REASON
                 PERFORM WRITE-EXCEPTION-LINE
               ELSE
                 MOVE "READ BANK-FILE" TO WS-ABEND-MSG
                 PERFORM ABORT-IF-ERROR
               END-IF
             ELSE
               PERFORM PAY-UNLESS-RETURNED
             END-IF
           END-IF
         END-IF.
      *
        PAY-UNLESS-RETURNED.
      *    A rerun for a period whose credit the bank has already
      *    returned must not send it to the same account again -
      *    the return is queued for reissue by check instead.
         MOVE WS-COMPANY    TO PST-COMPANY.
         MOVE WS-PERIOD-END TO PST-PERIOD-END.
         MOVE EMPL-ID       TO PST-EMPL-ID.
         READ PAYSTAT-FILE KEY IS PST-KEY.
         IF SUCCESSFUL AND (PST-RETURNED OR PST-REISSUED)
           MOVE "RETURNED - BY CHECK" TO WS-EX-REASON
           PERFORM WRITE-NOTICE-LINE
         ELSE
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           PERFORM CHECK-PRENOTE-HOLD
           PERFORM WRITE-PAYMENT-DETAIL
           PERFORM RECORD-PAYMENT-SENT
         END-IF.
      *
        CHECK-PRENOTE-HOLD.
      *    Credits to new or changed bank details wait behind a
      *    zero-dollar prenote, sent with the first payment after
      *    the change. Until it has stood the cooling-off days
      *    without coming back, or if it did come back, the
      *    employee is paid by check.
         MOVE BANK-METHOD TO WS-PAY-METHOD.
         MOVE "N" TO WS-HOLD-FLAG.
         IF BANK-METHOD-ACH
           EVALUATE TRUE
             WHEN BANK-PRENOTE-PENDING
               PERFORM WRITE-PRENOTE-DETAIL
               SET BANK-PRENOTE-SENT TO TRUE
               MOVE WS-TODAY TO BANK-PRENOTE-DATE
               MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
               REWRITE BANK-RECORD
               PERFORM ABORT-IF-ERROR
               SET WS-ON-HOLD TO TRUE
             WHEN BANK-PRENOTE-SENT
               PERFORM CHECK-PRENOTE-AGE
             WHEN BANK-PRENOTE-FAILED
               SET WS-ON-HOLD TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF.
         IF WS-ON-HOLD
           MOVE "C" TO WS-PAY-METHOD
           ADD 1 TO WS-HELD-COUNT
           IF BANK-PRENOTE-FAILED
             MOVE "PRENOTE RETURNED - CHECK" TO WS-EX-REASON
           ELSE
             MOVE "PRENOTE HOLD - BY CHECK" TO WS-EX-REASON
           END-IF
           PERFORM WRITE-NOTICE-LINE
         END-IF.
      *
        CHECK-PRENOTE-AGE.
      *    A prenote sent today went out on the file this run
      *    replaces, so it goes out again.
         IF BANK-PRENOTE-DATE = WS-TODAY
            OR BANK-PRENOTE-DATE NOT NUMERIC
           PERFORM WRITE-PRENOTE-DETAIL
           MOVE WS-TODAY TO BANK-PRENOTE-DATE
           MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
           REWRITE BANK-RECORD
           PERFORM ABORT-IF-ERROR
           SET WS-ON-HOLD TO TRUE
         ELSE
           MOVE BANK-PRENOTE-DATE TO WS-PRENOTE-N
           COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
                 - FUNCTION INTEGER-OF-DATE (WS-PRENOTE-N)
           IF WS-DAYS-OUT >= WS-PRENOTE-DAYS
             MOVE "C" TO BANK-PRENOTE-STATUS
             MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
             REWRITE BANK-RECORD
             PERFORM ABORT-IF-ERROR
           ELSE
             SET WS-ON-HOLD TO TRUE
           END-IF
         END-IF.
      *
        WRITE-PRENOTE-DETAIL.
         MOVE SPACES TO PAYMENT-DETAIL.
         MOVE "D"           TO PAY-D-TYPE.
         MOVE EMPL-ID       TO PAY-D-EMPL-ID.
         MOVE BANK-ROUTING  TO PAY-D-ROUTING.
         MOVE BANK-ACCOUNT  TO PAY-D-ACCOUNT.
         MOVE "P"           TO PAY-D-METHOD.
         MOVE 0             TO PAY-D-AMOUNT.
         MOVE "WRITE PAYMENT-DETAIL" TO WS-ABEND-MSG.
         WRITE PAYMENT-DETAIL.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-PRENOTE-COUNT.
      *
        RECORD-PAYMENT-SENT.
         INITIALIZE PAYSTAT-RECORD.
         MOVE WS-COMPANY    TO PST-COMPANY.
         MOVE WS-PERIOD-END TO PST-PERIOD-END.
         MOVE EMPL-ID       TO PST-EMPL-ID.
         SET PST-SENT       TO TRUE.
         MOVE WS-PAY-METHOD TO PST-METHOD.
         MOVE WS-PAY-AMOUNT TO PST-AMOUNT.
         MOVE "WRITE PAYSTAT-RECORD" TO WS-ABEND-MSG.
         WRITE PAYSTAT-RECORD.
         IF DUPLICATE-KEY
           MOVE "REWRITE PAYSTAT-RECORD" TO WS-ABEND-MSG
           REWRITE PAYSTAT-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        CLEAR-PERIOD-SENT-ROWS.
      *    A rerun replaces the period's file, so what it records as
      *    sent starts afresh. Returned and reissued rows stay - the
      *    bank has already acted on those - and so do final pays,
      *    which went out on FinalPay's file, not this one.
         MOVE WS-COMPANY    TO PST-COMPANY.
         MOVE WS-PERIOD-END TO PST-PERIOD-END.
         MOVE 0             TO PST-EMPL-ID.
         MOVE "START PAYSTAT-FILE" TO WS-ABEND-MSG.
         START PAYSTAT-FILE KEY IS >= PST-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PST-COMPANY NOT = WS-COMPANY
                    OR PST-PERIOD-END NOT = WS-PERIOD-END
           IF PST-SENT AND NOT PST-FINAL-PAY
             MOVE "DELETE PAYSTAT-RECORD" TO WS-ABEND-MSG
             DELETE PAYSTAT-FILE RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        REISSUE-RETURNED-PAYMENTS.
      *    Every credit the bank returned and nobody has reissued
      *    yet goes out on this file as a check. One already
      *    reissued on this period's file (a rerun) goes out again,
      *    since the file it was on has just been replaced.
         MOVE WS-COMPANY  TO PST-COMPANY.
         MOVE LOW-VALUES  TO PST-PERIOD-END.
         MOVE 0           TO PST-EMPL-ID.
         MOVE "START PAYSTAT-FILE" TO WS-ABEND-MSG.
         START PAYSTAT-FILE KEY IS >= PST-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PST-COMPANY NOT = WS-COMPANY
           IF PST-RETURNED
              OR (PST-REISSUED
                  AND PST-REISSUE-PERIOD = WS-PERIOD-END)
             PERFORM REISSUE-ONE-PAYMENT
           END-IF
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        REISSUE-ONE-PAYMENT.
         MOVE SPACES        TO PAYMENT-DETAIL.
         MOVE "D"           TO PAY-D-TYPE.
         MOVE PST-EMPL-ID   TO PAY-D-EMPL-ID.
         MOVE "C"           TO PAY-D-METHOD.
         MOVE PST-AMOUNT    TO PAY-D-AMOUNT.
         MOVE "WRITE PAYMENT-DETAIL" TO WS-ABEND-MSG.
         WRITE PAYMENT-DETAIL.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-PAID-COUNT WS-REISSUE-COUNT.
         ADD PST-AMOUNT TO WS-PAID-HASH WS-REISSUE-HASH.
         SET PST-REISSUED TO TRUE.
         MOVE WS-PERIOD-END TO PST-REISSUE-PERIOD.
         MOVE "REWRITE PAYSTAT-RECORD" TO WS-ABEND-MSG.
         REWRITE PAYSTAT-RECORD.
         PERFORM ABORT-IF-ERROR.
         MOVE "REISSUED BY CHECK"  TO WS-EX-REASON.
         MOVE SPACES TO WS-EX-DEPT WS-EX-NAME.
         STRING "RETURNED " PST-PERIOD-END DELIMITED BY SIZE
             INTO WS-EX-DEPT.
         STRING "ID " PST-EMPL-ID DELIMITED BY SIZE
             INTO WS-EX-NAME.
         MOVE PST-AMOUNT TO WS-EX-AMOUNT.
         MOVE WS-EXCEPT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        RECORD-FILE-TOTALS.
         INITIALIZE PAYSTAT-RECORD.
         MOVE WS-COMPANY      TO PST-COMPANY.
         MOVE WS-PERIOD-END   TO PST-PERIOD-END.
         MOVE 0               TO PST-EMPL-ID.
         SET PST-FILE-TOTALS  TO TRUE.
         MOVE WS-FILE-COUNT   TO PST-CTL-COUNT.
         MOVE WS-PAID-HASH    TO PST-CTL-HASH.
         MOVE WS-REISSUE-HASH TO PST-CTL-REISSUED.
         MOVE "WRITE PAYSTAT-RECORD" TO WS-ABEND-MSG.
         WRITE PAYSTAT-RECORD.
         IF DUPLICATE-KEY
           MOVE "REWRITE PAYSTAT-RECORD" TO WS-ABEND-MSG
           REWRITE PAYSTAT-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        OPEN-PAYSTAT-FILE.
         MOVE "OPEN PAYSTAT-FILE" TO WS-ABEND-MSG.
         OPEN I-O PAYSTAT-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT PAYSTAT-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE PAYSTAT-FILE
           OPEN I-O PAYSTAT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        WRITE-PAYMENT-HEADER.
         MOVE SPACES TO PAYMENT-HEADER.
         MOVE SPACES TO PAYMENT-DETAIL.
         MOVE "D"           TO PAY-D-TYPE.
         MOVE EMPL-ID       TO PAY-D-EMPL-ID.
      *    A check held behind a prenote carries no account - the
      *    account is exactly what has not been proved.
         IF NOT WS-ON-HOLD
           MOVE BANK-ROUTING TO PAY-D-ROUTING
           MOVE BANK-ACCOUNT TO PAY-D-ACCOUNT
         END-IF.
         MOVE WS-PAY-METHOD TO PAY-D-METHOD.
         MOVE WS-PAY-AMOUNT TO PAY-D-AMOUNT.
         MOVE "WRITE PAYMENT-DETAIL" TO WS-ABEND-MSG.
         WRITE PAYMENT-DETAIL.
        WRITE-PAYMENT-TRAILER.
         MOVE SPACES TO PAYMENT-TRAILER.
         MOVE "T"           TO PAY-T-TYPE.
         COMPUTE WS-FILE-COUNT = WS-PAID-COUNT + WS-PRENOTE-COUNT.
         MOVE WS-FILE-COUNT TO PAY-T-COUNT.
         MOVE WS-PAID-HASH  TO PAY-T-HASH.
         MOVE "WRITE PAYMENT-TRAILER" TO WS-ABEND-MSG.
         WRITE PAYMENT-TRAILER.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-EXCEPTION-LINE.
         PERFORM WRITE-NOTICE-LINE.
         ADD 1 TO WS-EXCEPT-COUNT.
      *
        WRITE-NOTICE-LINE.
         MOVE PAYREG-DEPT     TO WS-EX-DEPT.
         MOVE PAYREG-NAME     TO WS-EX-NAME.
         MOVE WS-PAY-AMOUNT   TO WS-EX-AMOUNT.
         MOVE WS-EXCEPT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        OPEN-REPORT.
         SET RPT-OPEN-ACTION TO TRUE.
