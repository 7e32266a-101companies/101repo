       IDENTIFICATION DIVISION.
        PROGRAM-ID. FinalPay.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/year-close.fc".
          COPY "copybooks/leave-balance.fc".
          COPY "copybooks/leave-taken.fc".
          COPY "copybooks/timesheet.fc".
          COPY "copybooks/overtime-rule.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/payment-status.fc".
          COPY "copybooks/final-payment.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/year-close.fd".
         COPY "copybooks/leave-balance.fd".
         COPY "copybooks/leave-taken.fd".
         COPY "copybooks/timesheet.fd".
         COPY "copybooks/overtime-rule.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/payment-status.fd".
         COPY "copybooks/final-payment.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         COPY "copybooks/net-pay-control.ws".
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-PERIOD-END     PIC X(8).
         01 WS-MODE-X         PIC X(6).
            88 WS-RESEND               VALUE "RESEND".
         01 WS-RUN-STAMP      PIC X(14).
         01 WS-PERIODS        PIC 99.
      *    The period the run is for runs from the day after the
      *    company's previous calendar period end to its own end.
      *    The following period takes the final pay of a leaver
      *    whose own period was already paid in full.
         01 WS-PRIOR-END      PIC X(8).
         01 WS-NEXT-END       PIC X(8).
         01 WS-PERIOD-END-N   PIC 9(8).
         01 WS-PRIOR-END-N    PIC 9(8).
         01 WS-TERM-DATE-N    PIC 9(8).
         01 WS-PERIOD-DAYS    PIC 9(3).
         01 WS-WORKED-DAYS    PIC 9(3).
         01 WS-PERIOD-SENT-FLAG PIC X   VALUE "N".
            88 WS-PERIOD-SENT           VALUE "Y".
         01 WS-FULL-PAID-FLAG PIC X.
            88 WS-PAID-IN-FULL          VALUE "Y".
         01 WS-ROW-PERIOD     PIC X(8).
         01 WS-ROW-ON-FILE-FLAG PIC X.
            88 WS-ROW-ON-FILE           VALUE "Y".
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-FTE            PIC 9(3).
         01 WS-SALARY-GROSS   PIC 9(9)V99.
         01 WS-PENDING-OTP    PIC 9(9)V99.
         01 WS-PENDING-RETRO  PIC S9(9)V99.
      *    Unused leave is paid out at the same day rate unpaid leave
      *    is charged at - the FTE-prorated salary over a standard
      *    working year, or a standard day at the hourly rate.
         78 WS-WORK-DAYS-PER-YEAR VALUE 260.
         78 WS-HOURS-PER-DAY  VALUE 8.
         01 WS-LEAVE-DAYS     PIC 9(5)V99.
         01 WS-LEAVE-AMOUNT   PIC 9(9)V99.
         01 WS-UNPAID-DAYS    PIC 9(3)V99.
         01 WS-UNPAID-AMOUNT  PIC 9(9)V99.
         01 WS-LVBAL-OPEN-FLAG PIC X    VALUE "N".
            88 WS-LVBAL-ON              VALUE "Y".
         01 WS-LEAVE-OPEN-FLAG PIC X    VALUE "N".
            88 WS-LEAVE-ON              VALUE "Y".
         01 WS-SHEETS-OPEN-FLAG PIC X   VALUE "N".
            88 WS-SHEETS-ON             VALUE "Y".
         01 WS-BANK-OPEN-FLAG PIC X     VALUE "N".
            88 WS-BANK-ON               VALUE "Y".
         01 WS-PAYSTAT-OPEN-FLAG PIC X  VALUE "N".
            88 WS-PAYSTAT-ON            VALUE "Y".
         01 WS-YEC-OPEN-FLAG  PIC X     VALUE "N".
            88 WS-YEC-ON                VALUE "Y".
      *    The company's overtime rule, as the register finds it.
         01 WS-OT-FACTOR      PIC 9V99 VALUE 1.50.
         01 WS-PREMIUM-FACTOR PIC 9V99 VALUE 2.00.
         01 WS-REGULAR-LIMIT  PIC 9(3)V99 VALUE 0.
         01 WS-PAID-HOURS.
            05 WS-PAID-REGULAR   PIC 9(3)V99.
            05 WS-PAID-OVERTIME  PIC 9(3)V99.
            05 WS-PAID-PREMIUM   PIC 9(3)V99.
            05 WS-PAID-RATE      PIC 9(5)V99.
         01 WS-PAY-METHOD     PIC X.
         01 WS-RETURNED-FLAG  PIC X.
            88 WS-ALREADY-RETURNED      VALUE "Y".
         01 WS-FINAL-SENT-FLAG PIC X.
            88 WS-FINAL-SENT            VALUE "Y".
         01 WS-PAY-NOTE       PIC X(30).
         01 WS-PRODUCED-COUNT PIC 9(7) VALUE 0.
         01 WS-EXCEPT-COUNT   PIC 9(7) VALUE 0.
         01 WS-SHORT-COUNT    PIC 9(7) VALUE 0.
         01 WS-PAID-COUNT     PIC 9(9) VALUE 0.
         01 WS-PAID-HASH      PIC 9(13)V99 VALUE 0.
         01 WS-TOTAL-PRINT    PIC Z,ZZZ,ZZZ,ZZ9.99.
         01 WS-COLUMN-HEAD.
            05 FILLER PIC X(22) VALUE "  DEPARTMENT".
            05 FILLER PIC X(22) VALUE "EMPLOYEE".
            05 FILLER PIC X(10) VALUE "LEFT".
            05 FILLER PIC X(16) VALUE "        SALARY".
            05 FILLER PIC X(16) VALUE "   LEAVE PAID".
            05 FILLER PIC X(16) VALUE "      ONE-TIME".
            05 FILLER PIC X(16) VALUE "      WITHHELD".
            05 FILLER PIC X(16) VALUE "    DEDUCTIONS".
            05 FILLER PIC X(16) VALUE "       NET PAY".
            05 FILLER PIC X(3)  VALUE "BY".
         01 WS-DETAIL-LINE.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-DEPT         PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME         PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-TERM         PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-SALARY       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-LEAVE        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-OTP          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-TAX          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-DEDUCT       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-NET          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-METHOD       PIC X.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 WS-DET-NOTE         PIC X(30).
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    A leaver is paid once, off-cycle, for the part of the pay
      *    period worked up to EMPL-TERM-DATE, with their unused
      *    leave paid out and any one-time payments still parked for
      *    a register that will never pay them. The final pay is
      *    settled through NetPay like any register row, so tax,
      *    deductions and any outstanding arrears come off it, and
      *    goes to the bank on its own file rather than the
      *    period's. RESEND writes the final pays already produced
      *    for the period to the file again without producing any.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Pay period end date (YYYYMMDD): " WITH NO ADVANCING
          ACCEPT WS-PERIOD-END
          DISPLAY "Resend final pays already produced (RESEND/blank): "
                  WITH NO ADVANCING
          ACCEPT WS-MODE-X
        ELSE
          MOVE SPACES TO WS-COMPANY WS-PERIOD-END WS-MODE-X
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-PERIOD-END WS-MODE-X
          END-UNSTRING
        END-IF.
      *
        IF WS-PERIOD-END NOT NUMERIC OR WS-PERIOD-END = SPACES
          DISPLAY "PERIOD END DATE MUST BE YYYYMMDD, GOT "
                  WS-PERIOD-END
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        IF WS-MODE-X NOT = SPACES AND NOT WS-RESEND
          DISPLAY "THIRD PARAMETER MUST BE RESEND OR BLANK, GOT "
                  WS-MODE-X
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
      *
        PERFORM CHECK-PAY-CALENDAR.
      *
        MOVE "FinalPay" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        MOVE WS-PERIOD-END TO RUN-PERIOD-END.
        IF NOT WS-RESEND
          SET RUN-LOCK-WANTED TO TRUE
        END-IF.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
      *
        PERFORM OPEN-PAYREG-FILE.
        OPEN INPUT BANK-FILE.
        IF SUCCESSFUL
          SET WS-BANK-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        MOVE "OPEN FINAL-PAYMENT-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT FINAL-PAYMENT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "FINAL PAY REGISTER" TO RPT-TITLE.
        MOVE "FinalPay" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        IF WS-RESEND
          STRING "FINAL PAYS FOR LEAVERS " WS-PRIOR-END
                 " (EXCL) TO " WS-PERIOD-END " - RESENT"
                 DELIMITED BY SIZE INTO RPT-LINE
        ELSE
          STRING "FINAL PAYS FOR LEAVERS " WS-PRIOR-END
                 " (EXCL) TO " WS-PERIOD-END
                 DELIMITED BY SIZE INTO RPT-LINE
        END-IF.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-COLUMN-HEAD TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        IF NOT WS-RESEND
          PERFORM PRODUCE-FINAL-PAYS
        END-IF.
        PERFORM DELIVER-FINAL-PAYS.
      *
        MOVE WS-PAID-HASH TO WS-TOTAL-PRINT.
        MOVE SPACES TO RPT-LINE.
        STRING WS-PRODUCED-COUNT " FINAL PAYS PRODUCED, "
               WS-PAID-COUNT " PAYMENTS ON FILE - TOTAL "
               WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
        CLOSE PAYREG-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-BANK-ON
          MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG
          CLOSE BANK-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        MOVE "CLOSE FINAL-PAYMENT-FILE" TO WS-ABEND-MSG.
        CLOSE FINAL-PAYMENT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "FINAL PAY TOTALS".
        DISPLAY "  FINAL PAYS PRODUCED: " WS-PRODUCED-COUNT.
        DISPLAY "  NOT PRODUCED:        " WS-EXCEPT-COUNT.
        DISPLAY "  PAYMENTS WRITTEN:    " WS-PAID-COUNT.
        DISPLAY "  LEFT IN ARREARS:     " WS-SHORT-COUNT.
      *    A leaver left out, or left owing arrears no later period
      *    will ever recover, needs payroll to act by hand.
        IF WS-EXCEPT-COUNT > 0 OR WS-SHORT-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-PAID-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        CHECK-PAY-CALENDAR.
      *    The period must be on the calendar - its periods per year
      *    and the end of the period before it set the proration.
      *    A closed period is no bar: final pay is off-cycle and a
      *    leaver keyed after the close is still owed. A closed tax
      *    year is, as it is for the register.
         MOVE "OPEN CALENDAR-FILE" TO WS-ABEND-MSG.
         OPEN INPUT CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-COMPANY    TO CAL-COMPANY.
         MOVE WS-PERIOD-END TO CAL-PERIOD-END.
         READ CALENDAR-FILE KEY IS CAL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             DISPLAY "PERIOD " WS-PERIOD-END " IS NOT ON THE "
                     "PAY CALENDAR FOR " WS-COMPANY " - RUN REFUSED"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           ELSE
             MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS.
         PERFORM FIND-PERIOD-WINDOW.
         MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG.
         CLOSE CALENDAR-FILE.
         PERFORM ABORT-IF-ERROR.
         IF NOT WS-RESEND
           OPEN INPUT YEAR-CLOSE-FILE
           IF SUCCESSFUL
             SET WS-YEC-ON TO TRUE
             MOVE WS-COMPANY TO YEC-COMPANY
             MOVE WS-PERIOD-END (1:4) TO YEC-TAX-YEAR
             READ YEAR-CLOSE-FILE KEY IS YEC-KEY
             IF SUCCESSFUL
               DISPLAY "TAX YEAR " YEC-TAX-YEAR " FOR " WS-COMPANY
                       " WAS CLOSED AT " YEC-CLOSED-STAMP
                       " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             IF NOT RECORD-NOT-FOUND
               MOVE "READ YEAR-CLOSE-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "CLOSE YEAR-CLOSE-FILE" TO WS-ABEND-MSG
             CLOSE YEAR-CLOSE-FILE
             PERFORM ABORT-IF-ERROR
           ELSE
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
      *
        FIND-PERIOD-WINDOW.
      *    The company's calendar rows are in date order - the last
      *    one before the period is where it starts, the first one
      *    after it is the following period. A company's first
      *    scheduled period is taken to be a full period long.
         MOVE SPACES TO WS-PRIOR-END WS-NEXT-END.
         MOVE WS-COMPANY TO CAL-COMPANY.
         MOVE LOW-VALUES TO CAL-PERIOD-END.
         MOVE "START CALENDAR-FILE" TO WS-ABEND-MSG.
         START CALENDAR-FILE KEY IS >= CAL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR CAL-COMPANY NOT = WS-COMPANY
                    OR CAL-PERIOD-END > WS-PERIOD-END
           IF CAL-PERIOD-END < WS-PERIOD-END
             MOVE CAL-PERIOD-END TO WS-PRIOR-END
           END-IF
           MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
           READ CALENDAR-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         IF NOT END-OF-FILE AND CAL-COMPANY = WS-COMPANY
           MOVE CAL-PERIOD-END TO WS-NEXT-END
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
         MOVE WS-PERIOD-END TO WS-PERIOD-END-N.
         IF WS-PRIOR-END = SPACES
           COMPUTE WS-PERIOD-DAYS = 365 / WS-PERIODS
           COMPUTE WS-PRIOR-END-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-N)
                    - WS-PERIOD-DAYS)
           MOVE WS-PRIOR-END-N TO WS-PRIOR-END
         ELSE
           MOVE WS-PRIOR-END TO WS-PRIOR-END-N
           COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-N)
                 - FUNCTION INTEGER-OF-DATE (WS-PRIOR-END-N)
         END-IF.
      *
        PRODUCE-FINAL-PAYS.
         MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
         OPEN I-O EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM OPEN-OPTIONAL-FILES.
         PERFORM FIND-OVERTIME-RULE.
         PERFORM CHECK-PERIOD-SENT.
         SET NETP-START-ACTION TO TRUE.
         CALL "NetPay" USING NETP-CONTROL.
      *
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE SPACES TO EMPL-DEPT EMPL-NAME.
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
                    OR EMPL-COMPANY NOT = WS-COMPANY
      *    Only a leaver flagged as owed a final pay is paid - the
      *    same leavers ArchiveEmployees holds back until it is.
           IF EMPL-TERMINATED
              AND EMPL-TERM-DATE NUMERIC
              AND EMPL-FINAL-PAY-DUE
              AND EMPL-TERM-DATE > WS-PRIOR-END
              AND EMPL-TERM-DATE <= WS-PERIOD-END
             PERFORM PRODUCE-ONE-FINAL-PAY
           END-IF
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
         SET NETP-END-ACTION TO TRUE.
         CALL "NetPay" USING NETP-CONTROL.
         MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
         CLOSE EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM CLOSE-OPTIONAL-FILES.
      *
        OPEN-OPTIONAL-FILES.
      *    A company with no leave, timesheets or payment history
      *    yet simply has none to pay out or to check against.
         OPEN I-O LEAVE-FILE.
         IF SUCCESSFUL
           SET WS-LVBAL-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O LEAVE-TAKEN-FILE.
         IF SUCCESSFUL
           SET WS-LEAVE-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT TIMESHEET-FILE.
         IF SUCCESSFUL
           SET WS-SHEETS-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT PAYSTAT-FILE.
         IF SUCCESSFUL
           SET WS-PAYSTAT-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CLOSE-OPTIONAL-FILES.
         IF WS-LVBAL-ON
           MOVE "CLOSE LEAVE-FILE" TO WS-ABEND-MSG
           CLOSE LEAVE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-LEAVE-ON
           MOVE "CLOSE LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
           CLOSE LEAVE-TAKEN-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-SHEETS-ON
           MOVE "CLOSE TIMESHEET-FILE" TO WS-ABEND-MSG
           CLOSE TIMESHEET-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-PAYSTAT-ON
           MOVE "CLOSE PAYSTAT-FILE" TO WS-ABEND-MSG
           CLOSE PAYSTAT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        CHECK-PERIOD-SENT.
      *    GeneratePayments leaves the period file's totals under
      *    identifier zero once the period's payments have gone out.
         MOVE "N" TO WS-PERIOD-SENT-FLAG.
         IF WS-PAYSTAT-ON
           MOVE WS-COMPANY    TO PST-COMPANY
           MOVE WS-PERIOD-END TO PST-PERIOD-END
           MOVE 0             TO PST-EMPL-ID
           READ PAYSTAT-FILE KEY IS PST-KEY
           IF SUCCESSFUL
             IF PST-FILE-TOTALS
               SET WS-PERIOD-SENT TO TRUE
             END-IF
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
      *
        PRODUCE-ONE-FINAL-PAY.
      *    Nothing is touched until the row the final pay will sit
      *    on is settled - a leaver refused here keeps their parked
      *    payments and leave, and is picked up by a later run.
         MOVE SPACES TO WS-REJECT-REASON.
         MOVE 0 TO WS-SALARY-GROSS WS-PENDING-OTP WS-PENDING-RETRO
                   WS-LEAVE-DAYS WS-LEAVE-AMOUNT
                   WS-UNPAID-DAYS WS-UNPAID-AMOUNT.
         INITIALIZE WS-PAID-HOURS.
         MOVE EMPL-FTE-PCT TO WS-FTE.
         IF WS-FTE = 0
           MOVE 100 TO WS-FTE
         END-IF.
         MOVE "N" TO WS-FINAL-SENT-FLAG.
         PERFORM CHOOSE-FINAL-ROW.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-FINAL-PAY-SENT
         END-IF.
         EVALUATE TRUE
           WHEN WS-REJECT-REASON NOT = SPACES
             ADD 1 TO WS-EXCEPT-COUNT
             DISPLAY "FINAL PAY NOT PRODUCED FOR " EMPL-KEY " - "
                     WS-REJECT-REASON
             MOVE SPACES TO RPT-LINE
             STRING "  " EMPL-DEPT "  " EMPL-NAME "  "
                    EMPL-TERM-DATE "  NOT PRODUCED - "
                    WS-REJECT-REASON
                    DELIMITED BY SIZE INTO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           WHEN WS-FINAL-SENT
             SET EMPL-FINAL-PAY-DONE TO TRUE
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             PERFORM ABORT-IF-ERROR
             MOVE SPACES TO RPT-LINE
             STRING "  " EMPL-DEPT "  " EMPL-NAME "  "
                    EMPL-TERM-DATE "  ALREADY PAID - MARKED DONE"
                    DELIMITED BY SIZE INTO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           WHEN OTHER
             PERFORM COLLECT-PENDING-PAYMENTS
             PERFORM COMPUTE-FINAL-SALARY
             PERFORM PAY-OUT-LEAVE
             PERFORM WRITE-FINAL-ROW
             SET EMPL-FINAL-PAY-DONE TO TRUE
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-PRODUCED-COUNT
         END-EVALUATE.
      *
        CHECK-FINAL-PAY-SENT.
      *    A leaver still flagged due (a load file taken before the
      *    final pay was produced) whose final pay already went to
      *    the bank is not paid twice - the payment recorded against
      *    the row is enough to mark them done.
         IF WS-PAYSTAT-ON AND EMPL-ID NOT = 0
           MOVE WS-COMPANY    TO PST-COMPANY
           MOVE WS-ROW-PERIOD TO PST-PERIOD-END
           MOVE EMPL-ID       TO PST-EMPL-ID
           READ PAYSTAT-FILE KEY IS PST-KEY
           IF SUCCESSFUL
             IF PST-FINAL-PAY
               SET WS-FINAL-SENT TO TRUE
             END-IF
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
      *
        CHOOSE-FINAL-ROW.
      *    The final pay sits on the leaver's row for the period,
      *    taking over a row the register built before the
      *    termination was keyed. If that row has already gone out
      *    on the period's payment file, the leaver was paid the
      *    whole period and the final pay moves to the following
      *    period's row instead, with no salary on it.
         MOVE "N" TO WS-FULL-PAID-FLAG.
         MOVE WS-PERIOD-END TO WS-ROW-PERIOD.
         MOVE EMPL-KEY      TO PAYREG-EMPL-KEY.
         MOVE WS-ROW-PERIOD TO PAYREG-PERIOD-END.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           IF PAYREG-NET-SETTLED AND NOT PAYREG-FINAL-PAY
              AND WS-PERIOD-SENT
             SET WS-PAID-IN-FULL TO TRUE
             IF WS-NEXT-END = SPACES
               MOVE "PERIOD PAID - NO NEXT PERIOD"
                 TO WS-REJECT-REASON
             ELSE
               MOVE WS-NEXT-END TO WS-ROW-PERIOD
               PERFORM CHECK-FOLLOWING-ROW
             END-IF
           END-IF
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-REJECT-REASON = SPACES
            AND NOT WS-PAID-IN-FULL
            AND EMPL-HOURLY
           PERFORM READ-FINAL-TIMESHEET
         END-IF.
      *
        CHECK-FOLLOWING-ROW.
         MOVE EMPL-KEY      TO PAYREG-EMPL-KEY.
         MOVE WS-ROW-PERIOD TO PAYREG-PERIOD-END.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           IF PAYREG-NET-SETTLED AND NOT PAYREG-FINAL-PAY
             MOVE "ON THE NEXT PERIOD'S REGISTER"
               TO WS-REJECT-REASON
           END-IF
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        READ-FINAL-TIMESHEET.
      *    Hourly staff are paid the hours on the period's
      *    timesheet, which already stop at the last day worked.
      *    Without one the final pay waits for it.
         IF NOT WS-SHEETS-ON OR EMPL-ID = 0
           MOVE "NO TIMESHEET FOR THE PERIOD" TO WS-REJECT-REASON
         ELSE
           MOVE EMPL-ID       TO TS-EMPL-ID
           MOVE WS-PERIOD-END TO TS-PERIOD-END
           READ TIMESHEET-FILE KEY IS TS-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "NO TIMESHEET FOR THE PERIOD"
                 TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ TIMESHEET-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
      *
        COLLECT-PENDING-PAYMENTS.
      *    A row the register never settled is one-time pay (or a
      *    retro settlement) parked ahead of a register build - the
      *    register no longer builds rows for a leaver, so every
      *    such row is gathered onto the final pay and removed.
         MOVE EMPL-KEY TO PAYREG-EMPL-KEY.
         MOVE SPACES   TO PAYREG-PERIOD-END.
         MOVE "START PAYREG-FILE" TO WS-ABEND-MSG.
         START PAYREG-FILE KEY IS >= PAYREG-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PAYREG-EMPL-KEY NOT = EMPL-KEY
           IF NOT PAYREG-NET-SETTLED AND NOT PAYREG-FINAL-PAY
             ADD PAYREG-OTP-GROSS   TO WS-PENDING-OTP
             ADD PAYREG-RETRO-GROSS TO WS-PENDING-RETRO
             MOVE "DELETE PAYREG-RECORD" TO WS-ABEND-MSG
             DELETE PAYREG-FILE RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        COMPUTE-FINAL-SALARY.
      *    Salaried pay is the period's FTE-prorated salary for the
      *    calendar days from the period start up to and including
      *    the termination date, less any unpaid leave booked in
      *    them. A leaver already paid the whole period gets none.
         IF NOT WS-PAID-IN-FULL
           IF EMPL-HOURLY
             PERFORM COMPUTE-HOURLY-GROSS
           ELSE
             MOVE EMPL-TERM-DATE TO WS-TERM-DATE-N
             COMPUTE WS-WORKED-DAYS =
                     FUNCTION INTEGER-OF-DATE (WS-TERM-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-PRIOR-END-N)
             IF WS-WORKED-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-WORKED-DAYS
             END-IF
             COMPUTE WS-SALARY-GROSS ROUNDED =
                     EMPL-SALARY * WS-FTE * WS-WORKED-DAYS
                     / (WS-PERIODS * 100 * WS-PERIOD-DAYS)
             IF WS-LEAVE-ON AND EMPL-ID NOT = 0
               PERFORM TAKE-UNPAID-LEAVE
             END-IF
           END-IF
         END-IF.
      *
        COMPUTE-HOURLY-GROSS.
         MOVE TS-REGULAR-HOURS  TO WS-PAID-REGULAR.
         MOVE TS-OVERTIME-HOURS TO WS-PAID-OVERTIME.
         MOVE TS-PREMIUM-HOURS  TO WS-PAID-PREMIUM.
         MOVE EMPL-HOURLY-RATE  TO WS-PAID-RATE.
         IF WS-REGULAR-LIMIT > 0
            AND WS-PAID-REGULAR > WS-REGULAR-LIMIT
           COMPUTE WS-PAID-OVERTIME = WS-PAID-OVERTIME
                   + WS-PAID-REGULAR - WS-REGULAR-LIMIT
           MOVE WS-REGULAR-LIMIT TO WS-PAID-REGULAR
         END-IF.
         COMPUTE WS-SALARY-GROSS ROUNDED = WS-PAID-RATE *
                 (WS-PAID-REGULAR
                  + WS-PAID-OVERTIME * WS-OT-FACTOR
                  + WS-PAID-PREMIUM * WS-PREMIUM-FACTOR).
      *
        TAKE-UNPAID-LEAVE.
      *    The register's rule, cut off at the termination date:
      *    unpaid days not yet taken by an earlier period come off
      *    and are stamped with this one.
         MOVE EMPL-ID TO LVT-EMPL-ID.
         MOVE SPACES  TO LVT-LEAVE-DATE LVT-TYPE.
         MOVE "START LEAVE-TAKEN-FILE" TO WS-ABEND-MSG.
         START LEAVE-TAKEN-FILE KEY IS >= LVT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
           READ LEAVE-TAKEN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR LVT-EMPL-ID NOT = EMPL-ID
                    OR LVT-LEAVE-DATE > EMPL-TERM-DATE
           IF LVT-UNPAID
              AND (LVT-APPLIED-PERIOD = SPACES
                   OR LVT-APPLIED-PERIOD = WS-PERIOD-END)
             ADD LVT-DAYS TO WS-UNPAID-DAYS
             MOVE WS-PERIOD-END TO LVT-APPLIED-PERIOD
             MOVE "REWRITE LEAVE-TAKEN-RECORD" TO WS-ABEND-MSG
             REWRITE LEAVE-TAKEN-RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "READ LEAVE-TAKEN-FILE" TO WS-ABEND-MSG
           READ LEAVE-TAKEN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-UNPAID-DAYS > 0
           COMPUTE WS-UNPAID-AMOUNT ROUNDED =
                   EMPL-SALARY * WS-FTE * WS-UNPAID-DAYS
                   / (WS-WORK-DAYS-PER-YEAR * 100)
           IF WS-UNPAID-AMOUNT > WS-SALARY-GROSS
             MOVE WS-SALARY-GROSS TO WS-UNPAID-AMOUNT
           END-IF
           SUBTRACT WS-UNPAID-AMOUNT FROM WS-SALARY-GROSS
         END-IF.
      *
        PAY-OUT-LEAVE.
      *    Every leave balance the leaver still holds is paid out
      *    and cleared, with the termination date as the day it was
      *    last drawn on. Balances are keyed by the identifier, so
      *    a record never stamped holds none.
         IF WS-LVBAL-ON AND EMPL-ID NOT = 0
           MOVE EMPL-ID TO LV-EMPL-ID
           MOVE SPACES  TO LV-TYPE
           MOVE "START LEAVE-FILE" TO WS-ABEND-MSG
           START LEAVE-FILE KEY IS >= LV-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             READ LEAVE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR LV-EMPL-ID NOT = EMPL-ID
             IF LV-BALANCE > 0
               ADD LV-BALANCE TO WS-LEAVE-DAYS
               MOVE 0 TO LV-BALANCE
               MOVE EMPL-TERM-DATE TO LV-LAST-TAKEN-DATE
               MOVE "REWRITE LEAVE-RECORD" TO WS-ABEND-MSG
               REWRITE LEAVE-RECORD
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             READ LEAVE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-LEAVE-DAYS > 0
           IF EMPL-HOURLY
             COMPUTE WS-LEAVE-AMOUNT ROUNDED =
                     EMPL-HOURLY-RATE * WS-HOURS-PER-DAY
                     * WS-LEAVE-DAYS
           ELSE
             COMPUTE WS-LEAVE-AMOUNT ROUNDED =
                     EMPL-SALARY * WS-FTE * WS-LEAVE-DAYS
                     / (WS-WORK-DAYS-PER-YEAR * 100)
           END-IF
         END-IF.
      *
        WRITE-FINAL-ROW.
      *    Retro and one-time pay already on a row being taken over
      *    stay on it with what was gathered. A final pay row left
      *    by an earlier run that stopped before the employee was
      *    marked keeps the leave it already paid out - the
      *    balances it cleared are gone.
         MOVE EMPL-KEY      TO PAYREG-EMPL-KEY.
         MOVE WS-ROW-PERIOD TO PAYREG-PERIOD-END.
         MOVE "N" TO WS-ROW-ON-FILE-FLAG.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           SET WS-ROW-ON-FILE TO TRUE
           IF PAYREG-FINAL-PAY
             ADD PAYREG-LEAVE-DAYS   TO WS-LEAVE-DAYS
             ADD PAYREG-LEAVE-AMOUNT TO WS-LEAVE-AMOUNT
           END-IF
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE PAYREG-RECORD
             MOVE EMPL-KEY      TO PAYREG-EMPL-KEY
             MOVE WS-ROW-PERIOD TO PAYREG-PERIOD-END
           ELSE
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         MOVE EMPL-SALARY      TO PAYREG-ANNUAL-SALARY.
         COMPUTE PAYREG-PERIOD-GROSS = WS-SALARY-GROSS
                                     + WS-LEAVE-AMOUNT.
         ADD WS-PENDING-RETRO  TO PAYREG-RETRO-GROSS.
         ADD WS-PENDING-OTP    TO PAYREG-OTP-GROSS.
         MOVE WS-UNPAID-DAYS   TO PAYREG-UNPAID-DAYS.
         MOVE WS-UNPAID-AMOUNT TO PAYREG-UNPAID-AMOUNT.
         MOVE WS-PAID-REGULAR  TO PAYREG-REGULAR-HOURS.
         MOVE WS-PAID-OVERTIME TO PAYREG-OVERTIME-HOURS.
         MOVE WS-PAID-PREMIUM  TO PAYREG-PREMIUM-HOURS.
         MOVE WS-PAID-RATE     TO PAYREG-HOURLY-RATE.
         SET PAYREG-FINAL-PAY  TO TRUE.
         MOVE EMPL-TERM-DATE   TO PAYREG-TERM-DATE.
         MOVE WS-LEAVE-DAYS    TO PAYREG-LEAVE-DAYS.
         MOVE WS-LEAVE-AMOUNT  TO PAYREG-LEAVE-AMOUNT.
         MOVE WS-RUN-STAMP     TO PAYREG-FINAL-STAMP.
         PERFORM SETTLE-NET-PAY.
         IF WS-ROW-ON-FILE
           MOVE "REWRITE PAYREG-RECORD" TO WS-ABEND-MSG
           REWRITE PAYREG-RECORD
         ELSE
           MOVE "WRITE PAYREG-RECORD" TO WS-ABEND-MSG
           WRITE PAYREG-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        SETTLE-NET-PAY.
      *    Withholding, standing deductions and recovery of any
      *    arrears still outstanding come off the final pay exactly
      *    as off a register row - NetPay nets the arrears balance
      *    against what is left.
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
         SET PAYREG-NET-SETTLED TO TRUE.
      *
        DELIVER-FINAL-PAYS.
      *    The file carries the final pays this run produced, or
      *    with RESEND every one produced for leavers in the period
      *    - each run's file stands alone, so nothing goes to the
      *    bank twice unless it is asked for. Each payment is
      *    recorded as sent so a bank return can be posted against
      *    it and reissued by check like any other.
         PERFORM OPEN-PAYSTAT-FILE.
         PERFORM WRITE-PAYMENT-HEADER.
         MOVE WS-COMPANY TO PAYREG-COMPANY.
         MOVE SPACES TO PAYREG-DEPT PAYREG-NAME PAYREG-PERIOD-END.
         MOVE "START PAYREG-FILE" TO WS-ABEND-MSG.
         START PAYREG-FILE KEY IS >= PAYREG-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PAYREG-COMPANY NOT = WS-COMPANY
           IF PAYREG-FINAL-PAY
              AND PAYREG-TERM-DATE > WS-PRIOR-END
              AND PAYREG-TERM-DATE <= WS-PERIOD-END
              AND (WS-RESEND OR PAYREG-FINAL-STAMP = WS-RUN-STAMP)
             PERFORM DELIVER-ONE-FINAL-PAY
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         PERFORM WRITE-PAYMENT-TRAILER.
         MOVE "CLOSE PAYSTAT-FILE" TO WS-ABEND-MSG.
         CLOSE PAYSTAT-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        DELIVER-ONE-FINAL-PAY.
         MOVE SPACES TO WS-PAY-NOTE.
         MOVE SPACE  TO WS-PAY-METHOD.
         IF PAYREG-NET-PAY > 0
           PERFORM PAY-UNLESS-RETURNED
         ELSE
           MOVE "NO NET PAY" TO WS-PAY-NOTE
         END-IF.
         IF PAYREG-PERIOD-END NOT = WS-PERIOD-END
           MOVE "PERIOD WAS PAID IN FULL" TO WS-PAY-NOTE
         END-IF.
      *    A shortfall on a final pay has no later period to be
      *    recovered from.
         IF PAYREG-ARREARS-RAISED > 0
           MOVE "NET SHORT - ARREARS LEFT" TO WS-PAY-NOTE
           ADD 1 TO WS-SHORT-COUNT
         END-IF.
         PERFORM PRINT-FINAL-PAY-LINE.
      *
        PAY-UNLESS-RETURNED.
      *    A resend of a final pay the bank has already returned
      *    must not go to the same account again - GeneratePayments
      *    reissues it by check on the next period's file.
         MOVE "N" TO WS-RETURNED-FLAG.
         IF PAYREG-EMPL-ID NOT = 0
           MOVE WS-COMPANY        TO PST-COMPANY
           MOVE PAYREG-PERIOD-END TO PST-PERIOD-END
           MOVE PAYREG-EMPL-ID    TO PST-EMPL-ID
           READ PAYSTAT-FILE KEY IS PST-KEY
           IF SUCCESSFUL
             IF PST-RETURNED OR PST-REISSUED
               SET WS-ALREADY-RETURNED TO TRUE
             END-IF
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
         IF WS-ALREADY-RETURNED
           MOVE "RETURNED - BY CHECK" TO WS-PAY-NOTE
         ELSE
           PERFORM CHOOSE-PAY-METHOD
           PERFORM WRITE-PAYMENT-DETAIL
           PERFORM RECORD-PAYMENT-SENT
         END-IF.
      *
        RECORD-PAYMENT-SENT.
      *    A leaver never converted off identifier zero is paid by
      *    check and has no row - zero is the period totals' key.
         IF PAYREG-EMPL-ID NOT = 0
           INITIALIZE PAYSTAT-RECORD
           MOVE WS-COMPANY        TO PST-COMPANY
           MOVE PAYREG-PERIOD-END TO PST-PERIOD-END
           MOVE PAYREG-EMPL-ID    TO PST-EMPL-ID
           SET PST-SENT           TO TRUE
           MOVE WS-PAY-METHOD     TO PST-METHOD
           MOVE PAYREG-NET-PAY    TO PST-AMOUNT
           SET PST-FINAL-PAY      TO TRUE
           MOVE "WRITE PAYSTAT-RECORD" TO WS-ABEND-MSG
           WRITE PAYSTAT-RECORD
           IF DUPLICATE-KEY
             MOVE "REWRITE PAYSTAT-RECORD" TO WS-ABEND-MSG
             REWRITE PAYSTAT-RECORD
           END-IF
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        CHOOSE-PAY-METHOD.
      *    Credit only to bank details that have proved themselves;
      *    anything else is paid by check, with no account on it.
         MOVE "C" TO WS-PAY-METHOD.
         MOVE "BY CHECK - NO BANK DETAILS" TO WS-PAY-NOTE.
         IF WS-BANK-ON AND PAYREG-EMPL-ID NOT = 0
           MOVE PAYREG-EMPL-ID TO BANK-EMPL-ID
           READ BANK-FILE KEY IS BANK-EMPL-ID
           IF SUCCESSFUL
             EVALUATE TRUE
               WHEN BANK-METHOD-CHECK
                 MOVE SPACES TO WS-PAY-NOTE
               WHEN BANK-METHOD-ACH AND BANK-PRENOTE-CLEARED
                 MOVE "A" TO WS-PAY-METHOD
                 MOVE SPACES TO WS-PAY-NOTE
               WHEN OTHER
                 MOVE "BY CHECK - BANK NOT PROVED" TO WS-PAY-NOTE
             END-EVALUATE
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ BANK-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
      *
        WRITE-PAYMENT-HEADER.
         MOVE SPACES TO FINAL-PAYMENT-HEADER.
         MOVE "H"            TO FPY-H-TYPE.
         MOVE WS-COMPANY     TO FPY-H-COMPANY.
         MOVE WS-PERIOD-END  TO FPY-H-PERIOD-END.
         MOVE WS-RUN-STAMP   TO FPY-H-CREATED.
         MOVE "WRITE FINAL-PAYMENT-HEADER" TO WS-ABEND-MSG.
         WRITE FINAL-PAYMENT-HEADER.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-PAYMENT-DETAIL.
         MOVE SPACES TO FINAL-PAYMENT-DETAIL.
         MOVE "D"            TO FPY-D-TYPE.
         MOVE PAYREG-EMPL-ID TO FPY-D-EMPL-ID.
         IF WS-PAY-METHOD = "A"
           MOVE BANK-ROUTING TO FPY-D-ROUTING
           MOVE BANK-ACCOUNT TO FPY-D-ACCOUNT
         END-IF.
         MOVE WS-PAY-METHOD  TO FPY-D-METHOD.
         MOVE PAYREG-NET-PAY TO FPY-D-AMOUNT.
         MOVE "WRITE FINAL-PAYMENT-DETAIL" TO WS-ABEND-MSG.
         WRITE FINAL-PAYMENT-DETAIL.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-PAID-COUNT.
         ADD PAYREG-NET-PAY TO WS-PAID-HASH.
      *
        WRITE-PAYMENT-TRAILER.
         MOVE SPACES TO FINAL-PAYMENT-TRAILER.
         MOVE "T"           TO FPY-T-TYPE.
         MOVE WS-PAID-COUNT TO FPY-T-COUNT.
         MOVE WS-PAID-HASH  TO FPY-T-HASH.
         MOVE "WRITE FINAL-PAYMENT-TRAILER" TO WS-ABEND-MSG.
         WRITE FINAL-PAYMENT-TRAILER.
         PERFORM ABORT-IF-ERROR.
      *
        PRINT-FINAL-PAY-LINE.
         MOVE PAYREG-DEPT      TO WS-DET-DEPT.
         MOVE PAYREG-NAME      TO WS-DET-NAME.
         MOVE PAYREG-TERM-DATE TO WS-DET-TERM.
         COMPUTE WS-DET-SALARY = PAYREG-PERIOD-GROSS
                               - PAYREG-LEAVE-AMOUNT.
         MOVE PAYREG-LEAVE-AMOUNT TO WS-DET-LEAVE.
         MOVE PAYREG-OTP-GROSS TO WS-DET-OTP.
         MOVE PAYREG-WITHHOLDING TO WS-DET-TAX.
         COMPUTE WS-DET-DEDUCT = PAYREG-DEDUCTIONS
                               + PAYREG-ARREARS-TAKEN.
         MOVE PAYREG-NET-PAY   TO WS-DET-NET.
         MOVE WS-PAY-METHOD    TO WS-DET-METHOD.
         MOVE WS-PAY-NOTE      TO WS-DET-NOTE.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        FIND-OVERTIME-RULE.
      *    The company's own rule, else the "*" default rule, else
      *    the built-in factors already in storage.
         OPEN INPUT OTRULE-FILE.
         IF SUCCESSFUL
           MOVE WS-COMPANY TO OTR-COMPANY
           READ OTRULE-FILE KEY IS OTR-COMPANY
           IF RECORD-NOT-FOUND
             MOVE "*" TO OTR-COMPANY
             READ OTRULE-FILE KEY IS OTR-COMPANY
           END-IF
           IF SUCCESSFUL
             MOVE OTR-OVERTIME-FACTOR TO WS-OT-FACTOR
             MOVE OTR-PREMIUM-FACTOR  TO WS-PREMIUM-FACTOR
             MOVE OTR-REGULAR-LIMIT   TO WS-REGULAR-LIMIT
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ OTRULE-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
           MOVE "CLOSE OTRULE-FILE" TO WS-ABEND-MSG
           CLOSE OTRULE-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
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
        OPEN-PAYREG-FILE.
         MOVE "OPEN PAYREG-FILE" TO WS-ABEND-MSG.
         OPEN I-O PAYREG-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT PAYREG-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE PAYREG-FILE
           OPEN I-O PAYREG-FILE
           PERFORM ABORT-IF-ERROR
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
