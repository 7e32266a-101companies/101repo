       IDENTIFICATION DIVISION.
        PROGRAM-ID. Approve.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/approval-queue.fc".
          COPY "copybooks/operator.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/control-totals.fc".
          COPY "copybooks/salary-audit.fc".
          COPY "copybooks/salary-history.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pay-calendar.fc".
          COPY "copybooks/year-close.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/approval-queue.fd".
         COPY "copybooks/operator.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/control-totals.fd".
         COPY "copybooks/salary-audit.fd".
         COPY "copybooks/salary-history.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pay-calendar.fd".
         COPY "copybooks/year-close.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/journal-control.ws".
         COPY "copybooks/report-control.ws".
         COPY "copybooks/net-pay-control.ws".
         01 WS-CTL-CUR-COMPANY PIC X(20).
         01 WS-CTL-COUNT       PIC 9(9).
         01 WS-CTL-TOTAL       PIC 9(13)V99.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-CMD-PTR       PIC 99.
         01 WS-ACTION        PIC X(8).
            88 WS-LIST-ACTION          VALUE "LIST".
            88 WS-APPROVE-ACTION       VALUE "APPROVE".
            88 WS-REJECT-ACTION        VALUE "REJECT".
         01 WS-ARGUMENT      PIC X(20).
         01 WS-COMPANY       PIC X(20).
         01 WS-ITEM-ID-X     PIC X(14).
         01 WS-ITEM-ID       PIC 9(14).
         01 WS-REASON        PIC X(30).
         01 WS-REFUSAL       PIC X(60).
         01 WS-OLD-SALARY    PIC 9(9)V99.
         01 WS-PERIODS       PIC 99.
         01 WS-CAL-OPEN-FLAG PIC X     VALUE "N".
            88 WS-CAL-ON               VALUE "Y".
         01 WS-LISTED-COUNT  PIC 9(7) VALUE 0.
         01 WS-RUN-STARTED-FLAG PIC X  VALUE "N".
            88 WS-RUN-STARTED          VALUE "Y".
      *    The employee key off the front of a queued record image.
         01 WS-QUEUED-KEY.
            05 WS-Q-COMPANY       PIC X(20).
            05 WS-Q-DEPT          PIC X(20).
            05 WS-Q-NAME          PIC X(20).
         01 WS-AMOUNT-PRINT  PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-OLD-PRINT     PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-NEW-PRINT     PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(16) VALUE "ITEM".
            05 FILLER PIC X(14) VALUE "MADE BY".
            05 FILLER PIC X(22) VALUE "COMPANY".
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(22) VALUE "EMPLOYEE".
            05 FILLER PIC X(30) VALUE "CHANGE".
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The checker's side of maker-checker. LIST shows the items
      *    the salary-changing runs held back as over their company's
      *    approval limit; APPROVE applies one, with the same audit
      *    and history rows the making run would have written and
      *    both operators on the audit row; REJECT closes one without
      *    applying it. The checker must be a signed-on operator from
      *    the operator file, and an approval never comes from the
      *    operator who made the item - the maker may only withdraw
      *    it by rejecting it.
      *      LIST [company]
      *      APPROVE item-id
      *      REJECT item-id [reason]
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Action (LIST, APPROVE or REJECT): "
                  WITH NO ADVANCING
          ACCEPT WS-ACTION
          DISPLAY "Item id (LIST: company, blank = all): "
                  WITH NO ADVANCING
          ACCEPT WS-ARGUMENT
          MOVE SPACES TO WS-REASON
          IF WS-REJECT-ACTION
            DISPLAY "Reason: " WITH NO ADVANCING
            ACCEPT WS-REASON
          END-IF
        ELSE
          MOVE SPACES TO WS-ACTION WS-ARGUMENT WS-REASON
          MOVE 1 TO WS-CMD-PTR
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-ACTION WS-ARGUMENT
              WITH POINTER WS-CMD-PTR
          END-UNSTRING
      *    Everything after the item id is the reject reason, spaces
      *    and all.
          IF WS-CMD-PTR <= 80
            MOVE WS-CMD-LINE (WS-CMD-PTR:) TO WS-REASON
          END-IF
        END-IF.
      *
        MOVE "Approve" TO RUN-PROGRAM.
        EVALUATE TRUE
          WHEN WS-LIST-ACTION
            PERFORM LIST-PENDING-ITEMS
          WHEN WS-APPROVE-ACTION OR WS-REJECT-ACTION
            PERFORM DECIDE-ITEM
          WHEN OTHER
            DISPLAY "ACTION MUST BE LIST, APPROVE OR REJECT, GOT "
                    WS-ACTION
            MOVE 16 TO RETURN-CODE
        END-EVALUATE.
        STOP RUN.
      *
        LIST-PENDING-ITEMS.
      *    A listing of every company is a file-scope run, so only an
      *    operator authorized for all companies can ask for it.
         MOVE WS-ARGUMENT TO WS-COMPANY.
         IF WS-COMPANY = SPACES
           MOVE "*FILE*" TO RUN-COMPANY
           MOVE "*" TO RPT-COMPANY
         ELSE
           MOVE WS-COMPANY TO RUN-COMPANY RPT-COMPANY
         END-IF.
         PERFORM START-RUN-LOG.
         MOVE "APPROVAL QUEUE - ITEMS AWAITING A SECOND OPERATOR"
           TO RPT-TITLE.
         MOVE "Approve" TO RPT-PROGRAM.
         PERFORM OPEN-REPORT.
         MOVE WS-HEAD-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         OPEN INPUT APPROVAL-QUEUE-FILE.
         IF SUCCESSFUL
           MOVE "READ APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
           READ APPROVAL-QUEUE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF APQ-PENDING
                AND (WS-COMPANY = SPACES OR APQ-COMPANY = WS-COMPANY)
               PERFORM PRINT-ITEM-LINE
             END-IF
             MOVE "READ APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
             READ APPROVAL-QUEUE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "CLOSE APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
           CLOSE APPROVAL-QUEUE-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         MOVE SPACES TO RPT-LINE.
         STRING WS-LISTED-COUNT " ITEMS AWAITING APPROVAL"
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM CLOSE-REPORT.
         MOVE WS-LISTED-COUNT TO RUN-RECORD-COUNT.
         PERFORM END-RUN-LOG.
      *
        PRINT-ITEM-LINE.
      *    The employee's name and department come off the image the
      *    maker queued - the live record may since have moved on.
         ADD 1 TO WS-LISTED-COUNT.
         MOVE APQ-BEFORE-IMAGE (1:60) TO WS-QUEUED-KEY.
         MOVE SPACES TO RPT-LINE.
         IF APQ-ONE-TIME-PAY
           MOVE APQ-OTP-AMOUNT TO WS-AMOUNT-PRINT
           STRING APQ-ID "  " APQ-MAKER "      " APQ-COMPANY "  "
                  WS-Q-DEPT "  " WS-Q-NAME "  " APQ-OTP-TYPE " "
                  APQ-OTP-PERIOD " " WS-AMOUNT-PRINT
                  " (" APQ-PROGRAM ")"
                  DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           MOVE APQ-OLD-SALARY TO WS-OLD-PRINT
           MOVE APQ-NEW-SALARY TO WS-NEW-PRINT
           STRING APQ-ID "  " APQ-MAKER "      " APQ-COMPANY "  "
                  WS-Q-DEPT "  " WS-Q-NAME "  " WS-OLD-PRINT " -> "
                  WS-NEW-PRINT " (" APQ-PROGRAM ")"
                  DELIMITED BY SIZE INTO RPT-LINE
         END-IF.
         PERFORM PRINT-REPORT-LINE.
      *
        DECIDE-ITEM.
         MOVE WS-ARGUMENT TO WS-ITEM-ID-X.
         IF WS-ITEM-ID-X NOT NUMERIC
            OR WS-ARGUMENT (15:) NOT = SPACES
           DISPLAY "ITEM ID MUST BE THE 14-DIGIT ID FROM THE LIST, GOT "
                   WS-ARGUMENT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE WS-ITEM-ID-X TO WS-ITEM-ID.
      *    The item names the company, and the company decides the
      *    lock and the checker's authority - read it before the run
      *    starts, then again under the lock.
         MOVE "OPEN APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG.
         OPEN INPUT APPROVAL-QUEUE-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM READ-QUEUE-ITEM.
         MOVE APQ-COMPANY TO RUN-COMPANY.
         MOVE "CLOSE APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG.
         CLOSE APPROVAL-QUEUE-FILE.
         PERFORM ABORT-IF-ERROR.
         SET RUN-LOCK-WANTED TO TRUE.
         PERFORM START-RUN-LOG.
         SET WS-RUN-STARTED TO TRUE.
      *
         MOVE "OPEN APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG.
         OPEN I-O APPROVAL-QUEUE-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM READ-QUEUE-ITEM.
         PERFORM CHECK-CHECKER.
         IF NOT APQ-PENDING
           MOVE SPACES TO WS-REFUSAL
           STRING "ITEM WAS ALREADY DECIDED BY " APQ-CHECKER
                  DELIMITED BY SIZE INTO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         IF WS-APPROVE-ACTION
           IF APQ-MAKER = RUN-OPERATOR
             MOVE "THE OPERATOR WHO MADE AN ITEM CANNOT APPROVE IT"
               TO WS-REFUSAL
             PERFORM REFUSE-DECISION
           END-IF
           IF APQ-ONE-TIME-PAY
             PERFORM APPROVE-ONE-TIME-PAY
           ELSE
             PERFORM APPROVE-SALARY-CHANGE
           END-IF
           SET APQ-APPROVED TO TRUE
         ELSE
           SET APQ-REJECTED TO TRUE
           MOVE WS-REASON TO APQ-REASON
         END-IF.
         MOVE RUN-OPERATOR TO APQ-CHECKER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO APQ-DECIDED-STAMP.
         MOVE "REWRITE APPROVAL-QUEUE-RECORD" TO WS-ABEND-MSG.
         REWRITE APPROVAL-QUEUE-RECORD.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG.
         CLOSE APPROVAL-QUEUE-FILE.
         PERFORM ABORT-IF-ERROR.
         IF APQ-APPROVED
           DISPLAY "ITEM " APQ-ID " APPROVED AND APPLIED - MADE BY "
                   APQ-MAKER ", APPROVED BY " APQ-CHECKER
         ELSE
           DISPLAY "ITEM " APQ-ID " REJECTED BY " APQ-CHECKER
                   " - NOT APPLIED"
         END-IF.
         MOVE 1 TO RUN-RECORD-COUNT.
         PERFORM END-RUN-LOG.
      *
        READ-QUEUE-ITEM.
         MOVE WS-ITEM-ID TO APQ-ID.
         READ APPROVAL-QUEUE-FILE KEY IS APQ-ID.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             DISPLAY "ITEM " WS-ITEM-ID " IS NOT ON THE APPROVAL QUEUE"
             MOVE 8 TO RETURN-CODE
             IF WS-RUN-STARTED
               PERFORM END-RUN-LOG
             END-IF
             STOP RUN
           ELSE
             MOVE "READ APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        CHECK-CHECKER.
      *    Run control lets anyone through at a site with no operator
      *    file, but a second pair of eyes means nothing without
      *    knowing whose they are - a decision needs a signed-on
      *    operator who is on the file.
         IF RUN-OPERATOR = SPACES
           MOVE "NO OPERATOR SIGNED ON" TO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         OPEN INPUT OPERATOR-FILE.
         IF NOT SUCCESSFUL
           MOVE "NO OPERATOR FILE - APPROVALS NEED SIGNED-ON OPERATORS"
             TO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         MOVE RUN-OPERATOR TO OPR-ID.
         READ OPERATOR-FILE KEY IS OPR-ID.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "OPERATOR IS NOT ON THE OPERATOR FILE" TO WS-REFUSAL
             PERFORM REFUSE-DECISION
           ELSE
             MOVE "READ OPERATOR-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         MOVE "CLOSE OPERATOR-FILE" TO WS-ABEND-MSG.
         CLOSE OPERATOR-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        REFUSE-DECISION.
      *    The item stays on the queue exactly as it was.
         DISPLAY "ITEM " WS-ITEM-ID " REFUSED - " WS-REFUSAL.
         MOVE 12 TO RETURN-CODE.
         PERFORM END-RUN-LOG.
         STOP RUN.
      *
        APPROVE-SALARY-CHANGE.
      *    The change is applied only to the record the maker saw. If
      *    anything on it has moved since, applying the queued image
      *    would silently undo that later change - the checker must
      *    reject the item and the maker resubmit it.
         MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
         OPEN I-O EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE APQ-BEFORE-IMAGE TO EMPL-RECORD.
         READ EMPL-FILE KEY IS EMPL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "EMPLOYEE IS NO LONGER ON FILE - REJECT THE ITEM"
               TO WS-REFUSAL
             PERFORM REFUSE-DECISION
           ELSE
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF EMPL-RECORD NOT = APQ-BEFORE-IMAGE
           MOVE "EMPLOYEE CHANGED SINCE IT WAS QUEUED - REJECT IT"
             TO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         MOVE "OPEN AUDIT-FILE" TO WS-ABEND-MSG.
         OPEN EXTEND AUDIT-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM OPEN-HISTORY-FILE.
         PERFORM START-JOURNAL.
         PERFORM JOURNAL-EMPL-BEFORE.
         MOVE EMPL-SALARY TO WS-OLD-SALARY.
         MOVE APQ-AFTER-IMAGE TO EMPL-RECORD.
         MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG.
         REWRITE EMPL-RECORD.
         PERFORM ABORT-IF-EMPL-WRITE-ERROR.
         IF EMPL-SALARY NOT = WS-OLD-SALARY
           PERFORM WRITE-SALARY-AUDIT
           PERFORM WRITE-HISTORY-RECORD
         END-IF.
         PERFORM END-JOURNAL.
         MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
         CLOSE EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG.
         CLOSE AUDIT-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE SALARY-HISTORY-FILE" TO WS-ABEND-MSG.
         CLOSE SALARY-HISTORY-FILE.
         PERFORM ABORT-IF-ERROR.
         PERFORM REBUILD-CONTROL-TOTALS.
      *
        APPROVE-ONE-TIME-PAY.
      *    The same edits OneTimePay makes, again at approval time -
      *    the employee may have left, or the target period closed,
      *    while the item waited.
         MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
         OPEN INPUT EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE APQ-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "EMPLOYEE IS NO LONGER ON FILE - REJECT THE ITEM"
               TO WS-REFUSAL
             PERFORM REFUSE-DECISION
           ELSE
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF EMPL-TERMINATED
           MOVE "EMPLOYEE TERMINATED - REJECT THE ITEM" TO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         MOVE 26 TO WS-PERIODS.
         OPEN INPUT CALENDAR-FILE.
         IF SUCCESSFUL
           SET WS-CAL-ON TO TRUE
           PERFORM CHECK-TARGET-PERIOD
           MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG
           CLOSE CALENDAR-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         PERFORM CHECK-TARGET-YEAR.
         PERFORM OPEN-PAYREG-FILE.
         MOVE "OPEN AUDIT-FILE" TO WS-ABEND-MSG.
         OPEN EXTEND AUDIT-FILE.
         PERFORM ABORT-IF-ERROR.
         SET NETP-START-ACTION TO TRUE.
         CALL "NetPay" USING NETP-CONTROL.
         PERFORM APPLY-PAYMENT.
         SET NETP-END-ACTION TO TRUE.
         CALL "NetPay" USING NETP-CONTROL.
         MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
         CLOSE EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG.
         CLOSE PAYREG-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG.
         CLOSE AUDIT-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        CHECK-TARGET-PERIOD.
         MOVE EMPL-COMPANY   TO CAL-COMPANY.
         MOVE APQ-OTP-PERIOD TO CAL-PERIOD-END.
         READ CALENDAR-FILE KEY IS CAL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "PERIOD NOT ON PAY CALENDAR - REJECT THE ITEM"
               TO WS-REFUSAL
             PERFORM REFUSE-DECISION
           ELSE
             MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF CAL-CLOSED
           MOVE "PERIOD ALREADY CLOSED - REJECT THE ITEM"
             TO WS-REFUSAL
           PERFORM REFUSE-DECISION
         END-IF.
         MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS.
      *
        CHECK-TARGET-YEAR.
      *    Once a tax year is closed its wages have been filed - a
      *    payment approved into it would move year-to-date figures
      *    already reported, so the item must be rejected.
         OPEN INPUT YEAR-CLOSE-FILE.
         IF SUCCESSFUL
           MOVE EMPL-COMPANY         TO YEC-COMPANY
           MOVE APQ-OTP-PERIOD (1:4) TO YEC-TAX-YEAR
           READ YEAR-CLOSE-FILE KEY IS YEC-KEY
           IF SUCCESSFUL
             MOVE "TAX YEAR ALREADY CLOSED - REJECT THE ITEM"
               TO WS-REFUSAL
             PERFORM REFUSE-DECISION
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
         END-IF.
      *
        APPLY-PAYMENT.
      *    Lands exactly as OneTimePay lands it - on the target
      *    period's register row, or a skeleton row PayrollRegister
      *    carries the amount across from.
         MOVE EMPL-KEY       TO PAYREG-EMPL-KEY.
         MOVE APQ-OTP-PERIOD TO PAYREG-PERIOD-END.
         READ PAYREG-FILE KEY IS PAYREG-KEY.
         IF SUCCESSFUL
           ADD APQ-OTP-AMOUNT TO PAYREG-OTP-GROSS
           IF PAYREG-NET-SETTLED
             PERFORM SETTLE-NET-PAY
           END-IF
           MOVE "REWRITE PAYREG-RECORD" TO WS-ABEND-MSG
           REWRITE PAYREG-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE PAYREG-RECORD
             MOVE EMPL-KEY       TO PAYREG-EMPL-KEY
             MOVE APQ-OTP-PERIOD TO PAYREG-PERIOD-END
             MOVE APQ-OTP-AMOUNT TO PAYREG-OTP-GROSS
             MOVE EMPL-ID        TO PAYREG-EMPL-ID
             MOVE "WRITE PAYREG-RECORD" TO WS-ABEND-MSG
             WRITE PAYREG-RECORD
             PERFORM ABORT-IF-ERROR
           ELSE
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         PERFORM WRITE-PAYMENT-AUDIT.
      *
        SETTLE-NET-PAY.
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
        WRITE-SALARY-AUDIT.
      *    The maker stays the operator of record; the checker who
      *    let the change through is the approver.
         MOVE EMPL-KEY      TO AUDIT-EMPL-KEY.
         MOVE WS-OLD-SALARY TO AUDIT-OLD-SALARY.
         MOVE EMPL-SALARY   TO AUDIT-NEW-SALARY.
         MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE APQ-MAKER     TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE RUN-OPERATOR  TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-PAYMENT-AUDIT.
         MOVE EMPL-KEY       TO AUDIT-EMPL-KEY.
         MOVE 0              TO AUDIT-OLD-SALARY.
         MOVE APQ-OTP-AMOUNT TO AUDIT-NEW-SALARY.
         MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
         MOVE EMPL-ID        TO AUDIT-EMPL-ID.
         MOVE APQ-MAKER      TO AUDIT-OPERATOR.
         MOVE APQ-OTP-TYPE   TO AUDIT-CHANGE-TYPE.
         MOVE RUN-OPERATOR   TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-HISTORY-RECORD.
         MOVE EMPL-KEY      TO HIST-EMPL-KEY.
         MOVE FUNCTION CURRENT-DATE TO HIST-EFFECTIVE-DATE.
         MOVE WS-OLD-SALARY TO HIST-OLD-SALARY.
         MOVE EMPL-SALARY   TO HIST-NEW-SALARY.
         MOVE EMPL-ID       TO HIST-EMPL-ID.
         PERFORM JOURNAL-HIST-ADD.
         MOVE "WRITE SALARY-HISTORY-RECORD" TO WS-ABEND-MSG.
         WRITE SALARY-HISTORY-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        OPEN-HISTORY-FILE.
         MOVE "OPEN SALARY-HISTORY-FILE" TO WS-ABEND-MSG.
         OPEN I-O SALARY-HISTORY-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT SALARY-HISTORY-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE SALARY-HISTORY-FILE
           OPEN I-O SALARY-HISTORY-FILE
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
        REBUILD-CONTROL-TOTALS.
      *    The control file mirrors the employee file exactly, so an
      *    applied salary change rebuilds it like every other update
      *    run does.
         MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
         OPEN INPUT EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "OPEN CONTROL-FILE" TO WS-ABEND-MSG.
         OPEN OUTPUT CONTROL-FILE.
         PERFORM ABORT-IF-ERROR.
         INITIALIZE WS-CTL-COUNT WS-CTL-TOTAL.
         MOVE SPACES TO WS-CTL-CUR-COMPANY.
         MOVE "READ EMPL-FILE" TO WS-ABEND-MSG.
         READ EMPL-FILE NEXT RECORD.
         PERFORM ABORT-IF-READ-ERROR.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF EMPL-COMPANY NOT = WS-CTL-CUR-COMPANY
             IF WS-CTL-CUR-COMPANY NOT = SPACES
               PERFORM WRITE-CONTROL-RECORD
             END-IF
             MOVE EMPL-COMPANY TO WS-CTL-CUR-COMPANY
             INITIALIZE WS-CTL-COUNT WS-CTL-TOTAL
           END-IF
           ADD 1 TO WS-CTL-COUNT
           ADD EMPL-SALARY TO WS-CTL-TOTAL
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         IF WS-CTL-CUR-COMPANY NOT = SPACES
           PERFORM WRITE-CONTROL-RECORD
         END-IF.
         MOVE "CLOSE CONTROL-FILE" TO WS-ABEND-MSG.
         CLOSE CONTROL-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
         CLOSE EMPL-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-CONTROL-RECORD.
         INITIALIZE CONTROL-RECORD.
         MOVE WS-CTL-CUR-COMPANY TO CTL-COMPANY.
         MOVE WS-CTL-COUNT       TO CTL-EMPL-COUNT.
         MOVE WS-CTL-TOTAL       TO CTL-SALARY-TOTAL.
         MOVE "WRITE CONTROL-RECORD" TO WS-ABEND-MSG.
         WRITE CONTROL-RECORD.
         PERFORM ABORT-IF-ERROR.
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
        START-JOURNAL.
      *    An applied item is journalled like any other salary run,
      *    so RollbackRun can back it out by this id.
         SET JCTL-START-ACTION TO TRUE.
         MOVE RUN-PROGRAM TO JCTL-PROGRAM.
         CALL "Journal" USING JRNL-CONTROL.
         DISPLAY "JOURNAL RUN ID: " JCTL-RUN-ID.
      *
        END-JOURNAL.
         SET JCTL-END-ACTION TO TRUE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-EMPL-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "EMPL" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-REWRITE TO TRUE.
         MOVE EMPL-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-HIST-ADD.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "HIST" TO JCTL-FILE-CODE.
         SET JCTL-AFTER-ADD TO TRUE.
         MOVE SALARY-HISTORY-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
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
      *
      *    EMPL-NAME is an alternate key WITH DUPLICATES, so a REWRITE
      *    that happens to share a name with another employee is
      *    reported as status "02" - successful, not an error.
        ABORT-IF-EMPL-WRITE-ERROR.
         IF NOT SUCCESSFUL AND NOT SUCCESSFUL-DUPLICATE
           PERFORM ABORT-IF-ERROR
         END-IF.
