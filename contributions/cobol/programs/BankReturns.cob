       IDENTIFICATION DIVISION.
        PROGRAM-ID. BankReturns.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/bank-returns.fc".
          COPY "copybooks/payment-status.fc".
          COPY "copybooks/bank-details.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/bank-returns.fd".
         COPY "copybooks/payment-status.fd".
         COPY "copybooks/bank-details.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-RETURNS-FLAG   PIC X     VALUE "N".
            88 WS-RETURNS-ON            VALUE "Y".
         01 WS-MATCHED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECT-COUNT   PIC 9(7) VALUE 0.
         01 WS-REJECT-REASON  PIC X(24).
         01 WS-PRENOTE-FAILS  PIC 9(7) VALUE 0.
      *    Per-period figures for the status report, and the same
      *    across every period.
         01 WS-CUR-PERIOD     PIC X(8).
         01 WS-P-HASH         PIC 9(13)V99.
         01 WS-P-REISSUED-IN  PIC 9(13)V99.
         01 WS-P-SENT         PIC 9(13)V99.
         01 WS-P-RETURNED     PIC 9(13)V99.
         01 WS-P-REISSUED     PIC 9(13)V99.
         01 WS-P-OUTSTANDING  PIC 9(13)V99.
         01 WS-P-TOTALS-FLAG  PIC X.
            88 WS-P-HAS-TOTALS          VALUE "Y".
         01 WS-P-FILE-FLAG    PIC X.
            88 WS-P-ON-FILE             VALUE "Y".
         01 WS-ALL-HASH       PIC 9(13)V99 VALUE 0.
         01 WS-ALL-RETURNED   PIC 9(13)V99 VALUE 0.
         01 WS-ALL-REISSUED   PIC 9(13)V99 VALUE 0.
         01 WS-ALL-OUTSTANDING PIC 9(13)V99 VALUE 0.
         01 WS-BREAK-COUNT    PIC 9(5) VALUE 0.
         01 WS-RETURN-HEAD.
            05 FILLER PIC X(26) VALUE "RETURN".
            05 FILLER PIC X(10) VALUE "PERIOD".
            05 FILLER PIC X(11) VALUE "EMPLOYEE".
            05 FILLER PIC X(6)  VALUE "CODE".
            05 FILLER PIC X(14) VALUE "        AMOUNT".
         01 WS-RETURN-LINE.
            05 WS-RL-RESULT       PIC X(24).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RL-PERIOD       PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RL-EMPL-ID      PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RL-REASON       PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-STATUS-HEAD.
            05 FILLER PIC X(10) VALUE "PERIOD".
            05 FILLER PIC X(18) VALUE "   FILE HASH".
            05 FILLER PIC X(18) VALUE "    RETURNED".
            05 FILLER PIC X(18) VALUE "    REISSUED".
            05 FILLER PIC X(18) VALUE " OUTSTANDING".
         01 WS-STATUS-LINE.
            05 WS-SL-PERIOD       PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-SL-HASH         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-SL-RETURNED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-SL-REISSUED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-SL-OUTSTANDING  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-SL-NOTE         PIC X(16).
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Posts the bank's returned credits against the payments
      *    they reject - each is marked returned with the bank's
      *    reason and queued for GeneratePayments to reissue by
      *    check - then reports, period by period, what each
      *    payment file's hash total became: returned, reissued,
      *    and still outstanding. With no returns file from the bank
      *    the run is just the status report.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
        ELSE
          MOVE SPACES TO WS-COMPANY
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY
          END-UNSTRING
        END-IF.
      *
        MOVE "BankReturns" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN PAYSTAT-FILE" TO WS-ABEND-MSG.
        OPEN I-O PAYSTAT-FILE.
        PERFORM ABORT-IF-ERROR.
        OPEN INPUT RETURNS-FILE.
        IF SUCCESSFUL
          SET WS-RETURNS-ON TO TRUE
          MOVE "OPEN BANK-FILE" TO WS-ABEND-MSG
          OPEN I-O BANK-FILE
          PERFORM ABORT-IF-ERROR
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        MOVE "BANK RETURNS AND PAYMENT STATUS" TO RPT-TITLE.
        MOVE "BankReturns" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        IF WS-RETURNS-ON
          MOVE WS-RETURN-HEAD TO RPT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "READ RETURNS-FILE" TO WS-ABEND-MSG
          READ RETURNS-FILE
          PERFORM ABORT-IF-READ-ERROR
          PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
            EVALUATE TRUE
              WHEN NOT RTN-RETURN-ITEM
                CONTINUE
              WHEN RTN-AMOUNT = 0
                PERFORM POST-PRENOTE-RETURN
              WHEN OTHER
                PERFORM POST-ONE-RETURN
            END-EVALUATE
            MOVE "READ RETURNS-FILE" TO WS-ABEND-MSG
            READ RETURNS-FILE
            PERFORM ABORT-IF-READ-ERROR
          END-PERFORM
          MOVE "00" TO WS-FILE-STATUS
          MOVE "CLOSE RETURNS-FILE" TO WS-ABEND-MSG
          CLOSE RETURNS-FILE
          PERFORM ABORT-IF-ERROR
          MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG
          CLOSE BANK-FILE
          PERFORM ABORT-IF-ERROR
          PERFORM FORCE-PAGE-BREAK
        END-IF.
      *
        PERFORM REPORT-PAYMENT-STATUS.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE PAYSTAT-FILE" TO WS-ABEND-MSG.
        CLOSE PAYSTAT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "RETURNS POSTED:       " WS-MATCHED-COUNT.
        DISPLAY "PRENOTES RETURNED:    " WS-PRENOTE-FAILS.
        DISPLAY "RETURNS REJECTED:     " WS-REJECT-COUNT.
        DISPLAY "PERIODS OUT OF BALANCE: " WS-BREAK-COUNT.
        IF WS-REJECT-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        IF WS-BREAK-COUNT > 0
          MOVE 8 TO RETURN-CODE
        END-IF.
        MOVE WS-MATCHED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        POST-ONE-RETURN.
      *    The item must be a credit we sent, for the amount we
      *    sent, and not already returned - anything else is listed
      *    for treasury to chase with the bank and changes nothing.
         MOVE SPACES TO WS-REJECT-REASON.
         MOVE RTN-COMPANY    TO PST-COMPANY.
         MOVE RTN-PERIOD-END TO PST-PERIOD-END.
         MOVE RTN-EMPL-ID    TO PST-EMPL-ID.
         EVALUATE TRUE
           WHEN RTN-COMPANY NOT = WS-COMPANY
             MOVE "OTHER COMPANY" TO WS-REJECT-REASON
           WHEN RTN-EMPL-ID NOT NUMERIC OR RTN-EMPL-ID = 0
             MOVE "NO EMPLOYEE IDENTIFIER" TO WS-REJECT-REASON
           WHEN OTHER
             READ PAYSTAT-FILE KEY IS PST-KEY
             IF NOT SUCCESSFUL
               IF RECORD-NOT-FOUND
                 MOVE "NO SUCH PAYMENT SENT" TO WS-REJECT-REASON
                 MOVE "00" TO WS-FILE-STATUS
               ELSE
                 MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
                 PERFORM ABORT-IF-ERROR
               END-IF
             ELSE
               EVALUATE TRUE
                 WHEN PST-RETURNED OR PST-REISSUED
                   MOVE "ALREADY RETURNED" TO WS-REJECT-REASON
                 WHEN RTN-AMOUNT NOT = PST-AMOUNT
                   MOVE "AMOUNT DOES NOT MATCH" TO WS-REJECT-REASON
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
         END-EVALUATE.
         IF WS-REJECT-REASON = "NO SUCH PAYMENT SENT"
            OR WS-REJECT-REASON = "AMOUNT DOES NOT MATCH"
           PERFORM FIND-FOLLOWING-FINAL-PAY
         END-IF.
      *
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO WS-RL-RESULT
         ELSE
           SET PST-RETURNED TO TRUE
           MOVE RTN-REASON      TO PST-REASON
           MOVE RTN-RETURN-DATE TO PST-RETURN-DATE
           MOVE SPACES          TO PST-REISSUE-PERIOD
           MOVE "REWRITE PAYSTAT-RECORD" TO WS-ABEND-MSG
           REWRITE PAYSTAT-RECORD
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-MATCHED-COUNT
           MOVE "RETURNED - TO REISSUE" TO WS-RL-RESULT
         END-IF.
         MOVE RTN-PERIOD-END TO WS-RL-PERIOD.
         MOVE RTN-EMPL-ID    TO WS-RL-EMPL-ID.
         MOVE RTN-REASON     TO WS-RL-REASON.
         MOVE RTN-AMOUNT     TO WS-RL-AMOUNT.
         MOVE WS-RETURN-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        FIND-FOLLOWING-FINAL-PAY.
      *    A leaver whose own period was already paid in full has
      *    the final pay recorded under the following period, the
      *    register row it was paid from, while FinalPay's file -
      *    and so the bank's return - names the period it ran for.
      *    The following period is the next one on file after the
      *    returned period's rows.
         MOVE RTN-COMPANY    TO PST-COMPANY.
         MOVE RTN-PERIOD-END TO PST-PERIOD-END.
         MOVE 999999999      TO PST-EMPL-ID.
         MOVE "START PAYSTAT-FILE" TO WS-ABEND-MSG.
         START PAYSTAT-FILE KEY IS > PST-KEY.
         IF SUCCESSFUL
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           IF NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF SUCCESSFUL AND PST-COMPANY = RTN-COMPANY
           MOVE RTN-EMPL-ID TO PST-EMPL-ID
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE KEY IS PST-KEY
           IF SUCCESSFUL
             IF PST-FINAL-PAY AND PST-SENT
                AND RTN-AMOUNT = PST-AMOUNT
               MOVE SPACES TO WS-REJECT-REASON
             END-IF
           ELSE
             IF NOT RECORD-NOT-FOUND
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        POST-PRENOTE-RETURN.
      *    A zero-dollar return is a prenote the bank could not
      *    deliver - the details it proved are wrong, so the
      *    employee stays on check until new ones are loaded.
         MOVE SPACES TO WS-REJECT-REASON.
         EVALUATE TRUE
           WHEN RTN-COMPANY NOT = WS-COMPANY
             MOVE "OTHER COMPANY" TO WS-REJECT-REASON
           WHEN RTN-EMPL-ID NOT NUMERIC OR RTN-EMPL-ID = 0
             MOVE "NO EMPLOYEE IDENTIFIER" TO WS-REJECT-REASON
           WHEN OTHER
             MOVE RTN-EMPL-ID TO BANK-EMPL-ID
             READ BANK-FILE KEY IS BANK-EMPL-ID
             IF NOT SUCCESSFUL
               IF NOT RECORD-NOT-FOUND
                 MOVE "READ BANK-FILE" TO WS-ABEND-MSG
                 PERFORM ABORT-IF-ERROR
               END-IF
               MOVE "00" TO WS-FILE-STATUS
               MOVE "NO BANK DETAILS" TO WS-REJECT-REASON
             ELSE
               IF NOT BANK-PRENOTE-SENT
                 MOVE "NO PRENOTE OUTSTANDING" TO WS-REJECT-REASON
               END-IF
             END-IF
         END-EVALUATE.
      *
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON TO WS-RL-RESULT
         ELSE
           SET BANK-PRENOTE-FAILED TO TRUE
           MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
           REWRITE BANK-RECORD
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-PRENOTE-FAILS
           MOVE "PRENOTE FAILED - CHECK" TO WS-RL-RESULT
         END-IF.
         MOVE RTN-PERIOD-END TO WS-RL-PERIOD.
         MOVE RTN-EMPL-ID    TO WS-RL-EMPL-ID.
         MOVE RTN-REASON     TO WS-RL-REASON.
         MOVE RTN-AMOUNT     TO WS-RL-AMOUNT.
         MOVE WS-RETURN-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        REPORT-PAYMENT-STATUS.
      *    Each period's file hash is what the bank was told to pay.
      *    It must equal the payments recorded against the period
      *    plus the reissued checks the file carried; of those, the
      *    returned ones are either reissued or still outstanding.
      *    Final pays went out on FinalPay's own file - their
      *    returns count, but not against the period file's hash.
         MOVE WS-STATUS-HEAD TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
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
         MOVE SPACES TO WS-CUR-PERIOD.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR PST-COMPANY NOT = WS-COMPANY
           IF PST-PERIOD-END NOT = WS-CUR-PERIOD
             IF WS-CUR-PERIOD NOT = SPACES
               PERFORM PRINT-PERIOD-STATUS
             END-IF
             MOVE PST-PERIOD-END TO WS-CUR-PERIOD
             MOVE 0 TO WS-P-HASH WS-P-REISSUED-IN WS-P-SENT
                       WS-P-RETURNED WS-P-REISSUED WS-P-OUTSTANDING
             MOVE "N" TO WS-P-TOTALS-FLAG WS-P-FILE-FLAG
           END-IF
           IF NOT PST-FINAL-PAY AND NOT PST-FILE-TOTALS
             SET WS-P-ON-FILE TO TRUE
             ADD PST-AMOUNT TO WS-P-SENT
           END-IF
           EVALUATE TRUE
             WHEN PST-FILE-TOTALS
               SET WS-P-HAS-TOTALS TO TRUE
               MOVE PST-CTL-HASH     TO WS-P-HASH
               MOVE PST-CTL-REISSUED TO WS-P-REISSUED-IN
             WHEN PST-RETURNED
               ADD PST-AMOUNT TO WS-P-RETURNED WS-P-OUTSTANDING
             WHEN PST-REISSUED
               ADD PST-AMOUNT TO WS-P-RETURNED WS-P-REISSUED
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE "READ PAYSTAT-FILE" TO WS-ABEND-MSG
           READ PAYSTAT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-CUR-PERIOD NOT = SPACES
           PERFORM PRINT-PERIOD-STATUS
         END-IF.
         MOVE "TOTAL" TO WS-SL-PERIOD.
         MOVE WS-ALL-HASH        TO WS-SL-HASH.
         MOVE WS-ALL-RETURNED    TO WS-SL-RETURNED.
         MOVE WS-ALL-REISSUED    TO WS-SL-REISSUED.
         MOVE WS-ALL-OUTSTANDING TO WS-SL-OUTSTANDING.
         MOVE SPACES TO WS-SL-NOTE.
         MOVE WS-STATUS-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         DISPLAY "STILL UNPAID (OUTSTANDING): " WS-ALL-OUTSTANDING.
      *
        PRINT-PERIOD-STATUS.
         MOVE WS-CUR-PERIOD      TO WS-SL-PERIOD.
         MOVE WS-P-HASH          TO WS-SL-HASH.
         MOVE WS-P-RETURNED      TO WS-SL-RETURNED.
         MOVE WS-P-REISSUED      TO WS-SL-REISSUED.
         MOVE WS-P-OUTSTANDING   TO WS-SL-OUTSTANDING.
         MOVE SPACES TO WS-SL-NOTE.
      *    A period with nothing but final pays recorded against it
      *    has no period file of its own yet to balance.
         IF (NOT WS-P-HAS-TOTALS AND WS-P-ON-FILE)
            OR (WS-P-HAS-TOTALS
                AND WS-P-SENT + WS-P-REISSUED-IN NOT = WS-P-HASH)
           MOVE "OUT OF BALANCE" TO WS-SL-NOTE
           ADD 1 TO WS-BREAK-COUNT
         END-IF.
         MOVE WS-STATUS-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         ADD WS-P-HASH        TO WS-ALL-HASH.
         ADD WS-P-RETURNED    TO WS-ALL-RETURNED.
         ADD WS-P-REISSUED    TO WS-ALL-REISSUED.
         ADD WS-P-OUTSTANDING TO WS-ALL-OUTSTANDING.
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
        FORCE-PAGE-BREAK.
         SET RPT-PAGE-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
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
