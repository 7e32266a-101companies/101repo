          COPY "copybooks/employee.fc".
          COPY "copybooks/control-totals.fc".
          COPY "copybooks/empl-archive.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/pay-calendar.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/control-totals.fd".
         COPY "copybooks/empl-archive.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/pay-calendar.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-CUTOFF-DATE    PIC X(8).
         01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
         01 WS-KEPT-COUNT     PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         01 WS-HOLD-FLAG      PIC X.
            88 WS-HOLD-LEAVER           VALUE "Y".
         01 WS-FINAL-PERIOD   PIC X(8).
         01 WS-PAYREG-OPEN-FLAG PIC X   VALUE "N".
            88 WS-PAYREG-ON             VALUE "Y".
         01 WS-CAL-OPEN-FLAG  PIC X     VALUE "N".
            88 WS-CAL-ON                VALUE "Y".
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.
        OPEN I-O EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-ARCHIVE-FILE.
        OPEN INPUT PAYREG-FILE.
        IF SUCCESSFUL
          SET WS-PAYREG-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
        OPEN INPUT CALENDAR-FILE.
        IF SUCCESSFUL
          SET WS-CAL-ON TO TRUE
        ELSE
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        IF WS-COMPANY NOT = WS-ALL-COMPANIES
          MOVE WS-COMPANY TO EMPL-COMPANY
          IF EMPL-TERMINATED
             AND EMPL-TERM-DATE NUMERIC
             AND EMPL-TERM-DATE <= WS-CUTOFF-DATE
            PERFORM CHECK-FINAL-PAY-HOLD
            IF WS-HOLD-LEAVER
              ADD 1 TO WS-HELD-COUNT
              ADD 1 TO WS-KEPT-COUNT
            ELSE
              PERFORM ARCHIVE-ONE-EMPLOYEE
            END-IF
          ELSE
            ADD 1 TO WS-KEPT-COUNT
          END-IF
        MOVE "CLOSE ARCH-FILE" TO WS-ABEND-MSG.
        CLOSE ARCH-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-PAYREG-ON
          MOVE "CLOSE PAYREG-FILE" TO WS-ABEND-MSG
          CLOSE PAYREG-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-CAL-ON
          MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG
          CLOSE CALENDAR-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        PERFORM REBUILD-CONTROL-TOTALS.
      *
        DISPLAY "ARCHIVE TOTALS".
        DISPLAY "  EMPLOYEES ARCHIVED: " WS-ARCHIVED-COUNT.
        DISPLAY "  EMPLOYEES KEPT:     " WS-KEPT-COUNT.
        DISPLAY "  HELD FOR FINAL PAY: " WS-HELD-COUNT.
        MOVE WS-ARCHIVED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
           OPEN I-O ARCH-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        CHECK-FINAL-PAY-HOLD.
      *    A leaver stays on the live file until FinalPay has paid
      *    them and the pay period their final pay sits in is
      *    closed, so the register, year-to-date and ledger runs for
      *    that period still find them. A record with no final pay
      *    flag owes none - FinalPay pays only those flagged due -
      *    and is not held.
         MOVE "N" TO WS-HOLD-FLAG.
         IF EMPL-FINAL-PAY-DUE
           SET WS-HOLD-LEAVER TO TRUE
         END-IF.
         IF EMPL-FINAL-PAY-DONE AND WS-PAYREG-ON
           PERFORM FIND-FINAL-PAY-PERIOD
           IF WS-FINAL-PERIOD NOT = SPACES AND WS-CAL-ON
             MOVE EMPL-COMPANY    TO CAL-COMPANY
             MOVE WS-FINAL-PERIOD TO CAL-PERIOD-END
             READ CALENDAR-FILE KEY IS CAL-KEY
             IF SUCCESSFUL
               IF NOT CAL-CLOSED
                 SET WS-HOLD-LEAVER TO TRUE
               END-IF
             ELSE
               IF NOT RECORD-NOT-FOUND
                 MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
                 PERFORM ABORT-IF-ERROR
               END-IF
               MOVE "00" TO WS-FILE-STATUS
             END-IF
           END-IF
         END-IF.
      *
        FIND-FINAL-PAY-PERIOD.
         MOVE SPACES TO WS-FINAL-PERIOD.
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
           IF PAYREG-FINAL-PAY
             MOVE PAYREG-PERIOD-END TO WS-FINAL-PERIOD
           END-IF
           MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
           READ PAYREG-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        ARCHIVE-ONE-EMPLOYEE.
      *    The archive keeps the whole record under the same key, so
