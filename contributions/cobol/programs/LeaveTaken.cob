       IDENTIFICATION DIVISION.
        PROGRAM-ID. LeaveTaken.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/leave-trans.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/leave-balance.fc".
          COPY "copybooks/leave-taken.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/leave-trans.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/leave-balance.fd".
         COPY "copybooks/leave-taken.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-T-EMPL-ID-X    PIC X(9).
         01 WS-T-EMPL-ID      PIC 9(9).
         01 WS-T-TYPE         PIC X(4).
            88 WS-T-UNPAID             VALUE "UNPD".
         01 WS-T-DATE         PIC X(8).
         01 WS-T-DAYS-X       PIC X(8).
         01 WS-T-DAYS         PIC 9(3)V99.
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-SCAN-IDX       PIC 99.
         01 WS-POINT-COUNT    PIC 99.
         01 WS-DIGIT-COUNT    PIC 99.
         01 WS-BLANK-SEEN-FLAG PIC X.
            88 WS-BLANK-SEEN           VALUE "Y".
         01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         01 WS-DETAIL-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID     PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-TYPE        PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DATE        PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DAYS        PIC ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-BALANCE     PIC X(20).
         01 WS-BALANCE-PRINT  PIC ZZZZ9.99.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Books leave taken against the balances PeriodClose
      *    accrues. Paid leave comes off the balance for its type
      *    and is refused if the balance will not cover it; unpaid
      *    leave (type UNPD) has no balance and is held for the next
      *    PayrollRegister to take off the gross. Every booking is
      *    kept on the leave-taken file, so the same day cannot be
      *    booked twice by feeding the same transactions again.
        MOVE "LeaveTaken" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN LEAVE-TRANS-FILE" TO WS-ABEND-MSG.
        OPEN INPUT LEAVE-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-LEAVE-FILE.
        PERFORM OPEN-LEAVE-TAKEN-FILE.
      *
        MOVE "LEAVE TAKEN REGISTER" TO RPT-TITLE.
        MOVE "LeaveTaken" TO RPT-PROGRAM.
        MOVE "*" TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        MOVE "READ LEAVE-TRANS-FILE" TO WS-ABEND-MSG.
        READ LEAVE-TRANS-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM HANDLE-ONE-BOOKING
          MOVE "READ LEAVE-TRANS-FILE" TO WS-ABEND-MSG
          READ LEAVE-TRANS-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-APPLIED-COUNT " BOOKINGS APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE LEAVE-TRANS-FILE" TO WS-ABEND-MSG.
        CLOSE LEAVE-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE LEAVE-FILE" TO WS-ABEND-MSG.
        CLOSE LEAVE-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE LEAVE-TAKEN-FILE" TO WS-ABEND-MSG.
        CLOSE LEAVE-TAKEN-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "LEAVE TAKEN TOTALS".
        DISPLAY "  BOOKINGS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  BOOKINGS REJECTED: " WS-REJECTED-COUNT.
        IF WS-REJECTED-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        HANDLE-ONE-BOOKING.
      *    empl-id|leave-type|leave-date|days
         MOVE SPACES TO WS-REJECT-REASON WS-T-EMPL-ID-X WS-T-TYPE
                        WS-T-DATE WS-T-DAYS-X.
         UNSTRING LEAVE-TRANS-RECORD DELIMITED BY "|"
             INTO WS-T-EMPL-ID-X WS-T-TYPE WS-T-DATE WS-T-DAYS-X
         END-UNSTRING.
         PERFORM VALIDATE-BOOKING.
         IF WS-REJECT-REASON = SPACES
           PERFORM APPLY-BOOKING
         END-IF.
         IF WS-REJECT-REASON = SPACES
           ADD 1 TO WS-APPLIED-COUNT
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " LEAVE-TRANS-RECORD " - "
                   WS-REJECT-REASON
         END-IF.
      *
        VALIDATE-BOOKING.
      *    Each edit runs only while the transaction is still clean -
      *    the first reject reason stands.
         INSPECT WS-T-EMPL-ID-X REPLACING ALL SPACE BY "0".
         IF WS-T-EMPL-ID-X NOT NUMERIC
            OR WS-T-EMPL-ID-X = "000000000"
           MOVE "BAD EMPLOYEE ID" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-EMPL-ID-X TO WS-T-EMPL-ID
         END-IF.
         IF WS-REJECT-REASON = SPACES AND WS-T-TYPE = SPACES
           MOVE "LEAVE TYPE REQUIRED" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
            AND (WS-T-DATE NOT NUMERIC OR WS-T-DATE = SPACES)
           MOVE "BAD LEAVE DATE" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-DAYS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-EMPL-ID TO EMPL-ID
           READ EMPL-FILE KEY IS EMPL-ID
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
             ELSE
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           ELSE
             IF EMPL-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES AND NOT WS-T-UNPAID
           PERFORM CHECK-LEAVE-BALANCE
         END-IF.
      *
        EDIT-DAYS.
      *    Days arrive as text - digits with at most one decimal
      *    point, the same edit OneTimePay applies to amounts.
         MOVE 0 TO WS-POINT-COUNT WS-DIGIT-COUNT.
         MOVE "N" TO WS-BLANK-SEEN-FLAG.
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > 8
           EVALUATE TRUE
             WHEN WS-T-DAYS-X (WS-SCAN-IDX:1) = SPACE
               SET WS-BLANK-SEEN TO TRUE
             WHEN WS-BLANK-SEEN
               MOVE "MALFORMED DAYS" TO WS-REJECT-REASON
             WHEN WS-T-DAYS-X (WS-SCAN-IDX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
             WHEN WS-T-DAYS-X (WS-SCAN-IDX:1) = "."
               ADD 1 TO WS-POINT-COUNT
             WHEN OTHER
               MOVE "MALFORMED DAYS" TO WS-REJECT-REASON
           END-EVALUATE
         END-PERFORM.
         IF WS-DIGIT-COUNT = 0 OR WS-POINT-COUNT > 1
           MOVE "MALFORMED DAYS" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-DAYS-X TO WS-T-DAYS
           IF WS-T-DAYS = 0
             MOVE "DAYS MUST BE NON-ZERO" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        CHECK-LEAVE-BALANCE.
         MOVE WS-T-EMPL-ID TO LV-EMPL-ID.
         MOVE WS-T-TYPE    TO LV-TYPE.
         READ LEAVE-FILE KEY IS LV-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "NO BALANCE FOR LEAVE TYPE" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ LEAVE-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           IF LV-BALANCE < WS-T-DAYS
             MOVE "INSUFFICIENT LEAVE BALANCE" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        APPLY-BOOKING.
      *    The booking is written first - a duplicate is refused
      *    before any balance moves.
         INITIALIZE LEAVE-TAKEN-RECORD.
         MOVE WS-T-EMPL-ID  TO LVT-EMPL-ID.
         MOVE WS-T-DATE     TO LVT-LEAVE-DATE.
         MOVE WS-T-TYPE     TO LVT-TYPE.
         MOVE WS-T-DAYS     TO LVT-DAYS.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LVT-ENTERED-STAMP.
         MOVE RUN-OPERATOR  TO LVT-OPERATOR.
         MOVE "WRITE LEAVE-TAKEN-RECORD" TO WS-ABEND-MSG.
         WRITE LEAVE-TAKEN-RECORD.
         IF DUPLICATE-KEY
           MOVE "LEAVE ALREADY BOOKED" TO WS-REJECT-REASON
           MOVE "00" TO WS-FILE-STATUS
         ELSE
           PERFORM ABORT-IF-ERROR
           IF WS-T-UNPAID
             MOVE "UNPAID - NEXT REGISTER" TO WS-DET-BALANCE
           ELSE
             SUBTRACT WS-T-DAYS FROM LV-BALANCE
             MOVE WS-T-DATE TO LV-LAST-TAKEN-DATE
             MOVE "REWRITE LEAVE-RECORD" TO WS-ABEND-MSG
             REWRITE LEAVE-RECORD
             PERFORM ABORT-IF-ERROR
             MOVE LV-BALANCE TO WS-BALANCE-PRINT
             MOVE SPACES TO WS-DET-BALANCE
             STRING "BALANCE " WS-BALANCE-PRINT
                    DELIMITED BY SIZE INTO WS-DET-BALANCE
           END-IF
           PERFORM PRINT-BOOKING-LINE
         END-IF.
      *
        PRINT-BOOKING-LINE.
         MOVE WS-T-EMPL-ID TO WS-DET-EMPL-ID.
         MOVE EMPL-NAME    TO WS-DET-NAME.
         MOVE WS-T-TYPE    TO WS-DET-TYPE.
         MOVE WS-T-DATE    TO WS-DET-DATE.
         MOVE WS-T-DAYS    TO WS-DET-DAYS.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        OPEN-LEAVE-FILE.
         MOVE "OPEN LEAVE-FILE" TO WS-ABEND-MSG.
         OPEN I-O LEAVE-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT LEAVE-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE LEAVE-FILE
           OPEN I-O LEAVE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-LEAVE-TAKEN-FILE.
         MOVE "OPEN LEAVE-TAKEN-FILE" TO WS-ABEND-MSG.
         OPEN I-O LEAVE-TAKEN-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT LEAVE-TAKEN-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE LEAVE-TAKEN-FILE
           OPEN I-O LEAVE-TAKEN-FILE
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
