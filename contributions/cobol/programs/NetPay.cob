       IDENTIFICATION DIVISION.
        PROGRAM-ID. NetPay.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/deductions.fc".
          COPY "copybooks/withholding.fc".
          COPY "copybooks/ytd-earnings.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/deductions.fd".
         COPY "copybooks/withholding.fd".
         COPY "copybooks/ytd-earnings.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-GROSS          PIC S9(9)V99.
         01 WS-GROSS-BASE     PIC 9(9)V99.
         01 WS-WHT-OPEN-FLAG  PIC X     VALUE "N".
            88 WS-WHT-ON               VALUE "Y".
         01 WS-WHT-STATE      PIC X(20).
         01 WS-WHT-FOUND-FLAG PIC X.
            88 WS-WHT-FOUND            VALUE "Y".
         01 WS-WHT-SCHEDULE.
            05 WS-SCHED-COUNT       PIC 99.
            05 WS-SCHED-BRACKET OCCURS 8 TIMES.
               10 WS-SCHED-FLOOR    PIC 9(7)V99.
               10 WS-SCHED-RATE     PIC 9(3)V99.
         01 WS-BRACKET-IDX    PIC 99.
         01 WS-BRACKET-TOP    PIC 9(9)V99.
         01 WS-SLICE          PIC 9(9)V99.
         01 WS-TAX            PIC 9(9)V9(4).
         01 WS-YTD-ON-FILE-FLAG PIC X.
            88 WS-YTD-ON-FILE          VALUE "Y".
         01 WS-NET            PIC S9(9)V99.
         01 WS-DED-AMOUNT     PIC 9(9)V99.
         01 WS-REMAINING      PIC S9(9)V99.
         01 WS-ARREARS-BAL    PIC S9(9)V99.
         01 WS-ROW-CHANGED-FLAG PIC X.
            88 WS-ROW-CHANGED          VALUE "Y".
         01 WS-ARREARS-ON-FILE-FLAG PIC X.
            88 WS-ARREARS-ON-FILE      VALUE "Y".
         01 WS-ABEND-MSG      PIC X(40).

        LINKAGE SECTION.
         COPY "copybooks/net-pay-control.ws".

       PROCEDURE DIVISION USING NETP-CONTROL.

      *
      *    Called the way Journal is: once with the start action to
      *    open its files, once per register row to settle its net,
      *    and once with the end action. Every program that
      *    changes a row's gross settles it again, so the net on the
      *    register always matches the gross the payment run sees.
        EVALUATE TRUE
          WHEN NETP-START-ACTION
            PERFORM OPEN-NET-PAY-FILES
          WHEN NETP-SETTLE-ACTION
            PERFORM SETTLE-REGISTER-ROW
          WHEN NETP-CHECK-ACTION
            PERFORM CHECK-TAKEN-LATER
          WHEN NETP-END-ACTION
            PERFORM CLOSE-NET-PAY-FILES
        END-EVALUATE.
        GOBACK.
      *
        CHECK-TAKEN-LATER.
      *    Asked before a register is built - looks through the
      *    employee's standing deductions for one running in the
      *    period that a later period has already taken.
         MOVE "N"    TO NETP-TAKEN-LATER-FLAG.
         MOVE SPACES TO NETP-LATER-CODE NETP-LATER-PERIOD.
         IF NETP-EMPL-ID NOT = 0
           PERFORM FIND-TAKEN-LATER
         END-IF.
      *
        FIND-TAKEN-LATER.
         MOVE NETP-EMPL-ID TO DED-EMPL-ID.
         MOVE LOW-VALUES   TO DED-CODE.
         START DEDUCTION-FILE KEY IS >= DED-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START DEDUCTION-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
           READ DEDUCTION-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR DED-EMPL-ID NOT = NETP-EMPL-ID
                    OR NETP-TAKEN-LATER
           IF NOT DED-ARREARS-ROW
              AND DED-LAST-PERIOD NOT = SPACES
              AND DED-LAST-PERIOD > NETP-PERIOD-END
              AND DED-START-PERIOD <= NETP-PERIOD-END
              AND (DED-STOP-PERIOD = SPACES
                   OR DED-STOP-PERIOD >= NETP-PERIOD-END)
             SET NETP-TAKEN-LATER TO TRUE
             MOVE DED-CODE        TO NETP-LATER-CODE
             MOVE DED-LAST-PERIOD TO NETP-LATER-PERIOD
           ELSE
             MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
             READ DEDUCTION-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-IF
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        SETTLE-REGISTER-ROW.
      *    Tax is withheld first, then standing deductions, then any
      *    arrears recovery out of what is left.
         MOVE 0 TO NETP-WITHHOLDING NETP-DEDUCTIONS
                   NETP-ARREARS-TAKEN NETP-ARREARS-RAISED
                   NETP-NET-PAY.
         COMPUTE WS-GROSS = NETP-PERIOD-GROSS
                          + NETP-RETRO-GROSS
                          + NETP-OTP-GROSS.
         IF WS-GROSS > 0
           MOVE WS-GROSS TO WS-GROSS-BASE
         ELSE
           MOVE 0 TO WS-GROSS-BASE
         END-IF.
         IF WS-WHT-ON AND WS-GROSS-BASE > 0
           PERFORM COMPUTE-WITHHOLDING
         END-IF.
      *    Deductions and arrears are both keyed by EMPL-ID - an
      *    employee still on identifier zero has none, and a
      *    shortfall on such a row is reported but cannot be carried.
         IF NETP-EMPL-ID NOT = 0
           PERFORM TAKE-STANDING-DEDUCTIONS
         END-IF.
         COMPUTE WS-NET = WS-GROSS - NETP-WITHHOLDING
                                   - NETP-DEDUCTIONS.
         IF NETP-EMPL-ID NOT = 0
           PERFORM SETTLE-ARREARS
         ELSE
           IF WS-NET < 0
             COMPUTE NETP-ARREARS-RAISED = 0 - WS-NET
             MOVE 0 TO WS-NET
           END-IF
         END-IF.
         MOVE WS-NET TO NETP-NET-PAY.
         IF NETP-EMPL-ID NOT = 0
           PERFORM POST-YEAR-TO-DATE
         END-IF.
      *
        COMPUTE-WITHHOLDING.
      *    The national schedule always applies; a schedule for the
      *    employee's state is withheld on top of it where one is on
      *    file. Either is the latest row effective on or before the
      *    period end for the employee's pay frequency.
         MOVE SPACES TO WS-WHT-STATE.
         PERFORM ADD-SCHEDULE-WITHHOLDING.
         IF NETP-STATE NOT = SPACES
           MOVE NETP-STATE TO WS-WHT-STATE
           PERFORM ADD-SCHEDULE-WITHHOLDING
         END-IF.
      *
        ADD-SCHEDULE-WITHHOLDING.
         MOVE "N" TO WS-WHT-FOUND-FLAG.
         MOVE NETP-COUNTRY  TO WHT-COUNTRY.
         MOVE WS-WHT-STATE  TO WHT-STATE.
         MOVE NETP-PERIODS  TO WHT-PERIODS-PER-YEAR.
         MOVE LOW-VALUES    TO WHT-EFFECTIVE-DATE.
         START WHT-FILE KEY IS >= WHT-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START WHT-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ WHT-FILE" TO WS-ABEND-MSG
           READ WHT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR WHT-COUNTRY NOT = NETP-COUNTRY
                    OR WHT-STATE NOT = WS-WHT-STATE
                    OR WHT-PERIODS-PER-YEAR NOT = NETP-PERIODS
                    OR WHT-EFFECTIVE-DATE > NETP-PERIOD-END
           SET WS-WHT-FOUND TO TRUE
           MOVE WHT-BRACKET-COUNT TO WS-SCHED-COUNT
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 8
             MOVE WHT-BRACKET-FLOOR (WS-BRACKET-IDX)
               TO WS-SCHED-FLOOR (WS-BRACKET-IDX)
             MOVE WHT-BRACKET-RATE (WS-BRACKET-IDX)
               TO WS-SCHED-RATE (WS-BRACKET-IDX)
           END-PERFORM
           MOVE "READ WHT-FILE" TO WS-ABEND-MSG
           READ WHT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-WHT-FOUND
           PERFORM APPLY-BRACKETS
         END-IF.
      *
        APPLY-BRACKETS.
         MOVE 0 TO WS-TAX.
         PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > WS-SCHED-COUNT
                    OR WS-BRACKET-IDX > 8
           IF WS-GROSS-BASE > WS-SCHED-FLOOR (WS-BRACKET-IDX)
             IF WS-BRACKET-IDX < WS-SCHED-COUNT
                AND WS-BRACKET-IDX < 8
               MOVE WS-SCHED-FLOOR (WS-BRACKET-IDX + 1)
                 TO WS-BRACKET-TOP
             ELSE
               MOVE WS-GROSS-BASE TO WS-BRACKET-TOP
             END-IF
             IF WS-BRACKET-TOP > WS-GROSS-BASE
               MOVE WS-GROSS-BASE TO WS-BRACKET-TOP
             END-IF
             COMPUTE WS-SLICE = WS-BRACKET-TOP
                              - WS-SCHED-FLOOR (WS-BRACKET-IDX)
             COMPUTE WS-TAX = WS-TAX
                    + WS-SLICE * WS-SCHED-RATE (WS-BRACKET-IDX) / 100
           END-IF
         END-PERFORM.
         COMPUTE NETP-WITHHOLDING ROUNDED = NETP-WITHHOLDING + WS-TAX.
      *
        POST-YEAR-TO-DATE.
      *    Swap the row's last posting out of the year's totals and
      *    this settlement in, then hand the new posting back for
      *    the caller to keep on the row.
         MOVE NETP-EMPL-ID            TO YTD-EMPL-ID.
         MOVE NETP-PERIOD-END (1:4)   TO YTD-TAX-YEAR.
         MOVE "N" TO WS-YTD-ON-FILE-FLAG.
         READ YTD-FILE KEY IS YTD-KEY.
         IF SUCCESSFUL
           SET WS-YTD-ON-FILE TO TRUE
         ELSE
           IF RECORD-NOT-FOUND
             MOVE "00" TO WS-FILE-STATUS
             INITIALIZE YTD-RECORD
             MOVE NETP-EMPL-ID          TO YTD-EMPL-ID
             MOVE NETP-PERIOD-END (1:4) TO YTD-TAX-YEAR
           ELSE
             MOVE "READ YTD-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF YTD-GROSS > NETP-POSTED-GROSS
           SUBTRACT NETP-POSTED-GROSS FROM YTD-GROSS
         ELSE
           MOVE 0 TO YTD-GROSS
         END-IF.
         SUBTRACT NETP-POSTED-RETRO FROM YTD-RETRO.
         IF YTD-OTP > NETP-POSTED-OTP
           SUBTRACT NETP-POSTED-OTP FROM YTD-OTP
         ELSE
           MOVE 0 TO YTD-OTP
         END-IF.
         IF YTD-WITHHELD > NETP-POSTED-WITHHELD
           SUBTRACT NETP-POSTED-WITHHELD FROM YTD-WITHHELD
         ELSE
           MOVE 0 TO YTD-WITHHELD
         END-IF.
         ADD NETP-PERIOD-GROSS TO YTD-GROSS.
         ADD NETP-RETRO-GROSS  TO YTD-RETRO.
         ADD NETP-OTP-GROSS    TO YTD-OTP.
         ADD NETP-WITHHOLDING  TO YTD-WITHHELD.
         IF WS-YTD-ON-FILE
           MOVE "REWRITE YTD-RECORD" TO WS-ABEND-MSG
           REWRITE YTD-RECORD
         ELSE
           MOVE "WRITE YTD-RECORD" TO WS-ABEND-MSG
           WRITE YTD-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
         MOVE NETP-PERIOD-GROSS TO NETP-POSTED-GROSS.
         MOVE NETP-RETRO-GROSS  TO NETP-POSTED-RETRO.
         MOVE NETP-OTP-GROSS    TO NETP-POSTED-OTP.
         MOVE NETP-WITHHOLDING  TO NETP-POSTED-WITHHELD.
      *
        TAKE-STANDING-DEDUCTIONS.
         MOVE NETP-EMPL-ID TO DED-EMPL-ID.
         MOVE LOW-VALUES   TO DED-CODE.
         START DEDUCTION-FILE KEY IS >= DED-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START DEDUCTION-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
           READ DEDUCTION-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR DED-EMPL-ID NOT = NETP-EMPL-ID
           IF NOT DED-ARREARS-ROW
             PERFORM TAKE-ONE-DEDUCTION
           END-IF
           MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
           READ DEDUCTION-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        TAKE-ONE-DEDUCTION.
      *    A row already taken by a later period belongs to that
      *    period - settling an earlier one again leaves it alone
      *    rather than recover the same money twice. The register
      *    build asks the check action first and refuses such a
      *    rebuild outright, since this period's share of the row
      *    is no longer on file to carry into the net.
         IF DED-LAST-PERIOD = SPACES
            OR DED-LAST-PERIOD <= NETP-PERIOD-END
           PERFORM RETAKE-ONE-DEDUCTION
         END-IF.
      *
        RETAKE-ONE-DEDUCTION.
         MOVE "N" TO WS-ROW-CHANGED-FLAG.
         IF DED-LAST-PERIOD = NETP-PERIOD-END
           IF DED-TAKEN-TO-DATE > DED-LAST-AMOUNT
             SUBTRACT DED-LAST-AMOUNT FROM DED-TAKEN-TO-DATE
           ELSE
             MOVE 0 TO DED-TAKEN-TO-DATE
           END-IF
           MOVE 0      TO DED-LAST-AMOUNT
           MOVE SPACES TO DED-LAST-PERIOD
           SET WS-ROW-CHANGED TO TRUE
         END-IF.
         MOVE 0 TO WS-DED-AMOUNT.
         IF DED-START-PERIOD <= NETP-PERIOD-END
            AND (DED-STOP-PERIOD = SPACES
                 OR DED-STOP-PERIOD >= NETP-PERIOD-END)
           IF DED-PERCENT-OF-GROSS
             COMPUTE WS-DED-AMOUNT ROUNDED =
                     WS-GROSS-BASE * DED-PERCENT / 100
           ELSE
             MOVE DED-AMOUNT TO WS-DED-AMOUNT
           END-IF
           IF DED-GOAL-AMOUNT > 0
             COMPUTE WS-REMAINING = DED-GOAL-AMOUNT
                                  - DED-TAKEN-TO-DATE
             IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
             END-IF
             IF WS-DED-AMOUNT > WS-REMAINING
               MOVE WS-REMAINING TO WS-DED-AMOUNT
             END-IF
           END-IF
         END-IF.
         IF WS-DED-AMOUNT > 0
           ADD WS-DED-AMOUNT TO DED-TAKEN-TO-DATE NETP-DEDUCTIONS
           MOVE NETP-PERIOD-END TO DED-LAST-PERIOD
           MOVE WS-DED-AMOUNT   TO DED-LAST-AMOUNT
           SET WS-ROW-CHANGED TO TRUE
         END-IF.
         IF WS-ROW-CHANGED
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        SETTLE-ARREARS.
      *    The arrears row's GOAL is everything ever carried forward
      *    and TAKEN everything recovered since. This row's earlier
      *    movement comes off first, then an outstanding balance is
      *    recovered from whatever net is left, or a new shortfall
      *    is added to it.
         MOVE NETP-EMPL-ID TO DED-EMPL-ID.
         MOVE "ARRS"       TO DED-CODE.
         MOVE "N" TO WS-ARREARS-ON-FILE-FLAG.
         READ DEDUCTION-FILE KEY IS DED-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "00" TO WS-FILE-STATUS
             INITIALIZE DEDUCTION-RECORD
             MOVE NETP-EMPL-ID    TO DED-EMPL-ID
             MOVE "ARRS"          TO DED-CODE
             SET DED-FIXED-AMOUNT TO TRUE
             MOVE NETP-PERIOD-END TO DED-START-PERIOD
           ELSE
             MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           SET WS-ARREARS-ON-FILE TO TRUE
           IF DED-GOAL-AMOUNT > NETP-PRIOR-ARREARS-RAISED
             SUBTRACT NETP-PRIOR-ARREARS-RAISED FROM DED-GOAL-AMOUNT
           ELSE
             MOVE 0 TO DED-GOAL-AMOUNT
           END-IF
           IF DED-TAKEN-TO-DATE > NETP-PRIOR-ARREARS-TAKEN
             SUBTRACT NETP-PRIOR-ARREARS-TAKEN FROM DED-TAKEN-TO-DATE
           ELSE
             MOVE 0 TO DED-TAKEN-TO-DATE
           END-IF
         END-IF.
         COMPUTE WS-ARREARS-BAL = DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE.
         IF WS-NET < 0
           COMPUTE NETP-ARREARS-RAISED = 0 - WS-NET
           MOVE 0 TO WS-NET
         ELSE
           IF WS-ARREARS-BAL > 0
             IF WS-ARREARS-BAL > WS-NET
               MOVE WS-NET TO NETP-ARREARS-TAKEN
             ELSE
               MOVE WS-ARREARS-BAL TO NETP-ARREARS-TAKEN
             END-IF
             SUBTRACT NETP-ARREARS-TAKEN FROM WS-NET
           END-IF
         END-IF.
         ADD NETP-ARREARS-RAISED TO DED-GOAL-AMOUNT.
         ADD NETP-ARREARS-TAKEN  TO DED-TAKEN-TO-DATE.
         MOVE NETP-PERIOD-END     TO DED-LAST-PERIOD.
         MOVE NETP-ARREARS-TAKEN  TO DED-LAST-AMOUNT.
      *    An employee who has never been short needs no row at all.
         IF WS-ARREARS-ON-FILE
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           IF DED-GOAL-AMOUNT > 0
             MOVE "WRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
             WRITE DEDUCTION-RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        OPEN-NET-PAY-FILES.
         MOVE "OPEN DEDUCTION-FILE" TO WS-ABEND-MSG.
         OPEN I-O DEDUCTION-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT DEDUCTION-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE DEDUCTION-FILE
           OPEN I-O DEDUCTION-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE "OPEN YTD-FILE" TO WS-ABEND-MSG.
         OPEN I-O YTD-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT YTD-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE YTD-FILE
           OPEN I-O YTD-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *    A company with no withholding schedules loaded yet pays
      *    gross less deductions, as it always has.
         MOVE "N" TO WS-WHT-OPEN-FLAG.
         OPEN INPUT WHT-FILE.
         IF SUCCESSFUL
           SET WS-WHT-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CLOSE-NET-PAY-FILES.
         MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG.
         CLOSE DEDUCTION-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE YTD-FILE" TO WS-ABEND-MSG.
         CLOSE YTD-FILE.
         PERFORM ABORT-IF-ERROR.
         IF WS-WHT-ON
           MOVE "CLOSE WHT-FILE" TO WS-ABEND-MSG
           CLOSE WHT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
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
