       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadDeductions.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/deduction-load.fc".
          COPY "copybooks/deductions.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/deduction-load.fd".
         COPY "copybooks/deductions.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-D-EMPL-ID-X      PIC X(9).
         01 WS-D-EMPL-ID        PIC 9(9).
         01 WS-D-CODE           PIC X(4).
         01 WS-D-TYPE           PIC X.
         01 WS-D-VALUE          PIC 9(7)V99.
         01 WS-D-START          PIC X(8).
         01 WS-D-STOP           PIC X(8).
         01 WS-D-GOAL           PIC 9(9)V99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-ADDED-COUNT      PIC 9(7) VALUE 0.
         01 WS-CHANGED-COUNT    PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Unlike the other loads this one merges rather than
      *    rebuilds - the deductions file carries each recovery's
      *    progress and the arrears balances NetPay keeps, and a
      *    rebuild would forgive them all. A row already on file has
      *    its terms replaced and its progress kept; a new row is
      *    added; ending a deduction is a row with a stop period.
        MOVE "LoadDeductns" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN DED-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT DED-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN DEDUCTION-FILE" TO WS-ABEND-MSG.
        OPEN I-O DEDUCTION-FILE.
        IF NOT SUCCESSFUL
          OPEN OUTPUT DEDUCTION-FILE
          PERFORM ABORT-IF-ERROR
          CLOSE DEDUCTION-FILE
          OPEN I-O DEDUCTION-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        MOVE "READ DED-LOAD-FILE" TO WS-ABEND-MSG.
        READ DED-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-DEDUCTION
          MOVE "READ DED-LOAD-FILE" TO WS-ABEND-MSG
          READ DED-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE DED-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE DED-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG.
        CLOSE DEDUCTION-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "DEDUCTIONS LOAD TOTALS".
        DISPLAY "  DEDUCTIONS ADDED:    " WS-ADDED-COUNT.
        DISPLAY "  DEDUCTIONS CHANGED:  " WS-CHANGED-COUNT.
        DISPLAY "  RECORDS SKIPPED:     " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        COMPUTE RUN-RECORD-COUNT = WS-ADDED-COUNT + WS-CHANGED-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-DEDUCTION.
      *    empl-id|code|type|amount-or-percent|start-period|
      *      stop-period|goal-amount
      *    Type A takes the amount every period, type P takes that
      *    percent of the period's gross. A blank stop runs on, and
      *    a zero goal means no recovery target.
         MOVE SPACES TO WS-D-EMPL-ID-X WS-D-CODE WS-D-TYPE
                        WS-D-START WS-D-STOP WS-REJECT-REASON.
         INITIALIZE WS-D-VALUE WS-D-GOAL.
         UNSTRING DED-LOAD-RECORD DELIMITED BY "|"
             INTO WS-D-EMPL-ID-X WS-D-CODE WS-D-TYPE WS-D-VALUE
                  WS-D-START WS-D-STOP WS-D-GOAL
         END-UNSTRING.
         PERFORM VALIDATE-DEDUCTION.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED DEDUCTION ROW: " DED-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           PERFORM STORE-DEDUCTION
         END-IF.
      *
        VALIDATE-DEDUCTION.
         INSPECT WS-D-EMPL-ID-X REPLACING ALL SPACE BY "0".
         EVALUATE TRUE
           WHEN WS-D-EMPL-ID-X NOT NUMERIC
             OR WS-D-EMPL-ID-X = "000000000"
             MOVE "BAD EMPLOYEE ID" TO WS-REJECT-REASON
           WHEN WS-D-CODE = SPACES
             MOVE "DEDUCTION CODE REQUIRED" TO WS-REJECT-REASON
           WHEN WS-D-CODE = "ARRS"
             MOVE "ARRS IS RESERVED FOR ARREARS" TO WS-REJECT-REASON
           WHEN WS-D-TYPE NOT = "A" AND WS-D-TYPE NOT = "P"
             MOVE "TYPE MUST BE A OR P" TO WS-REJECT-REASON
           WHEN WS-D-VALUE = 0
             MOVE "AMOUNT MUST BE NON-ZERO" TO WS-REJECT-REASON
           WHEN WS-D-TYPE = "P" AND WS-D-VALUE > 100
             MOVE "PERCENT OVER 100" TO WS-REJECT-REASON
           WHEN WS-D-START NOT NUMERIC
             MOVE "BAD START PERIOD" TO WS-REJECT-REASON
           WHEN WS-D-STOP NOT = SPACES AND WS-D-STOP NOT NUMERIC
             MOVE "BAD STOP PERIOD" TO WS-REJECT-REASON
           WHEN WS-D-STOP NOT = SPACES AND WS-D-STOP < WS-D-START
             MOVE "STOP BEFORE START" TO WS-REJECT-REASON
           WHEN OTHER
             MOVE WS-D-EMPL-ID-X TO WS-D-EMPL-ID
         END-EVALUATE.
      *
        STORE-DEDUCTION.
         MOVE WS-D-EMPL-ID TO DED-EMPL-ID.
         MOVE WS-D-CODE    TO DED-CODE.
         READ DEDUCTION-FILE KEY IS DED-KEY.
         IF SUCCESSFUL
           PERFORM MOVE-DEDUCTION-TERMS
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-CHANGED-COUNT
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE DEDUCTION-RECORD
             MOVE WS-D-EMPL-ID TO DED-EMPL-ID
             MOVE WS-D-CODE    TO DED-CODE
             PERFORM MOVE-DEDUCTION-TERMS
             MOVE "WRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
             WRITE DEDUCTION-RECORD
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-ADDED-COUNT
           ELSE
             MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        MOVE-DEDUCTION-TERMS.
         MOVE WS-D-TYPE TO DED-CALC-TYPE.
         IF DED-PERCENT-OF-GROSS
           MOVE 0          TO DED-AMOUNT
           MOVE WS-D-VALUE TO DED-PERCENT
         ELSE
           MOVE WS-D-VALUE TO DED-AMOUNT
           MOVE 0          TO DED-PERCENT
         END-IF.
         MOVE WS-D-START TO DED-START-PERIOD.
         MOVE WS-D-STOP  TO DED-STOP-PERIOD.
         MOVE WS-D-GOAL  TO DED-GOAL-AMOUNT.
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
