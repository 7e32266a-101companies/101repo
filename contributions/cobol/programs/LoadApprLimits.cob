       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadApprLimits.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/approval-limit-load.fc".
          COPY "copybooks/approval-limit.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/approval-limit-load.fd".
         COPY "copybooks/approval-limit.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-L-COMPANY        PIC X(20).
         01 WS-L-AMOUNT         PIC 9(9)V99.
         01 WS-L-PERCENT        PIC 9(3)V99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-LIMIT-COUNT       PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The approval limits are sent whole, so the load is a clean
      *    rebuild. Every salary-changing run tests its changes
      *    against them - lock the whole file set for the duration.
        MOVE "LoadApprLim" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN APPROVAL-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT APPROVAL-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN APPROVAL-LIMIT-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT APPROVAL-LIMIT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ APPROVAL-LOAD-FILE" TO WS-ABEND-MSG.
        READ APPROVAL-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-LIMIT
          MOVE "READ APPROVAL-LOAD-FILE" TO WS-ABEND-MSG
          READ APPROVAL-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE APPROVAL-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE APPROVAL-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE APPROVAL-LIMIT-FILE" TO WS-ABEND-MSG.
        CLOSE APPROVAL-LIMIT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "APPROVAL LIMIT LOAD TOTALS".
        DISPLAY "  LIMITS WRITTEN:  " WS-LIMIT-COUNT.
        DISPLAY "  RECORDS SKIPPED: " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-LIMIT-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-LIMIT.
      *    company|amount-limit|percent-limit
      *    Company "*" is the default limit. The amount is a move in
      *    annual salary, or a one-time payment; the percent is of
      *    the salary before the change. A zero limit is not tested,
      *    but a row must set at least one.
         MOVE SPACES TO WS-L-COMPANY WS-REJECT-REASON.
         INITIALIZE WS-L-AMOUNT WS-L-PERCENT.
         UNSTRING APPROVAL-LOAD-RECORD DELIMITED BY "|"
             INTO WS-L-COMPANY WS-L-AMOUNT WS-L-PERCENT
         END-UNSTRING.
         EVALUATE TRUE
           WHEN WS-L-COMPANY = SPACES
             MOVE "COMPANY REQUIRED" TO WS-REJECT-REASON
           WHEN WS-L-AMOUNT = 0 AND WS-L-PERCENT = 0
             MOVE "NO LIMIT GIVEN" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED APPROVAL LIMIT ROW: " APPROVAL-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           INITIALIZE APPROVAL-LIMIT-RECORD
           MOVE WS-L-COMPANY TO APL-COMPANY
           MOVE WS-L-AMOUNT  TO APL-AMOUNT-LIMIT
           MOVE WS-L-PERCENT TO APL-PERCENT-LIMIT
           MOVE "WRITE APPROVAL-LIMIT-RECORD" TO WS-ABEND-MSG
           WRITE APPROVAL-LIMIT-RECORD
           IF DUPLICATE-KEY
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "SKIPPED DUPLICATE APPROVAL LIMIT ROW: "
                     APPROVAL-LOAD-RECORD
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-LIMIT-COUNT
           END-IF
         END-IF.
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
