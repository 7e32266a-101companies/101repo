       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadOTRules.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/overtime-rule-load.fc".
          COPY "copybooks/overtime-rule.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/overtime-rule-load.fd".
         COPY "copybooks/overtime-rule.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-O-COMPANY        PIC X(20).
         01 WS-O-OVERTIME       PIC 9V99.
         01 WS-O-PREMIUM        PIC 9V99.
         01 WS-O-LIMIT          PIC 9(3)V99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-RULE-COUNT       PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The overtime rules are sent whole, so the load is a clean
      *    rebuild. PayrollRegister reads them for every hourly
      *    employee - lock the whole file set for the duration.
        MOVE "LoadOTRules" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN OTRULE-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT OTRULE-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN OTRULE-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT OTRULE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ OTRULE-LOAD-FILE" TO WS-ABEND-MSG.
        READ OTRULE-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-RULE
          MOVE "READ OTRULE-LOAD-FILE" TO WS-ABEND-MSG
          READ OTRULE-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE OTRULE-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE OTRULE-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE OTRULE-FILE" TO WS-ABEND-MSG.
        CLOSE OTRULE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "OVERTIME RULE LOAD TOTALS".
        DISPLAY "  RULES WRITTEN:   " WS-RULE-COUNT.
        DISPLAY "  RECORDS SKIPPED: " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-RULE-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-RULE.
      *    company|overtime-factor|premium-factor|regular-hours-limit
      *    Company "*" is the default rule. Factors multiply the
      *    hourly rate - 1.50 is time and a half.
         MOVE SPACES TO WS-O-COMPANY WS-REJECT-REASON.
         INITIALIZE WS-O-OVERTIME WS-O-PREMIUM WS-O-LIMIT.
         UNSTRING OTRULE-LOAD-RECORD DELIMITED BY "|"
             INTO WS-O-COMPANY WS-O-OVERTIME WS-O-PREMIUM WS-O-LIMIT
         END-UNSTRING.
         EVALUATE TRUE
           WHEN WS-O-COMPANY = SPACES
             MOVE "COMPANY REQUIRED" TO WS-REJECT-REASON
      *    Overtime paid below straight time is a keying error.
           WHEN WS-O-OVERTIME < 1 OR WS-O-PREMIUM < 1
             MOVE "FACTOR BELOW 1.00" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED OVERTIME RULE ROW: " OTRULE-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           INITIALIZE OTRULE-RECORD
           MOVE WS-O-COMPANY  TO OTR-COMPANY
           MOVE WS-O-OVERTIME TO OTR-OVERTIME-FACTOR
           MOVE WS-O-PREMIUM  TO OTR-PREMIUM-FACTOR
           MOVE WS-O-LIMIT    TO OTR-REGULAR-LIMIT
           MOVE "WRITE OTRULE-RECORD" TO WS-ABEND-MSG
           WRITE OTRULE-RECORD
           IF DUPLICATE-KEY
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "SKIPPED DUPLICATE OVERTIME RULE ROW: "
                     OTRULE-LOAD-RECORD
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-RULE-COUNT
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
