       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadGLMap.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/gl-map-load.fc".
          COPY "copybooks/gl-account-map.fc".
          COPY "copybooks/department.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/gl-map-load.fd".
         COPY "copybooks/gl-account-map.fd".
         COPY "copybooks/department.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-G-COMPANY        PIC X(20).
         01 WS-G-DEPT           PIC X(20).
         01 WS-G-SALARY-ACCT    PIC X(12).
         01 WS-G-RETRO-ACCT     PIC X(12).
         01 WS-G-OTP-ACCT       PIC X(12).
         01 WS-G-CLEARING-ACCT  PIC X(12).
         01 WS-MAP-COUNT        PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Finance owns the chart of accounts and sends the whole
      *    department mapping each time it changes, so the load is a
      *    clean rebuild like LoadBudgets. Rows naming a department
      *    that is not on the department file are skipped and
      *    reported - the GL interface will then refuse that
      *    department rather than post it to a guessed account.
        MOVE "LoadGLMap" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN GLMAP-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT GLMAP-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN DEPT-FILE" TO WS-ABEND-MSG.
        OPEN INPUT DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN GLMAP-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT GLMAP-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ GLMAP-LOAD-FILE" TO WS-ABEND-MSG.
        READ GLMAP-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-MAPPING
          MOVE "READ GLMAP-LOAD-FILE" TO WS-ABEND-MSG
          READ GLMAP-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE GLMAP-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE GLMAP-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEPT-FILE" TO WS-ABEND-MSG.
        CLOSE DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE GLMAP-FILE" TO WS-ABEND-MSG.
        CLOSE GLMAP-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "GL MAPPING LOAD TOTALS".
        DISPLAY "  MAPPINGS WRITTEN: " WS-MAP-COUNT.
        DISPLAY "  RECORDS SKIPPED:  " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-MAP-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-MAPPING.
      *    company|department|salary-acct|retro-acct|otp-acct|clearing
         MOVE SPACES TO WS-G-COMPANY WS-G-DEPT WS-G-SALARY-ACCT
                        WS-G-RETRO-ACCT WS-G-OTP-ACCT
                        WS-G-CLEARING-ACCT.
         UNSTRING GLMAP-LOAD-RECORD DELIMITED BY "|"
             INTO WS-G-COMPANY WS-G-DEPT WS-G-SALARY-ACCT
                  WS-G-RETRO-ACCT WS-G-OTP-ACCT WS-G-CLEARING-ACCT
         END-UNSTRING.
         EVALUATE TRUE
           WHEN WS-G-COMPANY = SPACES OR WS-G-DEPT = SPACES
             PERFORM SKIP-MAPPING-ROW
           WHEN WS-G-SALARY-ACCT = SPACES
                OR WS-G-RETRO-ACCT = SPACES
                OR WS-G-OTP-ACCT = SPACES
                OR WS-G-CLEARING-ACCT = SPACES
             PERFORM SKIP-MAPPING-ROW
           WHEN OTHER
             PERFORM CHECK-DEPT-AND-WRITE
         END-EVALUATE.
      *
        CHECK-DEPT-AND-WRITE.
         MOVE WS-G-COMPANY TO DEPT-COMPANY.
         MOVE WS-G-DEPT    TO DEPT-NAME.
         READ DEPT-FILE KEY IS DEPT-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             PERFORM SKIP-MAPPING-ROW
           ELSE
             MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           INITIALIZE GLMAP-RECORD
           MOVE WS-G-COMPANY       TO GLMAP-COMPANY
           MOVE WS-G-DEPT          TO GLMAP-DEPT
           MOVE WS-G-SALARY-ACCT   TO GLMAP-SALARY-ACCT
           MOVE WS-G-RETRO-ACCT    TO GLMAP-RETRO-ACCT
           MOVE WS-G-OTP-ACCT      TO GLMAP-OTP-ACCT
           MOVE WS-G-CLEARING-ACCT TO GLMAP-CLEARING-ACCT
           MOVE "WRITE GLMAP-RECORD" TO WS-ABEND-MSG
           WRITE GLMAP-RECORD
           IF DUPLICATE-KEY
             PERFORM SKIP-MAPPING-ROW
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-MAP-COUNT
           END-IF
         END-IF.
      *
        SKIP-MAPPING-ROW.
         ADD 1 TO WS-BAD-COUNT.
         DISPLAY "SKIPPED GL MAPPING ROW: " GLMAP-LOAD-RECORD.
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
