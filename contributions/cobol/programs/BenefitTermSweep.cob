       IDENTIFICATION DIVISION.
        PROGRAM-ID. BenefitTermSweep.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/deductions.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/deductions.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-TODAY          PIC X(8).
         01 WS-END-DATE       PIC X(8).
         01 WS-END-FLAG       PIC X.
            88 WS-END-COVERAGE         VALUE "Y".
         01 WS-READ-COUNT     PIC 9(7) VALUE 0.
         01 WS-ENDED-COUNT    PIC 9(7) VALUE 0.
         01 WS-DETAIL-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID     PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-COMPANY     PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PLAN        PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-TIER        PIC X(2).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-END-DATE    PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-REASON      PIC X(20).
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Nightly. Ends the benefit coverage of every employee who
      *    has been terminated, or who is no longer on the employee
      *    file at all, as of the termination date (today when there
      *    is none, and never before the coverage began). The plan
      *    deduction stops on the same date and the ending goes to
      *    the carrier on the next CarrierFile run.
        MOVE "BenTermSweep" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
      *    No enrollment file means nobody has ever enrolled - there
      *    is nothing to end.
        OPEN I-O ENROLL-FILE.
        IF NOT SUCCESSFUL
          DISPLAY "NO BENEFIT ENROLLMENTS ON FILE"
          MOVE "00" TO WS-FILE-STATUS
          MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG
          CLOSE EMPL-FILE
          PERFORM ABORT-IF-ERROR
          PERFORM END-RUN-LOG
          STOP RUN
        END-IF.
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
        MOVE "BENEFIT COVERAGE ENDED FOR LEAVERS" TO RPT-TITLE.
        MOVE "BenTermSweep" TO RPT-PROGRAM.
        MOVE "*" TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        MOVE 0 TO ENR-EMPL-ID.
        MOVE SPACES TO ENR-PLAN.
        MOVE "START ENROLL-FILE" TO WS-ABEND-MSG.
        START ENROLL-FILE KEY IS >= ENR-KEY.
        IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF SUCCESSFUL
          MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
          READ ENROLL-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        ELSE
          SET END-OF-FILE TO TRUE
        END-IF.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          ADD 1 TO WS-READ-COUNT
          IF ENR-ACTIVE
            PERFORM CHECK-ONE-ENROLLMENT
          END-IF
          MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
          READ ENROLL-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
        MOVE "00" TO WS-FILE-STATUS.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-ENDED-COUNT " ENROLLMENTS ENDED OF "
               WS-READ-COUNT " ON FILE"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE ENROLL-FILE" TO WS-ABEND-MSG.
        CLOSE ENROLL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG.
        CLOSE DEDUCTION-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "BENEFIT TERMINATION SWEEP TOTALS".
        DISPLAY "  ENROLLMENTS READ:  " WS-READ-COUNT.
        DISPLAY "  ENROLLMENTS ENDED: " WS-ENDED-COUNT.
        MOVE WS-ENDED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        CHECK-ONE-ENROLLMENT.
         MOVE "N" TO WS-END-FLAG.
         MOVE SPACES TO WS-DET-NAME.
         MOVE ENR-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF NOT RECORD-NOT-FOUND
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           SET WS-END-COVERAGE TO TRUE
           MOVE WS-TODAY TO WS-END-DATE
           MOVE "NOT ON EMPLOYEE FILE" TO WS-DET-REASON
         ELSE
           IF EMPL-TERMINATED
             SET WS-END-COVERAGE TO TRUE
             MOVE EMPL-NAME TO WS-DET-NAME
             MOVE "TERMINATED" TO WS-DET-REASON
             IF EMPL-TERM-DATE NUMERIC
               MOVE EMPL-TERM-DATE TO WS-END-DATE
             ELSE
               MOVE WS-TODAY TO WS-END-DATE
             END-IF
           END-IF
         END-IF.
         IF WS-END-COVERAGE
           IF WS-END-DATE < ENR-START-DATE
             MOVE ENR-START-DATE TO WS-END-DATE
           END-IF
           PERFORM END-ONE-ENROLLMENT
         END-IF.
      *
        END-ONE-ENROLLMENT.
         SET ENR-ENDED TO TRUE.
         SET ENR-CHANGE-END TO TRUE.
         SET ENR-NOT-SENT TO TRUE.
         MOVE WS-END-DATE  TO ENR-END-DATE.
         MOVE WS-TODAY     TO ENR-CHANGE-DATE.
         MOVE RUN-OPERATOR TO ENR-OPERATOR.
         MOVE "REWRITE ENROLL-RECORD" TO WS-ABEND-MSG.
         REWRITE ENROLL-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
         MOVE ENR-EMPL-ID TO DED-EMPL-ID.
         MOVE ENR-PLAN    TO DED-CODE.
         READ DEDUCTION-FILE KEY IS DED-KEY.
         IF SUCCESSFUL
           MOVE WS-END-DATE TO DED-STOP-PERIOD
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
         ADD 1 TO WS-ENDED-COUNT.
         MOVE ENR-EMPL-ID  TO WS-DET-EMPL-ID.
         MOVE ENR-COMPANY  TO WS-DET-COMPANY.
         MOVE ENR-PLAN     TO WS-DET-PLAN.
         MOVE ENR-TIER     TO WS-DET-TIER.
         MOVE WS-END-DATE  TO WS-DET-END-DATE.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
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
