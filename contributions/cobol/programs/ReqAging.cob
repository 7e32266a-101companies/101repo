       IDENTIFICATION DIVISION.
        PROGRAM-ID. ReqAging.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/requisition.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/requisition.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CMD-LINE       PIC X(80).
         01 WS-COMPANY        PIC X(20).
         01 WS-AS-OF-DATE     PIC X(8).
         01 WS-AS-OF-N        PIC 9(8).
         01 WS-OPENED-N       PIC 9(8).
         01 WS-DAYS-OPEN      PIC S9(5).
         01 WS-CUR-DEPT       PIC X(20).
         01 WS-DEPT-COUNT     PIC 9(5).
         01 WS-DEPT-OLDEST    PIC S9(5).
         01 WS-DEPT-BUDGET    PIC 9(11)V99.
         01 WS-OPEN-COUNT     PIC 9(7) VALUE 0.
         01 WS-TOTAL-BUDGET   PIC 9(13)V99 VALUE 0.
      *    Outstanding requisitions by age - up to 30 days, 31-60,
      *    61-90 and over 90.
         01 WS-AGE-BUCKETS.
            05 WS-AGE-30      PIC 9(7) VALUE 0.
            05 WS-AGE-60      PIC 9(7) VALUE 0.
            05 WS-AGE-90      PIC 9(7) VALUE 0.
            05 WS-AGE-OVER    PIC 9(7) VALUE 0.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(12) VALUE "REQUISITION".
            05 FILLER PIC X(6)  VALUE "GRADE".
            05 FILLER PIC X(16) VALUE "        BUDGET".
            05 FILLER PIC X(10) VALUE "STATUS".
            05 FILLER PIC X(10) VALUE "OPENED".
            05 FILLER PIC X(10) VALUE "APPROVED".
            05 FILLER PIC X(9)  VALUE "DAYS OPEN".
         01 WS-DETAIL-LINE.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NUMBER      PIC X(10).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-GRADE       PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-BUDGET      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-STATUS      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-OPENED      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-APPROVED    PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DAYS        PIC ZZZZ9.
         01 WS-DEPT-LINE.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-DL-COUNT        PIC ZZZZ9.
            05 FILLER             PIC X(21)
                                  VALUE " OUTSTANDING, BUDGET ".
            05 WS-DL-BUDGET       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(9)  VALUE ", OLDEST ".
            05 WS-DL-OLDEST       PIC ZZZZ9.
            05 FILLER             PIC X(5)  VALUE " DAYS".
         01 WS-BUCKET-LINE.
            05 FILLER             PIC X(12) VALUE "AGE 0-30: ".
            05 WS-BL-30           PIC Z,ZZZ,ZZ9.
            05 FILLER             PIC X(12) VALUE "   31-60: ".
            05 WS-BL-60           PIC Z,ZZZ,ZZ9.
            05 FILLER             PIC X(12) VALUE "   61-90: ".
            05 WS-BL-90           PIC Z,ZZZ,ZZ9.
            05 FILLER             PIC X(12) VALUE "   OVER 90: ".
            05 WS-BL-OVER         PIC Z,ZZZ,ZZ9.
         01 WS-TOTAL-PRINT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Every requisition still outstanding - raised but not yet
      *    approved, or approved and not yet filled - by department,
      *    with the days since it was raised, counted to today or to
      *    the as-of date given.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Age as of (YYYYMMDD, blank for today): "
                  WITH NO ADVANCING
          ACCEPT WS-AS-OF-DATE
        ELSE
          MOVE SPACES TO WS-COMPANY WS-AS-OF-DATE
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-AS-OF-DATE
          END-UNSTRING
        END-IF.
        IF WS-AS-OF-DATE = SPACES
          MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
        END-IF.
        IF WS-AS-OF-DATE NOT NUMERIC
          DISPLAY "AS-OF DATE MUST BE YYYYMMDD, GOT " WS-AS-OF-DATE
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        MOVE WS-AS-OF-DATE TO WS-AS-OF-N.
      *
        MOVE "ReqAging" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN REQ-FILE" TO WS-ABEND-MSG.
        OPEN INPUT REQ-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "OPEN REQUISITIONS - AGING BY DEPARTMENT" TO RPT-TITLE.
        MOVE "ReqAging" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "DAYS OPEN AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        MOVE SPACES TO WS-CUR-DEPT.
        MOVE WS-COMPANY TO REQ-COMPANY.
        MOVE SPACES TO REQ-DEPT REQ-NUMBER.
        MOVE "START REQ-FILE" TO WS-ABEND-MSG.
        START REQ-FILE KEY IS >= REQ-KEY.
        IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF SUCCESSFUL
          MOVE "READ REQ-FILE" TO WS-ABEND-MSG
          READ REQ-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        ELSE
          SET END-OF-FILE TO TRUE
        END-IF.
        PERFORM WITH TEST BEFORE
                UNTIL END-OF-FILE
                   OR REQ-COMPANY NOT = WS-COMPANY
          IF REQ-OUTSTANDING
            PERFORM PRINT-ONE-REQUISITION
          END-IF
          MOVE "READ REQ-FILE" TO WS-ABEND-MSG
          READ REQ-FILE NEXT RECORD
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
        MOVE "00" TO WS-FILE-STATUS.
        IF WS-CUR-DEPT NOT = SPACES
          PERFORM PRINT-DEPT-TOTAL
        END-IF.
      *
        MOVE WS-AGE-30   TO WS-BL-30.
        MOVE WS-AGE-60   TO WS-BL-60.
        MOVE WS-AGE-90   TO WS-BL-90.
        MOVE WS-AGE-OVER TO WS-BL-OVER.
        MOVE WS-BUCKET-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-TOTAL-BUDGET TO WS-TOTAL-PRINT.
        STRING "COMPANY TOTAL " WS-OPEN-COUNT
               " OUTSTANDING, BUDGET " WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE REQ-FILE" TO WS-ABEND-MSG.
        CLOSE REQ-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "REQUISITIONS OUTSTANDING: " WS-OPEN-COUNT.
        DISPLAY "OPEN OVER 90 DAYS:        " WS-AGE-OVER.
        MOVE WS-OPEN-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        PRINT-ONE-REQUISITION.
         IF REQ-DEPT NOT = WS-CUR-DEPT
           IF WS-CUR-DEPT NOT = SPACES
             PERFORM PRINT-DEPT-TOTAL
           END-IF
           MOVE REQ-DEPT TO WS-CUR-DEPT
           MOVE 0 TO WS-DEPT-COUNT WS-DEPT-OLDEST WS-DEPT-BUDGET
         END-IF.
      *    A requisition with no usable opened date ages as new.
         MOVE 0 TO WS-DAYS-OPEN.
         IF REQ-OPENED-DATE NUMERIC
           MOVE REQ-OPENED-DATE TO WS-OPENED-N
           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-N)
                 - FUNCTION INTEGER-OF-DATE (WS-OPENED-N)
           IF WS-DAYS-OPEN < 0
             MOVE 0 TO WS-DAYS-OPEN
           END-IF
         END-IF.
         EVALUATE TRUE
           WHEN WS-DAYS-OPEN <= 30
             ADD 1 TO WS-AGE-30
           WHEN WS-DAYS-OPEN <= 60
             ADD 1 TO WS-AGE-60
           WHEN WS-DAYS-OPEN <= 90
             ADD 1 TO WS-AGE-90
           WHEN OTHER
             ADD 1 TO WS-AGE-OVER
         END-EVALUATE.
         ADD 1 TO WS-DEPT-COUNT WS-OPEN-COUNT.
         ADD REQ-BUDGET-SALARY TO WS-DEPT-BUDGET WS-TOTAL-BUDGET.
         IF WS-DAYS-OPEN > WS-DEPT-OLDEST
           MOVE WS-DAYS-OPEN TO WS-DEPT-OLDEST
         END-IF.
         MOVE REQ-DEPT          TO WS-DET-DEPT.
         MOVE REQ-NUMBER        TO WS-DET-NUMBER.
         MOVE REQ-GRADE         TO WS-DET-GRADE.
         MOVE REQ-BUDGET-SALARY TO WS-DET-BUDGET.
         IF REQ-APPROVED
           MOVE "APPROVED" TO WS-DET-STATUS
         ELSE
           MOVE "OPEN"     TO WS-DET-STATUS
         END-IF.
         MOVE REQ-OPENED-DATE   TO WS-DET-OPENED.
         MOVE REQ-APPROVED-DATE TO WS-DET-APPROVED.
         MOVE WS-DAYS-OPEN      TO WS-DET-DAYS.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        PRINT-DEPT-TOTAL.
         MOVE WS-DEPT-COUNT  TO WS-DL-COUNT.
         MOVE WS-DEPT-BUDGET TO WS-DL-BUDGET.
         MOVE WS-DEPT-OLDEST TO WS-DL-OLDEST.
         MOVE WS-DEPT-LINE TO RPT-LINE.
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
