       IDENTIFICATION DIVISION.
        PROGRAM-ID. PayEquity.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/salary-band.fc".
          COPY "copybooks/exchange-rate.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/salary-band.fd".
         COPY "copybooks/exchange-rate.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-EMPLS     VALUE 5000.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-ABEND-MSG     PIC X(40).

         01 WS-RPT-CURRENCY  PIC X(3).
         01 WS-CONVERT-FLAG  PIC X     VALUE "N".
            88 WS-CONVERTING           VALUE "Y".
         01 WS-TODAY         PIC X(8).
         01 WS-CONV-SALARY   PIC 9(11)V99.
         01 WS-RATE-COUNT    PIC 99 VALUE 0.
         01 WS-RATE-CACHE.
            05 WS-RATE-ENTRY OCCURS 10 TIMES.
               10 WS-RC-FROM       PIC X(3).
               10 WS-RC-RATE       PIC 9(5)V9(6).
               10 WS-RC-DATE       PIC X(8).
               10 WS-RC-MISSING    PIC X.
         01 WS-RATE-IDX      PIC 99.
         01 WS-RSCAN-IDX     PIC 99.
         01 WS-RATE-PRINT    PIC ZZZZ9.999999.

      *    Where a rating sits against position in the band. A top
      *    performer (rating 1 or 2) paid below the low mark, or a
      *    weak one (4 or 5) paid above the high mark, is an outlier
      *    for the merit round to look at.
         01 WS-LOW-COMPA     PIC 9V9999 VALUE 0.9000.
         01 WS-HIGH-COMPA    PIC 9V9999 VALUE 1.1000.

         01 WS-EMPL-COUNT    PIC 9(5) VALUE 0.
         01 WS-EMPL-TABLE.
            05 WS-EMPL-ENTRY OCCURS 5000 TIMES.
               10 WS-E-SORT-KEY.
                  15 WS-E-GRADE       PIC X(4).
                  15 WS-E-DEPT        PIC X(20).
                  15 WS-E-HIRE        PIC X(8).
               10 WS-E-NAME        PIC X(20).
               10 WS-E-RATING      PIC X.
               10 WS-E-FTE         PIC 9(3).
               10 WS-E-SALARY      PIC 9(11)V99.
               10 WS-E-PAID        PIC 9(11)V99.
               10 WS-E-BAND-MIN    PIC 9(9)V99.
               10 WS-E-BAND-MID    PIC 9(9)V99.
               10 WS-E-BAND-MAX    PIC 9(9)V99.
               10 WS-E-COMPA       PIC 9(3)V9(4).
               10 WS-E-QUARTILE    PIC X.
               10 WS-E-OUTLIER     PIC X.
                  88 WS-E-HIGH-RATED-LOW      VALUE "L".
                  88 WS-E-LOW-RATED-HIGH      VALUE "H".
         01 WS-HOLD-ENTRY.
            05 WS-HOLD-KEY      PIC X(32).
            05 WS-HOLD-REST     PIC X(92).
         01 WS-IDX           PIC 9(5).
         01 WS-INS-IDX       PIC 9(5).
         01 WS-PREV-IDX      PIC 9(5).
         01 WS-PLACED-FLAG   PIC X.
            88 WS-PLACED               VALUE "Y".

         01 WS-GRADE-FROM    PIC 9(5).
         01 WS-GRADE-TO      PIC 9(5).
         01 WS-DEPT-FROM     PIC 9(5).
         01 WS-DEPT-TO       PIC 9(5).
         01 WS-GRP-FROM      PIC 9(5).
         01 WS-GRP-TO        PIC 9(5).
         01 WS-SCAN-IDX      PIC 9(5).
         01 WS-LOWEST-IDX    PIC 9(5).

         01 WS-VALUE-COUNT   PIC 9(5).
         01 WS-VALUE-TABLE.
            05 WS-VALUE      PIC 9(3)V9(4) OCCURS 5000 TIMES.
         01 WS-HOLD-VALUE    PIC 9(3)V9(4).
         01 WS-POS           PIC 9(5).
         01 WS-Q1            PIC 9(3)V9(4).
         01 WS-MEDIAN        PIC 9(3)V9(4).
         01 WS-Q3            PIC 9(3)V9(4).
         01 WS-SPREAD        PIC 9(3)V9(4).
         01 WS-RANGE         PIC 9(9)V99.
         01 WS-PENETRATION   PIC 9(5)V99.
         01 WS-QUARTILE-COUNTS.
            05 WS-QC-BELOW      PIC 9(5).
            05 WS-QC-1          PIC 9(5).
            05 WS-QC-2          PIC 9(5).
            05 WS-QC-3          PIC 9(5).
            05 WS-QC-4          PIC 9(5).
            05 WS-QC-ABOVE      PIC 9(5).

         01 WS-BAND-FOUND-FLAG  PIC X.
            88 WS-BAND-FOUND            VALUE "Y".
         01 WS-ANALYSED-COUNT   PIC 9(7) VALUE 0.
         01 WS-UNGRADED-COUNT   PIC 9(7) VALUE 0.
         01 WS-BAD-GRADE-COUNT  PIC 9(7) VALUE 0.
         01 WS-COMPRESS-COUNT   PIC 9(7) VALUE 0.
         01 WS-OUTLIER-COUNT    PIC 9(7) VALUE 0.
         01 WS-NOTE             PIC X(112).
         01 WS-DIFF-PRINT       PIC Z,ZZZ,ZZZ,ZZ9.99.

         01 WS-GRADE-HEAD.
            05 FILLER             PIC X(6)  VALUE "GRADE ".
            05 WS-GH-GRADE        PIC X(4).
            05 FILLER             PIC X(11) VALUE "  BAND MIN ".
            05 WS-GH-MIN          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(6)  VALUE "  MID ".
            05 WS-GH-MID          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(6)  VALUE "  MAX ".
            05 WS-GH-MAX          PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-HEAD-LINE-1.
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(22) VALUE "EMPLOYEE".
            05 FILLER PIC X(10) VALUE "HIRED".
            05 FILLER PIC X(5)  VALUE "RTG".
            05 FILLER PIC X(5)  VALUE "FTE".
            05 FILLER PIC X(18) VALUE "  FULL-TIME SALARY".
            05 FILLER PIC X(18) VALUE "    PRORATED PAID".
            05 FILLER PIC X(10) VALUE "   COMPA".
            05 FILLER PIC X(7)  VALUE "  QTR".
            05 FILLER PIC X(5)  VALUE "NOTE".
         01 WS-DETAIL-LINE.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-HIRE        PIC X(8).
            05 FILLER             PIC X(3)  VALUE SPACES.
            05 WS-DET-RATING      PIC X.
            05 FILLER             PIC X(3)  VALUE SPACES.
            05 WS-DET-FTE         PIC ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-SALARY      PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PAID        PIC Z,ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-COMPA       PIC ZZ9.9999.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-QUARTILE    PIC X(5).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NOTE        PIC X(112).
         01 WS-STAT-LINE.
            05 WS-STAT-LABEL      PIC X(28).
            05 FILLER             PIC X(3)  VALUE " N ".
            05 WS-STAT-COUNT      PIC ZZZZ9.
            05 FILLER             PIC X(6)  VALUE "  MIN ".
            05 WS-STAT-MIN        PIC ZZ9.9999.
            05 FILLER             PIC X(5)  VALUE "  Q1 ".
            05 WS-STAT-Q1         PIC ZZ9.9999.
            05 FILLER             PIC X(9)  VALUE "  MEDIAN ".
            05 WS-STAT-MEDIAN     PIC ZZ9.9999.
            05 FILLER             PIC X(5)  VALUE "  Q3 ".
            05 WS-STAT-Q3         PIC ZZ9.9999.
            05 FILLER             PIC X(6)  VALUE "  MAX ".
            05 WS-STAT-MAX        PIC ZZ9.9999.
            05 FILLER             PIC X(9)  VALUE "  SPREAD ".
            05 WS-STAT-SPREAD     PIC ZZ9.9999.
            05 FILLER             PIC X(15) VALUE "  BAND QTRS <M ".
            05 WS-STAT-BELOW      PIC ZZZZ9.
            05 FILLER             PIC X(4)  VALUE " 1: ".
            05 WS-STAT-QC-1       PIC ZZZZ9.
            05 FILLER             PIC X(4)  VALUE " 2: ".
            05 WS-STAT-QC-2       PIC ZZZZ9.
            05 FILLER             PIC X(4)  VALUE " 3: ".
            05 WS-STAT-QC-3       PIC ZZZZ9.
            05 FILLER             PIC X(4)  VALUE " 4: ".
            05 WS-STAT-QC-4       PIC ZZZZ9.
            05 FILLER             PIC X(5)  VALUE " >M: ".
            05 WS-STAT-ABOVE      PIC ZZZZ9.

       PROCEDURE DIVISION.

      *
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "Band currency (blank = no conversion): "
                  WITH NO ADVANCING
          ACCEPT WS-RPT-CURRENCY
        ELSE
          MOVE SPACES TO WS-COMPANY WS-RPT-CURRENCY
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-RPT-CURRENCY
          END-UNSTRING
        END-IF.
        IF WS-COMPANY = SPACES
          DISPLAY "COMPANY CODE REQUIRED"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        IF WS-RPT-CURRENCY NOT = SPACES
          SET WS-CONVERTING TO TRUE
          MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
        END-IF.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BAND-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BAND-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-CONVERTING
          PERFORM OPEN-RATE-FILE
        END-IF.
      *
        PERFORM LOAD-EMPLOYEES.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BAND-FILE" TO WS-ABEND-MSG.
        CLOSE BAND-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-CONVERTING
          MOVE "CLOSE RATE-FILE" TO WS-ABEND-MSG
          CLOSE RATE-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        MOVE "COMPA-RATIO AND PAY EQUITY REPORT" TO RPT-TITLE.
        MOVE "PayEquity" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        PERFORM PRINT-RATE-NOTES.
      *    The table is in grade, department, hire-date order, so
      *    each grade and each department within it is one
      *    contiguous run of entries.
        MOVE 1 TO WS-IDX.
        PERFORM WITH TEST BEFORE UNTIL WS-IDX > WS-EMPL-COUNT
          MOVE WS-IDX TO WS-GRADE-FROM WS-GRADE-TO
          PERFORM WITH TEST BEFORE
                  UNTIL WS-GRADE-TO >= WS-EMPL-COUNT
                     OR WS-E-GRADE (WS-GRADE-TO + 1)
                        NOT = WS-E-GRADE (WS-GRADE-FROM)
            ADD 1 TO WS-GRADE-TO
          END-PERFORM
          PERFORM PRINT-GRADE
          COMPUTE WS-IDX = WS-GRADE-TO + 1
        END-PERFORM.
      *
        MOVE SPACES TO RPT-LINE.
        STRING "ANALYSED " WS-ANALYSED-COUNT " GRADED EMPLOYEES: "
               WS-COMPRESS-COUNT " COMPRESSION CASES, "
               WS-OUTLIER-COUNT " RATING OUTLIERS"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE SPACES TO RPT-LINE.
        STRING WS-UNGRADED-COUNT " EMPLOYEES WITHOUT A GRADE, "
               WS-BAD-GRADE-COUNT " WITH A GRADE NOT ON THE BAND "
               "FILE - NOT ANALYSED" DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        DISPLAY "ANALYSED " WS-ANALYSED-COUNT " GRADED EMPLOYEES: "
                WS-COMPRESS-COUNT " COMPRESSION CASES, "
                WS-OUTLIER-COUNT " RATING OUTLIERS".
        DISPLAY WS-UNGRADED-COUNT " EMPLOYEES WITHOUT A GRADE, "
                WS-BAD-GRADE-COUNT " WITH A GRADE NOT ON THE BAND "
                "FILE - NOT ANALYSED".
        STOP RUN.
      *
        LOAD-EMPLOYEES.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE SPACES TO EMPL-DEPT EMPL-NAME.
         MOVE "START EMPL-FILE" TO WS-ABEND-MSG.
         START EMPL-FILE KEY IS >= EMPL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR EMPL-COMPANY NOT = WS-COMPANY
           IF NOT EMPL-TERMINATED
             IF EMPL-GRADE = SPACES
               ADD 1 TO WS-UNGRADED-COUNT
             ELSE
               PERFORM READ-BAND-RECORD
               IF WS-BAND-FOUND
                 PERFORM ADD-EMPLOYEE
               ELSE
                 ADD 1 TO WS-BAD-GRADE-COUNT
               END-IF
             END-IF
           END-IF
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        READ-BAND-RECORD.
         MOVE "N" TO WS-BAND-FOUND-FLAG.
         MOVE EMPL-COMPANY TO BAND-COMPANY.
         MOVE EMPL-GRADE   TO BAND-GRADE.
         READ BAND-FILE KEY IS BAND-KEY.
         IF SUCCESSFUL
           SET WS-BAND-FOUND TO TRUE
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ BAND-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        ADD-EMPLOYEE.
      *    EMPL-SALARY is the full-time annual rate - the register
      *    prorates it by FTE when it pays - so it is already the
      *    FTE-adjusted figure to set against the band, which is
      *    also a full-time rate. The prorated amount is carried
      *    beside it so a part-timer's actual pay is visible.
         IF WS-EMPL-COUNT >= WS-MAX-EMPLS
           DISPLAY "TOO MANY EMPLOYEES FOR " WS-COMPANY
                   " - MAX IS " WS-MAX-EMPLS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-ANALYSED-COUNT.
         COMPUTE WS-IDX = WS-EMPL-COUNT + 1.
         PERFORM CONVERT-SALARY.
         MOVE EMPL-GRADE     TO WS-E-GRADE (WS-IDX).
         MOVE EMPL-DEPT      TO WS-E-DEPT (WS-IDX).
         MOVE EMPL-HIRE-DATE TO WS-E-HIRE (WS-IDX).
         MOVE EMPL-NAME      TO WS-E-NAME (WS-IDX).
         MOVE EMPL-RATING    TO WS-E-RATING (WS-IDX).
         MOVE EMPL-FTE-PCT   TO WS-E-FTE (WS-IDX).
         IF WS-E-FTE (WS-IDX) = 0
           MOVE 100 TO WS-E-FTE (WS-IDX)
         END-IF.
         MOVE WS-CONV-SALARY TO WS-E-SALARY (WS-IDX).
         COMPUTE WS-E-PAID (WS-IDX) ROUNDED =
                 WS-CONV-SALARY * WS-E-FTE (WS-IDX) / 100.
         MOVE BAND-MIN TO WS-E-BAND-MIN (WS-IDX).
         MOVE BAND-MID TO WS-E-BAND-MID (WS-IDX).
         MOVE BAND-MAX TO WS-E-BAND-MAX (WS-IDX).
         IF BAND-MID = 0
           MOVE 0 TO WS-E-COMPA (WS-IDX)
         ELSE
           COMPUTE WS-E-COMPA (WS-IDX) ROUNDED =
                   WS-CONV-SALARY / BAND-MID
             ON SIZE ERROR
               MOVE 999.9999 TO WS-E-COMPA (WS-IDX)
           END-COMPUTE
         END-IF.
         PERFORM SET-BAND-QUARTILE.
         MOVE SPACE TO WS-E-OUTLIER (WS-IDX).
         IF (EMPL-RATING = "1" OR EMPL-RATING = "2")
            AND WS-E-COMPA (WS-IDX) < WS-LOW-COMPA
           SET WS-E-HIGH-RATED-LOW (WS-IDX) TO TRUE
           ADD 1 TO WS-OUTLIER-COUNT
         END-IF.
         IF (EMPL-RATING = "4" OR EMPL-RATING = "5")
            AND WS-E-COMPA (WS-IDX) > WS-HIGH-COMPA
           SET WS-E-LOW-RATED-HIGH (WS-IDX) TO TRUE
           ADD 1 TO WS-OUTLIER-COUNT
         END-IF.
         ADD 1 TO WS-EMPL-COUNT.
         PERFORM PLACE-NEW-ENTRY.
      *
        SET-BAND-QUARTILE.
      *    Which quarter of the band's min-to-max range the salary
      *    falls in; B and A mark salaries below the minimum and
      *    above the maximum. A band with no range puts everyone
      *    at or inside it in the top quarter.
         EVALUATE TRUE
           WHEN WS-CONV-SALARY < BAND-MIN
             MOVE "B" TO WS-E-QUARTILE (WS-IDX)
           WHEN WS-CONV-SALARY > BAND-MAX
             MOVE "A" TO WS-E-QUARTILE (WS-IDX)
           WHEN BAND-MAX NOT > BAND-MIN
             MOVE "4" TO WS-E-QUARTILE (WS-IDX)
           WHEN OTHER
             COMPUTE WS-RANGE = BAND-MAX - BAND-MIN
             COMPUTE WS-PENETRATION =
                     (WS-CONV-SALARY - BAND-MIN) * 100 / WS-RANGE
             EVALUATE TRUE
               WHEN WS-PENETRATION < 25
                 MOVE "1" TO WS-E-QUARTILE (WS-IDX)
               WHEN WS-PENETRATION < 50
                 MOVE "2" TO WS-E-QUARTILE (WS-IDX)
               WHEN WS-PENETRATION < 75
                 MOVE "3" TO WS-E-QUARTILE (WS-IDX)
               WHEN OTHER
                 MOVE "4" TO WS-E-QUARTILE (WS-IDX)
             END-EVALUATE
         END-EVALUATE.
      *
        PLACE-NEW-ENTRY.
      *    Insertion into grade, department, hire-date order: the
      *    new entry was built in the next free slot and slides
      *    down past every entry that sorts after it.
         MOVE WS-EMPL-ENTRY (WS-EMPL-COUNT) TO WS-HOLD-ENTRY.
         MOVE WS-EMPL-COUNT TO WS-INS-IDX.
         MOVE "N" TO WS-PLACED-FLAG.
         PERFORM WITH TEST BEFORE UNTIL WS-PLACED
           IF WS-INS-IDX = 1
             SET WS-PLACED TO TRUE
           ELSE
             COMPUTE WS-PREV-IDX = WS-INS-IDX - 1
             IF WS-E-SORT-KEY (WS-PREV-IDX) > WS-HOLD-KEY
               MOVE WS-EMPL-ENTRY (WS-PREV-IDX)
                 TO WS-EMPL-ENTRY (WS-INS-IDX)
               MOVE WS-PREV-IDX TO WS-INS-IDX
             ELSE
               SET WS-PLACED TO TRUE
             END-IF
           END-IF
         END-PERFORM.
         MOVE WS-HOLD-ENTRY TO WS-EMPL-ENTRY (WS-INS-IDX).
      *
        PRINT-GRADE.
         MOVE WS-E-GRADE (WS-GRADE-FROM)    TO WS-GH-GRADE.
         MOVE WS-E-BAND-MIN (WS-GRADE-FROM) TO WS-GH-MIN.
         MOVE WS-E-BAND-MID (WS-GRADE-FROM) TO WS-GH-MID.
         MOVE WS-E-BAND-MAX (WS-GRADE-FROM) TO WS-GH-MAX.
         MOVE SPACES TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE WS-GRADE-HEAD TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE WS-HEAD-LINE-1 TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE WS-GRADE-FROM TO WS-DEPT-FROM.
         PERFORM WITH TEST BEFORE UNTIL WS-DEPT-FROM > WS-GRADE-TO
           MOVE WS-DEPT-FROM TO WS-DEPT-TO
           PERFORM WITH TEST BEFORE
                   UNTIL WS-DEPT-TO >= WS-GRADE-TO
                      OR WS-E-DEPT (WS-DEPT-TO + 1)
                         NOT = WS-E-DEPT (WS-DEPT-FROM)
             ADD 1 TO WS-DEPT-TO
           END-PERFORM
           PERFORM PRINT-DEPARTMENT
           COMPUTE WS-DEPT-FROM = WS-DEPT-TO + 1
         END-PERFORM.
         MOVE WS-GRADE-FROM TO WS-GRP-FROM.
         MOVE WS-GRADE-TO   TO WS-GRP-TO.
         MOVE SPACES TO WS-STAT-LABEL.
         STRING "  GRADE " WS-E-GRADE (WS-GRADE-FROM) " ALL DEPTS"
                DELIMITED BY SIZE INTO WS-STAT-LABEL.
         PERFORM PRINT-GROUP-STATS.
      *
        PRINT-DEPARTMENT.
         PERFORM VARYING WS-IDX FROM WS-DEPT-FROM BY 1
                 UNTIL WS-IDX > WS-DEPT-TO
           PERFORM PRINT-EMPLOYEE
         END-PERFORM.
         MOVE WS-DEPT-FROM TO WS-GRP-FROM.
         MOVE WS-DEPT-TO   TO WS-GRP-TO.
         MOVE SPACES TO WS-STAT-LABEL.
         STRING "  " WS-E-DEPT (WS-DEPT-FROM)
                DELIMITED BY SIZE INTO WS-STAT-LABEL.
         PERFORM PRINT-GROUP-STATS.
      *
        PRINT-EMPLOYEE.
         MOVE SPACES TO WS-NOTE.
         PERFORM CHECK-COMPRESSION.
         IF WS-LOWEST-IDX > 0
           ADD 1 TO WS-COMPRESS-COUNT
           COMPUTE WS-DIFF-PRINT = WS-E-SALARY (WS-IDX)
                   - WS-E-SALARY (WS-LOWEST-IDX)
           STRING "COMPRESSION: " WS-DIFF-PRINT " OVER "
                  WS-E-NAME (WS-LOWEST-IDX) " HIRED "
                  WS-E-HIRE (WS-LOWEST-IDX)
                  DELIMITED BY SIZE INTO WS-NOTE
         END-IF.
         IF WS-E-HIGH-RATED-LOW (WS-IDX)
           MOVE "RATING OUTLIER: HIGH RATING, LOW IN BAND"
             TO WS-NOTE (73:40)
         END-IF.
         IF WS-E-LOW-RATED-HIGH (WS-IDX)
           MOVE "RATING OUTLIER: LOW RATING, HIGH IN BAND"
             TO WS-NOTE (73:40)
         END-IF.
         MOVE WS-E-DEPT (WS-IDX)   TO WS-DET-DEPT.
         MOVE WS-E-NAME (WS-IDX)   TO WS-DET-NAME.
         MOVE WS-E-HIRE (WS-IDX)   TO WS-DET-HIRE.
         MOVE WS-E-RATING (WS-IDX) TO WS-DET-RATING.
         MOVE WS-E-FTE (WS-IDX)    TO WS-DET-FTE.
         MOVE WS-E-SALARY (WS-IDX) TO WS-DET-SALARY.
         MOVE WS-E-PAID (WS-IDX)   TO WS-DET-PAID.
         MOVE WS-E-COMPA (WS-IDX)  TO WS-DET-COMPA.
         EVALUATE WS-E-QUARTILE (WS-IDX)
           WHEN "B"
             MOVE "<MIN" TO WS-DET-QUARTILE
           WHEN "A"
             MOVE ">MAX" TO WS-DET-QUARTILE
           WHEN OTHER
             MOVE SPACES TO WS-DET-QUARTILE
             STRING "Q" WS-E-QUARTILE (WS-IDX)
                    DELIMITED BY SIZE INTO WS-DET-QUARTILE
         END-EVALUATE.
         MOVE WS-NOTE TO WS-DET-NOTE.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        CHECK-COMPRESSION.
      *    Entries ahead of this one in the department run were
      *    hired no later. Of those hired strictly earlier, find the
      *    lowest paid: if this more recent hire earns more than
      *    them, the longer-serving employee has been compressed.
      *    A record with no hire date cannot be placed either way.
         MOVE 0 TO WS-LOWEST-IDX.
         IF WS-E-HIRE (WS-IDX) NOT = SPACES
           PERFORM VARYING WS-SCAN-IDX FROM WS-DEPT-FROM BY 1
                   UNTIL WS-SCAN-IDX >= WS-IDX
             IF WS-E-HIRE (WS-SCAN-IDX) NOT = SPACES
                AND WS-E-HIRE (WS-SCAN-IDX) < WS-E-HIRE (WS-IDX)
                AND WS-E-SALARY (WS-SCAN-IDX) < WS-E-SALARY (WS-IDX)
               IF WS-LOWEST-IDX = 0
                 MOVE WS-SCAN-IDX TO WS-LOWEST-IDX
               ELSE
                 IF WS-E-SALARY (WS-SCAN-IDX)
                    < WS-E-SALARY (WS-LOWEST-IDX)
                   MOVE WS-SCAN-IDX TO WS-LOWEST-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
         END-IF.
      *
        PRINT-GROUP-STATS.
      *    Quartiles by nearest rank over the group's compa-ratios;
      *    the median averages the middle pair of an even count.
      *    Spread is the gap between the highest and lowest ratio.
         MOVE 0 TO WS-VALUE-COUNT.
         INITIALIZE WS-QUARTILE-COUNTS.
         PERFORM VARYING WS-SCAN-IDX FROM WS-GRP-FROM BY 1
                 UNTIL WS-SCAN-IDX > WS-GRP-TO
           ADD 1 TO WS-VALUE-COUNT
           MOVE WS-E-COMPA (WS-SCAN-IDX) TO WS-HOLD-VALUE
           PERFORM PLACE-VALUE
           EVALUATE WS-E-QUARTILE (WS-SCAN-IDX)
             WHEN "B" ADD 1 TO WS-QC-BELOW
             WHEN "1" ADD 1 TO WS-QC-1
             WHEN "2" ADD 1 TO WS-QC-2
             WHEN "3" ADD 1 TO WS-QC-3
             WHEN "4" ADD 1 TO WS-QC-4
             WHEN "A" ADD 1 TO WS-QC-ABOVE
           END-EVALUATE
         END-PERFORM.
         COMPUTE WS-POS = (WS-VALUE-COUNT * 25 + 99) / 100.
         MOVE WS-VALUE (WS-POS) TO WS-Q1.
         COMPUTE WS-POS = (WS-VALUE-COUNT * 75 + 99) / 100.
         MOVE WS-VALUE (WS-POS) TO WS-Q3.
         COMPUTE WS-POS = WS-VALUE-COUNT / 2.
         IF WS-POS * 2 = WS-VALUE-COUNT
           COMPUTE WS-MEDIAN ROUNDED =
                   (WS-VALUE (WS-POS) + WS-VALUE (WS-POS + 1)) / 2
         ELSE
           MOVE WS-VALUE (WS-POS + 1) TO WS-MEDIAN
         END-IF.
         COMPUTE WS-SPREAD =
                 WS-VALUE (WS-VALUE-COUNT) - WS-VALUE (1).
         MOVE WS-VALUE-COUNT           TO WS-STAT-COUNT.
         MOVE WS-VALUE (1)             TO WS-STAT-MIN.
         MOVE WS-Q1                    TO WS-STAT-Q1.
         MOVE WS-MEDIAN                TO WS-STAT-MEDIAN.
         MOVE WS-Q3                    TO WS-STAT-Q3.
         MOVE WS-VALUE (WS-VALUE-COUNT) TO WS-STAT-MAX.
         MOVE WS-SPREAD                TO WS-STAT-SPREAD.
         MOVE WS-QC-BELOW              TO WS-STAT-BELOW.
         MOVE WS-QC-1                  TO WS-STAT-QC-1.
         MOVE WS-QC-2                  TO WS-STAT-QC-2.
         MOVE WS-QC-3                  TO WS-STAT-QC-3.
         MOVE WS-QC-4                  TO WS-STAT-QC-4.
         MOVE WS-QC-ABOVE              TO WS-STAT-ABOVE.
         MOVE WS-STAT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        PLACE-VALUE.
         MOVE WS-VALUE-COUNT TO WS-INS-IDX.
         MOVE "N" TO WS-PLACED-FLAG.
         PERFORM WITH TEST BEFORE UNTIL WS-PLACED
           IF WS-INS-IDX = 1
             SET WS-PLACED TO TRUE
           ELSE
             COMPUTE WS-PREV-IDX = WS-INS-IDX - 1
             IF WS-VALUE (WS-PREV-IDX) > WS-HOLD-VALUE
               MOVE WS-VALUE (WS-PREV-IDX) TO WS-VALUE (WS-INS-IDX)
               MOVE WS-PREV-IDX TO WS-INS-IDX
             ELSE
               SET WS-PLACED TO TRUE
             END-IF
           END-IF
         END-PERFORM.
         MOVE WS-HOLD-VALUE TO WS-VALUE (WS-INS-IDX).
      *
        OPEN-RATE-FILE.
         MOVE "OPEN RATE-FILE" TO WS-ABEND-MSG.
         OPEN INPUT RATE-FILE.
         IF NOT SUCCESSFUL
           DISPLAY "NO EXCHANGE RATE FILE - CANNOT CONVERT TO "
                   WS-RPT-CURRENCY
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
      *
        CONVERT-SALARY.
      *    Bands are held in the currency named on the command line.
      *    Salaries carried in another currency convert at the
      *    latest rate effective on or before today. A blank
      *    currency is pre-conversion data already in the band
      *    currency, and with no band currency requested everything
      *    passes through at face value.
         IF NOT WS-CONVERTING
            OR EMPL-CURRENCY = SPACES
            OR EMPL-CURRENCY = WS-RPT-CURRENCY
           MOVE EMPL-SALARY TO WS-CONV-SALARY
         ELSE
           PERFORM FIND-CACHED-RATE
           IF WS-RC-MISSING (WS-RATE-IDX) = "Y"
             MOVE EMPL-SALARY TO WS-CONV-SALARY
           ELSE
             COMPUTE WS-CONV-SALARY ROUNDED =
                     EMPL-SALARY * WS-RC-RATE (WS-RATE-IDX)
           END-IF
         END-IF.
      *
        FIND-CACHED-RATE.
         MOVE 0 TO WS-RATE-IDX.
         PERFORM VARYING WS-RSCAN-IDX FROM 1 BY 1
                 UNTIL WS-RSCAN-IDX > WS-RATE-COUNT
                    OR WS-RATE-IDX > 0
           IF WS-RC-FROM (WS-RSCAN-IDX) = EMPL-CURRENCY
             MOVE WS-RSCAN-IDX TO WS-RATE-IDX
           END-IF
         END-PERFORM.
         IF WS-RATE-IDX = 0
           PERFORM LOOKUP-RATE
         END-IF.
      *
        LOOKUP-RATE.
      *    Walk the pair's effective-dated rows keeping the newest
      *    one not after today. A pair with no usable row is
      *    remembered as missing so the warning prints once and the
      *    amounts pass through unconverted rather than vanishing.
         IF WS-RATE-COUNT >= 10
           DISPLAY "TOO MANY DISTINCT CURRENCIES - MAX IS 10"
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-RATE-COUNT.
         MOVE WS-RATE-COUNT TO WS-RATE-IDX.
         MOVE EMPL-CURRENCY TO WS-RC-FROM (WS-RATE-IDX).
         MOVE "Y" TO WS-RC-MISSING (WS-RATE-IDX).
         MOVE 0 TO WS-RC-RATE (WS-RATE-IDX).
         MOVE SPACES TO WS-RC-DATE (WS-RATE-IDX).
         MOVE EMPL-CURRENCY   TO RATE-FROM.
         MOVE WS-RPT-CURRENCY TO RATE-TO.
         MOVE LOW-VALUES      TO RATE-DATE.
         START RATE-FILE KEY IS >= RATE-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START RATE-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ RATE-FILE" TO WS-ABEND-MSG
           READ RATE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR RATE-FROM NOT = WS-RC-FROM (WS-RATE-IDX)
                    OR RATE-TO NOT = WS-RPT-CURRENCY
           IF RATE-DATE <= WS-TODAY
             MOVE RATE-VALUE TO WS-RC-RATE (WS-RATE-IDX)
             MOVE RATE-DATE  TO WS-RC-DATE (WS-RATE-IDX)
             MOVE "N" TO WS-RC-MISSING (WS-RATE-IDX)
           END-IF
           MOVE "READ RATE-FILE" TO WS-ABEND-MSG
           READ RATE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-RC-MISSING (WS-RATE-IDX) = "Y"
           DISPLAY "NO RATE ON FILE FOR "
                   WS-RC-FROM (WS-RATE-IDX) " TO "
                   WS-RPT-CURRENCY " - AMOUNTS LEFT UNCONVERTED"
         END-IF.
      *
        PRINT-RATE-NOTES.
      *    One line per currency met during the scan, naming the
      *    rate and the effective date it was taken from.
         IF WS-CONVERTING
           PERFORM VARYING WS-RSCAN-IDX FROM 1 BY 1
                   UNTIL WS-RSCAN-IDX > WS-RATE-COUNT
             MOVE SPACES TO RPT-LINE
             IF WS-RC-MISSING (WS-RSCAN-IDX) = "Y"
               STRING "NO RATE FOR " WS-RC-FROM (WS-RSCAN-IDX)
                      " TO " WS-RPT-CURRENCY
                      " - AMOUNTS LEFT UNCONVERTED"
                      DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               MOVE WS-RC-RATE (WS-RSCAN-IDX) TO WS-RATE-PRINT
               STRING "RATE " WS-RC-FROM (WS-RSCAN-IDX) " TO "
                      WS-RPT-CURRENCY " = " WS-RATE-PRINT
                      " EFFECTIVE " WS-RC-DATE (WS-RSCAN-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             PERFORM PRINT-REPORT-LINE
           END-PERFORM
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
