       IDENTIFICATION DIVISION.
        PROGRAM-ID. ReconcileHR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/company-load.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/feed-control.fc".
          COPY "copybooks/recon-feed.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/company-load.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/feed-control.fd".
         COPY "copybooks/recon-feed.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-CMD-LINE          PIC X(200).
         01 WS-COMPANY           PIC X(20).
         01 WS-LOAD-FILE-NAME    PIC X(100).
         01 WS-FEED-OPTION       PIC X(8).
         01 WS-FEED-FLAG         PIC X     VALUE "N".
            88 WS-FEED-WANTED            VALUE "Y".
      *    One HR master row, parsed exactly the way LoadCompany
      *    parses it so both sides of the comparison read the same.
         01 WS-RECORD-TYPE       PIC X.
            88 WS-DEPT-ROW               VALUE "D".
            88 WS-EMPL-ROW               VALUE "E".
         01 WS-FIELD-1           PIC X(40).
         01 WS-FIELD-2           PIC X(40).
         01 WS-FIELD-3           PIC X(40).
         01 WS-FIELD-4           PIC X(40).
         01 WS-FIELD-5           PIC X(40).
         01 WS-FIELD-6           PIC X(40).
         01 WS-FIELD-7           PIC X(40).
         01 WS-FIELD-8           PIC X(40).
         01 WS-SALARY            PIC 9(9)V99.
         01 WS-GRADE             PIC X(4).
         01 WS-STATUS            PIC X.
         01 WS-HIRE-DATE         PIC X(8).
         01 WS-TERM-DATE         PIC X(8).
         01 WS-EMPL-ID-X         PIC X(9).
         01 WS-RATING            PIC X.
         01 WS-CURRENCY          PIC X(3).
         01 WS-FTE-X             PIC X(3).
         01 WS-PAY-TYPE          PIC X.
         01 WS-HOURLY-RATE       PIC 9(5)V99.
      *    The HR row in employee-file terms.
         01 WS-HR-DEPT           PIC X(20).
         01 WS-HR-NAME           PIC X(20).
         01 WS-HR-ID             PIC 9(9).
         01 WS-HR-STATUS         PIC X.
            88 WS-HR-TERMINATED          VALUE "T".
         01 WS-HR-FTE            PIC 9(3).
         01 WS-HR-ADDR.
            05 WS-HR-STREET      PIC X(30).
            05 WS-HR-CITY        PIC X(20).
            05 WS-HR-STATE       PIC X(20).
            05 WS-HR-POSTAL      PIC X(10).
            05 WS-HR-COUNTRY     PIC X(20).
         01 WS-EF-STATUS         PIC X.
         01 WS-EF-FTE            PIC 9(3).
      *    Every employee of the company on the file, so the ones
      *    HR's master never mentions can be listed at the end.
         78 WS-MAX-EMPLOYEES     VALUE 5000.
         01 WS-EMPL-COUNT        PIC 9(5) VALUE 0.
         01 WS-EMPL-TABLE.
            05 WS-EMPL-ENTRY OCCURS 5000 TIMES.
               10 WS-E-DEPT         PIC X(20).
               10 WS-E-NAME         PIC X(20).
               10 WS-E-ID           PIC 9(9).
               10 WS-E-MATCHED-FLAG PIC X.
                  88 WS-E-MATCHED          VALUE "Y".
         01 WS-E-IDX             PIC 9(5).
         01 WS-FOUND-IDX         PIC 9(5).
      *    Which fields differ on the employee being compared.
         01 WS-DIFF-FLAGS.
            05 WS-DEPT-DIFF-FLAG   PIC X.
               88 WS-DEPT-DIFFERS          VALUE "Y".
            05 WS-SALARY-DIFF-FLAG PIC X.
               88 WS-SALARY-DIFFERS        VALUE "Y".
            05 WS-GRADE-DIFF-FLAG  PIC X.
               88 WS-GRADE-DIFFERS         VALUE "Y".
            05 WS-STATUS-DIFF-FLAG PIC X.
               88 WS-STATUS-DIFFERS        VALUE "Y".
            05 WS-HIRE-DIFF-FLAG   PIC X.
               88 WS-HIRE-DIFFERS          VALUE "Y".
            05 WS-TERM-DIFF-FLAG   PIC X.
               88 WS-TERM-DIFFERS          VALUE "Y".
            05 WS-FTE-DIFF-FLAG    PIC X.
               88 WS-FTE-DIFFERS           VALUE "Y".
            05 WS-ADDR-DIFF-FLAG   PIC X.
               88 WS-ADDR-DIFFERS          VALUE "Y".
            05 WS-ID-DIFF-FLAG     PIC X.
               88 WS-ID-DIFFERS            VALUE "Y".
      *    The correcting feed row the employee needs, if any.
         01 WS-FEED-ACTION       PIC X.
            88 WS-FEED-ADD               VALUE "A".
            88 WS-FEED-CHANGE            VALUE "C".
            88 WS-FEED-DELETE            VALUE "D".
            88 WS-FEED-NONE              VALUE SPACE.
      *    Totals by difference type.
         01 WS-HR-READ-COUNT     PIC 9(7) VALUE 0.
         01 WS-MATCH-COUNT       PIC 9(7) VALUE 0.
         01 WS-AGREE-COUNT       PIC 9(7) VALUE 0.
         01 WS-HR-ONLY-COUNT     PIC 9(7) VALUE 0.
         01 WS-FILE-ONLY-COUNT   PIC 9(7) VALUE 0.
         01 WS-DEPT-COUNT        PIC 9(7) VALUE 0.
         01 WS-SALARY-COUNT      PIC 9(7) VALUE 0.
         01 WS-GRADE-COUNT       PIC 9(7) VALUE 0.
         01 WS-STATUS-COUNT      PIC 9(7) VALUE 0.
         01 WS-HIRE-COUNT        PIC 9(7) VALUE 0.
         01 WS-TERM-COUNT        PIC 9(7) VALUE 0.
         01 WS-FTE-COUNT         PIC 9(7) VALUE 0.
         01 WS-ADDR-COUNT        PIC 9(7) VALUE 0.
         01 WS-ID-COUNT          PIC 9(7) VALUE 0.
         01 WS-DIFF-COUNT        PIC 9(7) VALUE 0.
         01 WS-MANUAL-COUNT      PIC 9(7) VALUE 0.
      *    Correcting feed controls, built the way ApplyFeed checks
      *    them - rows between header and trailer, and the salary
      *    of every A and C row summed into the hash.
         01 WS-FEED-SEQ          PIC 9(9) VALUE 0.
         01 WS-FEED-ROW-COUNT    PIC 9(9) VALUE 0.
         01 WS-FEED-HASH         PIC 9(13)V99 VALUE 0.
         01 WS-FEED-HASH-EDIT    PIC 9(13).99.
         01 WS-FEED-ADD-COUNT    PIC 9(7) VALUE 0.
         01 WS-FEED-CHANGE-COUNT PIC 9(7) VALUE 0.
         01 WS-FEED-DELETE-COUNT PIC 9(7) VALUE 0.
         01 WS-SALARY-EDIT       PIC 9(9).99.
         01 WS-FEED-FTE          PIC X(3).
         01 WS-SALARY-PRINT      PIC ZZZ,ZZZ,ZZ9.99.
         01 WS-HEAD-LINE.
            05 FILLER PIC X(22) VALUE "EMPLOYEE".
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(13) VALUE "DIFFERENCE".
            05 FILLER PIC X(90) VALUE "HR MASTER".
            05 FILLER PIC X(90) VALUE "EMPLOYEE FILE".
            05 FILLER PIC X(6)  VALUE "FEED".
         01 WS-DETAIL-LINE.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DEPT        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-TYPE        PIC X(11).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-HR          PIC X(88).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-FILE        PIC X(88).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-FEED        PIC X(6).
         01 WS-TOTAL-LINE.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-TL-TYPE         PIC X(30).
            05 WS-TL-COUNT        PIC Z,ZZZ,ZZ9.
         01 WS-ABEND-MSG         PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Monthly reconciliation of HR's full master extract (the
      *    LoadCompany layout) against the employee file for one
      *    company. Nothing is updated: the differences are reported
      *    side by side, and with FEED they are also written as a
      *    correcting feed in ApplyFeed's format (RECONFEED) for a
      *    reviewer to approve and apply through the normal feed run.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        IF WS-CMD-LINE = SPACES
          DISPLAY "Company code: " WITH NO ADVANCING
          ACCEPT WS-COMPANY
          DISPLAY "HR master extract file name: " WITH NO ADVANCING
          ACCEPT WS-LOAD-FILE-NAME
          DISPLAY "Write correcting feed (FEED or blank): "
                  WITH NO ADVANCING
          ACCEPT WS-FEED-OPTION
        ELSE
          MOVE SPACES TO WS-COMPANY WS-LOAD-FILE-NAME WS-FEED-OPTION
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
              INTO WS-COMPANY WS-LOAD-FILE-NAME WS-FEED-OPTION
          END-UNSTRING
        END-IF.
        IF WS-COMPANY = SPACES OR WS-LOAD-FILE-NAME = SPACES
          DISPLAY "COMPANY AND HR MASTER EXTRACT FILE ARE REQUIRED"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        IF WS-FEED-OPTION = "FEED"
          SET WS-FEED-WANTED TO TRUE
        END-IF.
      *
        MOVE "ReconcileHR" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM LOAD-EMPLOYEE-TABLE.
        MOVE "OPEN LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-FEED-WANTED
          PERFORM OPEN-CORRECTING-FEED
        END-IF.
      *
        MOVE "HR MASTER RECONCILIATION" TO RPT-TITLE.
        MOVE "ReconcileHR" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "HR MASTER EXTRACT " WS-LOAD-FILE-NAME
               DELIMITED BY "  " INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        MOVE "READ LOAD-FILE" TO WS-ABEND-MSG.
        READ LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM PARSE-LOAD-RECORD
          IF WS-EMPL-ROW AND WS-FIELD-1 = WS-COMPANY
            PERFORM RECONCILE-ONE-EMPLOYEE
          END-IF
          MOVE "READ LOAD-FILE" TO WS-ABEND-MSG
          READ LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
        MOVE "00" TO WS-FILE-STATUS.
      *    An extract with nobody for the company is the wrong file,
      *    not a company of leavers - stop before every employee is
      *    listed (and fed) as gone. A feed file left without its
      *    trailer is refused by ApplyFeed.
        IF WS-HR-READ-COUNT = 0
          DISPLAY "NO EMPLOYEES FOR " WS-COMPANY
                  " ON THE HR MASTER EXTRACT - NOTHING RECONCILED"
          MOVE 16 TO RETURN-CODE
          MOVE 0 TO RUN-RECORD-COUNT
          PERFORM END-RUN-LOG
          STOP RUN
        END-IF.
      *
        PERFORM VARYING WS-E-IDX FROM 1 BY 1
                UNTIL WS-E-IDX > WS-EMPL-COUNT
          IF NOT WS-E-MATCHED (WS-E-IDX)
            PERFORM REPORT-FILE-ONLY
          END-IF
        END-PERFORM.
      *
        PERFORM PRINT-DIFFERENCE-TOTALS.
        PERFORM CLOSE-REPORT.
        IF WS-FEED-WANTED
          PERFORM CLOSE-CORRECTING-FEED
        END-IF.
      *
        MOVE "CLOSE LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "HR MASTER RECONCILIATION TOTALS".
        DISPLAY "  HR MASTER EMPLOYEES READ: " WS-HR-READ-COUNT.
        DISPLAY "  MATCHED ON FILE:          " WS-MATCH-COUNT.
        DISPLAY "  MATCHED, NO DIFFERENCES:  " WS-AGREE-COUNT.
        DISPLAY "  ON HR MASTER ONLY:        " WS-HR-ONLY-COUNT.
        DISPLAY "  ON EMPLOYEE FILE ONLY:    " WS-FILE-ONLY-COUNT.
        DISPLAY "  FIELD DIFFERENCES:        " WS-DIFF-COUNT.
        DISPLAY "  NEEDING MANUAL CORRECTION: " WS-MANUAL-COUNT.
        IF WS-FEED-WANTED
          DISPLAY "  CORRECTING FEED ROWS:     " WS-FEED-ROW-COUNT
          DISPLAY "  CORRECTING FEED SEQUENCE: " WS-FEED-SEQ
        END-IF.
      *    Differences are a warning for the reviewer, not a failure.
        IF WS-HR-ONLY-COUNT > 0 OR WS-FILE-ONLY-COUNT > 0
           OR WS-DIFF-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-HR-READ-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-EMPLOYEE-TABLE.
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
           IF WS-EMPL-COUNT >= WS-MAX-EMPLOYEES
             DISPLAY "TOO MANY EMPLOYEES FOR " WS-COMPANY
                     " - MAX IS " WS-MAX-EMPLOYEES
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-EMPL-COUNT
           MOVE EMPL-DEPT TO WS-E-DEPT (WS-EMPL-COUNT)
           MOVE EMPL-NAME TO WS-E-NAME (WS-EMPL-COUNT)
           MOVE EMPL-ID   TO WS-E-ID (WS-EMPL-COUNT)
           MOVE "N"       TO WS-E-MATCHED-FLAG (WS-EMPL-COUNT)
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        PARSE-LOAD-RECORD.
      *    D|company|dept-name|manager|ancestor
      *    E|company|dept-name|employee-name|street|city|state|
      *      postal-code|country|salary|grade|status|hire-date|
      *      term-date|empl-id|rating|currency|fte-percent|
      *      pay-type|hourly-rate
         INITIALIZE WS-RECORD-TYPE WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
                    WS-FIELD-8 WS-SALARY WS-GRADE WS-STATUS
                    WS-HIRE-DATE WS-TERM-DATE WS-EMPL-ID-X
                    WS-RATING WS-CURRENCY WS-FTE-X WS-PAY-TYPE
                    WS-HOURLY-RATE.
         UNSTRING LOAD-RECORD DELIMITED BY "|"
             INTO WS-RECORD-TYPE WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                  WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
                  WS-FIELD-8 WS-SALARY WS-GRADE WS-STATUS
                  WS-HIRE-DATE WS-TERM-DATE WS-EMPL-ID-X
                  WS-RATING WS-CURRENCY WS-FTE-X WS-PAY-TYPE
                  WS-HOURLY-RATE
         END-UNSTRING.
      *
        RECONCILE-ONE-EMPLOYEE.
         ADD 1 TO WS-HR-READ-COUNT.
         MOVE WS-FIELD-2 TO WS-HR-DEPT.
         MOVE WS-FIELD-3 TO WS-HR-NAME.
         MOVE WS-FIELD-4 TO WS-HR-STREET.
         MOVE WS-FIELD-5 TO WS-HR-CITY.
         MOVE WS-FIELD-6 TO WS-HR-STATE.
         MOVE WS-FIELD-7 TO WS-HR-POSTAL.
         MOVE WS-FIELD-8 TO WS-HR-COUNTRY.
         MOVE 0 TO WS-HR-ID.
         IF WS-EMPL-ID-X NUMERIC
           MOVE WS-EMPL-ID-X TO WS-HR-ID
         END-IF.
      *    Blank status loads as active and a blank or malformed FTE
      *    as zero; zero FTE reads as full time on both sides, so it
      *    compares as 100.
         MOVE WS-STATUS TO WS-HR-STATUS.
         IF WS-HR-STATUS = SPACE
           MOVE "A" TO WS-HR-STATUS
         END-IF.
         MOVE 0 TO WS-HR-FTE.
         IF WS-FTE-X NUMERIC
           MOVE WS-FTE-X TO WS-HR-FTE
         END-IF.
         IF WS-HR-FTE = 0
           MOVE 100 TO WS-HR-FTE
         END-IF.
         PERFORM FIND-FILE-EMPLOYEE.
         IF WS-FOUND-IDX = 0
           PERFORM REPORT-HR-ONLY
         ELSE
           SET WS-E-MATCHED (WS-FOUND-IDX) TO TRUE
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-COMPANY TO EMPL-COMPANY
           MOVE WS-E-DEPT (WS-FOUND-IDX) TO EMPL-DEPT
           MOVE WS-E-NAME (WS-FOUND-IDX) TO EMPL-NAME
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE KEY IS EMPL-KEY
           PERFORM ABORT-IF-ERROR
           PERFORM COMPARE-EMPLOYEE
         END-IF.
      *
        FIND-FILE-EMPLOYEE.
      *    The identifier survives transfers and name changes, so it
      *    is the match wherever HR carries one; a row without one
      *    (or one the file has not stamped yet) falls back on the
      *    department and name. An employee already matched is not
      *    matched twice.
         MOVE 0 TO WS-FOUND-IDX.
         IF WS-HR-ID NOT = 0
           PERFORM VARYING WS-E-IDX FROM 1 BY 1
                   UNTIL WS-E-IDX > WS-EMPL-COUNT
                      OR WS-FOUND-IDX > 0
             IF WS-E-ID (WS-E-IDX) = WS-HR-ID
                AND NOT WS-E-MATCHED (WS-E-IDX)
               MOVE WS-E-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
         END-IF.
         IF WS-FOUND-IDX = 0
           PERFORM VARYING WS-E-IDX FROM 1 BY 1
                   UNTIL WS-E-IDX > WS-EMPL-COUNT
                      OR WS-FOUND-IDX > 0
             IF WS-E-DEPT (WS-E-IDX) = WS-HR-DEPT
                AND WS-E-NAME (WS-E-IDX) = WS-HR-NAME
                AND NOT WS-E-MATCHED (WS-E-IDX)
               MOVE WS-E-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
         END-IF.
      *
        COMPARE-EMPLOYEE.
         MOVE ALL "N" TO WS-DIFF-FLAGS.
         MOVE EMPL-STATUS TO WS-EF-STATUS.
         IF WS-EF-STATUS = SPACE
           MOVE "A" TO WS-EF-STATUS
         END-IF.
         MOVE EMPL-FTE-PCT TO WS-EF-FTE.
         IF WS-EF-FTE = 0
           MOVE 100 TO WS-EF-FTE
         END-IF.
         IF WS-HR-DEPT NOT = EMPL-DEPT
           SET WS-DEPT-DIFFERS TO TRUE
         END-IF.
         IF WS-SALARY NOT = EMPL-SALARY
           SET WS-SALARY-DIFFERS TO TRUE
         END-IF.
         IF WS-GRADE NOT = EMPL-GRADE
           SET WS-GRADE-DIFFERS TO TRUE
         END-IF.
         IF WS-HR-STATUS NOT = WS-EF-STATUS
           SET WS-STATUS-DIFFERS TO TRUE
         END-IF.
         IF WS-HIRE-DATE NOT = EMPL-HIRE-DATE
           SET WS-HIRE-DIFFERS TO TRUE
         END-IF.
         IF WS-TERM-DATE NOT = EMPL-TERM-DATE
           SET WS-TERM-DIFFERS TO TRUE
         END-IF.
         IF WS-HR-FTE NOT = WS-EF-FTE
           SET WS-FTE-DIFFERS TO TRUE
         END-IF.
         IF WS-HR-ADDR NOT = EMPL-ADDR
           SET WS-ADDR-DIFFERS TO TRUE
         END-IF.
         IF WS-HR-ID NOT = 0 AND EMPL-ID NOT = 0
            AND WS-HR-ID NOT = EMPL-ID
           SET WS-ID-DIFFERS TO TRUE
         END-IF.
         IF WS-DIFF-FLAGS = ALL "N"
           ADD 1 TO WS-AGREE-COUNT
         ELSE
           PERFORM CHOOSE-FEED-ACTION
           PERFORM PRINT-FIELD-DIFFERENCES
           IF WS-FEED-WANTED AND NOT WS-FEED-NONE
             PERFORM WRITE-CORRECTING-ROW
           END-IF
         END-IF.
      *
        CHOOSE-FEED-ACTION.
      *    The feed can terminate a leaver (D) and rewrite address,
      *    salary, grade and FTE in place (C), keyed on the record
      *    as it stands on the file. A department move, a return
      *    from termination, a date or an identifier has no feed
      *    row - those go through EmplMaint and are marked MANUAL.
         SET WS-FEED-NONE TO TRUE.
         IF WS-HR-TERMINATED AND NOT EMPL-TERMINATED
           SET WS-FEED-DELETE TO TRUE
         ELSE
           IF WS-SALARY-DIFFERS OR WS-GRADE-DIFFERS
              OR WS-FTE-DIFFERS OR WS-ADDR-DIFFERS
             SET WS-FEED-CHANGE TO TRUE
           END-IF
         END-IF.
      *
        PRINT-FIELD-DIFFERENCES.
         IF WS-DEPT-DIFFERS
           ADD 1 TO WS-DEPT-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "DEPARTMENT" TO WS-DET-TYPE
           MOVE WS-HR-DEPT   TO WS-DET-HR
           MOVE EMPL-DEPT    TO WS-DET-FILE
           PERFORM PRINT-MANUAL-DIFFERENCE
         END-IF.
         IF WS-SALARY-DIFFERS
           ADD 1 TO WS-SALARY-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "SALARY" TO WS-DET-TYPE
           MOVE WS-SALARY TO WS-SALARY-PRINT
           MOVE WS-SALARY-PRINT TO WS-DET-HR
           MOVE EMPL-SALARY TO WS-SALARY-PRINT
           MOVE WS-SALARY-PRINT TO WS-DET-FILE
           PERFORM PRINT-FED-DIFFERENCE
         END-IF.
         IF WS-GRADE-DIFFERS
           ADD 1 TO WS-GRADE-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "GRADE"    TO WS-DET-TYPE
           MOVE WS-GRADE   TO WS-DET-HR
           MOVE EMPL-GRADE TO WS-DET-FILE
           PERFORM PRINT-FED-DIFFERENCE
         END-IF.
         IF WS-STATUS-DIFFERS
           ADD 1 TO WS-STATUS-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "STATUS"     TO WS-DET-TYPE
           MOVE WS-HR-STATUS TO WS-DET-HR
           MOVE WS-EF-STATUS TO WS-DET-FILE
           IF WS-FEED-DELETE
             PERFORM PRINT-FED-DIFFERENCE
           ELSE
             PERFORM PRINT-MANUAL-DIFFERENCE
           END-IF
         END-IF.
         IF WS-HIRE-DIFFERS
           ADD 1 TO WS-HIRE-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "HIRE DATE"    TO WS-DET-TYPE
           MOVE WS-HIRE-DATE   TO WS-DET-HR
           MOVE EMPL-HIRE-DATE TO WS-DET-FILE
           PERFORM PRINT-MANUAL-DIFFERENCE
         END-IF.
         IF WS-TERM-DIFFERS
           ADD 1 TO WS-TERM-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "TERM DATE"    TO WS-DET-TYPE
           MOVE WS-TERM-DATE   TO WS-DET-HR
           MOVE EMPL-TERM-DATE TO WS-DET-FILE
           PERFORM PRINT-MANUAL-DIFFERENCE
         END-IF.
         IF WS-FTE-DIFFERS
           ADD 1 TO WS-FTE-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "FTE PERCENT" TO WS-DET-TYPE
           MOVE WS-HR-FTE     TO WS-DET-HR
           MOVE WS-EF-FTE     TO WS-DET-FILE
           PERFORM PRINT-FED-DIFFERENCE
         END-IF.
         IF WS-ADDR-DIFFERS
           ADD 1 TO WS-ADDR-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "ADDRESS" TO WS-DET-TYPE
           STRING WS-HR-STREET  DELIMITED BY "  " ", "
                                DELIMITED BY SIZE
                  WS-HR-CITY    DELIMITED BY "  " ", "
                                DELIMITED BY SIZE
                  WS-HR-STATE   DELIMITED BY "  " " "
                                DELIMITED BY SIZE
                  WS-HR-POSTAL  DELIMITED BY "  " " "
                                DELIMITED BY SIZE
                  WS-HR-COUNTRY DELIMITED BY "  "
                  INTO WS-DET-HR
           STRING EMPL-ADDR-STREET  DELIMITED BY "  " ", "
                                    DELIMITED BY SIZE
                  EMPL-ADDR-CITY    DELIMITED BY "  " ", "
                                    DELIMITED BY SIZE
                  EMPL-ADDR-STATE   DELIMITED BY "  " " "
                                    DELIMITED BY SIZE
                  EMPL-ADDR-POSTAL  DELIMITED BY "  " " "
                                    DELIMITED BY SIZE
                  EMPL-ADDR-COUNTRY DELIMITED BY "  "
                  INTO WS-DET-FILE
           PERFORM PRINT-FED-DIFFERENCE
         END-IF.
         IF WS-ID-DIFFERS
           ADD 1 TO WS-ID-COUNT
           PERFORM START-DIFFERENCE-LINE
           MOVE "EMPLOYEE ID" TO WS-DET-TYPE
           MOVE WS-HR-ID      TO WS-DET-HR
           MOVE EMPL-ID       TO WS-DET-FILE
           PERFORM PRINT-MANUAL-DIFFERENCE
         END-IF.
      *
        START-DIFFERENCE-LINE.
         ADD 1 TO WS-DIFF-COUNT.
         MOVE SPACES TO WS-DET-TYPE WS-DET-HR WS-DET-FILE
                        WS-DET-FEED.
         MOVE EMPL-NAME TO WS-DET-NAME.
         MOVE EMPL-DEPT TO WS-DET-DEPT.
      *
        PRINT-FED-DIFFERENCE.
      *    A field the employee's feed row puts right - where the
      *    row is a termination, the D stands for the whole record.
         MOVE WS-FEED-ACTION TO WS-DET-FEED.
         PERFORM PRINT-DETAIL-LINE.
      *
        PRINT-MANUAL-DIFFERENCE.
         ADD 1 TO WS-MANUAL-COUNT.
         MOVE "MANUAL" TO WS-DET-FEED.
         PERFORM PRINT-DETAIL-LINE.
      *
        REPORT-HR-ONLY.
      *    A current employee HR has and the file lacks is fed as a
      *    hire; a leaver HR still carries is only listed.
         ADD 1 TO WS-HR-ONLY-COUNT.
         MOVE SPACES TO WS-DETAIL-LINE.
         MOVE WS-HR-NAME TO WS-DET-NAME.
         MOVE WS-HR-DEPT TO WS-DET-DEPT.
         MOVE "HR ONLY" TO WS-DET-TYPE.
         MOVE WS-SALARY TO WS-SALARY-PRINT.
         STRING "SALARY " WS-SALARY-PRINT " GRADE " WS-GRADE
                " STATUS " WS-HR-STATUS " HIRED " WS-HIRE-DATE
                " ID " WS-EMPL-ID-X
                DELIMITED BY SIZE INTO WS-DET-HR.
         MOVE "NOT ON FILE" TO WS-DET-FILE.
         IF WS-HR-TERMINATED
           SET WS-FEED-NONE TO TRUE
           MOVE "-" TO WS-DET-FEED
         ELSE
           SET WS-FEED-ADD TO TRUE
           MOVE WS-FEED-ACTION TO WS-DET-FEED
           IF WS-FEED-WANTED
             PERFORM WRITE-CORRECTING-ROW
           END-IF
         END-IF.
         PERFORM PRINT-DETAIL-LINE.
      *
        REPORT-FILE-ONLY.
      *    A current employee HR no longer has is fed as a leaver; a
      *    leaver still waiting for the archive is only listed.
         ADD 1 TO WS-FILE-ONLY-COUNT.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         MOVE WS-E-DEPT (WS-E-IDX) TO EMPL-DEPT.
         MOVE WS-E-NAME (WS-E-IDX) TO EMPL-NAME.
         MOVE "READ EMPL-FILE" TO WS-ABEND-MSG.
         READ EMPL-FILE KEY IS EMPL-KEY.
         PERFORM ABORT-IF-ERROR.
         MOVE SPACES TO WS-DETAIL-LINE.
         MOVE EMPL-NAME TO WS-DET-NAME.
         MOVE EMPL-DEPT TO WS-DET-DEPT.
         MOVE "FILE ONLY" TO WS-DET-TYPE.
         MOVE "NOT ON HR MASTER" TO WS-DET-HR.
         MOVE EMPL-SALARY TO WS-SALARY-PRINT.
         STRING "SALARY " WS-SALARY-PRINT " GRADE " EMPL-GRADE
                " STATUS " EMPL-STATUS " HIRED " EMPL-HIRE-DATE
                " ID " EMPL-ID
                DELIMITED BY SIZE INTO WS-DET-FILE.
         IF EMPL-TERMINATED
           SET WS-FEED-NONE TO TRUE
           MOVE "-" TO WS-DET-FEED
         ELSE
           SET WS-FEED-DELETE TO TRUE
           MOVE WS-FEED-ACTION TO WS-DET-FEED
           IF WS-FEED-WANTED
             PERFORM WRITE-CORRECTING-ROW
           END-IF
         END-IF.
         PERFORM PRINT-DETAIL-LINE.
      *
        PRINT-DETAIL-LINE.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        PRINT-DIFFERENCE-TOTALS.
         MOVE SPACES TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "TOTALS BY DIFFERENCE TYPE" TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "HR MASTER EMPLOYEES READ" TO WS-TL-TYPE.
         MOVE WS-HR-READ-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "MATCHED, NO DIFFERENCES" TO WS-TL-TYPE.
         MOVE WS-AGREE-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "ON HR MASTER ONLY" TO WS-TL-TYPE.
         MOVE WS-HR-ONLY-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "ON EMPLOYEE FILE ONLY" TO WS-TL-TYPE.
         MOVE WS-FILE-ONLY-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "DEPARTMENT" TO WS-TL-TYPE.
         MOVE WS-DEPT-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "SALARY" TO WS-TL-TYPE.
         MOVE WS-SALARY-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "GRADE" TO WS-TL-TYPE.
         MOVE WS-GRADE-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "STATUS" TO WS-TL-TYPE.
         MOVE WS-STATUS-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "HIRE DATE" TO WS-TL-TYPE.
         MOVE WS-HIRE-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "TERM DATE" TO WS-TL-TYPE.
         MOVE WS-TERM-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "FTE PERCENT" TO WS-TL-TYPE.
         MOVE WS-FTE-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "ADDRESS" TO WS-TL-TYPE.
         MOVE WS-ADDR-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "EMPLOYEE ID" TO WS-TL-TYPE.
         MOVE WS-ID-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         MOVE "NEEDING MANUAL CORRECTION" TO WS-TL-TYPE.
         MOVE WS-MANUAL-COUNT TO WS-TL-COUNT.
         PERFORM PRINT-TOTAL-LINE.
         IF WS-FEED-WANTED
           MOVE SPACES TO RPT-LINE
           STRING "CORRECTING FEED SEQUENCE " WS-FEED-SEQ
                  " - RESEQUENCE IF ANOTHER FEED IS APPLIED FIRST"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "FEED ADDS (A)" TO WS-TL-TYPE
           MOVE WS-FEED-ADD-COUNT TO WS-TL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "FEED CHANGES (C)" TO WS-TL-TYPE
           MOVE WS-FEED-CHANGE-COUNT TO WS-TL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "FEED TERMINATIONS (D)" TO WS-TL-TYPE
           MOVE WS-FEED-DELETE-COUNT TO WS-TL-COUNT
           PERFORM PRINT-TOTAL-LINE
         END-IF.
      *
        PRINT-TOTAL-LINE.
         MOVE WS-TOTAL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        OPEN-CORRECTING-FEED.
      *    The feed takes the sequence after the last one applied,
      *    read from the feed control without touching it - the
      *    sequence only advances when ApplyFeed applies the file.
         MOVE 1 TO WS-FEED-SEQ.
         OPEN INPUT FEED-CONTROL-FILE.
         IF SUCCESSFUL
           MOVE "HRFEED" TO FDC-KEY
           READ FEED-CONTROL-FILE KEY IS FDC-KEY
           IF SUCCESSFUL
             COMPUTE WS-FEED-SEQ = FDC-LAST-SEQ + 1
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ FEED-CONTROL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
           MOVE "CLOSE FEED-CONTROL-FILE" TO WS-ABEND-MSG
           CLOSE FEED-CONTROL-FILE
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         MOVE "OPEN RECON-FEED-FILE" TO WS-ABEND-MSG.
         OPEN OUTPUT RECON-FEED-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE SPACES TO RECON-FEED-RECORD.
         STRING "H|" WS-FEED-SEQ
                DELIMITED BY SIZE INTO RECON-FEED-RECORD.
         PERFORM WRITE-FEED-RECORD.
      *
        WRITE-CORRECTING-ROW.
      *    A and C carry HR's values in ApplyFeed's layout; the
      *    currency is not reconciled, so a C row keeps the file's.
      *    D needs only the key.
         MOVE SPACES TO RECON-FEED-RECORD.
         EVALUATE TRUE
           WHEN WS-FEED-ADD
             MOVE WS-SALARY TO WS-SALARY-EDIT
             PERFORM SET-FEED-FTE
             STRING "A|" FUNCTION TRIM(WS-COMPANY)
                    "|" FUNCTION TRIM(WS-HR-DEPT)
                    "|" FUNCTION TRIM(WS-HR-NAME)
                    "|" FUNCTION TRIM(WS-HR-STREET)
                    "|" FUNCTION TRIM(WS-HR-CITY)
                    "|" FUNCTION TRIM(WS-HR-STATE)
                    "|" FUNCTION TRIM(WS-HR-POSTAL)
                    "|" FUNCTION TRIM(WS-HR-COUNTRY)
                    "|" WS-SALARY-EDIT
                    "|" FUNCTION TRIM(WS-GRADE)
                    "|" FUNCTION TRIM(WS-CURRENCY)
                    "|" WS-FEED-FTE
                    DELIMITED BY SIZE INTO RECON-FEED-RECORD
             ADD WS-SALARY TO WS-FEED-HASH
             ADD 1 TO WS-FEED-ADD-COUNT
           WHEN WS-FEED-CHANGE
             MOVE WS-SALARY TO WS-SALARY-EDIT
             PERFORM SET-FEED-FTE
             STRING "C|" FUNCTION TRIM(EMPL-COMPANY)
                    "|" FUNCTION TRIM(EMPL-DEPT)
                    "|" FUNCTION TRIM(EMPL-NAME)
                    "|" FUNCTION TRIM(WS-HR-STREET)
                    "|" FUNCTION TRIM(WS-HR-CITY)
                    "|" FUNCTION TRIM(WS-HR-STATE)
                    "|" FUNCTION TRIM(WS-HR-POSTAL)
                    "|" FUNCTION TRIM(WS-HR-COUNTRY)
                    "|" WS-SALARY-EDIT
                    "|" FUNCTION TRIM(WS-GRADE)
                    "|" FUNCTION TRIM(EMPL-CURRENCY)
                    "|" WS-FEED-FTE
                    DELIMITED BY SIZE INTO RECON-FEED-RECORD
             ADD WS-SALARY TO WS-FEED-HASH
             ADD 1 TO WS-FEED-CHANGE-COUNT
           WHEN WS-FEED-DELETE
             STRING "D|" FUNCTION TRIM(EMPL-COMPANY)
                    "|" FUNCTION TRIM(EMPL-DEPT)
                    "|" FUNCTION TRIM(EMPL-NAME)
                    DELIMITED BY SIZE INTO RECON-FEED-RECORD
             ADD 1 TO WS-FEED-DELETE-COUNT
         END-EVALUATE.
         ADD 1 TO WS-FEED-ROW-COUNT.
         PERFORM WRITE-FEED-RECORD.
      *
        SET-FEED-FTE.
      *    Blank is "not supplied" to ApplyFeed and lands as zero.
         MOVE SPACES TO WS-FEED-FTE.
         IF WS-FTE-X NUMERIC
           MOVE WS-FTE-X TO WS-FEED-FTE
         END-IF.
      *
        CLOSE-CORRECTING-FEED.
         MOVE WS-FEED-HASH TO WS-FEED-HASH-EDIT.
         MOVE SPACES TO RECON-FEED-RECORD.
         STRING "T|" WS-FEED-ROW-COUNT "|" WS-FEED-HASH-EDIT
                DELIMITED BY SIZE INTO RECON-FEED-RECORD.
         PERFORM WRITE-FEED-RECORD.
         MOVE "CLOSE RECON-FEED-FILE" TO WS-ABEND-MSG.
         CLOSE RECON-FEED-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        WRITE-FEED-RECORD.
         MOVE "WRITE RECON-FEED-RECORD" TO WS-ABEND-MSG.
         WRITE RECON-FEED-RECORD.
         PERFORM ABORT-IF-ERROR.
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
