         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/empl-archive.fc".
          COPY "copybooks/empl-transfer.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/empl-archive.fd".
         COPY "copybooks/empl-transfer.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-DEPTS     VALUE 1000.
         78 WS-MAX-MOVED-IN  VALUE 2000.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-COMPANY       PIC X(20).
         01 WS-FROM-DATE     PIC X(8).
            05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10 WS-T-NAME        PIC X(20).
               10 WS-T-HIRES       PIC 9(7).
               10 WS-T-REHIRES     PIC 9(7).
               10 WS-T-XFER-IN     PIC 9(7).
               10 WS-T-TERMS       PIC 9(7).
               10 WS-T-XFER-OUT    PIC 9(7).
               10 WS-T-T12-TERMS   PIC 9(7).
               10 WS-T-HEADCOUNT   PIC 9(7).
         01 WS-SCAN-IDX      PIC 9(4).
         01 WS-DEPT-IDX      PIC 9(4).
         01 WS-DEPT-WANTED   PIC X(20).
      *    Employees whose hire is not to be counted off their own
      *    record - hired by another company and moved in, or hired
      *    here and already counted from the transfer log.
         01 WS-MOVED-IN-COUNT PIC 9(4) VALUE 0.
         01 WS-MOVED-IN-TABLE.
            05 WS-MOVED-IN-ID PIC 9(9) OCCURS 2000 TIMES.
         01 WS-MOVED-IDX     PIC 9(4).
         01 WS-MOVED-IN-FLAG PIC X.
            88 WS-HIRED-ELSEWHERE      VALUE "Y".
         01 WS-PREV-XFR-ID   PIC 9(9).
         01 WS-FIRST-FROM    PIC X(20).
         01 WS-NET-CHANGE    PIC S9(7).
         01 WS-RATE          PIC 9(5)V9.
         01 WS-CO-HIRES      PIC 9(7).
         01 WS-CO-REHIRES    PIC 9(7).
         01 WS-CO-TERMS      PIC 9(7).
         01 WS-CO-XFER-IN    PIC 9(7).
         01 WS-CO-XFER-OUT   PIC 9(7).
         01 WS-CO-T12-TERMS  PIC 9(7).
         01 WS-CO-HEADCOUNT  PIC 9(7).
         01 WS-HEAD-LINE.
            05 FILLER PIC X(22) VALUE "DEPARTMENT".
            05 FILLER PIC X(9)  VALUE "    HIRES".
            05 FILLER PIC X(9)  VALUE "  REHIRES".
            05 FILLER PIC X(9)  VALUE "  XFER IN".
            05 FILLER PIC X(9)  VALUE "    TERMS".
            05 FILLER PIC X(9)  VALUE " XFER OUT".
            05 FILLER PIC X(9)  VALUE "      NET".
            05 FILLER PIC X(11) VALUE "  HEADCOUNT".
            05 FILLER PIC X(13) VALUE "  T12M RATE %".
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-HIRES       PIC ZZZ,ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-REHIRES     PIC ZZZ,ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-XFER-IN     PIC ZZZ,ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-TERMS       PIC ZZZ,ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-XFER-OUT    PIC ZZZ,ZZ9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NET         PIC +ZZ,ZZ9.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-DET-HEADCOUNT   PIC ZZZ,ZZ9.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        PERFORM TALLY-TRANSFERS.
        PERFORM TALLY-LIVE-EMPLOYEES.
        PERFORM TALLY-ARCHIVED-EMPLOYEES.
      *
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
        MOVE SPACES TO RPT-LINE.
        STRING "HIRES, REHIRES, TERMINATIONS AND TRANSFERS "
               WS-FROM-DATE
               " THROUGH "
               WS-TO-DATE DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        MOVE WS-HEAD-LINE TO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
      *
        INITIALIZE WS-CO-HIRES WS-CO-TERMS WS-CO-T12-TERMS
                   WS-CO-HEADCOUNT WS-CO-XFER-IN WS-CO-XFER-OUT
                   WS-CO-REHIRES.
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
          PERFORM PRINT-DEPT-TURNOVER
      *
        MOVE "COMPANY TOTAL" TO WS-DET-NAME.
        MOVE WS-CO-HIRES TO WS-DET-HIRES.
        MOVE WS-CO-REHIRES TO WS-DET-REHIRES.
        MOVE WS-CO-TERMS TO WS-DET-TERMS.
        MOVE WS-CO-XFER-IN  TO WS-DET-XFER-IN.
        MOVE WS-CO-XFER-OUT TO WS-DET-XFER-OUT.
        COMPUTE WS-NET-CHANGE = WS-CO-HIRES + WS-CO-REHIRES
                              + WS-CO-XFER-IN
                              - WS-CO-TERMS - WS-CO-XFER-OUT.
        MOVE WS-NET-CHANGE TO WS-DET-NET.
        MOVE WS-CO-HEADCOUNT TO WS-DET-HEADCOUNT.
        PERFORM SET-RATE-FIELDS.
        MOVE WS-CO-HEADCOUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        TALLY-TRANSFERS.
      *    An employee moved between companies is a transfer out of
      *    one and into the other, not a leaver plus a hire: the
      *    live record in the new company carries no termination and
      *    the old company has no record left to count. The transfer
      *    log is in EMPL-ID and time order, so the first row for an
      *    employee names the company that hired them - a hire made
      *    elsewhere is not counted again here, and the hiring
      *    company keeps its hire once the employee has gone. No log
      *    means nobody has ever moved company.
         OPEN INPUT TRANSFER-FILE.
         IF NOT SUCCESSFUL
           MOVE "00" TO WS-FILE-STATUS
         ELSE
           MOVE 0 TO WS-PREV-XFR-ID
           MOVE "READ TRANSFER-FILE" TO WS-ABEND-MSG
           READ TRANSFER-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             PERFORM TALLY-ONE-TRANSFER
             MOVE "READ TRANSFER-FILE" TO WS-ABEND-MSG
             READ TRANSFER-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           MOVE "CLOSE TRANSFER-FILE" TO WS-ABEND-MSG
           CLOSE TRANSFER-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        TALLY-ONE-TRANSFER.
         IF XFR-EMPL-ID NOT = WS-PREV-XFR-ID
           MOVE XFR-EMPL-ID      TO WS-PREV-XFR-ID
           MOVE XFR-FROM-COMPANY TO WS-FIRST-FROM
           IF XFR-FROM-COMPANY = WS-COMPANY
              AND XFR-HIRE-DATE NUMERIC
              AND XFR-HIRE-DATE >= WS-FROM-DATE
              AND XFR-HIRE-DATE <= WS-TO-DATE
             MOVE XFR-FROM-DEPT TO WS-DEPT-WANTED
             PERFORM FIND-DEPT-INDEX
             ADD 1 TO WS-T-HIRES (WS-DEPT-IDX)
             PERFORM NOTE-MOVED-IN
           END-IF
         END-IF.
         IF XFR-TO-COMPANY = WS-COMPANY
            AND WS-FIRST-FROM NOT = WS-COMPANY
           PERFORM NOTE-MOVED-IN
         END-IF.
         IF XFR-EFFECTIVE-DATE >= WS-FROM-DATE
            AND XFR-EFFECTIVE-DATE <= WS-TO-DATE
           IF XFR-FROM-COMPANY = WS-COMPANY
             MOVE XFR-FROM-DEPT TO WS-DEPT-WANTED
             PERFORM FIND-DEPT-INDEX
             ADD 1 TO WS-T-XFER-OUT (WS-DEPT-IDX)
           END-IF
           IF XFR-TO-COMPANY = WS-COMPANY
             MOVE XFR-TO-DEPT TO WS-DEPT-WANTED
             PERFORM FIND-DEPT-INDEX
             ADD 1 TO WS-T-XFER-IN (WS-DEPT-IDX)
           END-IF
         END-IF.
      *
        NOTE-MOVED-IN.
         MOVE XFR-EMPL-ID TO EMPL-ID.
         PERFORM TEST-HIRED-ELSEWHERE.
         IF NOT WS-HIRED-ELSEWHERE
           IF WS-MOVED-IN-COUNT >= WS-MAX-MOVED-IN
             DISPLAY "TOO MANY TRANSFERS INTO " WS-COMPANY
                     " - MAX IS " WS-MAX-MOVED-IN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-MOVED-IN-COUNT
           MOVE XFR-EMPL-ID TO WS-MOVED-IN-ID (WS-MOVED-IN-COUNT)
         END-IF.
      *
        TEST-HIRED-ELSEWHERE.
         MOVE "N" TO WS-MOVED-IN-FLAG.
         IF EMPL-ID NOT = 0
           PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                   UNTIL WS-MOVED-IDX > WS-MOVED-IN-COUNT
                      OR WS-HIRED-ELSEWHERE
             IF WS-MOVED-IN-ID (WS-MOVED-IDX) = EMPL-ID
               SET WS-HIRED-ELSEWHERE TO TRUE
             END-IF
           END-PERFORM
         END-IF.
      *
        TALLY-LIVE-EMPLOYEES.
         MOVE WS-COMPANY TO EMPL-COMPANY.
         END-IF.
      *
        TALLY-ONE-EMPLOYEE.
         MOVE EMPL-DEPT TO WS-DEPT-WANTED.
         PERFORM FIND-DEPT-INDEX.
         PERFORM TEST-HIRED-ELSEWHERE.
      *    A rehire keeps their original hire date as the service
      *    date and is counted apart from new hires. Their earlier
      *    stint is still in the archive and its leaving still
      *    counts where it fell.
         IF EMPL-HIRE-DATE NUMERIC
            AND EMPL-HIRE-DATE >= WS-FROM-DATE
            AND EMPL-HIRE-DATE <= WS-TO-DATE
           IF EMPL-SERVICE-DATE NUMERIC
              AND EMPL-SERVICE-DATE NOT = EMPL-HIRE-DATE
             ADD 1 TO WS-T-REHIRES (WS-DEPT-IDX)
           ELSE
             IF NOT WS-HIRED-ELSEWHERE
               ADD 1 TO WS-T-HIRES (WS-DEPT-IDX)
             END-IF
           END-IF
         END-IF.
         IF EMPL-TERMINATED AND EMPL-TERM-DATE NUMERIC
           IF EMPL-TERM-DATE >= WS-FROM-DATE
         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                    OR WS-DEPT-IDX > 0
           IF WS-T-NAME (WS-SCAN-IDX) = WS-DEPT-WANTED
             MOVE WS-SCAN-IDX TO WS-DEPT-IDX
           END-IF
         END-PERFORM.
             STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-WANTED TO WS-T-NAME (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-HIRES (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-REHIRES (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-XFER-IN (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-TERMS (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-XFER-OUT (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-T12-TERMS (WS-DEPT-COUNT)
           MOVE 0 TO WS-T-HEADCOUNT (WS-DEPT-COUNT)
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
        PRINT-DEPT-TURNOVER.
         MOVE WS-T-NAME (WS-DEPT-IDX)  TO WS-DET-NAME.
         MOVE WS-T-HIRES (WS-DEPT-IDX) TO WS-DET-HIRES.
         MOVE WS-T-REHIRES (WS-DEPT-IDX) TO WS-DET-REHIRES.
         MOVE WS-T-TERMS (WS-DEPT-IDX) TO WS-DET-TERMS.
         MOVE WS-T-XFER-IN (WS-DEPT-IDX)  TO WS-DET-XFER-IN.
         MOVE WS-T-XFER-OUT (WS-DEPT-IDX) TO WS-DET-XFER-OUT.
         COMPUTE WS-NET-CHANGE = WS-T-HIRES (WS-DEPT-IDX)
                               + WS-T-REHIRES (WS-DEPT-IDX)
                               + WS-T-XFER-IN (WS-DEPT-IDX)
                               - WS-T-TERMS (WS-DEPT-IDX)
                               - WS-T-XFER-OUT (WS-DEPT-IDX).
         MOVE WS-NET-CHANGE TO WS-DET-NET.
         MOVE WS-T-HEADCOUNT (WS-DEPT-IDX) TO WS-DET-HEADCOUNT.
         ADD WS-T-HIRES (WS-DEPT-IDX)     TO WS-CO-HIRES.
         ADD WS-T-REHIRES (WS-DEPT-IDX)   TO WS-CO-REHIRES.
         ADD WS-T-TERMS (WS-DEPT-IDX)     TO WS-CO-TERMS.
         ADD WS-T-XFER-IN (WS-DEPT-IDX)   TO WS-CO-XFER-IN.
         ADD WS-T-XFER-OUT (WS-DEPT-IDX)  TO WS-CO-XFER-OUT.
         ADD WS-T-T12-TERMS (WS-DEPT-IDX) TO WS-CO-T12-TERMS.
         ADD WS-T-HEADCOUNT (WS-DEPT-IDX) TO WS-CO-HEADCOUNT.
         PERFORM SET-DEPT-RATE-FIELDS.
