       IDENTIFICATION DIVISION.
        PROGRAM-ID. SalaryLetters.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/salary-audit.fc".
          COPY "copybooks/salary-band.fc".
          COPY "copybooks/journal.fc".
          COPY "copybooks/run-log.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/salary-audit.fd".
         COPY "copybooks/salary-band.fd".
         COPY "copybooks/journal.fd".
         COPY "copybooks/run-log.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         78 WS-MAX-ROWS      VALUE 20000.
         78 WS-MAX-RUNS      VALUE 2000.
         78 WS-MAX-GRADES    VALUE 5000.
         78 WS-MAX-CHANGES   VALUE 50.
         78 WS-MAX-EXCEPT    VALUE 2000.
         01 WS-CMD-LINE      PIC X(80).
         01 WS-ARG-1         PIC X(20).
         01 WS-ARG-2         PIC X(20).
         01 WS-ARG-3         PIC X(20).
         01 WS-COMPANY       PIC X(20).
         01 WS-FILE-WIDE     PIC X(20) VALUE "*FILE*".
         01 WS-FROM-DATE     PIC X(8).
         01 WS-TO-DATE       PIC X(8).
         01 WS-ABEND-MSG     PIC X(40).
      *    A letter run covers either one update run, found by the
      *    run id its journal was opened under, or every change to
      *    one company between two dates.
         01 WS-MODE-FLAG     PIC X.
            88 WS-RUN-MODE             VALUE "R".
            88 WS-RANGE-MODE           VALUE "D".
         01 WS-RUN-ID        PIC X(14).
         01 WS-RUN-PROGRAM   PIC X(12).
         01 WS-WINDOW-START  PIC X(14).
         01 WS-WINDOW-END    PIC X(14).
         01 WS-FOUND-FLAG    PIC X.
            88 WS-FOUND                VALUE "Y".
      *    Update runs logged inside the date range - an audit row
      *    takes its change type from the run that wrote it.
         01 WS-RUN-COUNT     PIC 9(4) VALUE 0.
         01 WS-RUN-TABLE.
            05 WS-R-ENTRY OCCURS 2000 TIMES.
               10 WS-R-PROGRAM    PIC X(12).
               10 WS-R-COMPANY    PIC X(20).
               10 WS-R-START      PIC X(14).
               10 WS-R-END        PIC X(14).
         01 WS-RUN-IDX       PIC 9(4).
         01 WS-BEST-START    PIC X(14).
         01 WS-TYPE-PROGRAM  PIC X(12).
         01 WS-TYPE-NAME     PIC X(20).
      *    The salary changes selected, one row per audit record in
      *    the order they were written.
         01 WS-ROW-COUNT     PIC 9(5) VALUE 0.
         01 WS-ROW-TABLE.
            05 WS-W-ENTRY OCCURS 20000 TIMES.
               10 WS-W-KEY        PIC X(60).
               10 WS-W-EMPL-ID    PIC 9(9).
               10 WS-W-OLD        PIC 9(9)V99.
               10 WS-W-NEW        PIC 9(9)V99.
               10 WS-W-STAMP      PIC X(14).
               10 WS-W-TYPE       PIC X(20).
               10 WS-W-USED       PIC X.
         01 WS-ROW-IDX       PIC 9(5).
         01 WS-SCAN-IDX      PIC 9(5).
      *    Grade each employee held before the first journalled
      *    update in the window - the earliest before-image wins.
         01 WS-GRADE-COUNT   PIC 9(4) VALUE 0.
         01 WS-GRADE-TABLE.
            05 WS-G-ENTRY OCCURS 5000 TIMES.
               10 WS-G-KEY        PIC X(60).
               10 WS-G-EMPL-ID    PIC 9(9).
               10 WS-G-GRADE      PIC X(4).
         01 WS-GRADE-IDX     PIC 9(4).
         01 WS-JOURNAL-FLAG  PIC X.
            88 WS-JOURNAL-ON           VALUE "Y".
         01 WS-BANDS-FLAG    PIC X.
            88 WS-BANDS-ON             VALUE "Y".
         01 WS-SAVED-KEY     PIC X(60).
         01 WS-SAVED-ID      PIC 9(9).
         01 WS-CAND-KEY      PIC X(60).
         01 WS-CAND-ID       PIC 9(9).
         01 WS-OWNER-FLAG    PIC X.
            88 WS-OWN-ROW              VALUE "Y".
      *    The changes that make up one employee's letter.
         01 WS-CHANGE-COUNT  PIC 9(3).
         01 WS-CHANGE-TABLE.
            05 WS-C-ROW       PIC 9(5) OCCURS 50 TIMES.
         01 WS-CHANGE-IDX    PIC 9(3).
         01 WS-FIRST-OLD     PIC 9(9)V99.
         01 WS-LAST-NEW      PIC 9(9)V99.
         01 WS-LAST-ROW      PIC 9(5).
         01 WS-OLD-GRADE     PIC X(4).
         01 WS-EMPL-FLAG     PIC X.
            88 WS-EMPL-FOUND           VALUE "Y".
         01 WS-PROBLEM-FLAG  PIC X.
            88 WS-HAS-PROBLEM          VALUE "Y".
         01 WS-PROBLEM-LIST  PIC X(40).
         01 WS-PROBLEM-PTR   PIC 99.
         01 WS-REASON        PIC X(40).
      *    Employees who could not be written to - listed at the end
      *    of the run instead of getting a letter nobody can post.
         01 WS-EXCEPT-COUNT  PIC 9(4) VALUE 0.
         01 WS-EXCEPT-TABLE.
            05 WS-E-ENTRY OCCURS 2000 TIMES.
               10 WS-E-KEY        PIC X(60).
               10 WS-E-EMPL-ID    PIC 9(9).
               10 WS-E-REASON     PIC X(40).
         01 WS-EXCEPT-IDX    PIC 9(4).
         01 WS-LETTER-COUNT  PIC 9(7) VALUE 0.
         01 WS-NETTED-COUNT  PIC 9(7) VALUE 0.
         01 WS-TODAY         PIC X(8).
         01 WS-DATE-IN       PIC X(8).
         01 WS-DATE-EDIT.
            05 WS-DE-YEAR         PIC X(4).
            05 FILLER             PIC X     VALUE "-".
            05 WS-DE-MONTH        PIC X(2).
            05 FILLER             PIC X     VALUE "-".
            05 WS-DE-DAY          PIC X(2).
         01 WS-COMPA-PCT     PIC 9(3)V9.
         01 WS-AMOUNT-LINE.
            05 WS-AL-LABEL        PIC X(18).
            05 WS-AL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X     VALUE SPACE.
            05 WS-AL-CURRENCY     PIC X(3).
         01 WS-TEXT-LINE.
            05 WS-TL-LABEL        PIC X(18).
            05 WS-TL-TEXT         PIC X(60).
         01 WS-CHANGE-LINE.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-CL-DATE         PIC X(10).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-CL-OLD          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(4)  VALUE " -> ".
            05 WS-CL-NEW          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-CL-TYPE         PIC X(20).
         01 WS-BAND-LINE.
            05 FILLER             PIC X(18) VALUE "SALARY BAND:".
            05 WS-BL-MIN          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(3)  VALUE " / ".
            05 WS-BL-MID          PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(3)  VALUE " / ".
            05 WS-BL-MAX          PIC ZZZ,ZZZ,ZZ9.99.
            05 WS-BL-NOTE         PIC X(16).
         01 WS-COMPA-LINE.
            05 FILLER             PIC X(18) VALUE "BAND POSITION:".
            05 WS-CP-PCT          PIC ZZ9.9.
            05 FILLER             PIC X(24)
                                  VALUE "% OF THE BAND MIDPOINT".
         01 WS-FOOT-LINE.
            05 FILLER             PIC X(12) VALUE "DEPARTMENT: ".
            05 WS-FL-DEPT         PIC X(20).
            05 FILLER             PIC X(16) VALUE "  EMPLOYEE ID: ".
            05 WS-FL-EMPL-ID      PIC 9(9).
         01 WS-EXCEPT-LINE.
            05 WS-XL-COMPANY      PIC X(20).
            05 FILLER             PIC X     VALUE SPACE.
            05 WS-XL-DEPT         PIC X(20).
            05 FILLER             PIC X     VALUE SPACE.
            05 WS-XL-NAME         PIC X(20).
            05 FILLER             PIC X     VALUE SPACE.
            05 WS-XL-EMPL-ID      PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XL-REASON       PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Letters confirming salary changes, one page per employee,
      *    built from the salary audit trail so HR no longer copies
      *    them out of the run reports by hand:
      *      RUN run-id                - the changes one update run
      *                                  made (the JOURNAL RUN ID the
      *                                  run displayed)
      *      company from-date to-date - every change to the company
      *                                  in the range (YYYYMMDD)
      *    One-time payment rows are not salary changes and are left
      *    out. Several changes to the same employee make one letter;
      *    changes that cancel out (a run later rolled back) make
      *    none. The audit rows must still be on the live audit file
      *    - a range reaching back past the last AUDITARCH cutover
      *    finds only what is left live.
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3.
        UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
            INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
        END-UNSTRING.
        IF WS-ARG-1 = "RUN"
          SET WS-RUN-MODE TO TRUE
          MOVE WS-ARG-2 TO WS-RUN-ID
          IF WS-RUN-ID NOT NUMERIC OR WS-ARG-2 (15:6) NOT = SPACES
            DISPLAY "RUN ID MUST BE THE 14-DIGIT JOURNAL RUN ID, GOT "
                    WS-ARG-2
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        ELSE
          SET WS-RANGE-MODE TO TRUE
          MOVE WS-ARG-1 TO WS-COMPANY
          MOVE WS-ARG-2 TO WS-FROM-DATE
          MOVE WS-ARG-3 TO WS-TO-DATE
          IF WS-COMPANY = SPACES
             OR WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
             OR WS-FROM-DATE > WS-TO-DATE
            DISPLAY "USAGE: SalaryLetters RUN RUN-ID"
            DISPLAY "    OR SalaryLetters COMPANY FROM-YYYYMMDD "
                    "TO-YYYYMMDD"
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *
        IF WS-RUN-MODE
          PERFORM FIND-RUN-WINDOW
        ELSE
          STRING WS-FROM-DATE "000000" DELIMITED BY SIZE
              INTO WS-WINDOW-START
          STRING WS-TO-DATE "235959" DELIMITED BY SIZE
              INTO WS-WINDOW-END
          PERFORM LOAD-RUN-TABLE
        END-IF.
      *
        MOVE "SalLetters" TO RUN-PROGRAM.
        MOVE WS-COMPANY TO RUN-COMPANY.
        PERFORM START-RUN-LOG.
      *
        PERFORM LOAD-AUDIT-ROWS.
        PERFORM LOAD-OLD-GRADES.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        OPEN INPUT BAND-FILE.
        IF SUCCESSFUL
          SET WS-BANDS-ON TO TRUE
        ELSE
          MOVE "N" TO WS-BANDS-FLAG
          MOVE "00" TO WS-FILE-STATUS
        END-IF.
      *
        MOVE "SALARY CHANGE LETTERS" TO RPT-TITLE.
        MOVE "SalLetters" TO RPT-PROGRAM.
        MOVE WS-COMPANY TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-COUNT
          IF WS-W-USED (WS-ROW-IDX) NOT = "Y"
            PERFORM GATHER-EMPLOYEE-CHANGES
            IF WS-FIRST-OLD = WS-LAST-NEW
              ADD 1 TO WS-NETTED-COUNT
            ELSE
              PERFORM LETTER-FOR-EMPLOYEE
            END-IF
          END-IF
        END-PERFORM.
      *
        IF WS-EXCEPT-COUNT > 0
          PERFORM PRINT-EXCEPTIONS
          MOVE 4 TO RETURN-CODE
        END-IF.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        IF WS-BANDS-ON
          MOVE "CLOSE BAND-FILE" TO WS-ABEND-MSG
          CLOSE BAND-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        DISPLAY "SALARY CHANGES SELECTED: " WS-ROW-COUNT.
        DISPLAY "LETTERS PRINTED:         " WS-LETTER-COUNT.
        DISPLAY "NO NET CHANGE, NO LETTER: " WS-NETTED-COUNT.
        DISPLAY "EXCEPTIONS:              " WS-EXCEPT-COUNT.
        MOVE WS-LETTER-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        FIND-RUN-WINDOW.
      *    The journal's run marker names the program; the run log
      *    says when that run started and finished and which company
      *    it held. A run with no log record never finished - it
      *    wants rolling back, not letters.
         MOVE "OPEN JOURNAL-FILE" TO WS-ABEND-MSG.
         OPEN INPUT JOURNAL-FILE.
         IF NOT SUCCESSFUL
           DISPLAY "NO JOURNAL ON FILE FOR RUN " WS-RUN-ID
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE WS-RUN-ID TO JRNL-RUN-ID.
         MOVE 0 TO JRNL-SEQ.
         READ JOURNAL-FILE KEY IS JRNL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             DISPLAY "NO JOURNAL ON FILE FOR RUN " WS-RUN-ID
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "READ JOURNAL-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE JRNL-PROGRAM TO WS-RUN-PROGRAM.
         MOVE "CLOSE JOURNAL-FILE" TO WS-ABEND-MSG.
         CLOSE JOURNAL-FILE.
         PERFORM ABORT-IF-ERROR.
      *
         MOVE "N" TO WS-FOUND-FLAG.
         OPEN INPUT RUN-LOG-FILE.
         IF SUCCESSFUL
           MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
           READ RUN-LOG-FILE
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF RLOG-PROGRAM = WS-RUN-PROGRAM
                AND RLOG-START-STAMP <= WS-RUN-ID
                AND RLOG-END-STAMP >= WS-RUN-ID
               SET WS-FOUND TO TRUE
               MOVE RLOG-START-STAMP TO WS-WINDOW-START
               MOVE RLOG-END-STAMP   TO WS-WINDOW-END
               MOVE RLOG-COMPANY     TO WS-COMPANY
             END-IF
             MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
             READ RUN-LOG-FILE
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "CLOSE RUN-LOG-FILE" TO WS-ABEND-MSG
           CLOSE RUN-LOG-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
         IF NOT WS-FOUND
           DISPLAY WS-RUN-PROGRAM " RUN " WS-RUN-ID
                   " IS NOT ON THE RUN LOG - IT DID NOT FINISH"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         DISPLAY "LETTERS FOR " WS-RUN-PROGRAM " RUN " WS-RUN-ID
                 " - " WS-COMPANY.
      *
        LOAD-RUN-TABLE.
      *    Every run on the log that overlaps the range. Only one
      *    update run holds a company at a time, so the run whose
      *    window contains an audit row's timestamp wrote it.
         OPEN INPUT RUN-LOG-FILE.
         IF SUCCESSFUL
           MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
           READ RUN-LOG-FILE
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF RLOG-END-STAMP >= WS-WINDOW-START
                AND RLOG-START-STAMP <= WS-WINDOW-END
                AND (RLOG-COMPANY = WS-COMPANY
                     OR RLOG-COMPANY = WS-FILE-WIDE)
               IF WS-RUN-COUNT >= WS-MAX-RUNS
                 DISPLAY "TOO MANY RUNS IN THE RANGE - MAX IS "
                         WS-MAX-RUNS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE RLOG-PROGRAM     TO WS-R-PROGRAM (WS-RUN-COUNT)
               MOVE RLOG-COMPANY     TO WS-R-COMPANY (WS-RUN-COUNT)
               MOVE RLOG-START-STAMP TO WS-R-START (WS-RUN-COUNT)
               MOVE RLOG-END-STAMP   TO WS-R-END (WS-RUN-COUNT)
             END-IF
             MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
             READ RUN-LOG-FILE
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "CLOSE RUN-LOG-FILE" TO WS-ABEND-MSG
           CLOSE RUN-LOG-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        LOAD-AUDIT-ROWS.
         MOVE "OPEN AUDIT-FILE" TO WS-ABEND-MSG.
         OPEN INPUT AUDIT-FILE.
         IF NOT SUCCESSFUL
           DISPLAY "NO LIVE AUDIT FILE - NO SALARY CHANGES TO WRITE"
           MOVE "00" TO WS-FILE-STATUS
         ELSE
           MOVE "READ AUDIT-FILE" TO WS-ABEND-MSG
           READ AUDIT-FILE
           PERFORM ABORT-IF-READ-ERROR
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF AUDIT-CHANGE-TYPE = SPACES
                AND AUDIT-TIMESTAMP (1:14) >= WS-WINDOW-START
                AND AUDIT-TIMESTAMP (1:14) <= WS-WINDOW-END
                AND (AUDIT-COMPANY = WS-COMPANY
                     OR WS-COMPANY = WS-FILE-WIDE)
               PERFORM KEEP-ONE-AUDIT-ROW
             END-IF
             MOVE "READ AUDIT-FILE" TO WS-ABEND-MSG
             READ AUDIT-FILE
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG
           CLOSE AUDIT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        KEEP-ONE-AUDIT-ROW.
         IF WS-ROW-COUNT >= WS-MAX-ROWS
           DISPLAY "TOO MANY SALARY CHANGES - MAX IS " WS-MAX-ROWS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-ROW-COUNT.
         MOVE AUDIT-EMPL-KEY    TO WS-W-KEY (WS-ROW-COUNT).
         MOVE AUDIT-EMPL-ID     TO WS-W-EMPL-ID (WS-ROW-COUNT).
         MOVE AUDIT-OLD-SALARY  TO WS-W-OLD (WS-ROW-COUNT).
         MOVE AUDIT-NEW-SALARY  TO WS-W-NEW (WS-ROW-COUNT).
         MOVE AUDIT-TIMESTAMP (1:14) TO WS-W-STAMP (WS-ROW-COUNT).
         MOVE "N" TO WS-W-USED (WS-ROW-COUNT).
         IF WS-RUN-MODE
           MOVE WS-RUN-PROGRAM TO WS-TYPE-PROGRAM
         ELSE
           PERFORM FIND-ROW-RUN
         END-IF.
         PERFORM NAME-CHANGE-TYPE.
         MOVE WS-TYPE-NAME TO WS-W-TYPE (WS-ROW-COUNT).
      *
        FIND-ROW-RUN.
      *    The latest-starting run whose window holds the row.
         MOVE SPACES TO WS-TYPE-PROGRAM WS-BEST-START.
         PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT
           IF WS-R-START (WS-RUN-IDX) <= AUDIT-TIMESTAMP (1:14)
              AND WS-R-END (WS-RUN-IDX) >= AUDIT-TIMESTAMP (1:14)
              AND WS-R-START (WS-RUN-IDX) >= WS-BEST-START
             MOVE WS-R-START (WS-RUN-IDX)   TO WS-BEST-START
             MOVE WS-R-PROGRAM (WS-RUN-IDX) TO WS-TYPE-PROGRAM
           END-IF
         END-PERFORM.
      *
        NAME-CHANGE-TYPE.
      *    How the letter describes the change, by the run name the
      *    program logs under.
         EVALUATE WS-TYPE-PROGRAM
           WHEN "Cut"
             MOVE "SALARY REDUCTION" TO WS-TYPE-NAME
           WHEN "Raise"
             MOVE "GENERAL INCREASE" TO WS-TYPE-NAME
           WHEN "MeritIncr"
             MOVE "MERIT INCREASE" TO WS-TYPE-NAME
           WHEN "Promote"
             MOVE "PROMOTION" TO WS-TYPE-NAME
           WHEN "Approve"
             MOVE "APPROVED CHANGE" TO WS-TYPE-NAME
           WHEN "ApplyPending"
             MOVE "SCHEDULED CHANGE" TO WS-TYPE-NAME
           WHEN "EmplMaint"
           WHEN "ApplyFeed"
             MOVE "SALARY ADJUSTMENT" TO WS-TYPE-NAME
           WHEN "RollbackRun"
             MOVE "CORRECTION" TO WS-TYPE-NAME
           WHEN OTHER
             MOVE "SALARY CHANGE" TO WS-TYPE-NAME
         END-EVALUATE.
      *
        LOAD-OLD-GRADES.
      *    Update runs journal the employee record before rewriting
      *    or deleting it, so the earliest before-image in the window
      *    holds the grade the employee had going in. Without a
      *    journal the letters carry no grade change.
         OPEN INPUT JOURNAL-FILE.
         IF SUCCESSFUL
           SET WS-JOURNAL-ON TO TRUE
         ELSE
           MOVE "N" TO WS-JOURNAL-FLAG
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-JOURNAL-ON
           IF WS-RUN-MODE
             MOVE WS-RUN-ID TO JRNL-RUN-ID
           ELSE
             MOVE WS-WINDOW-START TO JRNL-RUN-ID
           END-IF
           MOVE 0 TO JRNL-SEQ
           MOVE "START JOURNAL-FILE" TO WS-ABEND-MSG
           START JOURNAL-FILE KEY IS >= JRNL-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ JOURNAL-FILE" TO WS-ABEND-MSG
             READ JOURNAL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR (WS-RUN-MODE AND JRNL-RUN-ID NOT = WS-RUN-ID)
                      OR JRNL-RUN-ID > WS-WINDOW-END
             IF JRNL-EMPL-IMAGE
                AND (JRNL-BEFORE-REWRITE OR JRNL-BEFORE-DELETE)
               MOVE JRNL-IMAGE TO EMPL-RECORD
               PERFORM KEEP-OLD-GRADE
             END-IF
             MOVE "READ JOURNAL-FILE" TO WS-ABEND-MSG
             READ JOURNAL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           MOVE "CLOSE JOURNAL-FILE" TO WS-ABEND-MSG
           CLOSE JOURNAL-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        KEEP-OLD-GRADE.
      *    Only employees with a letter coming, and only their first
      *    image.
         MOVE EMPL-KEY TO WS-SAVED-KEY.
         MOVE EMPL-ID  TO WS-SAVED-ID.
         MOVE "N" TO WS-FOUND-FLAG.
         PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                 UNTIL WS-GRADE-IDX > WS-GRADE-COUNT OR WS-FOUND
           MOVE WS-G-KEY (WS-GRADE-IDX)     TO WS-CAND-KEY
           MOVE WS-G-EMPL-ID (WS-GRADE-IDX) TO WS-CAND-ID
           PERFORM TEST-ROW-OWNER
           IF WS-OWN-ROW
             SET WS-FOUND TO TRUE
           END-IF
         END-PERFORM.
         IF NOT WS-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ROW-COUNT OR WS-FOUND
             MOVE WS-W-KEY (WS-SCAN-IDX)     TO WS-CAND-KEY
             MOVE WS-W-EMPL-ID (WS-SCAN-IDX) TO WS-CAND-ID
             PERFORM TEST-ROW-OWNER
             IF WS-OWN-ROW
               SET WS-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF WS-FOUND
             IF WS-GRADE-COUNT >= WS-MAX-GRADES
               DISPLAY "TOO MANY GRADE IMAGES - MAX IS "
                       WS-MAX-GRADES
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-GRADE-COUNT
             MOVE EMPL-KEY   TO WS-G-KEY (WS-GRADE-COUNT)
             MOVE EMPL-ID    TO WS-G-EMPL-ID (WS-GRADE-COUNT)
             MOVE EMPL-GRADE TO WS-G-GRADE (WS-GRADE-COUNT)
           END-IF
         END-IF.
      *
        TEST-ROW-OWNER.
      *    The same employee: by EMPL-ID when both sides carry one, so
      *    a transfer or rename between changes keeps them together,
      *    otherwise by key.
         MOVE "N" TO WS-OWNER-FLAG.
         IF WS-SAVED-ID NOT = 0 AND WS-CAND-ID NOT = 0
           IF WS-CAND-ID = WS-SAVED-ID
             SET WS-OWN-ROW TO TRUE
           END-IF
         ELSE
           IF WS-CAND-KEY = WS-SAVED-KEY
             SET WS-OWN-ROW TO TRUE
           END-IF
         END-IF.
      *
        GATHER-EMPLOYEE-CHANGES.
         MOVE WS-W-KEY (WS-ROW-IDX)     TO WS-SAVED-KEY.
         MOVE WS-W-EMPL-ID (WS-ROW-IDX) TO WS-SAVED-ID.
         MOVE WS-W-OLD (WS-ROW-IDX)     TO WS-FIRST-OLD.
         MOVE 0 TO WS-CHANGE-COUNT.
         PERFORM VARYING WS-SCAN-IDX FROM WS-ROW-IDX BY 1
                 UNTIL WS-SCAN-IDX > WS-ROW-COUNT
           IF WS-W-USED (WS-SCAN-IDX) NOT = "Y"
             MOVE WS-W-KEY (WS-SCAN-IDX)     TO WS-CAND-KEY
             MOVE WS-W-EMPL-ID (WS-SCAN-IDX) TO WS-CAND-ID
             PERFORM TEST-ROW-OWNER
             IF WS-OWN-ROW
               MOVE "Y" TO WS-W-USED (WS-SCAN-IDX)
               MOVE WS-W-NEW (WS-SCAN-IDX) TO WS-LAST-NEW
               MOVE WS-SCAN-IDX TO WS-LAST-ROW
               IF WS-CHANGE-COUNT < WS-MAX-CHANGES
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE WS-SCAN-IDX TO WS-C-ROW (WS-CHANGE-COUNT)
               END-IF
             END-IF
           END-IF
         END-PERFORM.
      *
        LETTER-FOR-EMPLOYEE.
      *    The employee as on file now - by id, else by the key the
      *    last change was made under.
         MOVE "N" TO WS-EMPL-FLAG.
         IF WS-SAVED-ID NOT = 0
           MOVE WS-SAVED-ID TO EMPL-ID
           MOVE "READ EMPL-FILE BY ID" TO WS-ABEND-MSG
           READ EMPL-FILE KEY IS EMPL-ID
         ELSE
           MOVE WS-W-KEY (WS-LAST-ROW) TO EMPL-KEY
           MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
           READ EMPL-FILE KEY IS EMPL-KEY
         END-IF.
         IF SUCCESSFUL
           SET WS-EMPL-FOUND TO TRUE
         ELSE
           IF NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
         IF NOT WS-EMPL-FOUND
           MOVE "NOT ON THE EMPLOYEE FILE" TO WS-REASON
           MOVE WS-W-KEY (WS-LAST-ROW) TO WS-CAND-KEY
           PERFORM ADD-EXCEPTION
         ELSE
           PERFORM CHECK-ADDRESS
           IF WS-HAS-PROBLEM
             MOVE SPACES TO WS-REASON
             STRING "ADDRESS MISSING: " WS-PROBLEM-LIST
                    DELIMITED BY SIZE INTO WS-REASON
             MOVE EMPL-KEY TO WS-CAND-KEY
             PERFORM ADD-EXCEPTION
           ELSE
             PERFORM PRINT-ONE-LETTER
           END-IF
         END-IF.
      *
        CHECK-ADDRESS.
      *    The same test ValidateAddresses applies - a letter needs a
      *    street, city, postal code and country to be posted.
         MOVE SPACES TO WS-PROBLEM-LIST.
         MOVE "N" TO WS-PROBLEM-FLAG.
         MOVE 1 TO WS-PROBLEM-PTR.
         IF EMPL-ADDR-STREET = SPACES
           SET WS-HAS-PROBLEM TO TRUE
           STRING "STREET " DELIMITED BY SIZE
             INTO WS-PROBLEM-LIST WITH POINTER WS-PROBLEM-PTR
         END-IF.
         IF EMPL-ADDR-CITY = SPACES
           SET WS-HAS-PROBLEM TO TRUE
           STRING "CITY " DELIMITED BY SIZE
             INTO WS-PROBLEM-LIST WITH POINTER WS-PROBLEM-PTR
         END-IF.
         IF EMPL-ADDR-POSTAL = SPACES
           SET WS-HAS-PROBLEM TO TRUE
           STRING "POSTAL-CODE " DELIMITED BY SIZE
             INTO WS-PROBLEM-LIST WITH POINTER WS-PROBLEM-PTR
         END-IF.
         IF EMPL-ADDR-COUNTRY = SPACES
           SET WS-HAS-PROBLEM TO TRUE
           STRING "COUNTRY " DELIMITED BY SIZE
             INTO WS-PROBLEM-LIST WITH POINTER WS-PROBLEM-PTR
         END-IF.
      *
        ADD-EXCEPTION.
         DISPLAY "NO LETTER FOR " WS-CAND-KEY " - " WS-REASON.
         IF WS-EXCEPT-COUNT >= WS-MAX-EXCEPT
           DISPLAY "TOO MANY EXCEPTIONS - MAX IS " WS-MAX-EXCEPT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-EXCEPT-COUNT.
         MOVE WS-CAND-KEY TO WS-E-KEY (WS-EXCEPT-COUNT).
         MOVE WS-SAVED-ID TO WS-E-EMPL-ID (WS-EXCEPT-COUNT).
         MOVE WS-REASON   TO WS-E-REASON (WS-EXCEPT-COUNT).
      *
        PRINT-ONE-LETTER.
         PERFORM FORCE-PAGE-BREAK.
         MOVE EMPL-NAME TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE EMPL-ADDR-STREET TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         STRING FUNCTION TRIM(EMPL-ADDR-CITY) " "
                FUNCTION TRIM(EMPL-ADDR-STATE) " "
                FUNCTION TRIM(EMPL-ADDR-POSTAL)
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE EMPL-ADDR-COUNTRY TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE WS-TODAY TO WS-DATE-IN.
         PERFORM EDIT-DATE.
         STRING "DATE: " WS-DATE-EDIT DELIMITED BY SIZE
             INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
         STRING "RE: YOUR SALARY - "
                WS-W-TYPE (WS-LAST-ROW)
                DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "THIS LETTER CONFIRMS THE CHANGE TO YOUR SALARY BELOW."
           TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
         MOVE SPACES TO WS-TEXT-LINE.
         MOVE "EFFECTIVE DATE:" TO WS-TL-LABEL.
         MOVE WS-W-STAMP (WS-LAST-ROW) (1:8) TO WS-DATE-IN.
         PERFORM EDIT-DATE.
         MOVE WS-DATE-EDIT TO WS-TL-TEXT.
         MOVE WS-TEXT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "CHANGE TYPE:" TO WS-TL-LABEL.
         MOVE WS-W-TYPE (WS-LAST-ROW) TO WS-TL-TEXT.
         MOVE WS-TEXT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "PREVIOUS SALARY:" TO WS-AL-LABEL.
         MOVE WS-FIRST-OLD TO WS-AL-AMOUNT.
         MOVE EMPL-CURRENCY TO WS-AL-CURRENCY.
         MOVE WS-AMOUNT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         MOVE "NEW SALARY:" TO WS-AL-LABEL.
         MOVE WS-LAST-NEW TO WS-AL-AMOUNT.
         MOVE WS-AMOUNT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
         IF WS-CHANGE-COUNT > 1
           PERFORM PRINT-REPORT-LINE
           MOVE "MADE UP OF THESE CHANGES:" TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
             MOVE WS-C-ROW (WS-CHANGE-IDX) TO WS-SCAN-IDX
             MOVE WS-W-STAMP (WS-SCAN-IDX) (1:8) TO WS-DATE-IN
             PERFORM EDIT-DATE
             MOVE WS-DATE-EDIT TO WS-CL-DATE
             MOVE WS-W-OLD (WS-SCAN-IDX)  TO WS-CL-OLD
             MOVE WS-W-NEW (WS-SCAN-IDX)  TO WS-CL-NEW
             MOVE WS-W-TYPE (WS-SCAN-IDX) TO WS-CL-TYPE
             MOVE WS-CHANGE-LINE TO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           END-PERFORM
         END-IF.
      *
         PERFORM PRINT-GRADE-CHANGE.
      *
         PERFORM PRINT-REPORT-LINE.
         MOVE EMPL-DEPT TO WS-FL-DEPT.
         MOVE EMPL-ID   TO WS-FL-EMPL-ID.
         MOVE WS-FOOT-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         ADD 1 TO WS-LETTER-COUNT.
      *
        PRINT-GRADE-CHANGE.
      *    Grade and band appear only when the grade moved.
         MOVE SPACES TO WS-OLD-GRADE.
         MOVE "N" TO WS-FOUND-FLAG.
         PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                 UNTIL WS-GRADE-IDX > WS-GRADE-COUNT OR WS-FOUND
           MOVE WS-G-KEY (WS-GRADE-IDX)     TO WS-CAND-KEY
           MOVE WS-G-EMPL-ID (WS-GRADE-IDX) TO WS-CAND-ID
           PERFORM TEST-ROW-OWNER
           IF WS-OWN-ROW
             SET WS-FOUND TO TRUE
             MOVE WS-G-GRADE (WS-GRADE-IDX) TO WS-OLD-GRADE
           END-IF
         END-PERFORM.
         IF WS-FOUND AND WS-OLD-GRADE NOT = EMPL-GRADE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE "NEW GRADE:" TO WS-TL-LABEL
           IF WS-OLD-GRADE = SPACES
             MOVE EMPL-GRADE TO WS-TL-TEXT
           ELSE
             STRING EMPL-GRADE " (PREVIOUSLY " WS-OLD-GRADE ")"
                    DELIMITED BY SIZE INTO WS-TL-TEXT
           END-IF
           MOVE WS-TEXT-LINE TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-BAND-POSITION
         END-IF.
      *
        PRINT-BAND-POSITION.
         IF WS-BANDS-ON AND EMPL-GRADE NOT = SPACES
           MOVE EMPL-COMPANY TO BAND-COMPANY
           MOVE EMPL-GRADE   TO BAND-GRADE
           READ BAND-FILE KEY IS BAND-KEY
           IF NOT SUCCESSFUL
             IF NOT RECORD-NOT-FOUND
               MOVE "READ BAND-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE BAND-MIN TO WS-BL-MIN
             MOVE BAND-MID TO WS-BL-MID
             MOVE BAND-MAX TO WS-BL-MAX
             EVALUATE TRUE
               WHEN WS-LAST-NEW < BAND-MIN
                 MOVE "  (BELOW BAND)" TO WS-BL-NOTE
               WHEN WS-LAST-NEW > BAND-MAX
                 MOVE "  (ABOVE BAND)" TO WS-BL-NOTE
               WHEN OTHER
                 MOVE "  (WITHIN BAND)" TO WS-BL-NOTE
             END-EVALUATE
             MOVE WS-BAND-LINE TO RPT-LINE
             PERFORM PRINT-REPORT-LINE
             IF BAND-MID > 0
               COMPUTE WS-COMPA-PCT ROUNDED =
                   WS-LAST-NEW * 100 / BAND-MID
                 ON SIZE ERROR
                   MOVE 999.9 TO WS-COMPA-PCT
               END-COMPUTE
               MOVE WS-COMPA-PCT TO WS-CP-PCT
               MOVE WS-COMPA-LINE TO RPT-LINE
               PERFORM PRINT-REPORT-LINE
             END-IF
           END-IF
         END-IF.
      *
        EDIT-DATE.
         MOVE WS-DATE-IN (1:4) TO WS-DE-YEAR.
         MOVE WS-DATE-IN (5:2) TO WS-DE-MONTH.
         MOVE WS-DATE-IN (7:2) TO WS-DE-DAY.
      *
        PRINT-EXCEPTIONS.
         PERFORM FORCE-PAGE-BREAK.
         MOVE "EXCEPTIONS - NO LETTER PRINTED" TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-REPORT-LINE.
         PERFORM VARYING WS-EXCEPT-IDX FROM 1 BY 1
                 UNTIL WS-EXCEPT-IDX > WS-EXCEPT-COUNT
           MOVE WS-E-KEY (WS-EXCEPT-IDX) (1:20)  TO WS-XL-COMPANY
           MOVE WS-E-KEY (WS-EXCEPT-IDX) (21:20) TO WS-XL-DEPT
           MOVE WS-E-KEY (WS-EXCEPT-IDX) (41:20) TO WS-XL-NAME
           MOVE WS-E-EMPL-ID (WS-EXCEPT-IDX)     TO WS-XL-EMPL-ID
           MOVE WS-E-REASON (WS-EXCEPT-IDX)      TO WS-XL-REASON
           MOVE WS-EXCEPT-LINE TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
         END-PERFORM.
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
        FORCE-PAGE-BREAK.
         SET RPT-PAGE-ACTION TO TRUE.
         CALL "ReportWriter" USING RPT-CONTROL.
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
