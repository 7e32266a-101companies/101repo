       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadWithholding.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/withholding-load.fc".
          COPY "copybooks/withholding.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/withholding-load.fd".
         COPY "copybooks/withholding.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-W-COUNTRY        PIC X(20).
         01 WS-W-STATE          PIC X(20).
         01 WS-W-PERIODS-X      PIC X(2).
         01 WS-W-DATE           PIC X(8).
         01 WS-W-BRACKETS.
            05 WS-W-BRACKET OCCURS 8 TIMES.
               10 WS-W-FLOOR       PIC 9(7)V99.
               10 WS-W-RATE        PIC 9(3)V99.
         01 WS-FIELD-COUNT      PIC 99.
         01 WS-BRACKET-COUNT    PIC 99.
         01 WS-IDX              PIC 99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-WHT-COUNT        PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The withholding table is read by NetPay during every
      *    register build, and this load rebuilds it outright - lock
      *    the whole file set for the duration.
        MOVE "LoadWithhold" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN WHT-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT WHT-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN WHT-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT WHT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ WHT-LOAD-FILE" TO WS-ABEND-MSG.
        READ WHT-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-SCHEDULE
          MOVE "READ WHT-LOAD-FILE" TO WS-ABEND-MSG
          READ WHT-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE WHT-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE WHT-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE WHT-FILE" TO WS-ABEND-MSG.
        CLOSE WHT-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "WITHHOLDING TABLE LOAD TOTALS".
        DISPLAY "  SCHEDULES WRITTEN: " WS-WHT-COUNT.
        DISPLAY "  RECORDS SKIPPED:   " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-WHT-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-SCHEDULE.
      *    country|state|periods-per-year|effective-date|
      *      floor-1|rate-1|floor-2|rate-2| ... |floor-8|rate-8
      *    A blank state is the national schedule. Floors are the
      *    per-period gross each marginal rate starts at, lowest
      *    first; rates are percents.
         MOVE SPACES TO WS-W-COUNTRY WS-W-STATE WS-W-PERIODS-X
                        WS-W-DATE WS-REJECT-REASON.
         INITIALIZE WS-W-BRACKETS.
         MOVE 0 TO WS-FIELD-COUNT.
         UNSTRING WHT-LOAD-RECORD DELIMITED BY "|"
             INTO WS-W-COUNTRY WS-W-STATE WS-W-PERIODS-X WS-W-DATE
                  WS-W-FLOOR (1) WS-W-RATE (1)
                  WS-W-FLOOR (2) WS-W-RATE (2)
                  WS-W-FLOOR (3) WS-W-RATE (3)
                  WS-W-FLOOR (4) WS-W-RATE (4)
                  WS-W-FLOOR (5) WS-W-RATE (5)
                  WS-W-FLOOR (6) WS-W-RATE (6)
                  WS-W-FLOOR (7) WS-W-RATE (7)
                  WS-W-FLOOR (8) WS-W-RATE (8)
             TALLYING IN WS-FIELD-COUNT
         END-UNSTRING.
         IF WS-FIELD-COUNT > 4
           COMPUTE WS-BRACKET-COUNT = (WS-FIELD-COUNT - 3) / 2
         ELSE
           MOVE 0 TO WS-BRACKET-COUNT
         END-IF.
         PERFORM VALIDATE-SCHEDULE.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED WITHHOLDING ROW: " WHT-LOAD-RECORD
                   " - " WS-REJECT-REASON
         ELSE
           INITIALIZE WHT-RECORD
           MOVE WS-W-COUNTRY     TO WHT-COUNTRY
           MOVE WS-W-STATE       TO WHT-STATE
           MOVE WS-W-PERIODS-X   TO WHT-PERIODS-PER-YEAR
           MOVE WS-W-DATE        TO WHT-EFFECTIVE-DATE
           MOVE WS-BRACKET-COUNT TO WHT-BRACKET-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BRACKET-COUNT
             MOVE WS-W-FLOOR (WS-IDX) TO WHT-BRACKET-FLOOR (WS-IDX)
             MOVE WS-W-RATE (WS-IDX)  TO WHT-BRACKET-RATE (WS-IDX)
           END-PERFORM
           MOVE "WRITE WHT-RECORD" TO WS-ABEND-MSG
           WRITE WHT-RECORD
           IF DUPLICATE-KEY
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "SKIPPED DUPLICATE WITHHOLDING ROW: "
                     WHT-LOAD-RECORD
           ELSE
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-WHT-COUNT
           END-IF
         END-IF.
      *
        VALIDATE-SCHEDULE.
         EVALUATE TRUE
           WHEN WS-W-COUNTRY = SPACES
             MOVE "COUNTRY REQUIRED" TO WS-REJECT-REASON
           WHEN WS-W-PERIODS-X NOT NUMERIC
             OR WS-W-PERIODS-X = "00"
             MOVE "BAD PERIODS PER YEAR" TO WS-REJECT-REASON
           WHEN WS-W-DATE NOT NUMERIC
             MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
           WHEN WS-BRACKET-COUNT = 0
             MOVE "NO BRACKETS" TO WS-REJECT-REASON
         END-EVALUATE.
      *    Floors must climb - a bracket starting below the one
      *    before it would tax the same slice twice.
         IF WS-REJECT-REASON = SPACES
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-BRACKET-COUNT
             IF WS-W-FLOOR (WS-IDX) NOT > WS-W-FLOOR (WS-IDX - 1)
               MOVE "BRACKET FLOORS NOT ASCENDING"
                 TO WS-REJECT-REASON
             END-IF
           END-PERFORM
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
