       IDENTIFICATION DIVISION.
        PROGRAM-ID. RunLogCheck.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/run-log.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/run-log.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-CMD-LINE      PIC X(80).
         01 WS-PROGRAM       PIC X(12).
         01 WS-COMPANY       PIC X(20).
         01 WS-PERIOD-END    PIC X(8).
         01 WS-MAX-CC-X      PIC X(2).
         01 WS-MAX-CC        PIC 99.
         01 WS-FOUND-FLAG    PIC X     VALUE "N".
            88 WS-FOUND               VALUE "Y".
         01 WS-LATEST.
            05 WS-LATEST-END    PIC X(14).
            05 WS-LATEST-CC     PIC 99.
            05 WS-LATEST-COUNT  PIC 9(7).
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Answers one question for the period-end job stream: did
      *    this program last run cleanly for this company and period?
      *    The log is appended in run order, so the last matching
      *    record read is the latest run. Condition code 0 means it
      *    did (its condition code was at or under the maximum, 4 if
      *    none is given); 4 means the latest run finished above the
      *    maximum; 8 means the log has no run for it at all. This is
      *    an inquiry - it takes no lock and is not itself logged.
      *      program company period-end [max-cc]
        ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
        MOVE SPACES TO WS-PROGRAM WS-COMPANY WS-PERIOD-END WS-MAX-CC-X.
        UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
            INTO WS-PROGRAM WS-COMPANY WS-PERIOD-END WS-MAX-CC-X
        END-UNSTRING.
        IF WS-PROGRAM = SPACES OR WS-COMPANY = SPACES
           OR WS-PERIOD-END NOT NUMERIC
          DISPLAY "USAGE: RunLogCheck PROGRAM COMPANY YYYYMMDD "
                  "[MAX-CC]"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF.
        IF WS-MAX-CC-X = SPACES
          MOVE 4 TO WS-MAX-CC
        ELSE
          IF WS-MAX-CC-X (2:1) = SPACE
            MOVE WS-MAX-CC-X (1:1) TO WS-MAX-CC-X (2:1)
            MOVE "0" TO WS-MAX-CC-X (1:1)
          END-IF
          IF WS-MAX-CC-X NOT NUMERIC
            DISPLAY "MAXIMUM CONDITION CODE MUST BE 0-99, GOT "
                    WS-MAX-CC-X
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE WS-MAX-CC-X TO WS-MAX-CC
        END-IF.
      *
      *    A site that has never logged a run has no log file yet -
      *    that is simply "never ran".
        OPEN INPUT RUN-LOG-FILE.
        IF SUCCESSFUL
          MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
          READ RUN-LOG-FILE
          PERFORM ABORT-IF-READ-ERROR
          PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
            IF RLOG-PROGRAM = WS-PROGRAM
               AND RLOG-COMPANY = WS-COMPANY
               AND RLOG-PERIOD-END = WS-PERIOD-END
              SET WS-FOUND TO TRUE
              MOVE RLOG-END-STAMP      TO WS-LATEST-END
              MOVE RLOG-CONDITION-CODE TO WS-LATEST-CC
              MOVE RLOG-RECORD-COUNT   TO WS-LATEST-COUNT
            END-IF
            MOVE "READ RUN-LOG-FILE" TO WS-ABEND-MSG
            READ RUN-LOG-FILE
            PERFORM ABORT-IF-READ-ERROR
          END-PERFORM
          MOVE "CLOSE RUN-LOG-FILE" TO WS-ABEND-MSG
          CLOSE RUN-LOG-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
      *
        IF NOT WS-FOUND
          DISPLAY WS-PROGRAM " HAS NOT RUN FOR " WS-COMPANY
                  " PERIOD " WS-PERIOD-END
          MOVE 8 TO RETURN-CODE
        ELSE
          DISPLAY WS-PROGRAM " LAST RAN FOR " WS-COMPANY
                  " PERIOD " WS-PERIOD-END " AT " WS-LATEST-END
                  " - CONDITION CODE " WS-LATEST-CC
                  ", " WS-LATEST-COUNT " RECORDS"
          IF WS-LATEST-CC > WS-MAX-CC
            MOVE 4 TO RETURN-CODE
          ELSE
            MOVE 0 TO RETURN-CODE
          END-IF
        END-IF.
        STOP RUN.
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
