         FILE-CONTROL.
          COPY "copybooks/bank-load.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/bank-change.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/bank-load.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/bank-change.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-B-METHOD         PIC X.
         01 WS-BANK-COUNT       PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-NEW-COUNT        PIC 9(7) VALUE 0.
         01 WS-CHANGED-COUNT    PIC 9(7) VALUE 0.
         01 WS-DROPPED-COUNT    PIC 9(7) VALUE 0.
         01 WS-LOAD-STAMP       PIC X(14).
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The bank file is read per payment by a live
      *    GeneratePayments, and this load replaces its contents -
      *    lock the whole file set for the duration. The load is
      *    still the whole book, but it is merged rather than
      *    rebuilt so that new and changed details can be told from
      *    unchanged ones: those start a prenote and are logged
      *    with the operator, and anyone the load no longer carries
      *    is dropped afterwards.
        MOVE "LoadBank" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        OPEN INPUT BANK-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BANK-FILE" TO WS-ABEND-MSG.
        OPEN I-O BANK-FILE.
        IF NOT SUCCESSFUL
          OPEN OUTPUT BANK-FILE
          PERFORM ABORT-IF-ERROR
          CLOSE BANK-FILE
          OPEN I-O BANK-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        MOVE "OPEN BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        OPEN I-O BANK-CHANGE-FILE.
        IF NOT SUCCESSFUL
          OPEN OUTPUT BANK-CHANGE-FILE
          PERFORM ABORT-IF-ERROR
          CLOSE BANK-CHANGE-FILE
          OPEN I-O BANK-CHANGE-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOAD-STAMP.
      *
        MOVE "READ BANK-LOAD-FILE" TO WS-ABEND-MSG.
        READ BANK-LOAD-FILE.
        MOVE "CLOSE BANK-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM DROP-UNLOADED-DETAILS.
        MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-CHANGE-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "BANK DETAILS LOAD TOTALS".
        DISPLAY "  BANK RECORDS LOADED:  " WS-BANK-COUNT.
        DISPLAY "    NEW (PRENOTE):      " WS-NEW-COUNT.
        DISPLAY "    CHANGED:            " WS-CHANGED-COUNT.
        DISPLAY "  RECORDS DROPPED:      " WS-DROPPED-COUNT.
        DISPLAY "  RECORDS SKIPPED:      " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "SKIPPED BANK ROW: " BANK-LOAD-RECORD
           ELSE
             PERFORM MERGE-BANK-ROW
           END-IF
         END-IF.
      *
        MERGE-BANK-ROW.
         MOVE WS-B-EMPL-ID TO BANK-EMPL-ID.
         READ BANK-FILE KEY IS BANK-EMPL-ID.
         IF NOT SUCCESSFUL
           IF NOT RECORD-NOT-FOUND
             MOVE "READ BANK-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           INITIALIZE BANK-RECORD BANK-CHANGE-RECORD
           SET BCH-NEW-DETAILS TO TRUE
           PERFORM APPLY-NEW-DETAILS
           MOVE "WRITE BANK-RECORD" TO WS-ABEND-MSG
           WRITE BANK-RECORD
           PERFORM ABORT-IF-ERROR
           PERFORM LOG-BANK-CHANGE
           ADD 1 TO WS-BANK-COUNT WS-NEW-COUNT
         ELSE
           EVALUATE TRUE
             WHEN BANK-LOAD-STAMP = WS-LOAD-STAMP
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "SKIPPED DUPLICATE BANK ROW: "
                       BANK-LOAD-RECORD
             WHEN BANK-ROUTING = WS-B-ROUTING
                  AND BANK-ACCOUNT = WS-B-ACCOUNT
                  AND BANK-METHOD = WS-B-METHOD
               MOVE WS-LOAD-STAMP TO BANK-LOAD-STAMP
               MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
               REWRITE BANK-RECORD
               PERFORM ABORT-IF-ERROR
               ADD 1 TO WS-BANK-COUNT
             WHEN OTHER
               INITIALIZE BANK-CHANGE-RECORD
               SET BCH-CHANGED-DETAILS TO TRUE
               MOVE BANK-ROUTING TO BCH-OLD-ROUTING
               MOVE BANK-ACCOUNT TO BCH-OLD-ACCOUNT
               MOVE BANK-METHOD  TO BCH-OLD-METHOD
               PERFORM APPLY-NEW-DETAILS
               MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
               REWRITE BANK-RECORD
               PERFORM ABORT-IF-ERROR
               PERFORM LOG-BANK-CHANGE
               ADD 1 TO WS-BANK-COUNT WS-CHANGED-COUNT
           END-EVALUATE
         END-IF.
      *
        APPLY-NEW-DETAILS.
      *    Credits to an account nobody has proved wait on a
      *    prenote; details that say "pay by check" need none.
         MOVE WS-B-EMPL-ID  TO BANK-EMPL-ID.
         MOVE WS-B-ROUTING  TO BANK-ROUTING.
         MOVE WS-B-ACCOUNT  TO BANK-ACCOUNT.
         MOVE WS-B-METHOD   TO BANK-METHOD.
         IF BANK-METHOD-ACH
           SET BANK-PRENOTE-PENDING TO TRUE
         ELSE
           MOVE "C" TO BANK-PRENOTE-STATUS
         END-IF.
         MOVE SPACES        TO BANK-PRENOTE-DATE.
         MOVE WS-LOAD-STAMP TO BANK-CHANGED-STAMP BANK-LOAD-STAMP.
         MOVE RUN-OPERATOR  TO BANK-CHANGED-BY.
         MOVE WS-B-ROUTING  TO BCH-NEW-ROUTING.
         MOVE WS-B-ACCOUNT  TO BCH-NEW-ACCOUNT.
         MOVE WS-B-METHOD   TO BCH-NEW-METHOD.
      *
        LOG-BANK-CHANGE.
         MOVE BANK-EMPL-ID  TO BCH-EMPL-ID.
         MOVE WS-LOAD-STAMP TO BCH-STAMP.
         MOVE RUN-OPERATOR  TO BCH-OPERATOR.
         MOVE "WRITE BANK-CHANGE-RECORD" TO WS-ABEND-MSG.
         WRITE BANK-CHANGE-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        DROP-UNLOADED-DETAILS.
      *    The load is the whole book - anyone it did not carry no
      *    longer has bank details, as when the file was rebuilt.
         MOVE 0 TO BANK-EMPL-ID.
         MOVE "START BANK-FILE" TO WS-ABEND-MSG.
         START BANK-FILE KEY IS >= BANK-EMPL-ID.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BANK-FILE" TO WS-ABEND-MSG
           READ BANK-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF BANK-LOAD-STAMP NOT = WS-LOAD-STAMP
             INITIALIZE BANK-CHANGE-RECORD
             SET BCH-DROPPED-DETAILS TO TRUE
             MOVE BANK-ROUTING TO BCH-OLD-ROUTING
             MOVE BANK-ACCOUNT TO BCH-OLD-ACCOUNT
             MOVE BANK-METHOD  TO BCH-OLD-METHOD
             PERFORM LOG-BANK-CHANGE
             MOVE "DELETE BANK-RECORD" TO WS-ABEND-MSG
             DELETE BANK-FILE RECORD
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-DROPPED-COUNT
           END-IF
           MOVE "READ BANK-FILE" TO WS-ABEND-MSG
           READ BANK-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        START-RUN-LOG.
         SET RUN-START-ACTION TO TRUE.
