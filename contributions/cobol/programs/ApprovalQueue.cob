       IDENTIFICATION DIVISION.
        PROGRAM-ID. ApprovalQueue.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/approval-limit.fc".
          COPY "copybooks/approval-queue.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/approval-limit.fd".
         COPY "copybooks/approval-queue.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         78 WS-WILDCARD      VALUE "*".
         01 WS-LIMITS-FLAG   PIC X     VALUE "N".
            88 WS-LIMITS-ON           VALUE "Y".
         01 WS-LIMIT-FOUND-FLAG PIC X.
            88 WS-LIMIT-FOUND         VALUE "Y".
         01 WS-OVER-FLAG     PIC X.
            88 WS-OVER-LIMIT          VALUE "Y".
         01 WS-DIFFERENCE    PIC S9(9)V99.
         01 WS-CHANGE        PIC 9(9)V99.
         01 WS-CHANGE-PCT    PIC 9(7)V99.
         01 WS-ITEM-ID       PIC 9(14).
         01 WS-ABEND-MSG     PIC X(40).

        LINKAGE SECTION.
         COPY "copybooks/approval-control.ws".

       PROCEDURE DIVISION USING APPR-CONTROL.

      *
      *    Called the way Journal is: once with the start action, once
      *    per change the caller is about to make, and once with the
      *    end action. A change over its company's approval limit is
      *    written to the approval queue and handed back as held - the
      *    caller skips it, and it is applied only when a second
      *    operator approves it through Approve. A site with no
      *    approval limits on file holds nothing and runs as before.
        EVALUATE TRUE
          WHEN APPR-START-ACTION
            PERFORM START-OF-APPROVALS
          WHEN APPR-SUBMIT-ACTION
            PERFORM SUBMIT-CHANGE
          WHEN APPR-END-ACTION
            PERFORM END-OF-APPROVALS
        END-EVALUATE.
        GOBACK.
      *
        START-OF-APPROVALS.
         OPEN INPUT APPROVAL-LIMIT-FILE.
         IF SUCCESSFUL
           SET WS-LIMITS-ON TO TRUE
           PERFORM OPEN-QUEUE-FILE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        SUBMIT-CHANGE.
         SET APPR-CLEAR TO TRUE.
         MOVE 0 TO APPR-ITEM-ID.
         IF WS-LIMITS-ON
           PERFORM FIND-COMPANY-LIMIT
           IF WS-LIMIT-FOUND
             PERFORM TEST-AGAINST-LIMIT
             IF WS-OVER-LIMIT
               PERFORM WRITE-QUEUE-ITEM
               SET APPR-HELD TO TRUE
               MOVE WS-ITEM-ID TO APPR-ITEM-ID
             END-IF
           END-IF
         END-IF.
      *
        FIND-COMPANY-LIMIT.
      *    The company's own limit, else the "*" default, else the
      *    company is not under maker-checker at all.
         MOVE "N" TO WS-LIMIT-FOUND-FLAG.
         MOVE APPR-COMPANY TO APL-COMPANY.
         READ APPROVAL-LIMIT-FILE KEY IS APL-COMPANY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "READ APPROVAL-LIMIT-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF RECORD-NOT-FOUND
           MOVE WS-WILDCARD TO APL-COMPANY
           READ APPROVAL-LIMIT-FILE KEY IS APL-COMPANY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "READ APPROVAL-LIMIT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
         IF SUCCESSFUL
           SET WS-LIMIT-FOUND TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        TEST-AGAINST-LIMIT.
      *    A salary change is measured by how far it moves the annual
      *    salary, up or down; a one-time payment by its amount, with
      *    the percent taken of the current salary. With no salary to
      *    measure against, any change at all is over a percent limit.
         MOVE "N" TO WS-OVER-FLAG.
         IF APPR-ONE-TIME-PAY
           MOVE APPR-OTP-AMOUNT TO WS-CHANGE
         ELSE
           COMPUTE WS-DIFFERENCE = APPR-NEW-SALARY - APPR-OLD-SALARY
           IF WS-DIFFERENCE < 0
             COMPUTE WS-CHANGE = 0 - WS-DIFFERENCE
           ELSE
             MOVE WS-DIFFERENCE TO WS-CHANGE
           END-IF
         END-IF.
         IF APL-AMOUNT-LIMIT > 0 AND WS-CHANGE > APL-AMOUNT-LIMIT
           SET WS-OVER-LIMIT TO TRUE
         END-IF.
         IF APL-PERCENT-LIMIT > 0 AND WS-CHANGE > 0
           IF APPR-OLD-SALARY = 0
             SET WS-OVER-LIMIT TO TRUE
           ELSE
             COMPUTE WS-CHANGE-PCT ROUNDED =
                     WS-CHANGE * 100 / APPR-OLD-SALARY
               ON SIZE ERROR
                 SET WS-OVER-LIMIT TO TRUE
             END-COMPUTE
             IF WS-CHANGE-PCT > APL-PERCENT-LIMIT
               SET WS-OVER-LIMIT TO TRUE
             END-IF
           END-IF
         END-IF.
      *
        WRITE-QUEUE-ITEM.
         INITIALIZE APPROVAL-QUEUE-RECORD.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ITEM-ID
                                              APQ-MADE-STAMP.
         SET APQ-PENDING TO TRUE.
         MOVE APPR-KIND         TO APQ-KIND.
         MOVE APPR-COMPANY      TO APQ-COMPANY.
         MOVE APPR-EMPL-ID      TO APQ-EMPL-ID.
         MOVE APPR-PROGRAM      TO APQ-PROGRAM.
         MOVE APPR-OPERATOR     TO APQ-MAKER.
         MOVE APPR-OLD-SALARY   TO APQ-OLD-SALARY.
         MOVE APPR-NEW-SALARY   TO APQ-NEW-SALARY.
         MOVE APPR-OTP-TYPE     TO APQ-OTP-TYPE.
         MOVE APPR-OTP-PERIOD   TO APQ-OTP-PERIOD.
         MOVE APPR-OTP-AMOUNT   TO APQ-OTP-AMOUNT.
         MOVE APPR-BEFORE-IMAGE TO APQ-BEFORE-IMAGE.
         MOVE APPR-AFTER-IMAGE  TO APQ-AFTER-IMAGE.
         MOVE APPR-RUN-ID       TO APQ-RUN-ID.
      *    A run holding many changes queues them inside the same
      *    second - walk the id forward until it is free, the way the
      *    journal assigns run ids.
         MOVE WS-ITEM-ID TO APQ-ID.
         MOVE "WRITE APPROVAL-QUEUE-RECORD" TO WS-ABEND-MSG.
         WRITE APPROVAL-QUEUE-RECORD.
         PERFORM WITH TEST BEFORE UNTIL NOT DUPLICATE-KEY
           ADD 1 TO WS-ITEM-ID
           MOVE WS-ITEM-ID TO APQ-ID
           WRITE APPROVAL-QUEUE-RECORD
         END-PERFORM.
         PERFORM ABORT-IF-ERROR.
      *
        END-OF-APPROVALS.
         IF WS-LIMITS-ON
           MOVE "CLOSE APPROVAL-LIMIT-FILE" TO WS-ABEND-MSG
           CLOSE APPROVAL-LIMIT-FILE
           PERFORM ABORT-IF-ERROR
           MOVE "CLOSE APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
           CLOSE APPROVAL-QUEUE-FILE
           PERFORM ABORT-IF-ERROR
           MOVE "N" TO WS-LIMITS-FLAG
         END-IF.
      *
        OPEN-QUEUE-FILE.
         MOVE "OPEN APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG.
         OPEN I-O APPROVAL-QUEUE-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE APPROVAL-QUEUE-FILE
           OPEN I-O APPROVAL-QUEUE-FILE
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
