          COPY "copybooks/checkpoint.fc".
          COPY "copybooks/salary-audit.fc".
          COPY "copybooks/control-totals.fc".
          COPY "copybooks/salary-split.fc".
          COPY "copybooks/empl-transfer.fc".
          COPY "copybooks/empl-archive.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/bank-change.fc".
          COPY "copybooks/requisition.fc".
          COPY "copybooks/approval-queue.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/deductions.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/checkpoint.fd".
         COPY "copybooks/salary-audit.fd".
         COPY "copybooks/control-totals.fd".
         COPY "copybooks/salary-split.fd".
         COPY "copybooks/empl-transfer.fd".
         COPY "copybooks/empl-archive.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/bank-change.fd".
         COPY "copybooks/requisition.fd".
         COPY "copybooks/approval-queue.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/deductions.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-SEQ            PIC 9(7).
         01 WS-BACKED-COUNT   PIC 9(7) VALUE 0.
         01 WS-PURGED-COUNT   PIC 9(7) VALUE 0.
         01 WS-WITHDRAWN-COUNT PIC 9(7) VALUE 0.
         01 WS-QUEUE-ID       PIC 9(14).
         01 WS-CARRIER-TOLD-FLAG PIC X.
            88 WS-CARRIER-TOLD         VALUE "Y".
         01 WS-IMAGE-SALARY   PIC 9(9)V99.
         01 WS-LIVE-SALARY    PIC 9(9)V99.
         01 WS-LIVE-FOUND-FLAG PIC X.
            88 WS-LIVE-FOUND           VALUE "Y".
      *    The employee record an after-add image took out again. A
      *    move that re-keyed the record (a transfer) leaves nothing
      *    under the old key to read the live salary from, so the
      *    before image that follows takes it from here.
      *    A rehire leaves no before image of the employee at all -
      *    the archive row it came from takes the salary back.
         01 WS-DROPPED-ID     PIC 9(9)    VALUE 0.
         01 WS-DROPPED-SALARY PIC 9(9)V99 VALUE 0.
         01 WS-DROPPED-KEY    PIC X(60)   VALUE SPACES.
      *    Companies whose employee records this back-out restored -
      *    any Cut checkpoint standing for them would make the next
      *    Cut resume past the very records just put back.
        MOVE "OPEN DEPT-FILE" TO WS-ABEND-MSG.
        OPEN I-O DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-SPLIT-FILE.
        PERFORM OPEN-TRANSFER-FILE.
        PERFORM OPEN-ARCHIVE-FILE.
        PERFORM OPEN-BANK-FILES.
        PERFORM OPEN-REQ-FILE.
        PERFORM OPEN-BENEFIT-FILES.
      *
        PERFORM APPLY-BACKOUT-PASS.
      *
          MOVE 8 TO RETURN-CODE
        ELSE
          PERFORM CLEAR-CUT-CHECKPOINTS
          PERFORM WITHDRAW-QUEUED-CHANGES
          PERFORM PURGE-JOURNAL-PASS
          DISPLAY "RUN " WS-RUN-ID-X " BACKED OUT - "
                  WS-BACKED-COUNT " RECORD IMAGES RESTORED"
          IF WS-WITHDRAWN-COUNT > 0
            DISPLAY "  PENDING APPROVALS REJECTED: "
                    WS-WITHDRAWN-COUNT
          END-IF
        END-IF.
      *
        MOVE "CLOSE JOURNAL-FILE" TO WS-ABEND-MSG.
        MOVE "CLOSE DEPT-FILE" TO WS-ABEND-MSG.
        CLOSE DEPT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE SPLIT-FILE" TO WS-ABEND-MSG.
        CLOSE SPLIT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE TRANSFER-FILE" TO WS-ABEND-MSG.
        CLOSE TRANSFER-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE ARCH-FILE" TO WS-ABEND-MSG.
        CLOSE ARCH-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BANK-CHANGE-FILE" TO WS-ABEND-MSG.
        CLOSE BANK-CHANGE-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE REQ-FILE" TO WS-ABEND-MSG.
        CLOSE REQ-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE ENROLL-FILE" TO WS-ABEND-MSG.
        CLOSE ENROLL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG.
        CLOSE DEDUCTION-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        IF WS-RUN-FOUND
          PERFORM REBUILD-CONTROL-TOTALS
             PERFORM RESTORE-HIST-IMAGE
           WHEN JRNL-DEPT-IMAGE
             PERFORM RESTORE-DEPT-IMAGE
           WHEN JRNL-SPLIT-IMAGE
             PERFORM RESTORE-SPLIT-IMAGE
           WHEN JRNL-XFER-IMAGE
             PERFORM RESTORE-XFER-IMAGE
           WHEN JRNL-ARCH-IMAGE
             PERFORM RESTORE-ARCH-IMAGE
           WHEN JRNL-BANK-IMAGE
             PERFORM RESTORE-BANK-IMAGE
           WHEN JRNL-REQ-IMAGE
             PERFORM RESTORE-REQ-IMAGE
           WHEN JRNL-ENRL-IMAGE
             PERFORM RESTORE-ENRL-IMAGE
           WHEN JRNL-DEDN-IMAGE
             PERFORM RESTORE-DEDN-IMAGE
           WHEN OTHER
             DISPLAY "UNKNOWN JOURNAL FILE CODE " JRNL-FILE-CODE
                     " AT SEQUENCE " JRNL-SEQ " - SKIPPED"
             IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
               PERFORM ABORT-IF-ERROR
             END-IF
             IF SUCCESSFUL
               MOVE EMPL-ID     TO WS-DROPPED-ID
               MOVE EMPL-SALARY TO WS-DROPPED-SALARY
               MOVE EMPL-KEY    TO WS-DROPPED-KEY
             END-IF
           WHEN OTHER
      *    Take the live salary before overwriting it - the failed
      *    run's audit rows stay on the trail, and the compensating
               END-IF
             END-IF
             MOVE JRNL-IMAGE TO EMPL-RECORD
             IF NOT WS-LIVE-FOUND AND EMPL-ID NOT = 0
                AND EMPL-ID = WS-DROPPED-ID
               SET WS-LIVE-FOUND TO TRUE
               MOVE WS-DROPPED-SALARY TO WS-LIVE-SALARY
             END-IF
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
         MOVE EMPL-ID         TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR    TO AUDIT-OPERATOR.
         MOVE SPACES          TO AUDIT-CHANGE-TYPE.
         MOVE SPACES          TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
             END-IF
         END-EVALUATE.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-SPLIT-IMAGE.
         MOVE JRNL-IMAGE TO SPLIT-RECORD.
         EVALUATE TRUE
           WHEN JRNL-AFTER-ADD
             MOVE "DELETE SPLIT-RECORD" TO WS-ABEND-MSG
             DELETE SPLIT-FILE RECORD
             IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
               PERFORM ABORT-IF-ERROR
             END-IF
           WHEN OTHER
             MOVE "REWRITE SPLIT-RECORD" TO WS-ABEND-MSG
             REWRITE SPLIT-RECORD
             IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
               MOVE JRNL-IMAGE TO SPLIT-RECORD
               MOVE "WRITE SPLIT-RECORD" TO WS-ABEND-MSG
               WRITE SPLIT-RECORD
               PERFORM ABORT-IF-ERROR
             ELSE
               PERFORM ABORT-IF-ERROR
             END-IF
         END-EVALUATE.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-XFER-IMAGE.
      *    Backing out an inter-company move takes its row off the
      *    transfer log, so Turnover no longer counts it.
         MOVE JRNL-IMAGE TO TRANSFER-RECORD.
         EVALUATE TRUE
           WHEN JRNL-AFTER-ADD
             MOVE "DELETE TRANSFER-RECORD" TO WS-ABEND-MSG
             DELETE TRANSFER-FILE RECORD
             IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
               PERFORM ABORT-IF-ERROR
             END-IF
           WHEN OTHER
             MOVE "REWRITE TRANSFER-RECORD" TO WS-ABEND-MSG
             REWRITE TRANSFER-RECORD
             IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
               MOVE JRNL-IMAGE TO TRANSFER-RECORD
               MOVE "WRITE TRANSFER-RECORD" TO WS-ABEND-MSG
               WRITE TRANSFER-RECORD
               PERFORM ABORT-IF-ERROR
             ELSE
               PERFORM ABORT-IF-ERROR
             END-IF
         END-EVALUATE.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-ARCH-IMAGE.
      *    Only a rehire images the archive, and it does so just
      *    ahead of adding the employee, so the record dropped last
      *    is the rehired one. An image from before identifiers was
      *    given a new one on the way back. If the rehire moved the
      *    salary, its audit row is answered with one taking it back
      *    to the archived figure.
         MOVE JRNL-IMAGE TO ARCH-RECORD.
         MOVE "REWRITE ARCH-RECORD" TO WS-ABEND-MSG.
         REWRITE ARCH-RECORD.
         IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
           MOVE JRNL-IMAGE TO ARCH-RECORD
           MOVE "WRITE ARCH-RECORD" TO WS-ABEND-MSG
           WRITE ARCH-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE ARCH-RECORD TO EMPL-RECORD.
         IF WS-DROPPED-ID NOT = 0
            AND (EMPL-ID = WS-DROPPED-ID OR EMPL-ID = 0)
            AND EMPL-SALARY NOT = WS-DROPPED-SALARY
           MOVE WS-DROPPED-SALARY TO WS-LIVE-SALARY
           MOVE EMPL-SALARY       TO WS-IMAGE-SALARY
           MOVE WS-DROPPED-KEY    TO EMPL-KEY
           MOVE WS-DROPPED-ID     TO EMPL-ID
           PERFORM WRITE-COMPENSATING-AUDIT
         END-IF.
         MOVE 0 TO WS-DROPPED-ID.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-BANK-IMAGE.
      *    Bank details put back by a rehire are taken off again, and
      *    the change log says so - the supervisor's review reads
      *    every change to where money is sent.
         MOVE JRNL-IMAGE TO BANK-RECORD.
         EVALUATE TRUE
           WHEN JRNL-AFTER-ADD
             MOVE "DELETE BANK-RECORD" TO WS-ABEND-MSG
             DELETE BANK-FILE RECORD
             IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
               PERFORM ABORT-IF-ERROR
             END-IF
             IF SUCCESSFUL
               PERFORM LOG-BANK-DROPPED
             END-IF
           WHEN OTHER
             MOVE "REWRITE BANK-RECORD" TO WS-ABEND-MSG
             REWRITE BANK-RECORD
             IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
               MOVE JRNL-IMAGE TO BANK-RECORD
               MOVE "WRITE BANK-RECORD" TO WS-ABEND-MSG
               WRITE BANK-RECORD
               PERFORM ABORT-IF-ERROR
             ELSE
               PERFORM ABORT-IF-ERROR
             END-IF
         END-EVALUATE.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-REQ-IMAGE.
      *    A requisition a backed-out hire filled goes back to the
      *    approved, unfilled state it was imaged in, ready for the
      *    hire to be keyed again.
         MOVE JRNL-REQ-AREA TO REQ-RECORD.
         MOVE "REWRITE REQ-RECORD" TO WS-ABEND-MSG.
         REWRITE REQ-RECORD.
         IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
           MOVE JRNL-REQ-AREA TO REQ-RECORD
           MOVE "WRITE REQ-RECORD" TO WS-ABEND-MSG
           WRITE REQ-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           PERFORM ABORT-IF-ERROR
         END-IF.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-ENRL-IMAGE.
      *    An enrollment a backed-out transfer ended is live again.
      *    If the carrier has already been sent the ending, the
      *    reinstatement goes to them as a fresh add.
         MOVE JRNL-IMAGE TO ENROLL-RECORD.
         MOVE "N" TO WS-CARRIER-TOLD-FLAG.
         MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG.
         READ ENROLL-FILE KEY IS ENR-KEY.
         IF SUCCESSFUL
           IF ENR-ENDED AND ENR-SENT
             SET WS-CARRIER-TOLD TO TRUE
           END-IF
         ELSE
           IF NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         MOVE JRNL-IMAGE TO ENROLL-RECORD.
         IF WS-CARRIER-TOLD
           SET ENR-CHANGE-ADD TO TRUE
           SET ENR-NOT-SENT TO TRUE
         END-IF.
         MOVE "REWRITE ENROLL-RECORD" TO WS-ABEND-MSG.
         REWRITE ENROLL-RECORD.
         IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
           MOVE "WRITE ENROLL-RECORD" TO WS-ABEND-MSG
           WRITE ENROLL-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           PERFORM ABORT-IF-ERROR
         END-IF.
         ADD 1 TO WS-BACKED-COUNT.
      *
        RESTORE-DEDN-IMAGE.
      *    The plan deduction a backed-out transfer stopped runs
      *    again from the stop it had before.
         MOVE JRNL-IMAGE TO DEDUCTION-RECORD.
         MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG.
         REWRITE DEDUCTION-RECORD.
         IF RECORD-NOT-FOUND OR WS-FILE-STATUS = "21"
           MOVE JRNL-IMAGE TO DEDUCTION-RECORD
           MOVE "WRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           WRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           PERFORM ABORT-IF-ERROR
         END-IF.
         ADD 1 TO WS-BACKED-COUNT.
      *
        LOG-BANK-DROPPED.
         INITIALIZE BANK-CHANGE-RECORD.
         MOVE BANK-EMPL-ID TO BCH-EMPL-ID.
         MOVE FUNCTION CURRENT-DATE (1:14) TO BCH-STAMP.
         SET BCH-DROPPED-DETAILS TO TRUE.
         MOVE RUN-OPERATOR TO BCH-OPERATOR.
         MOVE BANK-ROUTING TO BCH-OLD-ROUTING.
         MOVE BANK-ACCOUNT TO BCH-OLD-ACCOUNT.
         MOVE BANK-METHOD  TO BCH-OLD-METHOD.
         MOVE "WRITE BANK-CHANGE-RECORD" TO WS-ABEND-MSG.
         WRITE BANK-CHANGE-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        NOTE-AFFECTED-COMPANY.
         MOVE "N" TO WS-CO-FOUND-FLAG.
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        WITHDRAW-QUEUED-CHANGES.
      *    A change the backed-out run held for approval must not be
      *    approved later - with the record restored to the image the
      *    item was queued against, Approve would apply it. Every
      *    item the run queued is at or after its run id, so the scan
      *    starts there; those still pending are rejected.
         OPEN I-O APPROVAL-QUEUE-FILE.
         IF NOT SUCCESSFUL
           MOVE "00" TO WS-FILE-STATUS
         ELSE
           MOVE WS-RUN-ID-X TO WS-QUEUE-ID
           MOVE WS-QUEUE-ID TO APQ-ID
           MOVE "START APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
           START APPROVAL-QUEUE-FILE KEY IS >= APQ-ID
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
             READ APPROVAL-QUEUE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
             IF APQ-RUN-ID = WS-RUN-ID-X AND APQ-PENDING
               SET APQ-REJECTED TO TRUE
               MOVE "RUN ROLLED BACK" TO APQ-REASON
               MOVE RUN-OPERATOR TO APQ-CHECKER
               MOVE FUNCTION CURRENT-DATE (1:14) TO APQ-DECIDED-STAMP
               MOVE "REWRITE APPROVAL-QUEUE-RECORD" TO WS-ABEND-MSG
               REWRITE APPROVAL-QUEUE-RECORD
               PERFORM ABORT-IF-ERROR
               ADD 1 TO WS-WITHDRAWN-COUNT
             END-IF
             MOVE "READ APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
             READ APPROVAL-QUEUE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           MOVE "CLOSE APPROVAL-QUEUE-FILE" TO WS-ABEND-MSG
           CLOSE APPROVAL-QUEUE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        PURGE-JOURNAL-PASS.
      *    The run is backed out - its journal rows have served their
           OPEN I-O SALARY-HISTORY-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-SPLIT-FILE.
         MOVE "OPEN SPLIT-FILE" TO WS-ABEND-MSG.
         OPEN I-O SPLIT-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT SPLIT-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE SPLIT-FILE
           OPEN I-O SPLIT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-TRANSFER-FILE.
         MOVE "OPEN TRANSFER-FILE" TO WS-ABEND-MSG.
         OPEN I-O TRANSFER-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT TRANSFER-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE TRANSFER-FILE
           OPEN I-O TRANSFER-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-ARCHIVE-FILE.
         MOVE "OPEN ARCH-FILE" TO WS-ABEND-MSG.
         OPEN I-O ARCH-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT ARCH-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE ARCH-FILE
           OPEN I-O ARCH-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-BANK-FILES.
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
      *
        OPEN-REQ-FILE.
         MOVE "OPEN REQ-FILE" TO WS-ABEND-MSG.
         OPEN I-O REQ-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT REQ-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE REQ-FILE
           OPEN I-O REQ-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-BENEFIT-FILES.
         MOVE "OPEN ENROLL-FILE" TO WS-ABEND-MSG.
         OPEN I-O ENROLL-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT ENROLL-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE ENROLL-FILE
           OPEN I-O ENROLL-FILE
           PERFORM ABORT-IF-ERROR
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
        REBUILD-CONTROL-TOTALS.
      *    The control file mirrors the employee file exactly - one
