          COPY "copybooks/salary-history.fc".
          COPY "copybooks/control-totals.fc".
          COPY "copybooks/position.fc".
          COPY "copybooks/exchange-rate.fc".
          COPY "copybooks/salary-band.fc".
          COPY "copybooks/salary-split.fc".
          COPY "copybooks/empl-transfer.fc".
          COPY "copybooks/empl-archive.fc".
          COPY "copybooks/bank-details.fc".
          COPY "copybooks/bank-change.fc".
          COPY "copybooks/requisition.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/deductions.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/salary-history.fd".
         COPY "copybooks/control-totals.fd".
         COPY "copybooks/position.fd".
         COPY "copybooks/exchange-rate.fd".
         COPY "copybooks/salary-band.fd".
         COPY "copybooks/salary-split.fd".
         COPY "copybooks/empl-transfer.fd".
         COPY "copybooks/empl-archive.fd".
         COPY "copybooks/bank-details.fd".
         COPY "copybooks/bank-change.fd".
         COPY "copybooks/requisition.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/deductions.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/journal-control.ws".
         COPY "copybooks/approval-control.ws".
         78 WS-MAX-CARRY-HIST  VALUE 100.
         78 WS-MAX-CARRY-SPLIT VALUE 20.
         01 WS-NEW-EMPL-ID     PIC 9(9).
         01 WS-CTL-CUR-COMPANY PIC X(20).
         01 WS-CTL-COUNT       PIC 9(9).
            88 WS-DELETE-ROW           VALUE "D".
            88 WS-TRANSFER-ROW         VALUE "T".
            88 WS-RATE-ROW             VALUE "R".
            88 WS-COMPANY-MOVE-ROW     VALUE "X".
            88 WS-REHIRE-ROW           VALUE "H".
         01 WS-T-COMPANY        PIC X(20).
         01 WS-T-DEPT           PIC X(20).
         01 WS-T-NAME           PIC X(20).
         01 WS-T-CURRENCY       PIC X(3).
         01 WS-T-FTE-X          PIC X(3).
         01 WS-T-FTE            PIC 9(3).
         01 WS-T-PAY-TYPE       PIC X.
         01 WS-T-HOURLY-RATE    PIC 9(5)V99.
         01 WS-T-NEW-DEPT       PIC X(20).
         01 WS-T-RATING         PIC X.
         01 WS-T-NEW-COMPANY    PIC X(20).
         01 WS-T-EMPL-ID-X      PIC X(9).
         01 WS-T-EMPL-ID        PIC 9(9).
         01 WS-T-REQ-NUMBER     PIC X(10).
         01 WS-OLD-SALARY       PIC 9(9)V99.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-POS-ON-FLAG      PIC X     VALUE "N".
            88 WS-POS-ON               VALUE "Y".
         01 WS-RATE-ON-FLAG     PIC X     VALUE "N".
            88 WS-RATE-ON              VALUE "Y".
         01 WS-BAND-ON-FLAG     PIC X     VALUE "N".
            88 WS-BAND-ON              VALUE "Y".
         01 WS-REQ-ON-FLAG      PIC X     VALUE "N".
            88 WS-REQ-ON               VALUE "Y".
         01 WS-SPLIT-ON-FLAG    PIC X     VALUE "N".
            88 WS-SPLIT-ON             VALUE "Y".
         01 WS-TODAY            PIC X(8).
         01 WS-XFER-OLD-COMPANY  PIC X(20).
         01 WS-XFER-OLD-DEPT     PIC X(20).
         01 WS-XFER-OLD-CURRENCY PIC X(3).
         01 WS-XFER-OLD-GRADE    PIC X(4).
         01 WS-XFER-SALARY       PIC 9(9)V99.
         01 WS-XFER-HOURLY       PIC 9(5)V99.
         01 WS-XFER-CURRENCY     PIC X(3).
         01 WS-XFER-GRADE        PIC X(4).
         01 WS-XFER-RATE         PIC 9(5)V9(6).
         01 WS-RATE-FROM         PIC X(3).
         01 WS-RATE-TO           PIC X(3).
         01 WS-RATE-FOUND-VALUE  PIC 9(5)V9(6).
         01 WS-RATE-FOUND-FLAG   PIC X.
            88 WS-RATE-FOUND           VALUE "Y".
         01 WS-CARRY-HIST-COUNT  PIC 9(3).
         01 WS-CARRY-HIST-TABLE.
            05 WS-CH-RECORD      PIC X(112) OCCURS 100 TIMES.
         01 WS-CARRY-SPLIT-COUNT PIC 9(3).
         01 WS-CARRY-SPLIT-TABLE.
            05 WS-CS-RECORD      PIC X(34) OCCURS 20 TIMES.
         01 WS-CARRY-IDX         PIC 9(3).
         01 WS-SPLIT-KEEP-FLAG   PIC X.
            88 WS-SPLIT-KEEP           VALUE "Y".
         01 WS-SPLIT-DROP-COUNT  PIC 9(7) VALUE 0.
      *    Benefit elections belong to the old company's plans and
      *    end when the employee leaves it.
         01 WS-ENROLL-ON-FLAG    PIC X     VALUE "N".
            88 WS-ENROLL-ON            VALUE "Y".
         01 WS-DEDN-ON-FLAG      PIC X     VALUE "N".
            88 WS-DEDN-ON              VALUE "Y".
         01 WS-ENR-END-DATE      PIC X(8).
         01 WS-ENR-ENDED-FLAG    PIC X.
            88 WS-ENR-ENDED            VALUE "Y".
         01 WS-BENEFIT-END-COUNT PIC 9(7) VALUE 0.
      *    The archived image a rehire is restored from, and the
      *    bank change row its details can be brought back from.
         01 WS-ARCH-ON-FLAG      PIC X     VALUE "N".
            88 WS-ARCH-ON              VALUE "Y".
         01 WS-BANK-ON-FLAG      PIC X     VALUE "N".
            88 WS-BANK-ON              VALUE "Y".
         01 WS-RH-IMAGE          PIC X(250).
         01 WS-RH-EMPL-ID        PIC 9(9).
         01 WS-RH-TERM-DATE      PIC X(8).
         01 WS-RH-MATCH-COUNT    PIC 9(5).
         01 WS-RH-MATCH-FLAG     PIC X.
            88 WS-RH-MATCH             VALUE "Y".
         01 WS-RH-AMBIGUOUS-FLAG PIC X.
            88 WS-RH-AMBIGUOUS         VALUE "Y".
         01 WS-RH-BANK-FLAG      PIC X.
            88 WS-RH-BANK-FOUND        VALUE "Y".
         01 WS-RH-BANK-CHANGE    PIC X(86).
         01 WS-BANK-STAMP        PIC X(14).
         01 WS-REHIRED-COUNT     PIC 9(7) VALUE 0.
         01 WS-FILLED-COUNT      PIC 9(7) VALUE 0.
         01 WS-ACTIVE-COUNT     PIC 9(5).
         01 WS-OVER-COUNT       PIC 9(7) VALUE 0.
         01 WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
         01 WS-HELD-COUNT       PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        PERFORM START-JOURNAL.
        PERFORM START-APPROVALS.
      *
        MOVE "OPEN MAINT-FILE" TO WS-ABEND-MSG.
        OPEN INPUT MAINT-FILE.
        OPEN EXTEND AUDIT-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-HISTORY-FILE.
        PERFORM OPEN-TRANSFER-FILES.
        PERFORM OPEN-REHIRE-FILES.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *
        MOVE "READ MAINT-FILE" TO WS-ABEND-MSG.
        READ MAINT-FILE.
          CLOSE POSITION-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        IF WS-REQ-ON
          MOVE "CLOSE REQ-FILE" TO WS-ABEND-MSG
          CLOSE REQ-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
        MOVE "CLOSE AUDIT-FILE" TO WS-ABEND-MSG.
        CLOSE AUDIT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE SALARY-HISTORY-FILE" TO WS-ABEND-MSG.
        CLOSE SALARY-HISTORY-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM CLOSE-TRANSFER-FILES.
        PERFORM CLOSE-REHIRE-FILES.
      *
        PERFORM END-JOURNAL.
        PERFORM END-APPROVALS.
      *
        PERFORM REBUILD-CONTROL-TOTALS.
      *
        DISPLAY "  TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
        DISPLAY "  HIRES OVER ESTABLISHMENT: " WS-OVER-COUNT.
        DISPLAY "  CHANGES HELD FOR APPROVAL: " WS-HELD-COUNT.
        DISPLAY "  SPLITS DROPPED ON TRANSFER: " WS-SPLIT-DROP-COUNT.
        DISPLAY "  BENEFITS ENDED ON TRANSFER: " WS-BENEFIT-END-COUNT.
        DISPLAY "  REHIRES FROM ARCHIVE:  " WS-REHIRED-COUNT.
        DISPLAY "  REQUISITIONS FILLED:   " WS-FILLED-COUNT.
        IF WS-OVER-COUNT > 0 OR WS-HELD-COUNT > 0
           OR WS-SPLIT-DROP-COUNT > 0 OR WS-BENEFIT-END-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
      *
        PARSE-MAINT-RECORD.
      *    A|company|dept|name|street|city|state|postal|country|
      *      salary|grade|currency|fte-percent|pay-type|hourly-rate|
      *      requisition
      *    C|company|dept|name|street|city|state|postal|country|
      *      salary|grade|currency|fte-percent|pay-type|hourly-rate
      *    D|company|dept|name
      *    T|company|dept|name|new-dept
      *    R|company|dept|name|rating
      *    X|company|dept|name|new-company|new-dept|currency|grade
      *    H|company|dept|name|street|city|state|postal|country|
      *      salary|grade|currency|fte-percent|pay-type|hourly-rate|
      *      empl-id
      *    The currency and grade on an X row are the ones the
      *    employee takes in the new company - blank keeps their own.
      *    The trailing grade, currency, 3-digit FTE percent, pay
      *    type (S salaried, H hourly) and hourly rate are optional
      *    on A and C rows, as is the requisition number an A row
      *    hires against.
      *    An H row rehires from the archive: the 9-digit EMPL-ID the
      *    employee left with finds them, or without it the name,
      *    street and postal code they were archived under. The
      *    company and department are where they return to; every
      *    other field left blank keeps the archived value.
         INITIALIZE WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                    WS-T-STREET WS-T-CITY WS-T-STATE WS-T-POSTAL
                    WS-T-COUNTRY WS-T-SALARY WS-T-GRADE
                    WS-T-NEW-DEPT WS-T-RATING WS-T-CURRENCY
                    WS-T-FTE-X WS-T-FTE WS-T-PAY-TYPE
                    WS-T-HOURLY-RATE WS-T-NEW-COMPANY
                    WS-T-EMPL-ID-X WS-T-REQ-NUMBER.
         EVALUATE TRUE
           WHEN MAINT-RECORD (1:1) = "T"
             UNSTRING MAINT-RECORD DELIMITED BY "|"
                 INTO WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                      WS-T-RATING
             END-UNSTRING
           WHEN MAINT-RECORD (1:1) = "X"
             UNSTRING MAINT-RECORD DELIMITED BY "|"
                 INTO WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                      WS-T-NEW-COMPANY WS-T-NEW-DEPT WS-T-CURRENCY
                      WS-T-GRADE
             END-UNSTRING
           WHEN MAINT-RECORD (1:1) = "H"
             UNSTRING MAINT-RECORD DELIMITED BY "|"
                 INTO WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                      WS-T-STREET WS-T-CITY WS-T-STATE WS-T-POSTAL
                      WS-T-COUNTRY WS-T-SALARY WS-T-GRADE
                      WS-T-CURRENCY WS-T-FTE-X WS-T-PAY-TYPE
                      WS-T-HOURLY-RATE WS-T-EMPL-ID-X
             END-UNSTRING
           WHEN MAINT-RECORD (1:1) = "A"
             UNSTRING MAINT-RECORD DELIMITED BY "|"
                 INTO WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                      WS-T-STREET WS-T-CITY WS-T-STATE WS-T-POSTAL
                      WS-T-COUNTRY WS-T-SALARY WS-T-GRADE
                      WS-T-CURRENCY WS-T-FTE-X WS-T-PAY-TYPE
                      WS-T-HOURLY-RATE WS-T-REQ-NUMBER
             END-UNSTRING
           WHEN OTHER
             UNSTRING MAINT-RECORD DELIMITED BY "|"
                 INTO WS-ACTION WS-T-COMPANY WS-T-DEPT WS-T-NAME
                      WS-T-STREET WS-T-CITY WS-T-STATE WS-T-POSTAL
                      WS-T-COUNTRY WS-T-SALARY WS-T-GRADE
                      WS-T-CURRENCY WS-T-FTE-X WS-T-PAY-TYPE
                      WS-T-HOURLY-RATE
             END-UNSTRING
         END-EVALUATE.
      *
        APPLY-TRANSACTION.
         MOVE SPACES TO WS-REJECT-REASON.
         SET APPR-CLEAR TO TRUE.
         EVALUATE TRUE
           WHEN WS-ADD-ROW
             PERFORM APPLY-ADD
             PERFORM APPLY-TRANSFER
           WHEN WS-RATE-ROW
             PERFORM APPLY-RATING
           WHEN WS-COMPANY-MOVE-ROW
             PERFORM APPLY-COMPANY-TRANSFER
           WHEN WS-REHIRE-ROW
             PERFORM APPLY-REHIRE
           WHEN OTHER
             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON = SPACES
           IF APPR-HELD
             ADD 1 TO WS-HELD-COUNT
           ELSE
             ADD 1 TO WS-APPLIED-COUNT
           END-IF
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " WS-ACTION " " WS-T-COMPANY " "
      *
        APPLY-ADD.
         PERFORM EDIT-FTE.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-PAY-TYPE
         END-IF.
         MOVE WS-T-DEPT TO DEPT-NAME.
         PERFORM CHECK-DEPT-EXISTS.
         IF WS-REJECT-REASON = SPACES AND WS-T-REQ-NUMBER NOT = SPACES
           PERFORM CHECK-REQUISITION
         END-IF.
         IF WS-REJECT-REASON = SPACES
           INITIALIZE EMPL-RECORD
           MOVE WS-T-COMPANY TO EMPL-COMPANY
           ELSE
             PERFORM ABORT-IF-EMPL-WRITE-ERROR
             PERFORM JOURNAL-EMPL-ADD
             IF WS-T-REQ-NUMBER NOT = SPACES
               PERFORM FILL-REQUISITION
             END-IF
             PERFORM CHECK-POSITION-AUTHORIZED
           END-IF
         END-IF.
      *    A change that moves the salary writes the same audit and
      *    history rows Cut and Raise write - the timeline, the audit
      *    inquiry and a restore's roll-forward all depend on every
      *    salary movement being on those files. A salary move over
      *    the company's approval limit holds the whole change on the
      *    approval queue instead.
         PERFORM EDIT-FTE.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-PAY-TYPE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM READ-TRANS-EMPLOYEE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE EMPL-SALARY TO WS-OLD-SALARY
           IF WS-T-SALARY NOT = WS-OLD-SALARY
             PERFORM SUBMIT-FOR-APPROVAL
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES AND NOT APPR-HELD
           PERFORM JOURNAL-EMPL-BEFORE
           PERFORM MOVE-TRANS-DETAIL
           MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             PERFORM WRITE-HISTORY-RECORD
           END-IF
         END-IF.
      *
        SUBMIT-FOR-APPROVAL.
      *    The queue item carries the record as it is and as the
      *    change would leave it. The buffer is put back afterwards,
      *    so a clear change is applied exactly as before.
         SET APPR-SUBMIT-ACTION TO TRUE.
         SET APPR-SALARY-CHANGE TO TRUE.
         MOVE RUN-PROGRAM   TO APPR-PROGRAM.
         MOVE JCTL-RUN-ID   TO APPR-RUN-ID.
         MOVE RUN-OPERATOR  TO APPR-OPERATOR.
         MOVE EMPL-COMPANY  TO APPR-COMPANY.
         MOVE EMPL-ID       TO APPR-EMPL-ID.
         MOVE WS-OLD-SALARY TO APPR-OLD-SALARY.
         MOVE WS-T-SALARY   TO APPR-NEW-SALARY.
         MOVE SPACES        TO APPR-OTP-TYPE APPR-OTP-PERIOD.
         MOVE 0             TO APPR-OTP-AMOUNT.
         MOVE EMPL-RECORD   TO APPR-BEFORE-IMAGE.
         PERFORM MOVE-TRANS-DETAIL.
         MOVE EMPL-RECORD   TO APPR-AFTER-IMAGE.
         MOVE APPR-BEFORE-IMAGE TO EMPL-RECORD.
         CALL "ApprovalQueue" USING APPR-CONTROL.
         IF APPR-HELD
           DISPLAY "HELD FOR APPROVAL " APPR-ITEM-ID " "
                   EMPL-COMPANY " " EMPL-DEPT " " EMPL-NAME
         END-IF.
      *
        APPLY-DELETE.
      *    Leavers are terminated in place, not removed - payroll
             PERFORM JOURNAL-EMPL-BEFORE
             SET EMPL-TERMINATED TO TRUE
             MOVE FUNCTION CURRENT-DATE (1:8) TO EMPL-TERM-DATE
             SET EMPL-FINAL-PAY-DUE TO TRUE
             MOVE "REWRITE EMPL-RECORD" TO WS-ABEND-MSG
             REWRITE EMPL-RECORD
             PERFORM ABORT-IF-EMPL-WRITE-ERROR
           REWRITE EMPL-RECORD
           PERFORM ABORT-IF-EMPL-WRITE-ERROR
         END-IF.
      *
        APPLY-COMPANY-TRANSFER.
      *    An inter-company move keeps the person - same EMPL-ID,
      *    same hire date - but EMPL-COMPANY is part of EMPL-KEY, so
      *    as for a department transfer the record is deleted under
      *    the old key and re-added under the new one, and every
      *    check that could refuse the move runs before anything is
      *    touched. The salary is converted into the new company's
      *    currency and has to sit inside the target grade's band;
      *    the salary history and the cost-center splits follow the
      *    employee across. Bank details are keyed by EMPL-ID alone
      *    and go with the employee untouched. Benefit enrollments
      *    are in the old company's plans, so they end and their
      *    plan deductions stop. Every record changed is journaled,
      *    so RollbackRun can put the employee back.
         IF WS-T-NEW-COMPANY = SPACES
            OR WS-T-NEW-COMPANY = WS-T-COMPANY
           MOVE "NEW COMPANY REQUIRED" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-NEW-DEPT TO DEPT-NAME
           PERFORM CHECK-TARGET-DEPT-EXISTS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-NEW-COMPANY TO EMPL-COMPANY
           MOVE WS-T-NEW-DEPT    TO EMPL-DEPT
           MOVE WS-T-NAME        TO EMPL-NAME
           READ EMPL-FILE KEY IS EMPL-KEY
           IF SUCCESSFUL
             MOVE "ALREADY IN TARGET DEPARTMENT" TO WS-REJECT-REASON
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM READ-TRANS-EMPLOYEE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           EVALUATE TRUE
             WHEN EMPL-TERMINATED
               MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
      *    Without an identifier the history and splits cannot be
      *    told apart from a namesake's.
             WHEN EMPL-ID = 0
               MOVE "EMPLOYEE HAS NO EMPL-ID" TO WS-REJECT-REASON
           END-EVALUATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CONVERT-TRANSFER-PAY
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-TRANSFER-BAND
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM COLLECT-CARRIED-HISTORY
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM COLLECT-CARRIED-SPLITS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE EMPL-COMPANY  TO WS-XFER-OLD-COMPANY
           MOVE EMPL-DEPT     TO WS-XFER-OLD-DEPT
           MOVE EMPL-SALARY   TO WS-OLD-SALARY
           MOVE EMPL-CURRENCY TO WS-XFER-OLD-CURRENCY
           MOVE EMPL-GRADE    TO WS-XFER-OLD-GRADE
           PERFORM JOURNAL-EMPL-DELETE
           MOVE "DELETE EMPL-RECORD" TO WS-ABEND-MSG
           DELETE EMPL-FILE RECORD
           PERFORM ABORT-IF-ERROR
           MOVE WS-T-NEW-COMPANY TO EMPL-COMPANY
           MOVE WS-T-NEW-DEPT    TO EMPL-DEPT
           MOVE WS-XFER-SALARY   TO EMPL-SALARY
           MOVE WS-XFER-HOURLY   TO EMPL-HOURLY-RATE
           MOVE WS-XFER-CURRENCY TO EMPL-CURRENCY
           MOVE WS-XFER-GRADE    TO EMPL-GRADE
           MOVE "WRITE EMPL-RECORD" TO WS-ABEND-MSG
           WRITE EMPL-RECORD
           PERFORM ABORT-IF-EMPL-WRITE-ERROR
           PERFORM JOURNAL-EMPL-ADD
           PERFORM CARRY-HISTORY-ACROSS
      *    A conversion moves the salary figure, so it goes on the
      *    audit and history files like any other movement - the
      *    chain auditors and a restore's roll-forward see it there.
      *    It is not a pay decision and is not held for approval.
           IF EMPL-SALARY NOT = WS-OLD-SALARY
             PERFORM WRITE-AUDIT-RECORD
             PERFORM WRITE-HISTORY-RECORD
           END-IF
           PERFORM CARRY-SPLITS-ACROSS
           PERFORM END-TRANSFER-ENROLLMENTS
           PERFORM WRITE-TRANSFER-RECORD
           MOVE WS-T-NEW-COMPANY TO WS-T-COMPANY
           MOVE WS-T-NEW-DEPT    TO WS-T-DEPT
           PERFORM CHECK-POSITION-AUTHORIZED
         END-IF.
      *
        APPLY-REHIRE.
      *    A former employee coming back is restored from their
      *    archived image under the EMPL-ID they left with, so the
      *    salary history and bank details keyed by it are theirs
      *    again. The original hire date stays on the record as the
      *    service date leave and benefit eligibility run from, and
      *    EMPL-HIRE-DATE takes the date of return. The archive row
      *    stays as the record of the earlier stint, marked with the
      *    rehire date so it is never restored twice. An image the
      *    retention purge has anonymized has nothing left to
      *    restore - that person comes back as a new hire.
         IF NOT WS-ARCH-ON
           MOVE "NO EMPLOYEE ARCHIVE ON FILE" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-REHIRE-ID
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-FTE
         END-IF.
         IF WS-REJECT-REASON = SPACES AND WS-T-PAY-TYPE NOT = SPACE
           PERFORM EDIT-PAY-TYPE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-DEPT TO DEPT-NAME
           PERFORM CHECK-DEPT-EXISTS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM FIND-ARCHIVED-EMPLOYEE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-REHIRE-NOT-LIVE
         END-IF.
      *    The history is still under the key the employee left with.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-RH-IMAGE TO EMPL-RECORD
           PERFORM COLLECT-CARRIED-HISTORY
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM MARK-ARCHIVE-REHIRED
           PERFORM BUILD-REHIRE-RECORD
           MOVE "WRITE EMPL-RECORD" TO WS-ABEND-MSG
           WRITE EMPL-RECORD
           PERFORM ABORT-IF-EMPL-WRITE-ERROR
           PERFORM JOURNAL-EMPL-ADD
           PERFORM CARRY-HISTORY-ACROSS
      *    Coming back on a different salary is a salary movement
      *    from the one they left on, and goes on the audit and
      *    history files like any other.
           IF EMPL-SALARY NOT = WS-OLD-SALARY
             PERFORM WRITE-AUDIT-RECORD
             PERFORM WRITE-HISTORY-RECORD
           END-IF
           IF WS-RH-EMPL-ID NOT = 0
             PERFORM RELINK-BANK-DETAILS
           END-IF
           ADD 1 TO WS-REHIRED-COUNT
           DISPLAY "REHIRED " EMPL-COMPANY " " EMPL-DEPT " "
                   EMPL-NAME " AS EMPL-ID " EMPL-ID
                   " - SERVICE FROM " EMPL-SERVICE-DATE
           PERFORM CHECK-POSITION-AUTHORIZED
         END-IF.
      *
        EDIT-REHIRE-ID.
      *    Without the identifier the person is found by the name,
      *    street and postal code they were archived under, so all
      *    three have to be given.
         MOVE 0 TO WS-T-EMPL-ID.
         IF WS-T-EMPL-ID-X NOT = SPACES
           INSPECT WS-T-EMPL-ID-X REPLACING ALL SPACE BY "0"
           IF WS-T-EMPL-ID-X NOT NUMERIC
              OR WS-T-EMPL-ID-X = "000000000"
             MOVE "EMPL-ID MUST BE 9 DIGITS" TO WS-REJECT-REASON
           ELSE
             MOVE WS-T-EMPL-ID-X TO WS-T-EMPL-ID
           END-IF
         ELSE
           IF WS-T-NAME = SPACES OR WS-T-STREET = SPACES
              OR WS-T-POSTAL = SPACES
             MOVE "EMPL-ID OR NAME/ADDRESS NEEDED" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        FIND-ARCHIVED-EMPLOYEE.
      *    The archive is keyed by the employee key they left under,
      *    so the whole file is read. Rows already rehired are the
      *    record of an earlier stint and are passed over. Someone
      *    archived more than once under one identifier comes back
      *    from their latest stint; a name and address that match
      *    more than one person is refused rather than guessed at.
         MOVE 0      TO WS-RH-MATCH-COUNT WS-RH-EMPL-ID.
         MOVE "N"    TO WS-RH-AMBIGUOUS-FLAG.
         MOVE SPACES TO WS-RH-IMAGE WS-RH-TERM-DATE.
         MOVE LOW-VALUES TO ARCH-KEY.
         START ARCH-FILE KEY IS >= ARCH-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START ARCH-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ ARCH-FILE" TO WS-ABEND-MSG
           READ ARCH-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF ARCH-REHIRE-DATE = SPACES
             MOVE ARCH-RECORD TO EMPL-RECORD
             PERFORM TEST-ARCHIVE-MATCH
           END-IF
           MOVE "READ ARCH-FILE" TO WS-ABEND-MSG
           READ ARCH-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         MOVE WS-RH-IMAGE TO ARCH-RECORD.
         EVALUATE TRUE
           WHEN WS-RH-MATCH-COUNT = 0
             MOVE "NOT IN EMPLOYEE ARCHIVE" TO WS-REJECT-REASON
           WHEN WS-RH-AMBIGUOUS
             MOVE "AMBIGUOUS ARCHIVE MATCH" TO WS-REJECT-REASON
      *    A blank address block is an image purged before the flag
      *    was kept.
           WHEN ARCH-ANONYMIZED OR ARCH-DETAIL (1:100) = SPACES
             MOVE "ANONYMIZED BY RETENTION PURGE" TO WS-REJECT-REASON
           WHEN OTHER
             IF WS-T-NAME = SPACES
               MOVE ARCH-KEY (41:20) TO WS-T-NAME
             END-IF
         END-EVALUATE.
      *
        TEST-ARCHIVE-MATCH.
      *    The archived image is in EMPL-RECORD.
         MOVE "N" TO WS-RH-MATCH-FLAG.
         IF WS-T-EMPL-ID NOT = 0
           IF EMPL-ID = WS-T-EMPL-ID
             SET WS-RH-MATCH TO TRUE
           END-IF
         ELSE
           IF EMPL-NAME = WS-T-NAME
              AND EMPL-ADDR-STREET = WS-T-STREET
              AND EMPL-ADDR-POSTAL = WS-T-POSTAL
             SET WS-RH-MATCH TO TRUE
           END-IF
         END-IF.
         IF WS-RH-MATCH
           IF WS-RH-MATCH-COUNT > 0
              AND (EMPL-ID = 0 OR EMPL-ID NOT = WS-RH-EMPL-ID)
             SET WS-RH-AMBIGUOUS TO TRUE
           END-IF
           ADD 1 TO WS-RH-MATCH-COUNT
           IF WS-RH-MATCH-COUNT = 1
              OR EMPL-TERM-DATE > WS-RH-TERM-DATE
             MOVE ARCH-RECORD    TO WS-RH-IMAGE
             MOVE EMPL-ID        TO WS-RH-EMPL-ID
             MOVE EMPL-TERM-DATE TO WS-RH-TERM-DATE
           END-IF
         END-IF.
      *
        CHECK-REHIRE-NOT-LIVE.
      *    An identifier still on the live file - even terminated and
      *    not yet archived - is that person's, and the slot they
      *    return to must be free.
         IF WS-RH-EMPL-ID NOT = 0
           MOVE WS-RH-EMPL-ID TO EMPL-ID
           READ EMPL-FILE KEY IS EMPL-ID
           IF SUCCESSFUL OR SUCCESSFUL-DUPLICATE
             MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-COMPANY TO EMPL-COMPANY
           MOVE WS-T-DEPT    TO EMPL-DEPT
           MOVE WS-T-NAME    TO EMPL-NAME
           READ EMPL-FILE KEY IS EMPL-KEY
           IF SUCCESSFUL
             MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        MARK-ARCHIVE-REHIRED.
      *    Journaled ahead of the employee add, so a back-out reaches
      *    the archive row straight after taking the employee out
      *    again.
         MOVE WS-RH-IMAGE TO ARCH-RECORD.
         PERFORM JOURNAL-ARCH-BEFORE.
         MOVE WS-TODAY TO ARCH-REHIRE-DATE.
         MOVE "REWRITE ARCH-RECORD" TO WS-ABEND-MSG.
         REWRITE ARCH-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        BUILD-REHIRE-RECORD.
      *    Someone already rehired once keeps the service date they
      *    came back with. An image from before identifiers existed
      *    is given one now, and its history follows it.
         MOVE WS-RH-IMAGE TO EMPL-RECORD.
         MOVE EMPL-SALARY TO WS-OLD-SALARY.
         IF EMPL-SERVICE-DATE NOT NUMERIC
           MOVE EMPL-HIRE-DATE TO EMPL-SERVICE-DATE
         END-IF.
         MOVE WS-T-COMPANY TO EMPL-COMPANY.
         MOVE WS-T-DEPT    TO EMPL-DEPT.
         MOVE WS-T-NAME    TO EMPL-NAME.
         IF EMPL-ID = 0
           PERFORM ASSIGN-NEXT-EMPL-ID
           MOVE WS-NEW-EMPL-ID TO EMPL-ID
         END-IF.
         SET EMPL-ACTIVE TO TRUE.
         MOVE WS-TODAY TO EMPL-HIRE-DATE.
         MOVE SPACES   TO EMPL-TERM-DATE.
         MOVE SPACE    TO EMPL-FINAL-PAY.
         IF WS-T-STREET NOT = SPACES
           MOVE WS-T-STREET  TO EMPL-ADDR-STREET
           MOVE WS-T-CITY    TO EMPL-ADDR-CITY
           MOVE WS-T-STATE   TO EMPL-ADDR-STATE
           MOVE WS-T-POSTAL  TO EMPL-ADDR-POSTAL
           MOVE WS-T-COUNTRY TO EMPL-ADDR-COUNTRY
         END-IF.
         IF WS-T-SALARY NOT = 0
           MOVE WS-T-SALARY TO EMPL-SALARY
         END-IF.
         IF WS-T-GRADE NOT = SPACES
           MOVE WS-T-GRADE TO EMPL-GRADE
         END-IF.
         IF WS-T-CURRENCY NOT = SPACES
           MOVE WS-T-CURRENCY TO EMPL-CURRENCY
         END-IF.
         IF WS-T-FTE NOT = 0
           MOVE WS-T-FTE TO EMPL-FTE-PCT
         END-IF.
         IF WS-T-PAY-TYPE NOT = SPACE
           MOVE WS-T-PAY-TYPE    TO EMPL-PAY-TYPE
           MOVE WS-T-HOURLY-RATE TO EMPL-HOURLY-RATE
         END-IF.
      *
        RELINK-BANK-DETAILS.
      *    Bank details are keyed by EMPL-ID, so details still on
      *    file are already the employee's again. Details the bank
      *    load dropped after they left are put back from the change
      *    log, waiting on a fresh prenote like any new account - the
      *    bank feed has to carry them from the next load on, or the
      *    load drops them again. Otherwise the employee is paid by
      *    check until their details are loaded.
         IF NOT WS-BANK-ON
           DISPLAY "  NO BANK DETAILS FILE - EMPL-ID " EMPL-ID
                   " PAID BY CHECK UNTIL LOADED"
         ELSE
           MOVE EMPL-ID TO BANK-EMPL-ID
           READ BANK-FILE KEY IS BANK-EMPL-ID
           IF SUCCESSFUL
             DISPLAY "  BANK DETAILS STILL ON FILE FOR EMPL-ID "
                     EMPL-ID
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ BANK-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
             PERFORM FIND-LAST-BANK-CHANGE
             IF WS-RH-BANK-FOUND
               PERFORM RESTORE-BANK-DETAILS
             ELSE
               DISPLAY "  NO BANK DETAILS FOR EMPL-ID " EMPL-ID
                       " - PAID BY CHECK UNTIL LOADED"
             END-IF
           END-IF
         END-IF.
      *
        FIND-LAST-BANK-CHANGE.
      *    Only the latest change counts, and only if it was the
      *    load dropping the details.
         MOVE "N" TO WS-RH-BANK-FLAG.
         MOVE SPACES TO WS-RH-BANK-CHANGE.
         MOVE EMPL-ID    TO BCH-EMPL-ID.
         MOVE LOW-VALUES TO BCH-STAMP.
         START BANK-CHANGE-FILE KEY IS >= BCH-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START BANK-CHANGE-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
           READ BANK-CHANGE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR BCH-EMPL-ID NOT = EMPL-ID
           MOVE BANK-CHANGE-RECORD TO WS-RH-BANK-CHANGE
           MOVE "READ BANK-CHANGE-FILE" TO WS-ABEND-MSG
           READ BANK-CHANGE-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
         IF WS-RH-BANK-CHANGE NOT = SPACES
           MOVE WS-RH-BANK-CHANGE TO BANK-CHANGE-RECORD
           IF BCH-DROPPED-DETAILS
             SET WS-RH-BANK-FOUND TO TRUE
           END-IF
         END-IF.
      *
        RESTORE-BANK-DETAILS.
      *    The dropped row's old details are in BANK-CHANGE-RECORD.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WS-BANK-STAMP.
         INITIALIZE BANK-RECORD.
         MOVE EMPL-ID         TO BANK-EMPL-ID.
         MOVE BCH-OLD-ROUTING TO BANK-ROUTING.
         MOVE BCH-OLD-ACCOUNT TO BANK-ACCOUNT.
         MOVE BCH-OLD-METHOD  TO BANK-METHOD.
         IF BANK-METHOD-ACH
           SET BANK-PRENOTE-PENDING TO TRUE
         ELSE
           MOVE "C" TO BANK-PRENOTE-STATUS
         END-IF.
         MOVE SPACES        TO BANK-PRENOTE-DATE.
         MOVE WS-BANK-STAMP TO BANK-CHANGED-STAMP BANK-LOAD-STAMP.
         MOVE RUN-OPERATOR  TO BANK-CHANGED-BY.
         MOVE "WRITE BANK-RECORD" TO WS-ABEND-MSG.
         WRITE BANK-RECORD.
         PERFORM ABORT-IF-ERROR.
         PERFORM JOURNAL-BANK-ADD.
         INITIALIZE BANK-CHANGE-RECORD.
         MOVE EMPL-ID       TO BCH-EMPL-ID.
         MOVE WS-BANK-STAMP TO BCH-STAMP.
         SET BCH-NEW-DETAILS TO TRUE.
         MOVE RUN-OPERATOR  TO BCH-OPERATOR.
         MOVE BANK-ROUTING  TO BCH-NEW-ROUTING.
         MOVE BANK-ACCOUNT  TO BCH-NEW-ACCOUNT.
         MOVE BANK-METHOD   TO BCH-NEW-METHOD.
         MOVE "WRITE BANK-CHANGE-RECORD" TO WS-ABEND-MSG.
         WRITE BANK-CHANGE-RECORD.
         PERFORM ABORT-IF-ERROR.
         DISPLAY "  BANK DETAILS RESTORED FOR EMPL-ID " EMPL-ID
                 " - PRENOTE REQUIRED".
      *
        CHECK-TARGET-DEPT-EXISTS.
      *    As CHECK-DEPT-EXISTS, in the company being moved to.
         MOVE WS-T-NEW-COMPANY TO DEPT-COMPANY.
         READ DEPT-FILE KEY IS DEPT-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
           ELSE
             MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        CONVERT-TRANSFER-PAY.
      *    A blank currency on the transaction, or the one the
      *    employee is already paid in, means no conversion. A record
      *    with no currency of its own cannot be converted - there is
      *    no rate to look up from.
         MOVE EMPL-SALARY      TO WS-XFER-SALARY.
         MOVE EMPL-HOURLY-RATE TO WS-XFER-HOURLY.
         MOVE EMPL-CURRENCY    TO WS-XFER-CURRENCY.
         MOVE 1                TO WS-XFER-RATE.
         IF WS-T-CURRENCY NOT = SPACES
            AND WS-T-CURRENCY NOT = EMPL-CURRENCY
           IF EMPL-CURRENCY = SPACES
             MOVE "CURRENT CURRENCY NOT SET" TO WS-REJECT-REASON
           ELSE
             MOVE WS-T-CURRENCY TO WS-XFER-CURRENCY
             PERFORM FIND-TRANSFER-RATE
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
            AND WS-XFER-CURRENCY NOT = EMPL-CURRENCY
           COMPUTE WS-XFER-SALARY ROUNDED
                 = EMPL-SALARY * WS-XFER-RATE
             ON SIZE ERROR
               MOVE "CONVERTED SALARY TOO LARGE" TO WS-REJECT-REASON
           END-COMPUTE
           COMPUTE WS-XFER-HOURLY ROUNDED
                 = EMPL-HOURLY-RATE * WS-XFER-RATE
             ON SIZE ERROR
               MOVE "CONVERTED RATE TOO LARGE" TO WS-REJECT-REASON
           END-COMPUTE
         END-IF.
      *
        FIND-TRANSFER-RATE.
      *    The latest rate on or before today for the pair. A site
      *    that only carries the opposite direction is served by
      *    inverting it.
         MOVE EMPL-CURRENCY    TO WS-RATE-FROM.
         MOVE WS-XFER-CURRENCY TO WS-RATE-TO.
         PERFORM LOOKUP-TRANSFER-RATE.
         IF WS-RATE-FOUND
           MOVE WS-RATE-FOUND-VALUE TO WS-XFER-RATE
         ELSE
           MOVE WS-XFER-CURRENCY TO WS-RATE-FROM
           MOVE EMPL-CURRENCY    TO WS-RATE-TO
           PERFORM LOOKUP-TRANSFER-RATE
           IF WS-RATE-FOUND AND WS-RATE-FOUND-VALUE > 0
             COMPUTE WS-XFER-RATE ROUNDED = 1 / WS-RATE-FOUND-VALUE
               ON SIZE ERROR
                 MOVE "NO EXCHANGE RATE" TO WS-REJECT-REASON
             END-COMPUTE
           ELSE
             MOVE "NO EXCHANGE RATE" TO WS-REJECT-REASON
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES AND WS-XFER-RATE = 0
           MOVE "NO EXCHANGE RATE" TO WS-REJECT-REASON
         END-IF.
      *
        LOOKUP-TRANSFER-RATE.
         MOVE "N" TO WS-RATE-FOUND-FLAG.
         IF WS-RATE-ON
           MOVE WS-RATE-FROM TO RATE-FROM
           MOVE WS-RATE-TO   TO RATE-TO
           MOVE LOW-VALUES   TO RATE-DATE
           START RATE-FILE KEY IS >= RATE-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "START RATE-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ RATE-FILE" TO WS-ABEND-MSG
             READ RATE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR RATE-FROM NOT = WS-RATE-FROM
                      OR RATE-TO NOT = WS-RATE-TO
             IF RATE-DATE <= WS-TODAY
               MOVE RATE-VALUE TO WS-RATE-FOUND-VALUE
               SET WS-RATE-FOUND TO TRUE
             END-IF
             MOVE "READ RATE-FILE" TO WS-ABEND-MSG
             READ RATE-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CHECK-TRANSFER-BAND.
      *    The grade on the transaction, or the employee's own when
      *    it is blank, must be banded in the new company and the
      *    converted salary must fall inside the band - the same
      *    test Promote applies. Hourly staff are paid off their
      *    rate, not a band, and a site with no bands on file is not
      *    administering them.
         IF WS-T-GRADE = SPACES
           MOVE EMPL-GRADE TO WS-XFER-GRADE
         ELSE
           MOVE WS-T-GRADE TO WS-XFER-GRADE
         END-IF.
         IF WS-BAND-ON AND WS-XFER-GRADE NOT = SPACES
            AND EMPL-SALARIED
           MOVE WS-T-NEW-COMPANY TO BAND-COMPANY
           MOVE WS-XFER-GRADE    TO BAND-GRADE
           READ BAND-FILE KEY IS BAND-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "00" TO WS-FILE-STATUS
               MOVE "NO BAND FOR NEW GRADE" TO WS-REJECT-REASON
             ELSE
               MOVE "READ BAND-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           ELSE
             IF WS-XFER-SALARY < BAND-MIN
                OR WS-XFER-SALARY > BAND-MAX
               MOVE "SALARY OUTSIDE NEW GRADE BAND"
                 TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
      *
        COLLECT-CARRIED-HISTORY.
      *    The employee's history is everything in the old company
      *    carrying their EMPL-ID - including rows left under an
      *    earlier department - plus any row from before identifiers
      *    existed under the current key. It is gathered up front so
      *    an employee with more than the table holds is refused
      *    before the move starts, not stranded halfway.
         MOVE 0 TO WS-CARRY-HIST-COUNT.
         MOVE EMPL-COMPANY TO HIST-COMPANY.
         MOVE LOW-VALUES   TO HIST-DEPT HIST-NAME HIST-EFFECTIVE-DATE.
         START SALARY-HISTORY-FILE KEY IS >= HIST-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START SALARY-HISTORY-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ SALARY-HISTORY-FILE" TO WS-ABEND-MSG
           READ SALARY-HISTORY-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR HIST-COMPANY NOT = EMPL-COMPANY
                    OR WS-REJECT-REASON NOT = SPACES
           IF (HIST-EMPL-ID = EMPL-ID AND EMPL-ID NOT = 0)
              OR (HIST-EMPL-ID = 0 AND HIST-EMPL-KEY = EMPL-KEY)
             IF WS-CARRY-HIST-COUNT >= WS-MAX-CARRY-HIST
               MOVE "TOO MUCH HISTORY TO CARRY" TO WS-REJECT-REASON
             ELSE
               ADD 1 TO WS-CARRY-HIST-COUNT
               MOVE SALARY-HISTORY-RECORD
                 TO WS-CH-RECORD (WS-CARRY-HIST-COUNT)
             END-IF
           END-IF
           MOVE "READ SALARY-HISTORY-FILE" TO WS-ABEND-MSG
           READ SALARY-HISTORY-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        COLLECT-CARRIED-SPLITS.
      *    Splits are keyed by EMPL-ID and stay put, provided every
      *    department they charge exists in the new company. One
      *    that does not would charge a department the employee's
      *    new company has no such thing as, so the whole split is
      *    dropped instead and the employee's cost falls to their
      *    own department until the split is set up again.
         MOVE 0 TO WS-CARRY-SPLIT-COUNT.
         SET WS-SPLIT-KEEP TO TRUE.
         IF WS-SPLIT-ON
           MOVE EMPL-ID    TO SPLIT-EMPL-ID
           MOVE LOW-VALUES TO SPLIT-DEPT
           START SPLIT-FILE KEY IS >= SPLIT-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "START SPLIT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ SPLIT-FILE" TO WS-ABEND-MSG
             READ SPLIT-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR SPLIT-EMPL-ID NOT = EMPL-ID
                      OR WS-REJECT-REASON NOT = SPACES
             IF WS-CARRY-SPLIT-COUNT >= WS-MAX-CARRY-SPLIT
               MOVE "TOO MANY SPLITS TO CARRY" TO WS-REJECT-REASON
             ELSE
               ADD 1 TO WS-CARRY-SPLIT-COUNT
               MOVE SPLIT-RECORD
                 TO WS-CS-RECORD (WS-CARRY-SPLIT-COUNT)
               MOVE WS-T-NEW-COMPANY TO DEPT-COMPANY
               MOVE SPLIT-DEPT       TO DEPT-NAME
               READ DEPT-FILE KEY IS DEPT-KEY
               IF NOT SUCCESSFUL
                 IF RECORD-NOT-FOUND
                   MOVE "N" TO WS-SPLIT-KEEP-FLAG
                 ELSE
                   MOVE "READ DEPT-FILE" TO WS-ABEND-MSG
                   PERFORM ABORT-IF-ERROR
                 END-IF
               END-IF
             END-IF
             MOVE "READ SPLIT-FILE" TO WS-ABEND-MSG
             READ SPLIT-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CARRY-HISTORY-ACROSS.
      *    Each row moves to the employee's new key on its original
      *    effective date, so the timeline and retro pay read one
      *    unbroken history under the record as it now stands.
         PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                 UNTIL WS-CARRY-IDX > WS-CARRY-HIST-COUNT
           MOVE WS-CH-RECORD (WS-CARRY-IDX) TO SALARY-HISTORY-RECORD
           PERFORM JOURNAL-HIST-DELETE
           MOVE "DELETE SALARY-HISTORY-RECORD" TO WS-ABEND-MSG
           DELETE SALARY-HISTORY-FILE RECORD
           PERFORM ABORT-IF-ERROR
           MOVE EMPL-KEY TO HIST-EMPL-KEY
           MOVE EMPL-ID  TO HIST-EMPL-ID
           PERFORM JOURNAL-HIST-ADD
           MOVE "WRITE SALARY-HISTORY-RECORD" TO WS-ABEND-MSG
           WRITE SALARY-HISTORY-RECORD
           PERFORM ABORT-IF-ERROR
         END-PERFORM.
      *
        CARRY-SPLITS-ACROSS.
         IF NOT WS-SPLIT-KEEP
           PERFORM VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-SPLIT-COUNT
             MOVE WS-CS-RECORD (WS-CARRY-IDX) TO SPLIT-RECORD
             PERFORM JOURNAL-SPLIT-DELETE
             MOVE "DELETE SPLIT-RECORD" TO WS-ABEND-MSG
             DELETE SPLIT-FILE RECORD
             PERFORM ABORT-IF-ERROR
           END-PERFORM
           ADD 1 TO WS-SPLIT-DROP-COUNT
           DISPLAY "SPLITS DROPPED - " EMPL-COMPANY " " EMPL-DEPT
                   " " EMPL-NAME " CHARGED DEPARTMENTS NOT IN THE"
                   " NEW COMPANY"
         END-IF.
      *
        END-TRANSFER-ENROLLMENTS.
      *    Each active election ends on the transfer date (never
      *    before its coverage began) exactly as the leavers' sweep
      *    ends one, and goes to the carrier as an ending on the next
      *    carrier run. The employee enrolls afresh in the new
      *    company's plans.
         MOVE "N" TO WS-ENR-ENDED-FLAG.
         IF WS-ENROLL-ON
           MOVE EMPL-ID TO ENR-EMPL-ID
           MOVE SPACES  TO ENR-PLAN
           START ENROLL-FILE KEY IS >= ENR-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "START ENROLL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
             READ ENROLL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           ELSE
             SET END-OF-FILE TO TRUE
           END-IF
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE
                      OR ENR-EMPL-ID NOT = EMPL-ID
             IF ENR-ACTIVE
               PERFORM END-ONE-ENROLLMENT
             END-IF
             MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
             READ ENROLL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         IF WS-ENR-ENDED
           ADD 1 TO WS-BENEFIT-END-COUNT
           DISPLAY "BENEFITS ENDED - " EMPL-COMPANY " " EMPL-DEPT
                   " " EMPL-NAME " TO ENROLL IN THE NEW COMPANY'S"
                   " PLANS"
         END-IF.
      *
        END-ONE-ENROLLMENT.
         MOVE WS-TODAY TO WS-ENR-END-DATE.
         IF WS-ENR-END-DATE < ENR-START-DATE
           MOVE ENR-START-DATE TO WS-ENR-END-DATE
         END-IF.
         PERFORM JOURNAL-ENRL-BEFORE.
         SET ENR-ENDED TO TRUE.
         SET ENR-CHANGE-END TO TRUE.
         SET ENR-NOT-SENT TO TRUE.
         MOVE WS-ENR-END-DATE TO ENR-END-DATE.
         MOVE WS-TODAY        TO ENR-CHANGE-DATE.
         MOVE RUN-OPERATOR    TO ENR-OPERATOR.
         MOVE "REWRITE ENROLL-RECORD" TO WS-ABEND-MSG.
         REWRITE ENROLL-RECORD.
         PERFORM ABORT-IF-ERROR.
         SET WS-ENR-ENDED TO TRUE.
      *
         IF WS-DEDN-ON
           MOVE ENR-EMPL-ID TO DED-EMPL-ID
           MOVE ENR-PLAN    TO DED-CODE
           READ DEDUCTION-FILE KEY IS DED-KEY
           IF SUCCESSFUL
             PERFORM JOURNAL-DEDN-BEFORE
             MOVE WS-ENR-END-DATE TO DED-STOP-PERIOD
             MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
             REWRITE DEDUCTION-RECORD
             PERFORM ABORT-IF-ERROR
           ELSE
             IF NOT RECORD-NOT-FOUND
               MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
           END-IF
         END-IF.
      *
        WRITE-TRANSFER-RECORD.
         INITIALIZE TRANSFER-RECORD.
         MOVE EMPL-ID              TO XFR-EMPL-ID.
         MOVE FUNCTION CURRENT-DATE (1:14) TO XFR-STAMP.
         MOVE WS-TODAY             TO XFR-EFFECTIVE-DATE.
         MOVE EMPL-NAME            TO XFR-NAME.
         MOVE WS-XFER-OLD-COMPANY  TO XFR-FROM-COMPANY.
         MOVE WS-XFER-OLD-DEPT     TO XFR-FROM-DEPT.
         MOVE EMPL-COMPANY         TO XFR-TO-COMPANY.
         MOVE EMPL-DEPT            TO XFR-TO-DEPT.
         MOVE EMPL-HIRE-DATE       TO XFR-HIRE-DATE.
         MOVE WS-OLD-SALARY        TO XFR-OLD-SALARY.
         MOVE WS-XFER-OLD-CURRENCY TO XFR-OLD-CURRENCY.
         MOVE EMPL-SALARY          TO XFR-NEW-SALARY.
         MOVE EMPL-CURRENCY        TO XFR-NEW-CURRENCY.
         MOVE WS-XFER-RATE         TO XFR-RATE.
         MOVE WS-XFER-OLD-GRADE    TO XFR-OLD-GRADE.
         MOVE EMPL-GRADE           TO XFR-NEW-GRADE.
         MOVE RUN-OPERATOR         TO XFR-OPERATOR.
         MOVE JCTL-RUN-ID          TO XFR-RUN-ID.
         PERFORM JOURNAL-XFER-ADD.
         MOVE "WRITE TRANSFER-RECORD" TO WS-ABEND-MSG.
         WRITE TRANSFER-RECORD.
         PERFORM ABORT-IF-ERROR.
      *
        OPEN-HISTORY-FILE.
         MOVE "OPEN SALARY-HISTORY-FILE" TO WS-ABEND-MSG.
         MOVE EMPL-ID       TO AUDIT-EMPL-ID.
         MOVE RUN-OPERATOR  TO AUDIT-OPERATOR.
         MOVE SPACES        TO AUDIT-CHANGE-TYPE.
         MOVE SPACES        TO AUDIT-APPROVER.
         MOVE "WRITE AUDIT-RECORD" TO WS-ABEND-MSG.
         WRITE AUDIT-RECORD.
         PERFORM ABORT-IF-ERROR.
         MOVE WS-T-GRADE   TO EMPL-GRADE.
         MOVE WS-T-CURRENCY TO EMPL-CURRENCY.
         MOVE WS-T-FTE      TO EMPL-FTE-PCT.
         MOVE WS-T-PAY-TYPE TO EMPL-PAY-TYPE.
         MOVE WS-T-HOURLY-RATE TO EMPL-HOURLY-RATE.
      *
        EDIT-FTE.
      *    Blank means "not supplied" and lands as zero, which every
             END-IF
           END-IF
         END-IF.
      *
        EDIT-PAY-TYPE.
      *    Blank is salaried, as on every record from before hourly
      *    pay. An hourly employee must carry a rate - the register
      *    would otherwise pay their hours at nothing.
         EVALUATE TRUE
           WHEN WS-T-PAY-TYPE = "H"
             IF WS-T-HOURLY-RATE = 0
               MOVE "HOURLY RATE REQUIRED" TO WS-REJECT-REASON
             END-IF
           WHEN WS-T-PAY-TYPE = "S" OR WS-T-PAY-TYPE = SPACE
             MOVE 0 TO WS-T-HOURLY-RATE
           WHEN OTHER
             MOVE "PAY TYPE MUST BE S OR H" TO WS-REJECT-REASON
         END-EVALUATE.
      *
        CHECK-POSITION-AUTHORIZED.
      *    Headcount control is advisory at hire time - the add has
             END-IF
           END-IF
         END-IF.
      *
        CHECK-REQUISITION.
      *    A hire quoting a requisition must match it: raised for
      *    this department, approved and not yet filled, at no more
      *    than its budget and inside the band for its grade. A hire
      *    with no grade of its own takes the requisition's.
         IF NOT WS-REQ-ON
           MOVE "REQUISITION NOT ON FILE" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-COMPANY    TO REQ-COMPANY
           MOVE WS-T-DEPT       TO REQ-DEPT
           MOVE WS-T-REQ-NUMBER TO REQ-NUMBER
           READ REQ-FILE KEY IS REQ-KEY
           IF NOT SUCCESSFUL
             IF RECORD-NOT-FOUND
               MOVE "REQUISITION NOT ON FILE" TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ REQ-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           EVALUATE TRUE
             WHEN REQ-OPEN
               MOVE "REQUISITION NOT APPROVED" TO WS-REJECT-REASON
             WHEN REQ-FILLED
               MOVE "REQUISITION ALREADY FILLED" TO WS-REJECT-REASON
             WHEN REQ-CANCELLED
               MOVE "REQUISITION CANCELLED" TO WS-REJECT-REASON
           END-EVALUATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           IF WS-T-GRADE = SPACES
             MOVE REQ-GRADE TO WS-T-GRADE
           END-IF
           IF WS-T-GRADE NOT = REQ-GRADE
             MOVE "GRADE DIFFERS FROM REQUISITION"
               TO WS-REJECT-REASON
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
            AND WS-T-SALARY > REQ-BUDGET-SALARY
           MOVE "SALARY OVER REQUISITION BUDGET" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES AND WS-BAND-ON
           MOVE WS-T-COMPANY TO BAND-COMPANY
           MOVE REQ-GRADE    TO BAND-GRADE
           READ BAND-FILE KEY IS BAND-KEY
           IF SUCCESSFUL
             IF WS-T-SALARY < BAND-MIN OR WS-T-SALARY > BAND-MAX
               MOVE "SALARY OUTSIDE GRADE BAND" TO WS-REJECT-REASON
             END-IF
           ELSE
             IF RECORD-NOT-FOUND
               MOVE "NO BAND FOR REQUISITION GRADE"
                 TO WS-REJECT-REASON
               MOVE "00" TO WS-FILE-STATUS
             ELSE
               MOVE "READ BAND-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
           END-IF
         END-IF.
      *
        FILL-REQUISITION.
      *    The requisition read by CHECK-REQUISITION is still in the
      *    record area - nothing else touches REQ-FILE in between.
         PERFORM JOURNAL-REQ-BEFORE.
         SET REQ-FILLED TO TRUE.
         MOVE WS-TODAY    TO REQ-FILLED-DATE.
         MOVE EMPL-ID     TO REQ-FILLED-EMPL-ID.
         MOVE EMPL-NAME   TO REQ-FILLED-NAME.
         MOVE EMPL-SALARY TO REQ-FILLED-SALARY.
         MOVE "REWRITE REQ-RECORD" TO WS-ABEND-MSG.
         REWRITE REQ-RECORD.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-FILLED-COUNT.
      *
        COUNT-DEPT-ACTIVES.
      *    The keyed probes elsewhere in this program never depend on
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        OPEN-TRANSFER-FILES.
      *    Rates, bands, splits and benefits are optional - a site
      *    without them converts nothing, checks no band and has no
      *    split to carry or enrollment to end. The transfer log is
      *    created on first use.
         OPEN INPUT RATE-FILE.
         IF SUCCESSFUL
           SET WS-RATE-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN INPUT BAND-FILE.
         IF SUCCESSFUL
           SET WS-BAND-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O SPLIT-FILE.
         IF SUCCESSFUL
           SET WS-SPLIT-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O ENROLL-FILE.
         IF SUCCESSFUL
           SET WS-ENROLL-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O DEDUCTION-FILE.
         IF SUCCESSFUL
           SET WS-DEDN-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
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
        CLOSE-TRANSFER-FILES.
         IF WS-RATE-ON
           MOVE "CLOSE RATE-FILE" TO WS-ABEND-MSG
           CLOSE RATE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-BAND-ON
           MOVE "CLOSE BAND-FILE" TO WS-ABEND-MSG
           CLOSE BAND-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-SPLIT-ON
           MOVE "CLOSE SPLIT-FILE" TO WS-ABEND-MSG
           CLOSE SPLIT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-ENROLL-ON
           MOVE "CLOSE ENROLL-FILE" TO WS-ABEND-MSG
           CLOSE ENROLL-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-DEDN-ON
           MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG
           CLOSE DEDUCTION-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         MOVE "CLOSE TRANSFER-FILE" TO WS-ABEND-MSG.
         CLOSE TRANSFER-FILE.
         PERFORM ABORT-IF-ERROR.
      *
        OPEN-REHIRE-FILES.
      *    A site that has never archived anyone has no one to rehire,
      *    and one without bank files has no details to relink.
         OPEN I-O ARCH-FILE.
         IF SUCCESSFUL
           SET WS-ARCH-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O BANK-FILE.
         IF SUCCESSFUL
           OPEN I-O BANK-CHANGE-FILE
           IF SUCCESSFUL
             SET WS-BANK-ON TO TRUE
           ELSE
             MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG
             CLOSE BANK-FILE
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        CLOSE-REHIRE-FILES.
         IF WS-ARCH-ON
           MOVE "CLOSE ARCH-FILE" TO WS-ABEND-MSG
           CLOSE ARCH-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-BANK-ON
           MOVE "CLOSE BANK-FILE" TO WS-ABEND-MSG
           CLOSE BANK-FILE
           PERFORM ABORT-IF-ERROR
           MOVE "CLOSE BANK-CHANGE-FILE" TO WS-ABEND-MSG
           CLOSE BANK-CHANGE-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-POSITION-FILE.
      *    Position control is optional - a site that has never
      *    loaded POSITIONS simply is not administering headcount,
      *    and one that has raised no requisitions has none to fill.
         OPEN INPUT POSITION-FILE.
         IF SUCCESSFUL
           SET WS-POS-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
         OPEN I-O REQ-FILE.
         IF SUCCESSFUL
           SET WS-REQ-ON TO TRUE
         ELSE
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        REBUILD-CONTROL-TOTALS.
      *    The control file mirrors the employee file exactly - one
        END-JOURNAL.
         SET JCTL-END-ACTION TO TRUE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        START-APPROVALS.
         SET APPR-START-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        END-APPROVALS.
         SET APPR-END-ACTION TO TRUE.
         CALL "ApprovalQueue" USING APPR-CONTROL.
      *
        JOURNAL-EMPL-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         SET JCTL-AFTER-ADD TO TRUE.
         MOVE SALARY-HISTORY-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-HIST-DELETE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "HIST" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-DELETE TO TRUE.
         MOVE SALARY-HISTORY-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-SPLIT-DELETE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "SPLT" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-DELETE TO TRUE.
         MOVE SPLIT-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-XFER-ADD.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "XFER" TO JCTL-FILE-CODE.
         SET JCTL-AFTER-ADD TO TRUE.
         MOVE TRANSFER-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-ARCH-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "ARCH" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-REWRITE TO TRUE.
         MOVE ARCH-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-BANK-ADD.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "BANK" TO JCTL-FILE-CODE.
         SET JCTL-AFTER-ADD TO TRUE.
         MOVE BANK-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-REQ-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "REQ" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-REWRITE TO TRUE.
         MOVE REQ-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-ENRL-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "ENRL" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-REWRITE TO TRUE.
         MOVE ENROLL-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        JOURNAL-DEDN-BEFORE.
         SET JCTL-IMAGE-ACTION TO TRUE.
         MOVE "DEDN" TO JCTL-FILE-CODE.
         SET JCTL-BEFORE-REWRITE TO TRUE.
         MOVE DEDUCTION-RECORD TO JCTL-IMAGE.
         CALL "Journal" USING JRNL-CONTROL.
      *
        START-RUN-LOG.
         SET RUN-START-ACTION TO TRUE.
