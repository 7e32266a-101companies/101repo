       IDENTIFICATION DIVISION.
        PROGRAM-ID. BenefitEnroll.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/benefit-trans.fc".
          COPY "copybooks/employee.fc".
          COPY "copybooks/benefit-plan.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/benefit-dependent.fc".
          COPY "copybooks/deductions.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/benefit-trans.fd".
         COPY "copybooks/employee.fd".
         COPY "copybooks/benefit-plan.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/benefit-dependent.fd".
         COPY "copybooks/deductions.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         COPY "copybooks/report-control.ws".
         01 WS-T-ACTION       PIC X.
            88 WS-T-ELECT              VALUE "E".
            88 WS-T-CANCEL             VALUE "X".
            88 WS-T-ADD-DEPENDENT      VALUE "D".
            88 WS-T-END-DEPENDENT      VALUE "R".
         01 WS-T-EMPL-ID-X    PIC X(9).
         01 WS-T-EMPL-ID      PIC 9(9).
         01 WS-T-FIELD-1      PIC X(30).
         01 WS-T-FIELD-2      PIC X(30).
         01 WS-T-FIELD-3      PIC X(30).
         01 WS-T-FIELD-4      PIC X(30).
         01 WS-T-PLAN         PIC X(4).
         01 WS-T-TIER         PIC X(2).
            88 WS-T-NEEDS-SPOUSE       VALUE "ES" "EF".
            88 WS-T-NEEDS-CHILD        VALUE "EC" "EF".
         01 WS-T-DATE         PIC X(8).
         01 WS-T-SEQ-X        PIC X(2).
         01 WS-T-SEQ          PIC 99.
         01 WS-T-NAME         PIC X(30).
         01 WS-T-RELATION     PIC X.
            88 WS-T-VALID-RELATION     VALUE "S" "P" "C".
         01 WS-T-BIRTH-DATE   PIC X(8).
         01 WS-TODAY          PIC X(8).
         01 WS-DATE-N         PIC 9(8).
         01 WS-HIRE-DAY       PIC 9(7).
         01 WS-EFFECTIVE-DAY  PIC 9(7).
         01 WS-FTE-PCT        PIC 9(3).
         01 WS-TIER-IDX       PIC 9.
         01 WS-FOUND-IDX      PIC 9.
         01 WS-GRADE-IDX      PIC 9.
         01 WS-GRADE-FLAG     PIC X.
            88 WS-ANY-GRADE-LISTED     VALUE "Y".
         01 WS-GRADE-MATCH-FLAG PIC X.
            88 WS-GRADE-MATCHED        VALUE "Y".
         01 WS-SPOUSE-COUNT   PIC 99.
         01 WS-CHILD-COUNT    PIC 99.
         01 WS-ENROLL-FOUND-FLAG PIC X.
            88 WS-ENROLL-FOUND         VALUE "Y".
         01 WS-DEPENDENT-FOUND-FLAG PIC X.
            88 WS-DEPENDENT-FOUND      VALUE "Y".
         01 WS-REJECT-REASON  PIC X(30).
         01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         01 WS-DETAIL-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EMPL-ID     PIC 9(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-NAME        PIC X(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-ACTION      PIC X(14).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-ITEM        PIC X(30).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-DATE        PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-EE-COST     PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-ER-COST     PIC ZZ,ZZ9.99.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Applies benefit elections and dependent changes:
      *      E|empl-id|plan|tier|effective-date   elect or change tier
      *      X|empl-id|plan|end-date              end coverage
      *      D|empl-id|seq|name|relation|birth    add or correct a
      *                                           dependent
      *      R|empl-id|seq|end-date               remove a dependent
      *    An election the employee is not eligible for is rejected -
      *    wrong grade, FTE below the plan minimum, waiting period not
      *    served, or a tier with no dependent to cover. The
      *    employee's share is kept as a standing deduction under the
      *    plan code, so NetPay takes it with the other deductions.
        MOVE "BenEnroll" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *
        MOVE "OPEN BENEFIT-TRANS-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BENEFIT-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BENPLAN-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
        PERFORM OPEN-ENROLL-FILE.
        PERFORM OPEN-DEPENDENT-FILE.
        PERFORM OPEN-DEDUCTION-FILE.
      *
        MOVE "BENEFIT ENROLLMENT REGISTER" TO RPT-TITLE.
        MOVE "BenEnroll" TO RPT-PROGRAM.
        MOVE "*" TO RPT-COMPANY.
        PERFORM OPEN-REPORT.
      *
        MOVE "READ BENEFIT-TRANS-FILE" TO WS-ABEND-MSG.
        READ BENEFIT-TRANS-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM HANDLE-ONE-TRANSACTION
          MOVE "READ BENEFIT-TRANS-FILE" TO WS-ABEND-MSG
          READ BENEFIT-TRANS-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE SPACES TO RPT-LINE.
        STRING WS-APPLIED-COUNT " TRANSACTIONS APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
               DELIMITED BY SIZE INTO RPT-LINE.
        PERFORM PRINT-REPORT-LINE.
        PERFORM CLOSE-REPORT.
      *
        MOVE "CLOSE BENEFIT-TRANS-FILE" TO WS-ABEND-MSG.
        CLOSE BENEFIT-TRANS-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE EMPL-FILE" TO WS-ABEND-MSG.
        CLOSE EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BENPLAN-FILE" TO WS-ABEND-MSG.
        CLOSE BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE ENROLL-FILE" TO WS-ABEND-MSG.
        CLOSE ENROLL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEPENDENT-FILE" TO WS-ABEND-MSG.
        CLOSE DEPENDENT-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE DEDUCTION-FILE" TO WS-ABEND-MSG.
        CLOSE DEDUCTION-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "BENEFIT ENROLLMENT TOTALS".
        DISPLAY "  TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
        DISPLAY "  TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
        IF WS-REJECTED-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        HANDLE-ONE-TRANSACTION.
         MOVE SPACES TO WS-REJECT-REASON WS-T-ACTION WS-T-EMPL-ID-X
                        WS-T-FIELD-1 WS-T-FIELD-2 WS-T-FIELD-3
                        WS-T-FIELD-4.
         UNSTRING BENEFIT-TRANS-RECORD DELIMITED BY "|"
             INTO WS-T-ACTION WS-T-EMPL-ID-X WS-T-FIELD-1
                  WS-T-FIELD-2 WS-T-FIELD-3 WS-T-FIELD-4
         END-UNSTRING.
         INSPECT WS-T-EMPL-ID-X REPLACING ALL SPACE BY "0".
         IF WS-T-EMPL-ID-X NOT NUMERIC
            OR WS-T-EMPL-ID-X = "000000000"
           MOVE "BAD EMPLOYEE ID" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-EMPL-ID-X TO WS-T-EMPL-ID
           PERFORM READ-EMPLOYEE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           EVALUATE TRUE
             WHEN WS-T-ELECT
               PERFORM HANDLE-ELECTION
             WHEN WS-T-CANCEL
               PERFORM HANDLE-CANCELLATION
             WHEN WS-T-ADD-DEPENDENT
               PERFORM HANDLE-DEPENDENT
             WHEN WS-T-END-DEPENDENT
               PERFORM HANDLE-DEPENDENT-END
             WHEN OTHER
               MOVE "ACTION MUST BE E X D OR R" TO WS-REJECT-REASON
           END-EVALUATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM PRINT-TRANSACTION-LINE
         ELSE
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED " BENEFIT-TRANS-RECORD " - "
                   WS-REJECT-REASON
         END-IF.
      *
        READ-EMPLOYEE.
         MOVE WS-T-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        HANDLE-ELECTION.
      *    Each edit runs only while the election is still clean -
      *    the first reject reason stands.
         MOVE WS-T-FIELD-1 TO WS-T-PLAN.
         MOVE WS-T-FIELD-2 TO WS-T-TIER.
         MOVE WS-T-FIELD-3 TO WS-T-DATE.
         IF EMPL-TERMINATED
           MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM EDIT-TRANSACTION-DATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM READ-PLAN
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-ELIGIBILITY
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM CHECK-TIER-DEPENDENTS
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM STORE-ELECTION
         END-IF.
      *
        EDIT-TRANSACTION-DATE.
         IF WS-T-DATE NOT NUMERIC
           MOVE "BAD DATE" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-DATE TO WS-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-N) NOT = 0
             MOVE "BAD DATE" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        READ-PLAN.
      *    Plans belong to a company - the employee's own company's
      *    plan table is the only one they may elect from.
         MOVE EMPL-COMPANY TO BPL-COMPANY.
         MOVE WS-T-PLAN    TO BPL-CODE.
         READ BENPLAN-FILE KEY IS BPL-KEY.
         IF NOT SUCCESSFUL
           IF RECORD-NOT-FOUND
             MOVE "NO SUCH PLAN FOR COMPANY" TO WS-REJECT-REASON
             MOVE "00" TO WS-FILE-STATUS
           ELSE
             MOVE "READ BENPLAN-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         ELSE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
             IF BPL-TIER-CODE (WS-TIER-IDX) = WS-T-TIER
                AND WS-T-TIER NOT = SPACES
               MOVE WS-TIER-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
             MOVE "TIER NOT OFFERED BY PLAN" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *
        CHECK-ELIGIBILITY.
         MOVE "N" TO WS-GRADE-FLAG WS-GRADE-MATCH-FLAG.
         PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                 UNTIL WS-GRADE-IDX > 5
           IF BPL-GRADE (WS-GRADE-IDX) NOT = SPACES
             SET WS-ANY-GRADE-LISTED TO TRUE
             IF BPL-GRADE (WS-GRADE-IDX) = EMPL-GRADE
               SET WS-GRADE-MATCHED TO TRUE
             END-IF
           END-IF
         END-PERFORM.
         IF WS-ANY-GRADE-LISTED AND NOT WS-GRADE-MATCHED
           MOVE "GRADE NOT ELIGIBLE FOR PLAN" TO WS-REJECT-REASON
         END-IF.
      *    Zero FTE is a record from before part-time support and
      *    reads as full time.
         IF WS-REJECT-REASON = SPACES
           IF EMPL-FTE-PCT = 0
             MOVE 100 TO WS-FTE-PCT
           ELSE
             MOVE EMPL-FTE-PCT TO WS-FTE-PCT
           END-IF
           IF WS-FTE-PCT < BPL-MIN-FTE-PCT
             MOVE "FTE BELOW PLAN MINIMUM" TO WS-REJECT-REASON
           END-IF
         END-IF.
      *    Coverage may start no sooner than the waiting days after
      *    hire - for a rehire, after the service date carried over
      *    from their earlier stint. A plan with no waiting period
      *    does not need a hire date to test against.
         IF WS-REJECT-REASON = SPACES AND BPL-WAIT-DAYS > 0
           IF EMPL-HIRE-DATE NOT NUMERIC
              AND EMPL-SERVICE-DATE NOT NUMERIC
             MOVE "NO HIRE DATE FOR WAIT PERIOD" TO WS-REJECT-REASON
           ELSE
             IF EMPL-SERVICE-DATE NUMERIC
               MOVE EMPL-SERVICE-DATE TO WS-DATE-N
             ELSE
               MOVE EMPL-HIRE-DATE TO WS-DATE-N
             END-IF
             COMPUTE WS-HIRE-DAY =
                     FUNCTION INTEGER-OF-DATE (WS-DATE-N)
             MOVE WS-T-DATE TO WS-DATE-N
             COMPUTE WS-EFFECTIVE-DAY =
                     FUNCTION INTEGER-OF-DATE (WS-DATE-N)
             IF WS-EFFECTIVE-DAY < WS-HIRE-DAY + BPL-WAIT-DAYS
               MOVE "WAITING PERIOD NOT MET" TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
      *
        CHECK-TIER-DEPENDENTS.
         PERFORM COUNT-ACTIVE-DEPENDENTS.
         IF WS-T-NEEDS-SPOUSE AND WS-SPOUSE-COUNT = 0
           MOVE "TIER NEEDS SPOUSE OR PARTNER" TO WS-REJECT-REASON
         END-IF.
         IF WS-T-NEEDS-CHILD AND WS-CHILD-COUNT = 0
           MOVE "TIER NEEDS A CHILD DEPENDENT" TO WS-REJECT-REASON
         END-IF.
      *
        COUNT-ACTIVE-DEPENDENTS.
      *    WS-T-SEQ names a dependent to leave out of the count - the
      *    one being removed. An election counts them all.
         MOVE 0 TO WS-SPOUSE-COUNT WS-CHILD-COUNT.
         IF NOT WS-T-END-DEPENDENT
           MOVE 0 TO WS-T-SEQ
         END-IF.
         MOVE WS-T-EMPL-ID TO DPN-EMPL-ID.
         MOVE 0 TO DPN-SEQ.
         START DEPENDENT-FILE KEY IS >= DPN-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START DEPENDENT-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
           READ DEPENDENT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR DPN-EMPL-ID NOT = WS-T-EMPL-ID
           IF DPN-ACTIVE AND DPN-SEQ NOT = WS-T-SEQ
             IF DPN-SPOUSE
               ADD 1 TO WS-SPOUSE-COUNT
             END-IF
             IF DPN-CHILD
               ADD 1 TO WS-CHILD-COUNT
             END-IF
           END-IF
           MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
           READ DEPENDENT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        STORE-ELECTION.
      *    A new election, or a fresh one after coverage ended,
      *    starts on the effective date. A tier change on live
      *    coverage keeps the start and re-prices it.
         PERFORM READ-ENROLLMENT.
         IF WS-ENROLL-FOUND AND ENR-ACTIVE
           IF ENR-TIER = WS-T-TIER
             MOVE "ALREADY ENROLLED AT THAT TIER" TO WS-REJECT-REASON
           ELSE
             SET ENR-CHANGE-TIER TO TRUE
           END-IF
         ELSE
           IF NOT WS-ENROLL-FOUND
             INITIALIZE ENROLL-RECORD
             MOVE WS-T-EMPL-ID TO ENR-EMPL-ID
             MOVE WS-T-PLAN    TO ENR-PLAN
           END-IF
           SET ENR-ACTIVE TO TRUE
           SET ENR-CHANGE-ADD TO TRUE
           MOVE WS-T-DATE TO ENR-START-DATE
           MOVE SPACES    TO ENR-END-DATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE EMPL-COMPANY TO ENR-COMPANY
           MOVE WS-T-TIER    TO ENR-TIER
           MOVE BPL-EE-COST (WS-FOUND-IDX) TO ENR-EE-COST
           MOVE BPL-ER-COST (WS-FOUND-IDX) TO ENR-ER-COST
           PERFORM WRITE-ENROLLMENT
           PERFORM STORE-PLAN-DEDUCTION
           IF ENR-CHANGE-ADD
             MOVE "ENROLLED" TO WS-DET-ACTION
           ELSE
             MOVE "TIER CHANGED" TO WS-DET-ACTION
           END-IF
           MOVE SPACES TO WS-DET-ITEM
           STRING ENR-PLAN " " BPL-NAME " " ENR-TIER
                  DELIMITED BY SIZE INTO WS-DET-ITEM
           MOVE WS-T-DATE   TO WS-DET-DATE
           MOVE ENR-EE-COST TO WS-DET-EE-COST
           MOVE ENR-ER-COST TO WS-DET-ER-COST
         END-IF.
      *
        STORE-PLAN-DEDUCTION.
      *    The employee's share rides on the deductions file under
      *    the plan code, merged the way LoadDeductions merges - a
      *    row already there keeps its progress. A plan the employer
      *    pays in full takes nothing, and any earlier share is
      *    stopped.
         MOVE WS-T-EMPL-ID TO DED-EMPL-ID.
         MOVE WS-T-PLAN    TO DED-CODE.
         READ DEDUCTION-FILE KEY IS DED-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           IF ENR-EE-COST > 0
             SET DED-FIXED-AMOUNT TO TRUE
             MOVE ENR-EE-COST    TO DED-AMOUNT
             MOVE 0              TO DED-PERCENT
             MOVE ENR-START-DATE TO DED-START-PERIOD
             MOVE SPACES         TO DED-STOP-PERIOD
           ELSE
             MOVE WS-T-DATE      TO DED-STOP-PERIOD
           END-IF
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           MOVE "00" TO WS-FILE-STATUS
           IF ENR-EE-COST > 0
             INITIALIZE DEDUCTION-RECORD
             MOVE WS-T-EMPL-ID   TO DED-EMPL-ID
             MOVE WS-T-PLAN      TO DED-CODE
             SET DED-FIXED-AMOUNT TO TRUE
             MOVE ENR-EE-COST    TO DED-AMOUNT
             MOVE ENR-START-DATE TO DED-START-PERIOD
             MOVE "WRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
             WRITE DEDUCTION-RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        HANDLE-CANCELLATION.
         MOVE WS-T-FIELD-1 TO WS-T-PLAN.
         MOVE WS-T-FIELD-2 TO WS-T-DATE.
         PERFORM EDIT-TRANSACTION-DATE.
         IF WS-REJECT-REASON = SPACES
           PERFORM READ-ENROLLMENT
           IF NOT WS-ENROLL-FOUND OR NOT ENR-ACTIVE
             MOVE "NO ACTIVE ENROLLMENT IN PLAN" TO WS-REJECT-REASON
           ELSE
             IF WS-T-DATE < ENR-START-DATE
               MOVE "END DATE BEFORE COVERAGE START"
                 TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           SET ENR-ENDED TO TRUE
           SET ENR-CHANGE-END TO TRUE
           MOVE WS-T-DATE TO ENR-END-DATE
           PERFORM WRITE-ENROLLMENT
           PERFORM STOP-PLAN-DEDUCTION
           MOVE "COVERAGE ENDED" TO WS-DET-ACTION
           MOVE ENR-PLAN    TO WS-DET-ITEM
           MOVE WS-T-DATE   TO WS-DET-DATE
           MOVE ENR-EE-COST TO WS-DET-EE-COST
           MOVE ENR-ER-COST TO WS-DET-ER-COST
         END-IF.
      *
        STOP-PLAN-DEDUCTION.
      *    The share is taken for every period ending on or before
      *    the last day of cover and no later.
         MOVE ENR-EMPL-ID TO DED-EMPL-ID.
         MOVE ENR-PLAN    TO DED-CODE.
         READ DEDUCTION-FILE KEY IS DED-KEY.
         IF SUCCESSFUL
           MOVE ENR-END-DATE TO DED-STOP-PERIOD
           MOVE "REWRITE DEDUCTION-RECORD" TO WS-ABEND-MSG
           REWRITE DEDUCTION-RECORD
           PERFORM ABORT-IF-ERROR
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ DEDUCTION-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        READ-ENROLLMENT.
         MOVE "N" TO WS-ENROLL-FOUND-FLAG.
         MOVE WS-T-EMPL-ID TO ENR-EMPL-ID.
         MOVE WS-T-PLAN    TO ENR-PLAN.
         READ ENROLL-FILE KEY IS ENR-KEY.
         IF SUCCESSFUL
           SET WS-ENROLL-FOUND TO TRUE
         ELSE
           IF NOT RECORD-NOT-FOUND
             MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        WRITE-ENROLLMENT.
         MOVE WS-TODAY     TO ENR-CHANGE-DATE.
         MOVE RUN-OPERATOR TO ENR-OPERATOR.
         SET ENR-NOT-SENT TO TRUE.
         IF WS-ENROLL-FOUND
           MOVE "REWRITE ENROLL-RECORD" TO WS-ABEND-MSG
           REWRITE ENROLL-RECORD
         ELSE
           MOVE "WRITE ENROLL-RECORD" TO WS-ABEND-MSG
           WRITE ENROLL-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        HANDLE-DEPENDENT.
         MOVE WS-T-FIELD-1 TO WS-T-SEQ-X.
         MOVE WS-T-FIELD-2 TO WS-T-NAME.
         MOVE WS-T-FIELD-3 TO WS-T-RELATION.
         MOVE WS-T-FIELD-4 TO WS-T-BIRTH-DATE.
         EVALUATE TRUE
           WHEN WS-T-SEQ-X NOT NUMERIC OR WS-T-SEQ-X = "00"
             MOVE "DEPENDENT SEQ MUST BE 01-99" TO WS-REJECT-REASON
           WHEN WS-T-NAME = SPACES
             MOVE "DEPENDENT NAME REQUIRED" TO WS-REJECT-REASON
           WHEN NOT WS-T-VALID-RELATION
             MOVE "RELATION MUST BE S P OR C" TO WS-REJECT-REASON
           WHEN WS-T-BIRTH-DATE NOT NUMERIC
             MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-SEQ-X TO WS-T-SEQ
           MOVE WS-T-EMPL-ID TO DPN-EMPL-ID
           MOVE WS-T-SEQ     TO DPN-SEQ
           READ DEPENDENT-FILE KEY IS DPN-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             SET WS-DEPENDENT-FOUND TO TRUE
             MOVE "DEPENDENT CHANGED" TO WS-DET-ACTION
           ELSE
             MOVE "N" TO WS-DEPENDENT-FOUND-FLAG
             MOVE "00" TO WS-FILE-STATUS
             INITIALIZE DEPENDENT-RECORD
             MOVE WS-T-EMPL-ID TO DPN-EMPL-ID
             MOVE WS-T-SEQ     TO DPN-SEQ
             MOVE "DEPENDENT ADDED" TO WS-DET-ACTION
           END-IF
           MOVE WS-T-NAME       TO DPN-NAME
           MOVE WS-T-RELATION   TO DPN-RELATION
           MOVE WS-T-BIRTH-DATE TO DPN-BIRTH-DATE
           SET DPN-ACTIVE TO TRUE
           MOVE SPACES          TO DPN-END-DATE
           PERFORM WRITE-DEPENDENT
           MOVE DPN-NAME  TO WS-DET-ITEM
           MOVE WS-TODAY  TO WS-DET-DATE
           MOVE 0 TO WS-DET-EE-COST WS-DET-ER-COST
         END-IF.
      *
        HANDLE-DEPENDENT-END.
      *    A dependent the employee's coverage still rests on cannot
      *    go - the tier has to come down first.
         MOVE WS-T-FIELD-1 TO WS-T-SEQ-X.
         MOVE WS-T-FIELD-2 TO WS-T-DATE.
         IF WS-T-SEQ-X NOT NUMERIC OR WS-T-SEQ-X = "00"
           MOVE "DEPENDENT SEQ MUST BE 01-99" TO WS-REJECT-REASON
         ELSE
           MOVE WS-T-SEQ-X TO WS-T-SEQ
           PERFORM EDIT-TRANSACTION-DATE
         END-IF.
         IF WS-REJECT-REASON = SPACES
           PERFORM COUNT-ACTIVE-DEPENDENTS
           PERFORM CHECK-COVERAGE-STILL-MET
         END-IF.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-T-EMPL-ID TO DPN-EMPL-ID
           MOVE WS-T-SEQ     TO DPN-SEQ
           READ DEPENDENT-FILE KEY IS DPN-KEY
           IF NOT SUCCESSFUL
             IF NOT RECORD-NOT-FOUND
               MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
               PERFORM ABORT-IF-ERROR
             END-IF
             MOVE "00" TO WS-FILE-STATUS
             MOVE "NO SUCH DEPENDENT" TO WS-REJECT-REASON
           ELSE
             IF NOT DPN-ACTIVE
               MOVE "DEPENDENT ALREADY ENDED" TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF.
         IF WS-REJECT-REASON = SPACES
           SET WS-DEPENDENT-FOUND TO TRUE
           SET DPN-ENDED TO TRUE
           MOVE WS-T-DATE TO DPN-END-DATE
           PERFORM WRITE-DEPENDENT
           MOVE "DEPENDENT ENDED" TO WS-DET-ACTION
           MOVE DPN-NAME  TO WS-DET-ITEM
           MOVE WS-T-DATE TO WS-DET-DATE
           MOVE 0 TO WS-DET-EE-COST WS-DET-ER-COST
         END-IF.
      *
        CHECK-COVERAGE-STILL-MET.
         MOVE WS-T-EMPL-ID TO ENR-EMPL-ID.
         MOVE SPACES TO ENR-PLAN.
         START ENROLL-FILE KEY IS >= ENR-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           MOVE "START ENROLL-FILE" TO WS-ABEND-MSG
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
           READ ENROLL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE
                    OR ENR-EMPL-ID NOT = WS-T-EMPL-ID
           IF ENR-ACTIVE
             MOVE ENR-TIER TO WS-T-TIER
             IF (WS-T-NEEDS-SPOUSE AND WS-SPOUSE-COUNT = 0)
                OR (WS-T-NEEDS-CHILD AND WS-CHILD-COUNT = 0)
               MOVE SPACES TO WS-REJECT-REASON
               STRING "PLAN " ENR-PLAN " TIER " ENR-TIER
                      " NEEDS THEM"
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
             END-IF
           END-IF
           MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
           READ ENROLL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        WRITE-DEPENDENT.
         MOVE WS-TODAY TO DPN-CHANGE-DATE.
         SET DPN-NOT-SENT TO TRUE.
         IF WS-DEPENDENT-FOUND
           MOVE "REWRITE DEPENDENT-RECORD" TO WS-ABEND-MSG
           REWRITE DEPENDENT-RECORD
         ELSE
           MOVE "WRITE DEPENDENT-RECORD" TO WS-ABEND-MSG
           WRITE DEPENDENT-RECORD
         END-IF.
         PERFORM ABORT-IF-ERROR.
      *
        PRINT-TRANSACTION-LINE.
         MOVE WS-T-EMPL-ID TO WS-DET-EMPL-ID.
         MOVE EMPL-NAME    TO WS-DET-NAME.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
        OPEN-ENROLL-FILE.
         MOVE "OPEN ENROLL-FILE" TO WS-ABEND-MSG.
         OPEN I-O ENROLL-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT ENROLL-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE ENROLL-FILE
           OPEN I-O ENROLL-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-DEPENDENT-FILE.
         MOVE "OPEN DEPENDENT-FILE" TO WS-ABEND-MSG.
         OPEN I-O DEPENDENT-FILE.
         IF NOT SUCCESSFUL
           OPEN OUTPUT DEPENDENT-FILE
           PERFORM ABORT-IF-ERROR
           CLOSE DEPENDENT-FILE
           OPEN I-O DEPENDENT-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        OPEN-DEDUCTION-FILE.
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
