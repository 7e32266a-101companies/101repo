       IDENTIFICATION DIVISION.
        PROGRAM-ID. CarrierFile.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/employee.fc".
          COPY "copybooks/benefit-plan.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/benefit-dependent.fc".
          COPY "copybooks/carrier-file.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/employee.fd".
         COPY "copybooks/benefit-plan.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/benefit-dependent.fd".
         COPY "copybooks/carrier-file.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-CARRIER-FILE-NAME PIC X(40).
         01 WS-TODAY          PIC X(8).
         01 WS-CREATED        PIC X(14).
         78 WS-MAX-PLANS      VALUE 500.
         01 WS-PLAN-COUNT     PIC 9(4) VALUE 0.
         01 WS-PLAN-TABLE.
            05 WS-PLAN-ENTRY OCCURS 500 TIMES.
               10 WS-P-COMPANY    PIC X(20).
               10 WS-P-CODE       PIC X(4).
               10 WS-P-CARRIER    PIC X(10).
         01 WS-PLAN-IDX       PIC 9(4).
         78 WS-MAX-CARRIERS   VALUE 50.
         01 WS-CARRIER-COUNT  PIC 99 VALUE 0.
         01 WS-CARRIER-TABLE.
            05 WS-CARRIER     PIC X(10) OCCURS 50 TIMES.
         01 WS-CARRIER-IDX    PIC 99.
         01 WS-FOUND-IDX      PIC 99.
         01 WS-THIS-CARRIER   PIC X(10).
         01 WS-ENR-CARRIER    PIC X(10).
         01 WS-ACTION         PIC X.
         78 WS-MAX-DEPENDENTS VALUE 99.
         01 WS-DEP-COUNT      PIC 99.
         01 WS-DEP-TABLE.
            05 WS-DEP-ENTRY OCCURS 99 TIMES.
               10 WS-DP-SEQ        PIC 99.
               10 WS-DP-NAME       PIC X(30).
               10 WS-DP-RELATION   PIC X.
               10 WS-DP-BIRTH-DATE PIC X(8).
               10 WS-DP-STATUS     PIC X.
               10 WS-DP-END-DATE   PIC X(8).
               10 WS-DP-SENT-FLAG  PIC X.
         01 WS-DEP-IDX        PIC 99.
         01 WS-DEP-CHANGED-FLAG PIC X.
            88 WS-DEP-CHANGED          VALUE "Y".
      *    The employees whose family went out on some carrier's
      *    file this run - only their dependent changes are sent.
         78 WS-MAX-SENT-EMPLS VALUE 5000.
         01 WS-SENT-COUNT     PIC 9(4) VALUE 0.
         01 WS-SENT-TABLE.
            05 WS-SENT-EMPL-ID PIC 9(9) OCCURS 5000 TIMES.
         01 WS-SENT-IDX       PIC 9(4).
         01 WS-LOOK-EMPL-ID   PIC 9(9).
         01 WS-SENT-FOUND-FLAG PIC X.
            88 WS-SENT-FOUND           VALUE "Y".
         01 WS-FILE-ENROLLS   PIC 9(9).
         01 WS-FILE-DEPENDS   PIC 9(9).
         01 WS-FILE-HASH      PIC 9(13)V99.
         01 WS-TOTAL-ENROLLS  PIC 9(7) VALUE 0.
         01 WS-FILES-WRITTEN  PIC 9(4) VALUE 0.
         01 WS-DEPS-MARKED    PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.

      *
      *    Weekly. Writes one fixed-format enrollment change file per
      *    carrier, named BENCARR.<carrier>.<date>, carrying every
      *    enrollment added, re-tiered or ended since the carrier's
      *    last file, and every live enrollment whose dependents have
      *    changed. Each enrollment is marked sent as it is written,
      *    and dependent changes once every carrier has had them, so
      *    a week missed is caught up by the next run rather than
      *    lost. A plan with no carrier named sends nothing; its
      *    changes wait until it has one.
        MOVE "CarrierFile" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
        MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CREATED.
        MOVE WS-CREATED (1:8) TO WS-TODAY.
      *
        MOVE "OPEN EMPL-FILE" TO WS-ABEND-MSG.
        OPEN INPUT EMPL-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BENPLAN-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN ENROLL-FILE" TO WS-ABEND-MSG.
        OPEN I-O ENROLL-FILE.
        IF NOT SUCCESSFUL
          OPEN OUTPUT ENROLL-FILE
          PERFORM ABORT-IF-ERROR
          CLOSE ENROLL-FILE
          OPEN I-O ENROLL-FILE
          PERFORM ABORT-IF-ERROR
        END-IF.
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
        PERFORM LOAD-PLAN-CARRIERS.
        PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
          MOVE WS-CARRIER (WS-CARRIER-IDX) TO WS-THIS-CARRIER
          PERFORM WRITE-ONE-CARRIER-FILE
        END-PERFORM.
        PERFORM MARK-DEPENDENTS-SENT.
      *
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
      *
        DISPLAY "CARRIER FILE TOTALS".
        DISPLAY "  CARRIER FILES WRITTEN: " WS-FILES-WRITTEN.
        DISPLAY "  ENROLLMENTS SENT:      " WS-TOTAL-ENROLLS.
        DISPLAY "  DEPENDENT CHANGES:     " WS-DEPS-MARKED.
        MOVE WS-TOTAL-ENROLLS TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-PLAN-CARRIERS.
      *    Every company's plans, with the distinct carriers among
      *    them in the order first met.
         MOVE SPACES TO BPL-KEY.
         MOVE "START BENPLAN-FILE" TO WS-ABEND-MSG.
         START BENPLAN-FILE KEY IS >= BPL-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ BENPLAN-FILE" TO WS-ABEND-MSG
           READ BENPLAN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF BPL-CARRIER NOT = SPACES
             PERFORM REMEMBER-PLAN
           END-IF
           MOVE "READ BENPLAN-FILE" TO WS-ABEND-MSG
           READ BENPLAN-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        REMEMBER-PLAN.
         IF WS-PLAN-COUNT >= WS-MAX-PLANS
           DISPLAY "TOO MANY BENEFIT PLANS - MAX IS " WS-MAX-PLANS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         ADD 1 TO WS-PLAN-COUNT.
         MOVE BPL-COMPANY TO WS-P-COMPANY (WS-PLAN-COUNT).
         MOVE BPL-CODE    TO WS-P-CODE (WS-PLAN-COUNT).
         MOVE BPL-CARRIER TO WS-P-CARRIER (WS-PLAN-COUNT).
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                 UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
           IF WS-CARRIER (WS-CARRIER-IDX) = BPL-CARRIER
             MOVE WS-CARRIER-IDX TO WS-FOUND-IDX
           END-IF
         END-PERFORM.
         IF WS-FOUND-IDX = 0
           IF WS-CARRIER-COUNT >= WS-MAX-CARRIERS
             DISPLAY "TOO MANY CARRIERS - MAX IS " WS-MAX-CARRIERS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-CARRIER-COUNT
           MOVE BPL-CARRIER TO WS-CARRIER (WS-CARRIER-COUNT)
         END-IF.
      *
        WRITE-ONE-CARRIER-FILE.
         MOVE SPACES TO WS-CARRIER-FILE-NAME.
         STRING "BENCARR." DELIMITED BY SIZE
                WS-THIS-CARRIER DELIMITED BY SPACE
                "." DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
             INTO WS-CARRIER-FILE-NAME.
         MOVE "OPEN CARRIER-FILE" TO WS-ABEND-MSG.
         OPEN OUTPUT CARRIER-FILE.
         PERFORM ABORT-IF-ERROR.
         MOVE 0 TO WS-FILE-ENROLLS WS-FILE-DEPENDS WS-FILE-HASH.
      *
         MOVE SPACES TO CARRIER-HEADER.
         MOVE "H"             TO CAR-H-TYPE.
         MOVE WS-THIS-CARRIER TO CAR-H-CARRIER.
         MOVE WS-CREATED      TO CAR-H-CREATED.
         MOVE "WRITE CARRIER-HEADER" TO WS-ABEND-MSG.
         WRITE CARRIER-HEADER.
         PERFORM ABORT-IF-ERROR.
      *
         MOVE 0 TO ENR-EMPL-ID.
         MOVE SPACES TO ENR-PLAN.
         MOVE "START ENROLL-FILE" TO WS-ABEND-MSG.
         START ENROLL-FILE KEY IS >= ENR-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
           READ ENROLL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           PERFORM FIND-ENROLLMENT-CARRIER
           IF WS-ENR-CARRIER = WS-THIS-CARRIER
             PERFORM CHECK-ONE-ENROLLMENT
           END-IF
           MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
           READ ENROLL-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
         MOVE SPACES TO CARRIER-TRAILER.
         MOVE "T"             TO CAR-T-TYPE.
         MOVE WS-FILE-ENROLLS TO CAR-T-ENROLL-COUNT.
         MOVE WS-FILE-DEPENDS TO CAR-T-DEPEND-COUNT.
         MOVE WS-FILE-HASH    TO CAR-T-PREMIUM-HASH.
         MOVE "WRITE CARRIER-TRAILER" TO WS-ABEND-MSG.
         WRITE CARRIER-TRAILER.
         PERFORM ABORT-IF-ERROR.
         MOVE "CLOSE CARRIER-FILE" TO WS-ABEND-MSG.
         CLOSE CARRIER-FILE.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-FILES-WRITTEN.
         DISPLAY "  " WS-CARRIER-FILE-NAME " ENROLLMENTS "
                 WS-FILE-ENROLLS.
      *
        FIND-ENROLLMENT-CARRIER.
         MOVE SPACES TO WS-ENR-CARRIER.
         PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                    OR WS-ENR-CARRIER NOT = SPACES
           IF WS-P-COMPANY (WS-PLAN-IDX) = ENR-COMPANY
              AND WS-P-CODE (WS-PLAN-IDX) = ENR-PLAN
             MOVE WS-P-CARRIER (WS-PLAN-IDX) TO WS-ENR-CARRIER
           END-IF
         END-PERFORM.
      *
        CHECK-ONE-ENROLLMENT.
      *    An unsent change goes as the change it was. Otherwise
      *    only a live enrollment whose dependents changed goes, so
      *    the carrier sees the family as it now stands.
         MOVE SPACES TO WS-ACTION.
         PERFORM LOAD-EMPLOYEE-DEPENDENTS.
         IF ENR-NOT-SENT
           MOVE ENR-CHANGE-TYPE TO WS-ACTION
         ELSE
           IF ENR-ACTIVE AND WS-DEP-CHANGED
             MOVE "D" TO WS-ACTION
           END-IF
         END-IF.
         IF WS-ACTION NOT = SPACES
           PERFORM WRITE-ENROLLMENT-RECORDS
           IF ENR-NOT-SENT
             SET ENR-SENT TO TRUE
             MOVE "REWRITE ENROLL-RECORD" TO WS-ABEND-MSG
             REWRITE ENROLL-RECORD
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        LOAD-EMPLOYEE-DEPENDENTS.
         MOVE 0 TO WS-DEP-COUNT.
         MOVE "N" TO WS-DEP-CHANGED-FLAG.
         MOVE ENR-EMPL-ID TO DPN-EMPL-ID.
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
                    OR DPN-EMPL-ID NOT = ENR-EMPL-ID
                    OR WS-DEP-COUNT >= WS-MAX-DEPENDENTS
      *    An ended dependent the carrier has already been told
      *    about is history and is not sent again.
           IF DPN-ACTIVE OR DPN-NOT-SENT
             ADD 1 TO WS-DEP-COUNT
             MOVE DPN-SEQ        TO WS-DP-SEQ (WS-DEP-COUNT)
             MOVE DPN-NAME       TO WS-DP-NAME (WS-DEP-COUNT)
             MOVE DPN-RELATION   TO WS-DP-RELATION (WS-DEP-COUNT)
             MOVE DPN-BIRTH-DATE TO WS-DP-BIRTH-DATE (WS-DEP-COUNT)
             MOVE DPN-STATUS     TO WS-DP-STATUS (WS-DEP-COUNT)
             MOVE DPN-END-DATE   TO WS-DP-END-DATE (WS-DEP-COUNT)
             MOVE DPN-SENT-FLAG  TO WS-DP-SENT-FLAG (WS-DEP-COUNT)
             IF DPN-NOT-SENT
               SET WS-DEP-CHANGED TO TRUE
             END-IF
           END-IF
           MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
           READ DEPENDENT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
      *
        WRITE-ENROLLMENT-RECORDS.
         MOVE SPACES TO EMPL-NAME.
         MOVE ENR-EMPL-ID TO EMPL-ID.
         READ EMPL-FILE KEY IS EMPL-ID.
         IF NOT SUCCESSFUL
           IF NOT RECORD-NOT-FOUND
             MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           MOVE "00" TO WS-FILE-STATUS
           MOVE SPACES TO EMPL-NAME
         END-IF.
         MOVE SPACES TO CARRIER-ENROLLMENT.
         MOVE "E"            TO CAR-E-TYPE.
         MOVE ENR-EMPL-ID    TO CAR-E-EMPL-ID.
         MOVE ENR-COMPANY    TO CAR-E-COMPANY.
         MOVE EMPL-NAME      TO CAR-E-NAME.
         MOVE ENR-PLAN       TO CAR-E-PLAN.
         MOVE ENR-TIER       TO CAR-E-TIER.
         MOVE WS-ACTION      TO CAR-E-ACTION.
         MOVE ENR-START-DATE TO CAR-E-START-DATE.
         MOVE ENR-END-DATE   TO CAR-E-END-DATE.
         COMPUTE CAR-E-PREMIUM = ENR-EE-COST + ENR-ER-COST.
         ADD CAR-E-PREMIUM TO WS-FILE-HASH.
         MOVE "WRITE CARRIER-ENROLLMENT" TO WS-ABEND-MSG.
         WRITE CARRIER-ENROLLMENT.
         PERFORM ABORT-IF-ERROR.
         ADD 1 TO WS-FILE-ENROLLS WS-TOTAL-ENROLLS.
         PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
           MOVE SPACES TO CARRIER-DEPENDENT
           MOVE "D"         TO CAR-D-TYPE
           MOVE ENR-EMPL-ID TO CAR-D-EMPL-ID
           MOVE WS-DP-SEQ (WS-DEP-IDX)        TO CAR-D-SEQ
           MOVE WS-DP-NAME (WS-DEP-IDX)       TO CAR-D-NAME
           MOVE WS-DP-RELATION (WS-DEP-IDX)   TO CAR-D-RELATION
           MOVE WS-DP-BIRTH-DATE (WS-DEP-IDX) TO CAR-D-BIRTH-DATE
           MOVE WS-DP-STATUS (WS-DEP-IDX)     TO CAR-D-STATUS
           MOVE WS-DP-END-DATE (WS-DEP-IDX)   TO CAR-D-END-DATE
           MOVE "WRITE CARRIER-DEPENDENT" TO WS-ABEND-MSG
           WRITE CARRIER-DEPENDENT
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-FILE-DEPENDS
         END-PERFORM.
         PERFORM REMEMBER-SENT-EMPLOYEE.
      *
        REMEMBER-SENT-EMPLOYEE.
      *    An employee who does not fit keeps their dependents unsent
      *    and has them sent again next week, which is harmless.
         MOVE ENR-EMPL-ID TO WS-LOOK-EMPL-ID.
         PERFORM FIND-SENT-EMPLOYEE.
         IF NOT WS-SENT-FOUND
            AND WS-SENT-COUNT < WS-MAX-SENT-EMPLS
           ADD 1 TO WS-SENT-COUNT
           MOVE ENR-EMPL-ID TO WS-SENT-EMPL-ID (WS-SENT-COUNT)
         END-IF.
      *
        FIND-SENT-EMPLOYEE.
         MOVE "N" TO WS-SENT-FOUND-FLAG.
         PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                 UNTIL WS-SENT-IDX > WS-SENT-COUNT
                    OR WS-SENT-FOUND
           IF WS-SENT-EMPL-ID (WS-SENT-IDX) = WS-LOOK-EMPL-ID
             SET WS-SENT-FOUND TO TRUE
           END-IF
         END-PERFORM.
      *
        MARK-DEPENDENTS-SENT.
      *    Every carrier has now had the dependent changes of the
      *    employees it covers. A dependent of anyone no carrier was
      *    sent - no enrollment, or only plans with no carrier yet -
      *    stays unsent until one is.
         MOVE 0 TO DPN-EMPL-ID DPN-SEQ.
         MOVE "START DEPENDENT-FILE" TO WS-ABEND-MSG.
         START DEPENDENT-FILE KEY IS >= DPN-KEY.
         IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF SUCCESSFUL
           MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
           READ DEPENDENT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         ELSE
           SET END-OF-FILE TO TRUE
         END-IF.
         PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
           IF DPN-NOT-SENT
             MOVE DPN-EMPL-ID TO WS-LOOK-EMPL-ID
             PERFORM FIND-SENT-EMPLOYEE
             IF WS-SENT-FOUND
               SET DPN-SENT TO TRUE
               MOVE "REWRITE DEPENDENT-RECORD" TO WS-ABEND-MSG
               REWRITE DEPENDENT-RECORD
               PERFORM ABORT-IF-ERROR
               ADD 1 TO WS-DEPS-MARKED
             END-IF
           END-IF
           MOVE "READ DEPENDENT-FILE" TO WS-ABEND-MSG
           READ DEPENDENT-FILE NEXT RECORD
           PERFORM ABORT-IF-READ-ERROR
         END-PERFORM.
         MOVE "00" TO WS-FILE-STATUS.
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
