       IDENTIFICATION DIVISION.
        PROGRAM-ID. LoadBenefitPlans.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          COPY "copybooks/benefit-load.fc".
          COPY "copybooks/benefit-plan.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/benefit-load.fd".
         COPY "copybooks/benefit-plan.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         COPY "copybooks/run-control.ws".
         01 WS-B-COMPANY        PIC X(20).
         01 WS-B-CODE           PIC X(4).
         01 WS-B-NAME           PIC X(20).
         01 WS-B-CARRIER        PIC X(10).
         01 WS-B-MIN-FTE        PIC 9(3).
         01 WS-B-WAIT-DAYS      PIC 9(3).
         01 WS-B-GRADES         PIC X(24).
         01 WS-B-GRADE-LIST.
            05 WS-B-GRADE       PIC X(4) OCCURS 5 TIMES.
         01 WS-B-TIER           PIC X(2).
            88 WS-B-VALID-TIER         VALUE "EE" "ES" "EC" "EF".
         01 WS-B-EE-COST        PIC 9(5)V99.
         01 WS-B-ER-COST        PIC 9(5)V99.
         01 WS-TIER-IDX         PIC 9.
         01 WS-FREE-IDX         PIC 9.
         01 WS-REJECT-REASON    PIC X(30).
         01 WS-PLAN-COUNT       PIC 9(7) VALUE 0.
         01 WS-TIER-COUNT       PIC 9(7) VALUE 0.
         01 WS-BAD-COUNT        PIC 9(7) VALUE 0.
         01 WS-ABEND-MSG        PIC X(40).

       PROCEDURE DIVISION.

      *
      *    The plan table is sent whole, so the load is a clean
      *    rebuild. Each row is one coverage tier of a plan; the first
      *    row for a plan sets its name, carrier and eligibility and
      *    later rows only add tiers. Enrollments already on file keep
      *    the costs they were elected at until they are changed.
        MOVE "LoadBenPlans" TO RUN-PROGRAM.
        MOVE "*FILE*" TO RUN-COMPANY.
        SET RUN-LOCK-WANTED TO TRUE.
        PERFORM START-RUN-LOG.
      *
        MOVE "OPEN BENPLAN-LOAD-FILE" TO WS-ABEND-MSG.
        OPEN INPUT BENPLAN-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "OPEN BENPLAN-FILE" TO WS-ABEND-MSG.
        OPEN OUTPUT BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
        CLOSE BENPLAN-FILE.
        OPEN I-O BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        MOVE "READ BENPLAN-LOAD-FILE" TO WS-ABEND-MSG.
        READ BENPLAN-LOAD-FILE.
        PERFORM ABORT-IF-READ-ERROR.
        PERFORM WITH TEST BEFORE UNTIL END-OF-FILE
          PERFORM LOAD-ONE-TIER
          MOVE "READ BENPLAN-LOAD-FILE" TO WS-ABEND-MSG
          READ BENPLAN-LOAD-FILE
          PERFORM ABORT-IF-READ-ERROR
        END-PERFORM.
      *
        MOVE "CLOSE BENPLAN-LOAD-FILE" TO WS-ABEND-MSG.
        CLOSE BENPLAN-LOAD-FILE.
        PERFORM ABORT-IF-ERROR.
        MOVE "CLOSE BENPLAN-FILE" TO WS-ABEND-MSG.
        CLOSE BENPLAN-FILE.
        PERFORM ABORT-IF-ERROR.
      *
        DISPLAY "BENEFIT PLAN LOAD TOTALS".
        DISPLAY "  PLANS WRITTEN:   " WS-PLAN-COUNT.
        DISPLAY "  TIERS WRITTEN:   " WS-TIER-COUNT.
        DISPLAY "  RECORDS SKIPPED: " WS-BAD-COUNT.
        IF WS-BAD-COUNT > 0
          MOVE 4 TO RETURN-CODE
        END-IF.
        MOVE WS-TIER-COUNT TO RUN-RECORD-COUNT.
        PERFORM END-RUN-LOG.
        STOP RUN.
      *
        LOAD-ONE-TIER.
      *    company|plan|name|carrier|min-fte-pct|wait-days|
      *      grades|tier|employee-cost|employer-cost
      *    Grades are separated by spaces, at most five; blank or "*"
      *    opens the plan to every grade. Costs are per pay period.
         MOVE SPACES TO WS-B-COMPANY WS-B-CODE WS-B-NAME WS-B-CARRIER
                        WS-B-GRADES WS-B-TIER WS-REJECT-REASON
                        WS-B-GRADE-LIST.
         INITIALIZE WS-B-MIN-FTE WS-B-WAIT-DAYS WS-B-EE-COST
                    WS-B-ER-COST.
         UNSTRING BENPLAN-LOAD-RECORD DELIMITED BY "|"
             INTO WS-B-COMPANY WS-B-CODE WS-B-NAME WS-B-CARRIER
                  WS-B-MIN-FTE WS-B-WAIT-DAYS WS-B-GRADES WS-B-TIER
                  WS-B-EE-COST WS-B-ER-COST
         END-UNSTRING.
         IF WS-B-GRADES NOT = "*"
           UNSTRING WS-B-GRADES DELIMITED BY ALL SPACES
               INTO WS-B-GRADE (1) WS-B-GRADE (2) WS-B-GRADE (3)
                    WS-B-GRADE (4) WS-B-GRADE (5)
           END-UNSTRING
         END-IF.
         EVALUATE TRUE
           WHEN WS-B-COMPANY = SPACES
             MOVE "COMPANY REQUIRED" TO WS-REJECT-REASON
           WHEN WS-B-CODE = SPACES
             MOVE "PLAN CODE REQUIRED" TO WS-REJECT-REASON
      *    The plan code becomes a deduction code - NetPay's
      *    arrears row must stay out of reach.
           WHEN WS-B-CODE = "ARRS"
             MOVE "ARRS IS RESERVED FOR ARREARS" TO WS-REJECT-REASON
           WHEN NOT WS-B-VALID-TIER
             MOVE "TIER MUST BE EE ES EC OR EF" TO WS-REJECT-REASON
           WHEN WS-B-MIN-FTE > 100
             MOVE "MINIMUM FTE OVER 100" TO WS-REJECT-REASON
         END-EVALUATE.
         IF WS-REJECT-REASON = SPACES
           PERFORM STORE-TIER
         END-IF.
         IF WS-REJECT-REASON NOT = SPACES
           ADD 1 TO WS-BAD-COUNT
           DISPLAY "SKIPPED BENEFIT PLAN ROW: " BENPLAN-LOAD-RECORD
                   " - " WS-REJECT-REASON
         END-IF.
      *
        STORE-TIER.
         MOVE WS-B-COMPANY TO BPL-COMPANY.
         MOVE WS-B-CODE    TO BPL-CODE.
         READ BENPLAN-FILE KEY IS BPL-KEY.
         IF SUCCESSFUL
           PERFORM ADD-TIER-TO-PLAN
         ELSE
           IF RECORD-NOT-FOUND
             INITIALIZE BENPLAN-RECORD
             MOVE WS-B-COMPANY  TO BPL-COMPANY
             MOVE WS-B-CODE     TO BPL-CODE
             MOVE WS-B-NAME     TO BPL-NAME
             MOVE WS-B-CARRIER  TO BPL-CARRIER
             MOVE WS-B-MIN-FTE  TO BPL-MIN-FTE-PCT
             MOVE WS-B-WAIT-DAYS TO BPL-WAIT-DAYS
             PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                     UNTIL WS-TIER-IDX > 5
               MOVE WS-B-GRADE (WS-TIER-IDX)
                 TO BPL-GRADE (WS-TIER-IDX)
             END-PERFORM
             MOVE WS-B-TIER    TO BPL-TIER-CODE (1)
             MOVE WS-B-EE-COST TO BPL-EE-COST (1)
             MOVE WS-B-ER-COST TO BPL-ER-COST (1)
             MOVE "WRITE BENPLAN-RECORD" TO WS-ABEND-MSG
             WRITE BENPLAN-RECORD
             PERFORM ABORT-IF-ERROR
             ADD 1 TO WS-PLAN-COUNT
             ADD 1 TO WS-TIER-COUNT
           ELSE
             MOVE "READ BENPLAN-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
         END-IF.
      *
        ADD-TIER-TO-PLAN.
      *    There are only four tier codes and four slots, so a free
      *    slot is always there unless the tier is a repeat.
         MOVE 0 TO WS-FREE-IDX.
         PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                 UNTIL WS-TIER-IDX > 4
           IF BPL-TIER-CODE (WS-TIER-IDX) = WS-B-TIER
             MOVE "DUPLICATE TIER FOR PLAN" TO WS-REJECT-REASON
           END-IF
           IF BPL-TIER-CODE (WS-TIER-IDX) = SPACES
              AND WS-FREE-IDX = 0
             MOVE WS-TIER-IDX TO WS-FREE-IDX
           END-IF
         END-PERFORM.
         IF WS-REJECT-REASON = SPACES
           MOVE WS-B-TIER    TO BPL-TIER-CODE (WS-FREE-IDX)
           MOVE WS-B-EE-COST TO BPL-EE-COST (WS-FREE-IDX)
           MOVE WS-B-ER-COST TO BPL-ER-COST (WS-FREE-IDX)
           MOVE "REWRITE BENPLAN-RECORD" TO WS-ABEND-MSG
           REWRITE BENPLAN-RECORD
           PERFORM ABORT-IF-ERROR
           ADD 1 TO WS-TIER-COUNT
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
