          COPY "copybooks/salary-history.fc".
          COPY "copybooks/pay-register.fc".
          COPY "copybooks/salary-band.fc".
          COPY "copybooks/benefit-enroll.fc".
          COPY "copybooks/pay-calendar.fc".

       DATA DIVISION.
        FILE SECTION.
         COPY "copybooks/salary-history.fd".
         COPY "copybooks/pay-register.fd".
         COPY "copybooks/salary-band.fd".
         COPY "copybooks/benefit-enroll.fd".
         COPY "copybooks/pay-calendar.fd".

        WORKING-STORAGE SECTION.
         COPY "copybooks/file-status.ws".
         01 WS-CHANGE-COUNT   PIC 9(4).
         01 WS-PERIOD-COUNT   PIC 9(4).
         01 WS-YTD-GROSS      PIC 9(11)V99.
         01 WS-YTD-REGULAR    PIC 9(5)V99.
         01 WS-YTD-OVERTIME   PIC 9(5)V99.
         01 WS-YTD-PREMIUM    PIC 9(5)V99.
         01 WS-BANDS-FLAG     PIC X.
            88 WS-BANDS-ON             VALUE "Y".
         01 WS-HIST-FLAG      PIC X.
            88 WS-HIST-ON              VALUE "Y".
         01 WS-PAYREG-FLAG    PIC X.
            88 WS-PAYREG-ON            VALUE "Y".
         01 WS-ENROLL-FLAG    PIC X.
            88 WS-ENROLL-ON            VALUE "Y".
         01 WS-CALENDAR-FLAG  PIC X.
            88 WS-CALENDAR-ON          VALUE "Y".
         01 WS-PERIODS        PIC 99.
         01 WS-PLAN-COUNT     PIC 9(4).
         01 WS-ER-ANNUAL      PIC 9(9)V99.
         01 WS-ER-TOTAL       PIC 9(9)V99.
         01 WS-NAME-LINE.
            05 FILLER             PIC X(11) VALUE "EMPLOYEE:  ".
            05 WS-NL-NAME         PIC X(20).
            05 FILLER             PIC X(6)  VALUE " OVER ".
            05 WS-GL-PERIODS      PIC ZZZ9.
            05 FILLER             PIC X(12) VALUE " PAY PERIODS".
         01 WS-HOURS-LINE.
            05 FILLER             PIC X(11) VALUE "YTD HOURS: ".
            05 WS-HL-REGULAR      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(10) VALUE " REGULAR  ".
            05 WS-HL-OVERTIME     PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(11) VALUE " OVERTIME  ".
            05 WS-HL-PREMIUM      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(8)  VALUE " PREMIUM".
         01 WS-BENEFIT-LINE.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-BN-PLAN         PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACES.
            05 WS-BN-TIER         PIC X(2).
            05 FILLER             PIC X(7)  VALUE "  YOU: ".
            05 WS-BN-EE-COST      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(18) VALUE
                                  " /PERIOD  EMPLOYER".
            05 FILLER             PIC X(2)  VALUE ": ".
            05 WS-BN-ER-COST      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(11) VALUE " /PERIOD = ".
            05 WS-BN-ER-ANNUAL    PIC ZZZ,ZZ9.99.
            05 FILLER             PIC X(7)  VALUE " A YEAR".
         01 WS-BENEFIT-TOTAL-LINE.
            05 FILLER             PIC X(24) VALUE
                                  "EMPLOYER BENEFIT COST:  ".
            05 WS-BT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER             PIC X(7)  VALUE " A YEAR".
         01 WS-ABEND-MSG      PIC X(40).

       PROCEDURE DIVISION.
         ELSE
           MOVE "N" TO WS-BANDS-FLAG
         END-IF.
         OPEN INPUT ENROLL-FILE.
         IF SUCCESSFUL
           SET WS-ENROLL-ON TO TRUE
         ELSE
           MOVE "N" TO WS-ENROLL-FLAG
         END-IF.
         OPEN INPUT CALENDAR-FILE.
         IF SUCCESSFUL
           SET WS-CALENDAR-ON TO TRUE
         ELSE
           MOVE "N" TO WS-CALENDAR-FLAG
         END-IF.
         MOVE "00" TO WS-FILE-STATUS.
      *
        CLOSE-OPTIONAL-FILES.
           CLOSE BAND-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-ENROLL-ON
           MOVE "CLOSE ENROLL-FILE" TO WS-ABEND-MSG
           CLOSE ENROLL-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
         IF WS-CALENDAR-ON
           MOVE "CLOSE CALENDAR-FILE" TO WS-ABEND-MSG
           CLOSE CALENDAR-FILE
           PERFORM ABORT-IF-ERROR
         END-IF.
      *
        STATEMENT-BY-ID.
         MOVE WS-EMPL-ID TO EMPL-ID.
         PERFORM PRINT-REPORT-LINE.
         PERFORM PRINT-YEAR-CHANGES.
         PERFORM PRINT-YEAR-GROSS.
         PERFORM PRINT-BENEFITS.
         ADD 1 TO WS-STMT-COUNT.
      *
        PRINT-BAND-POSITION.
        PRINT-YEAR-GROSS.
         IF WS-PAYREG-ON
           MOVE 0 TO WS-PERIOD-COUNT
           INITIALIZE WS-YTD-GROSS WS-YTD-REGULAR WS-YTD-OVERTIME
                      WS-YTD-PREMIUM
           MOVE WS-SAVED-KEY TO PAYREG-EMPL-KEY
           MOVE SPACES TO PAYREG-PERIOD-END
           START PAYREG-FILE KEY IS >= PAYREG-KEY
               ADD PAYREG-PERIOD-GROSS TO WS-YTD-GROSS
               ADD PAYREG-RETRO-GROSS  TO WS-YTD-GROSS
               ADD PAYREG-OTP-GROSS    TO WS-YTD-GROSS
               ADD PAYREG-REGULAR-HOURS  TO WS-YTD-REGULAR
               ADD PAYREG-OVERTIME-HOURS TO WS-YTD-OVERTIME
               ADD PAYREG-PREMIUM-HOURS  TO WS-YTD-PREMIUM
             END-IF
             MOVE "READ PAYREG-FILE" TO WS-ABEND-MSG
             READ PAYREG-FILE NEXT RECORD
           MOVE WS-PERIOD-COUNT TO WS-GL-PERIODS
           MOVE WS-GROSS-LINE TO RPT-LINE
           PERFORM PRINT-REPORT-LINE
      *    Hours appear only for someone paid by the hour this year.
           IF WS-YTD-REGULAR > 0 OR WS-YTD-OVERTIME > 0
              OR WS-YTD-PREMIUM > 0
             MOVE WS-YTD-REGULAR  TO WS-HL-REGULAR
             MOVE WS-YTD-OVERTIME TO WS-HL-OVERTIME
             MOVE WS-YTD-PREMIUM  TO WS-HL-PREMIUM
             MOVE WS-HOURS-LINE TO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF
         END-IF.
      *
        PRINT-BENEFITS.
      *    What the employer pays toward each plan the employee is
      *    covered by, per period as enrolled and over a year of the
      *    company's pay periods. Enrollments hang off EMPL-ID, so a
      *    record not yet given one has none to show.
         IF WS-ENROLL-ON AND EMPL-ID > 0
           PERFORM FIND-PERIODS-PER-YEAR
           MOVE 0 TO WS-PLAN-COUNT WS-ER-TOTAL
           MOVE EMPL-ID TO ENR-EMPL-ID
           MOVE SPACES TO ENR-PLAN
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
               IF WS-PLAN-COUNT = 0
                 MOVE "BENEFITS:" TO RPT-LINE
                 PERFORM PRINT-REPORT-LINE
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               COMPUTE WS-ER-ANNUAL = ENR-ER-COST * WS-PERIODS
               ADD WS-ER-ANNUAL TO WS-ER-TOTAL
               MOVE ENR-PLAN     TO WS-BN-PLAN
               MOVE ENR-TIER     TO WS-BN-TIER
               MOVE ENR-EE-COST  TO WS-BN-EE-COST
               MOVE ENR-ER-COST  TO WS-BN-ER-COST
               MOVE WS-ER-ANNUAL TO WS-BN-ER-ANNUAL
               MOVE WS-BENEFIT-LINE TO RPT-LINE
               PERFORM PRINT-REPORT-LINE
             END-IF
             MOVE "READ ENROLL-FILE" TO WS-ABEND-MSG
             READ ENROLL-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           IF WS-PLAN-COUNT > 0
             MOVE WS-ER-TOTAL TO WS-BT-AMOUNT
             MOVE WS-BENEFIT-TOTAL-LINE TO RPT-LINE
             PERFORM PRINT-REPORT-LINE
           END-IF
         END-IF.
      *
        FIND-PERIODS-PER-YEAR.
      *    The first calendar period of the year says how often the
      *    company pays; with no calendar a monthly payroll is
      *    assumed.
         MOVE 12 TO WS-PERIODS.
         IF WS-CALENDAR-ON
           MOVE EMPL-COMPANY TO CAL-COMPANY
           MOVE SPACES TO CAL-PERIOD-END
           STRING WS-YEAR "0101" DELIMITED BY SIZE
               INTO CAL-PERIOD-END
           START CALENDAR-FILE KEY IS >= CAL-KEY
           IF NOT SUCCESSFUL AND NOT RECORD-NOT-FOUND
             MOVE "START CALENDAR-FILE" TO WS-ABEND-MSG
             PERFORM ABORT-IF-ERROR
           END-IF
           IF SUCCESSFUL
             MOVE "READ CALENDAR-FILE" TO WS-ABEND-MSG
             READ CALENDAR-FILE NEXT RECORD
             PERFORM ABORT-IF-READ-ERROR
             IF SUCCESSFUL AND CAL-COMPANY = EMPL-COMPANY
                AND CAL-PERIODS-PER-YEAR > 0
               MOVE CAL-PERIODS-PER-YEAR TO WS-PERIODS
             END-IF
           END-IF
           MOVE "00" TO WS-FILE-STATUS
         END-IF.
      *
        OPEN-REPORT.
