         MOVE AUDIT-NEW-SALARY TO WS-NEW-PRINT.
         MOVE WS-ROW-DELTA     TO WS-DELTA-PRINT.
         MOVE SPACES TO RPT-LINE.
      *    A change that waited for a second operator names both.
         IF AUDIT-APPROVER = SPACES
           STRING AUDIT-TIMESTAMP (1:8) " " AUDIT-COMPANY " "
                  AUDIT-DEPT " " AUDIT-NAME " " WS-OLD-PRINT " -> "
                  WS-NEW-PRINT " (" WS-DELTA-PRINT ") BY "
                  AUDIT-OPERATOR
                  DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           STRING AUDIT-TIMESTAMP (1:8) " " AUDIT-COMPANY " "
                  AUDIT-DEPT " " AUDIT-NAME " " WS-OLD-PRINT " -> "
                  WS-NEW-PRINT " (" WS-DELTA-PRINT ") BY "
                  AUDIT-OPERATOR " APPROVED BY " AUDIT-APPROVER
                  DELIMITED BY SIZE INTO RPT-LINE
         END-IF.
         PERFORM PRINT-REPORT-LINE.
      *
        PRINT-GROUP-SUMMARY.
