         01 WS-EMPL-COUNT        PIC 9(7) VALUE 0.
         01 WS-LINE-PTR          PIC 999.
         01 WS-SALARY-EDIT       PIC 9(9).99.
         01 WS-RATE-EDIT         PIC 9(5).99.

       PROCEDURE DIVISION.

        WRITE-EMPL-EXPORT-LINE.
         MOVE SPACES TO EXPORT-RECORD.
         MOVE 1 TO WS-LINE-PTR.
      *    The columns are LoadCompany's load-file layout, so a
      *    rehire's adjusted service date and a leaver's final pay
      *    state survive an Export/LoadCompany rebuild of the file.
      *    Move through an edited picture so the exported text carries
      *    an explicit decimal point - EMPL-SALARY itself has none,
      *    and LoadCompany's UNSTRING needs one to reload correctly.
         MOVE EMPL-SALARY TO WS-SALARY-EDIT.
         MOVE EMPL-HOURLY-RATE TO WS-RATE-EDIT.
         STRING "E|" DELIMITED BY SIZE
                 FUNCTION TRIM(EMPL-COMPANY)      DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 DELIMITED BY SIZE
                 EMPL-CURRENCY                    DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 EMPL-FTE-PCT                     DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 EMPL-PAY-TYPE                    DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 WS-RATE-EDIT                     DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 EMPL-SERVICE-DATE                DELIMITED BY SIZE "|"
                 DELIMITED BY SIZE
                 EMPL-FINAL-PAY                   DELIMITED BY SIZE
             INTO EXPORT-RECORD WITH POINTER WS-LINE-PTR.
         MOVE "WRITE EXPORT-RECORD" TO WS-ABEND-MSG.
         WRITE EXPORT-RECORD.
