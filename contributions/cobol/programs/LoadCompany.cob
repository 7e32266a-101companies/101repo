         01 WS-RATING            PIC X.
         01 WS-CURRENCY          PIC X(3).
         01 WS-FTE-X             PIC X(3).
         01 WS-PAY-TYPE          PIC X.
         01 WS-HOURLY-RATE       PIC 9(5)V99.
         01 WS-SERVICE-DATE      PIC X(8).
         01 WS-FINAL-PAY         PIC X.
         01 WS-DEPT-COUNT        PIC 9(7) VALUE 0.
         01 WS-EMPL-COUNT        PIC 9(7) VALUE 0.
         01 WS-SALARY-TOTAL      PIC 9(9)V99 VALUE 0.
      *    D|company|dept-name|manager|ancestor
      *    E|company|dept-name|employee-name|street|city|state|
      *      postal-code|country|salary|grade|status|hire-date|
      *      term-date|empl-id|rating|currency|fte-percent|
      *      pay-type|hourly-rate|service-date|final-pay
      *    The trailing fields are optional - older load files leave
      *    the employee ungraded, a blank status loads as active, a
      *    missing identifier is assigned fresh off the counter, and
      *    blank rating/currency/FTE/pay type load as the
      *    pre-conversion defaults the readers already tolerate. A
      *    blank service date loads as the hire date, and a blank
      *    final pay as none owed.
         INITIALIZE WS-RECORD-TYPE WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
                    WS-FIELD-8 WS-SALARY WS-GRADE WS-STATUS
                    WS-HIRE-DATE WS-TERM-DATE WS-EMPL-ID-X
                    WS-RATING WS-CURRENCY WS-FTE-X WS-PAY-TYPE
                    WS-HOURLY-RATE WS-SERVICE-DATE WS-FINAL-PAY.
         UNSTRING LOAD-RECORD DELIMITED BY "|"
             INTO WS-RECORD-TYPE WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                  WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
                  WS-FIELD-8 WS-SALARY WS-GRADE WS-STATUS
                  WS-HIRE-DATE WS-TERM-DATE WS-EMPL-ID-X
                  WS-RATING WS-CURRENCY WS-FTE-X WS-PAY-TYPE
                  WS-HOURLY-RATE WS-SERVICE-DATE WS-FINAL-PAY
         END-UNSTRING.
      *
        WRITE-DEPT-RECORD.
         END-IF.
         MOVE WS-HIRE-DATE TO EMPL-HIRE-DATE.
         MOVE WS-TERM-DATE TO EMPL-TERM-DATE.
      *    A rehire's adjusted service date rides along on the row;
      *    a row without one counts service from the hire date.
         IF WS-SERVICE-DATE = SPACES
           MOVE WS-HIRE-DATE TO EMPL-SERVICE-DATE
         ELSE
           MOVE WS-SERVICE-DATE TO EMPL-SERVICE-DATE
         END-IF.
      *    The final pay state is carried as exported, so a reload
      *    neither forgets a leaver still owed one nor flags again
      *    one long since paid. Only a leaver can owe one, and an
      *    unrecognised value loads as none owed.
         IF EMPL-TERMINATED
           MOVE WS-FINAL-PAY TO EMPL-FINAL-PAY
           IF NOT EMPL-FINAL-PAY-DUE AND NOT EMPL-FINAL-PAY-DONE
             MOVE SPACE TO EMPL-FINAL-PAY
           END-IF
         END-IF.
         MOVE WS-RATING    TO EMPL-RATING.
         MOVE WS-CURRENCY  TO EMPL-CURRENCY.
      *    A blank or malformed FTE loads as zero, which every reader
         ELSE
           MOVE 0 TO EMPL-FTE-PCT
         END-IF.
         MOVE WS-PAY-TYPE    TO EMPL-PAY-TYPE.
         MOVE WS-HOURLY-RATE TO EMPL-HOURLY-RATE.
         PERFORM SET-LOADED-EMPL-ID.
         MOVE "WRITE EMPL-RECORD" TO WS-ABEND-MSG.
         WRITE EMPL-RECORD.
