      *    The address block (offsets 61-160) is the personal data
      *    the policy covers - blank it and keep the statistical
      *    skeleton of the record.
      *    The flag tells a later rehire the image can no longer
      *    be restored.
             MOVE SPACES TO WS-ARCH-EMPL (61:100)
             MOVE WS-ARCH-EMPL TO ARCH-RECORD
             SET ARCH-ANONYMIZED TO TRUE
             MOVE "REWRITE ARCH-RECORD" TO WS-ABEND-MSG
             REWRITE ARCH-RECORD
             PERFORM ABORT-IF-ERROR
