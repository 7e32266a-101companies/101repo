         01 WS-ARCH-ID-COUNT PIC 9(5) VALUE 0.
         01 WS-ARCH-ID-TABLE.
            05 WS-ARCH-ID    PIC 9(9) OCCURS 20000 TIMES.
      *    "Y" where the archived image has since been rehired.
         01 WS-ARCH-RHD-TABLE.
            05 WS-ARCH-RHD   PIC X    OCCURS 20000 TIMES.
         01 WS-SCAN-IDX      PIC 9(5).
         01 WS-FOUND-FLAG    PIC X.
            88 WS-ID-FOUND             VALUE "Y".
           ADD 1 TO WS-ARCH-ID-COUNT
           MOVE WS-ARCH-EMPL (193:9)
             TO WS-ARCH-ID (WS-ARCH-ID-COUNT)
           IF ARCH-REHIRE-DATE = SPACES
             MOVE "N" TO WS-ARCH-RHD (WS-ARCH-ID-COUNT)
           ELSE
             MOVE "Y" TO WS-ARCH-RHD (WS-ARCH-ID-COUNT)
           END-IF
         END-IF.
      *
        CHECK-DUPLICATE-IDS.
      *    An archived image whose identifier is also on the live
      *    file means the same person exists twice - usually a
      *    restore that resurrected a leaver the archive already
      *    holds. An image that was rehired is the record of the
      *    person's earlier stint, and is live again by design.
         MOVE "ARCHIVED IDS ALSO ON THE LIVE FILE:" TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
         IF NOT WS-ARCH-OPEN
             MOVE WS-ARCH-ID (WS-SCAN-IDX) TO EMPL-ID
             READ EMPL-FILE KEY IS EMPL-ID
             IF SUCCESSFUL
               IF WS-ARCH-RHD (WS-SCAN-IDX) NOT = "Y"
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE SPACES TO RPT-LINE
                 STRING "  ID " EMPL-ID " ARCHIVED BUT LIVE AS "
                        EMPL-COMPANY " " EMPL-DEPT " " EMPL-NAME
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM PRINT-REPORT-LINE
               END-IF
             ELSE
               IF NOT RECORD-NOT-FOUND
                 MOVE "READ EMPL-FILE" TO WS-ABEND-MSG
