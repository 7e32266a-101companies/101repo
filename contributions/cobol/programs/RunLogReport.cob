      *    The newest WS-LIMIT runs are kept in a ring - the slot
      *    after the last one written is always the oldest entry.
         01 WS-RING-TABLE.
            05 WS-RING-ENTRY OCCURS 99 TIMES PIC X(85).
         01 WS-HEAD-LINE.
            05 FILLER PIC X(13) VALUE "PROGRAM".
            05 FILLER PIC X(21) VALUE "COMPANY".
            05 FILLER PIC X(15) VALUE "END".
            05 FILLER PIC X(9)  VALUE "RECORDS".
            05 FILLER PIC X(4)  VALUE "CC".
            05 FILLER PIC X(10) VALUE "OPERATOR".
            05 FILLER PIC X(6)  VALUE "PERIOD".
         01 WS-DETAIL-LINE.
            05 WS-DET-PROGRAM     PIC X(12).
            05 FILLER             PIC X     VALUE SPACE.
            05 WS-DET-CC          PIC X(2).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-OPERATOR    PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DET-PERIOD      PIC X(8).
         01 WS-ABEND-MSG     PIC X(40).

       PROCEDURE DIVISION.
           TO WS-DET-CC.
         MOVE WS-RING-ENTRY (WS-PRINT-IDX) (70:8)
           TO WS-DET-OPERATOR.
         MOVE WS-RING-ENTRY (WS-PRINT-IDX) (78:8)
           TO WS-DET-PERIOD.
         MOVE WS-DETAIL-LINE TO RPT-LINE.
         PERFORM PRINT-REPORT-LINE.
      *
