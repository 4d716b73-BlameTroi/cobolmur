           05  AL-BIN-LOCATION         PIC X(10).
           05  AL-VENDOR-NAME          PIC X(30).
           05  AL-VENDOR-PHONE         PIC X(12).
           05  AL-ENTERED-BY           PIC X(8).
           05  AL-APPROVED-BY          PIC X(8).
      *
       FD  AUDRPT.
      *
           05  FILLER                  PIC X(9)  VALUE "ON HAND".
           05  FILLER                  PIC X(7)  VALUE "VENDOR".
           05  FILLER                  PIC X(10) VALUE "BIN".
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ENTERED".
           05  FILLER                  PIC X(8)  VALUE "APPROVED".
      *
       01  AUD-DETAIL-LINE.
           05  ADL-DATE                PIC 9(8).
           05  ADL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ADL-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ADL-ENTERED-BY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ADL-APPROVED-BY         PIC X(8).
      *
       01  AUD-SUMMARY-HEADING.
           05  FILLER                  PIC X(9)  VALUE "DATE".
           MOVE AL-ON-HAND          TO ADL-ON-HAND.
           MOVE AL-VENDOR-NO        TO ADL-VENDOR-NO.
           MOVE AL-BIN-LOCATION     TO ADL-BIN-LOCATION.
           MOVE AL-ENTERED-BY       TO ADL-ENTERED-BY.
           MOVE AL-APPROVED-BY      TO ADL-APPROVED-BY.
           MOVE AUD-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
