      *
       FD  GLJNEW.
      *
       01  NEW-JOURNAL-RECORD          PIC X(51).
      *
       FD  GLCHART.
      *
           05  GDL-DEBIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-CREDIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-ENTERED-BY          PIC X(8).
      *
       01  GLP-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                       MOVE GJ-ACCOUNT-NO     TO GDL-ACCOUNT-NO
                       MOVE GJ-DEBIT-AMOUNT   TO GDL-DEBIT-AMOUNT
                       MOVE GJ-CREDIT-AMOUNT  TO GDL-CREDIT-AMOUNT
                       MOVE GJ-ENTERED-BY     TO GDL-ENTERED-BY
                       MOVE GLP-DETAIL-LINE TO GLP-PRINT-AREA
                       WRITE GLP-PRINT-AREA AFTER ADVANCING 1 LINES
                       PERFORM 120-CHECK-ACCOUNT-ON-CHART
