       01  STATEMENT-LINE-RECORD.
      *
      *    FINANCIAL-STATEMENT LINE CAPTIONS, ONE RECORD PER LINE
      *    CODE, KEPT BY HAND IN A TEXT EDITOR. EVERY ACCOUNT ON
      *    THE CHART CARRYING THE LINE CODE PRINTS IN ONE SUM UNDER
      *    THE CAPTION. A CODE WITH NO CAPTION HERE PRINTS AS
      *    STATEMENT LINE NNN.
      *
           05  LN-LINE-CODE            PIC 9(3).
           05  LN-LINE-CAPTION         PIC X(30).
