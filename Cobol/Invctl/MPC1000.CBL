      *    MASS PRICE/COST CHANGE UTILITY. PRINTS A PROOF LIST OF
      *    THE PROPOSED CHANGES, THEN ON OPERATOR APPROVAL WRITES
      *    CHANGE TRANSACTIONS TO MNTTRAN FOR THE NORMAL SEQ2000
      *    EDIT AND UPDATE RUN. EACH TRANSACTION CARRIES THE SIGNED-ON
      *    OPERATOR SO SEQ2000 CAN HOLD A LARGE CHANGE FOR REVIEW BY
      *    SOMEONE ELSE.
      *
       ENVIRONMENT DIVISION.
      *
           05  MT-UNIT-COST            PIC S9(3)V99.
           05  MT-UNIT-PRICE           PIC S9(3)V99.
           05  MT-REORDER-POINT        PIC S9(5).
           05  MT-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(31).
      *
       COPY "Sgnreq.cpy".
      *
       01  PRF-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
      *
       000-PROCESS-MASS-PRICE-CHANGE.
      *
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "MASS PRICE CHANGES NEED OPERATOR AUTHORITY."
               STOP RUN.
           PERFORM 100-GET-CHANGE-PARAMETERS.
           PERFORM 200-PRINT-PROOF-LIST.
           IF SELECTED-ITEM-COUNT = ZERO
           ELSE
               MOVE ZERO TO MT-UNIT-PRICE.
           MOVE ZERO TO MT-REORDER-POINT.
           MOVE SO-OPERATOR-ID TO MT-ENTERED-BY.
           WRITE TRANSACTION-RECORD FROM MAINTENANCE-TRANSACTION.
           IF NOT MNTTRAN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MNTTRAN FOR ITEM "
