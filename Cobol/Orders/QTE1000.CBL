      *    QUOTATION ENTRY. PRICES A JOB WITHOUT TOUCHING THE
      *    ORDER FILE OR THE ORDER NUMBER SERIES -- QUOTES HAVE
      *    THEIR OWN FILE AND THEIR OWN CONTROL-FILE NUMBERING.
      *    LINES PRICE CONTRACT-FIRST, THEN FROM THE ITEM'S
      *    QUANTITY-BREAK SCHEDULE, WITH THE MASTER PRICE AS
      *    FALLBACK, THE SAME RULE ORDER ENTRY APPLIES, AND EACH
      *    QUOTE CARRIES AN EXPIRY DATE. THE QUOTE DOCUMENT
      *    PRINTS AS THE QUOTE IS COMPLETED; QTC1000 CONVERTS AN
                           ACCESS IS RANDOM
                           RECORD KEY IS CP-CONTRACT-KEY
                           FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT PRCBRK   ASSIGN TO "c:\cobol\data\prcbrk.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PB-ITEM-NO
                           FILE STATUS IS PRCBRK-FILE-STATUS.
           SELECT QTERPT   ASSIGN TO "c:\cobol\data\qte1rpt.prn".
      *
       DATA DIVISION.
       FD  CONTRACT.
      *
       COPY "Contract.cpy".
      *
       FD  PRCBRK.
      *
       COPY "Prcbrk.cpy".
      *
       FD  QTERPT.
       01  QTE-PRINT-AREA          PIC X(90).
               88  QUOCTL-SUCCESSFUL           VALUE "00".
           05  CONTRACT-FILE-STATUS    PIC XX.
               88  CONTRACT-SUCCESSFUL         VALUE "00".
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  QUOTE-CUSTOMER-NO       PIC 9(5).
           05  QUOTE-LINE-COUNT        PIC 9(3)    VALUE ZERO.
           05  LINE-UNIT-PRICE         PIC S9(3)V99.
           05  LINE-PRICE-SOURCE       PIC X.
           05  BREAK-SUB               PIC S9(3)   COMP.
           05  BREAK-QUANTITY-USED     PIC 9(5).
           05  LINE-EXTENSION          PIC S9(8)V99.
           05  QUOTE-TOTAL-AMOUNT      PIC S9(9)V99 VALUE ZERO.
      *
       235-PRICE-QUOTE-LINE.
      *
      *    THE SAME RULE ORDER ENTRY APPLIES: CONTRACT FILE FIRST,
      *    THEN THE QUANTITY-BREAK SCHEDULE, MASTER UNIT PRICE AS
      *    THE FALLBACK.
      *
           MOVE IM-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE "M"           TO LINE-PRICE-SOURCE.
                       END-IF
               END-READ
               CLOSE CONTRACT.
           IF LINE-PRICE-SOURCE = "M"
               PERFORM 236-APPLY-QUANTITY-BREAK.
      *
       236-APPLY-QUANTITY-BREAK.
      *
           OPEN INPUT PRCBRK.
           IF PRCBRK-SUCCESSFUL
               MOVE ENTRY-ITEM-NO TO PB-ITEM-NO
               READ PRCBRK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO BREAK-QUANTITY-USED
                       PERFORM 237-TEST-BREAK-TIER
                           VARYING BREAK-SUB FROM 1 BY 1
                           UNTIL BREAK-SUB > 5
                       IF LINE-PRICE-SOURCE = "Q"
                           DISPLAY "QUANTITY-BREAK PRICE APPLIED."
                       END-IF
               END-READ
               CLOSE PRCBRK.
      *
       237-TEST-BREAK-TIER.
      *
      *    THE HIGHEST IN-DATE TIER THE QUANTITY REACHES WINS, SO
      *    THE TIERS NEED NOT BE KEYED IN ASCENDING ORDER.
      *
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) > BREAK-QUANTITY-USED
             AND PB-MINIMUM-QUANTITY (BREAK-SUB) <= ENTRY-QUANTITY
             AND RUN-DATE >= PB-EFFECTIVE-DATE (BREAK-SUB)
             AND RUN-DATE <= PB-EXPIRY-DATE (BREAK-SUB)
               MOVE PB-MINIMUM-QUANTITY (BREAK-SUB)
                   TO BREAK-QUANTITY-USED
               IF PB-BREAK-PERCENT (BREAK-SUB)
                   COMPUTE LINE-UNIT-PRICE ROUNDED =
                       IM-UNIT-PRICE *
                       (100 - PB-BREAK-VALUE (BREAK-SUB)) / 100
               ELSE
                   MOVE PB-BREAK-VALUE (BREAK-SUB) TO LINE-UNIT-PRICE
               END-IF
               MOVE "Q" TO LINE-PRICE-SOURCE.
      *
       250-WRITE-QUOTE-RECORD.
      *
           IF LINE-PRICE-SOURCE = "C"
               MOVE "*CONTRACT*" TO QDL-PRICE-FLAG
           ELSE
               IF LINE-PRICE-SOURCE = "Q"
                   MOVE "*QTY BRK*" TO QDL-PRICE-FLAG
               ELSE
                   MOVE SPACE TO QDL-PRICE-FLAG.
           MOVE QTE-DETAIL-LINE TO QTE-PRINT-AREA.
           WRITE QTE-PRINT-AREA AFTER ADVANCING 1 LINES.
