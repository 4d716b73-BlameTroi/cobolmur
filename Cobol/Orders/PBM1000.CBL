       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBM1000.
      *
      *    QUANTITY-BREAK PRICE SCHEDULE MAINTENANCE. ONE SCHEDULE
      *    PER ITEM, UP TO FIVE TIERS, EACH WITH A MINIMUM QUANTITY,
      *    A PRICE OR A PERCENT OFF THE MASTER UNIT PRICE, AND AN
      *    EFFECTIVE AND EXPIRY DATE PAIR. A TIER KEYED WITH A ZERO
      *    MINIMUM QUANTITY IS UNUSED. ORDER ENTRY AND QUOTING USE
      *    THE SCHEDULE WHEN NO CONTRACT PRICE APPLIES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRCBRK   ASSIGN TO "c:\cobol\data\prcbrk.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PB-ITEM-NO
                           FILE STATUS IS PRCBRK-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRCBRK.
      *
       COPY "Prcbrk.cpy".
      *
       FD  INVMAST.
      *
       01  INVENTORY-MASTER-RECORD.
            05  IM-ITEM-NO              PIC X(5).
            05  IM-DESCRIPTIVE-DATA.
                10  IM-ITEM-DESC        PIC X(40).
                10  IM-UNIT-COST        PIC S9(3)V99.
                10  IM-UNIT-PRICE       PIC S9(3)V99.
            05  IM-INVENTORY-DATA.
                10  IM-REORDER-POINT    PIC S9(5).
                10  IM-ON-HAND          PIC S9(5).
                10  IM-ON-ORDER         PIC S9(5).
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  VALID-SCHEDULE-SWITCH       PIC X   VALUE "Y".
               88  VALID-SCHEDULE                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
               88  PRCBRK-NOT-FOUND            VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-MINIMUM-QUANTITY  PIC 9(5).
           05  ENTRY-BREAK-TYPE        PIC X.
           05  ENTRY-BREAK-VALUE       PIC 9(3)V99.
           05  ENTRY-EFFECTIVE-DATE    PIC 9(8).
           05  ENTRY-EXPIRY-DATE       PIC 9(8).
      *
       01  SCHEDULE-WORK-FIELDS.
           05  BREAK-SUB               PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-TIER            PIC 9.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-VALUE           PIC ZZ9.99.
           05  DISPLAY-PRICE           PIC ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-PRICE-BREAKS.
      *
           DISPLAY "PBM1000 QUANTITY-BREAK PRICE MAINTENANCE".
           OPEN I-O PRCBRK.
           IF PRCBRK-NOT-FOUND
               OPEN OUTPUT PRCBRK
               CLOSE PRCBRK
               OPEN I-O PRCBRK.
           IF NOT PRCBRK-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PRCBRK -- STATUS "
                   PRCBRK-FILE-STATUS
               STOP RUN.
           OPEN INPUT INVMAST.
           PERFORM 100-MAINTAIN-PRICE-BREAK
               UNTIL END-OF-SESSION.
           CLOSE PRCBRK
                 INVMAST.
           DISPLAY "PBM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-PRICE-BREAK.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER ITEM NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-ITEM-NO.
           IF ENTRY-ITEM-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE "Y" TO ITEM-FOUND-SWITCH
               MOVE ENTRY-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       MOVE "N" TO ITEM-FOUND-SWITCH
               END-READ
               IF NOT ITEM-FOUND
                   DISPLAY "ITEM NOT ON INVENTORY MASTER."
               ELSE
                   MOVE IM-UNIT-PRICE TO DISPLAY-PRICE
                   DISPLAY IM-ITEM-DESC
                   DISPLAY "MASTER UNIT PRICE " DISPLAY-PRICE
                   PERFORM 200-SHOW-AND-SET-SCHEDULE.
      *
       200-SHOW-AND-SET-SCHEDULE.
      *
           MOVE ENTRY-ITEM-NO TO PB-ITEM-NO.
           READ PRCBRK
               INVALID KEY
                   DISPLAY "NO PRICE-BREAK SCHEDULE ON FILE FOR THIS "
                       "ITEM."
                   PERFORM 300-ACCEPT-SCHEDULE-FIELDS
                   IF VALID-SCHEDULE
                       WRITE PRICE-BREAK-RECORD
                           INVALID KEY
                               DISPLAY "WRITE ERROR ON PRCBRK."
                           NOT INVALID KEY
                               DISPLAY "PRICE-BREAK SCHEDULE ADDED."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM 210-SHOW-BREAK-TIER
                       VARYING BREAK-SUB FROM 1 BY 1
                       UNTIL BREAK-SUB > 5
                   PERFORM 300-ACCEPT-SCHEDULE-FIELDS
                   IF VALID-SCHEDULE
                       REWRITE PRICE-BREAK-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON PRCBRK."
                           NOT INVALID KEY
                               DISPLAY "PRICE-BREAK SCHEDULE CHANGED."
                       END-REWRITE
                   END-IF
           END-READ.
      *
       210-SHOW-BREAK-TIER.
      *
           MOVE BREAK-SUB TO DISPLAY-TIER.
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) = ZERO
               DISPLAY "TIER " DISPLAY-TIER "  UNUSED"
           ELSE
               MOVE PB-MINIMUM-QUANTITY (BREAK-SUB) TO DISPLAY-QUANTITY
               MOVE PB-BREAK-VALUE (BREAK-SUB)      TO DISPLAY-VALUE
               IF PB-BREAK-PERCENT (BREAK-SUB)
                   DISPLAY "TIER " DISPLAY-TIER "  AT " DISPLAY-QUANTITY
                       "  " DISPLAY-VALUE " PERCENT OFF"
                       "  EFFECTIVE " PB-EFFECTIVE-DATE (BREAK-SUB)
                       "  EXPIRES " PB-EXPIRY-DATE (BREAK-SUB)
               ELSE
                   DISPLAY "TIER " DISPLAY-TIER "  AT " DISPLAY-QUANTITY
                       "  PRICE " DISPLAY-VALUE
                       "  EFFECTIVE " PB-EFFECTIVE-DATE (BREAK-SUB)
                       "  EXPIRES " PB-EXPIRY-DATE (BREAK-SUB).
      *
       300-ACCEPT-SCHEDULE-FIELDS.
      *
      *    ALL FIVE TIERS ARE KEYED AGAIN EACH TIME; ONE BAD TIER
      *    LEAVES THE SCHEDULE ON FILE AS IT WAS.
      *
           MOVE "Y" TO VALID-SCHEDULE-SWITCH.
           MOVE ENTRY-ITEM-NO TO PB-ITEM-NO.
           PERFORM 310-ACCEPT-BREAK-TIER
               VARYING BREAK-SUB FROM 1 BY 1
               UNTIL BREAK-SUB > 5.
           IF NOT VALID-SCHEDULE
               DISPLAY "SCHEDULE NOT SAVED.".
      *
       310-ACCEPT-BREAK-TIER.
      *
           MOVE BREAK-SUB TO DISPLAY-TIER.
           DISPLAY "TIER " DISPLAY-TIER
               " -- ENTER MINIMUM QUANTITY, OR 0 IF UNUSED.".
           ACCEPT ENTRY-MINIMUM-QUANTITY.
           IF ENTRY-MINIMUM-QUANTITY = ZERO
               MOVE ZERO  TO PB-MINIMUM-QUANTITY (BREAK-SUB)
               MOVE SPACE TO PB-BREAK-TYPE (BREAK-SUB)
               MOVE ZERO  TO PB-BREAK-VALUE (BREAK-SUB)
               MOVE ZERO  TO PB-EFFECTIVE-DATE (BREAK-SUB)
               MOVE ZERO  TO PB-EXPIRY-DATE (BREAK-SUB)
           ELSE
               DISPLAY "ENTER P FOR A PRICE OR D FOR A PERCENT "
                   "DISCOUNT."
               ACCEPT ENTRY-BREAK-TYPE
               DISPLAY "ENTER PRICE OR PERCENT (NNN.NN)."
               ACCEPT ENTRY-BREAK-VALUE
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)."
               ACCEPT ENTRY-EFFECTIVE-DATE
               DISPLAY "ENTER EXPIRY DATE (YYYYMMDD)."
               ACCEPT ENTRY-EXPIRY-DATE
               PERFORM 320-VALIDATE-BREAK-TIER
               MOVE ENTRY-MINIMUM-QUANTITY
                   TO PB-MINIMUM-QUANTITY (BREAK-SUB)
               MOVE ENTRY-BREAK-TYPE     TO PB-BREAK-TYPE (BREAK-SUB)
               MOVE ENTRY-BREAK-VALUE    TO PB-BREAK-VALUE (BREAK-SUB)
               MOVE ENTRY-EFFECTIVE-DATE
                   TO PB-EFFECTIVE-DATE (BREAK-SUB)
               MOVE ENTRY-EXPIRY-DATE    TO PB-EXPIRY-DATE (BREAK-SUB).
      *
       320-VALIDATE-BREAK-TIER.
      *
           IF ENTRY-BREAK-TYPE NOT = "P" AND ENTRY-BREAK-TYPE NOT = "D"
               DISPLAY "TIER TYPE MUST BE P OR D."
               MOVE "N" TO VALID-SCHEDULE-SWITCH.
           IF ENTRY-BREAK-TYPE = "D" AND ENTRY-BREAK-VALUE > 100
               DISPLAY "PERCENT DISCOUNT MAY NOT EXCEED 100."
               MOVE "N" TO VALID-SCHEDULE-SWITCH.
           IF ENTRY-EXPIRY-DATE < ENTRY-EFFECTIVE-DATE
               DISPLAY "EXPIRY DATE IS BEFORE EFFECTIVE DATE."
               MOVE "N" TO VALID-SCHEDULE-SWITCH.
