      *    THE CREDIT MEMO IS A NEGATIVE OPEN ITEM REFERENCED BY
      *    THE RMA NUMBER -- CASH APPLICATION'S OLDEST-FIRST WALK
      *    NETS IT AGAINST THE CUSTOMER'S BALANCE.
      *
      *    A RETURN OF A SERIAL-CONTROLLED ITEM IS RECEIVED ONLY
      *    AGAINST ITS SERIALS, ONE PER UNIT. A SERIAL THE
      *    REGISTER DOES NOT SHOW AS SHIPPED TO THE RMA'S CUSTOMER
      *    IS REFUSED; IF THE DOCK CANNOT KEY A SERIAL FOR EVERY
      *    UNIT THE RMA STAYS OPEN AND NOTHING IS RECEIVED. THE
      *    DOCK MARKS EACH DAMAGED UNIT AS IT KEYS IT, WHICH GIVES
      *    THE DAMAGED QUANTITY; GOOD UNITS GO BACK IN STOCK ON THE
      *    REGISTER AND DAMAGED ONES ARE WRITTEN OFF.
      *
       ENVIRONMENT DIVISION.
      *
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT SERMAST  ASSIGN TO "c:\cobol\data\sermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SN-SERIAL-KEY
                           ALTERNATE RECORD KEY IS SN-SERIAL-NO
                               WITH DUPLICATES
                           FILE STATUS IS SERMAST-FILE-STATUS.
           SELECT SERHIST  ASSIGN TO "c:\cobol\data\serhist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SERHIST-FILE-STATUS.
           SELECT MOVLEDGR ASSIGN TO "c:\cobol\data\invmove.dat"
                           FILE STATUS IS MOVLEDGR-FILE-STATUS.
           SELECT ADJTRAN  ASSIGN TO "c:\cobol\data\adjtran.dat"
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  SERMAST.
      *
       COPY "Sermast.cpy".
      *
       FD  SERHIST.
      *
       COPY "Serhist.cpy".
      *
       FD  MOVLEDGR.
      *
               88  RMAFILE-EOF                     VALUE "Y".
           05  RMA-FOUND-SWITCH            PIC X   VALUE "N".
               88  RMA-FOUND                       VALUE "Y".
           05  INVXTRA-OPEN-SWITCH         PIC X   VALUE "N".
               88  INVXTRA-OPEN                    VALUE "Y".
           05  SERIAL-ITEM-SWITCH          PIC X   VALUE "N".
               88  SERIAL-ITEM                     VALUE "Y".
           05  RETURN-ACCEPTED-SWITCH      PIC X   VALUE "Y".
               88  RETURN-ACCEPTED                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RMAFILE-FILE-STATUS     PIC XX.
               88  RMAFILE-SUCCESSFUL          VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SERMAST-FILE-STATUS     PIC XX.
               88  SERMAST-SUCCESSFUL          VALUE "00".
           05  SERHIST-FILE-STATUS     PIC XX.
               88  SERHIST-SUCCESSFUL          VALUE "00".
           05  MOVLEDGR-FILE-STATUS    PIC XX.
               88  MOVLEDGR-SUCCESSFUL         VALUE "00".
           05  ADJTRAN-FILE-STATUS     PIC XX.
       01  ENTRY-FIELDS.
           05  ENTRY-RMA-NO            PIC 9(6).
           05  ENTRY-DAMAGED-QUANTITY  PIC 9(5).
           05  ENTRY-SERIAL-NO         PIC X(15).
           05  ENTRY-DAMAGED-FLAG      PIC X.
      *
       01  RECEIPT-WORK-FIELDS.
           05  BEFORE-ON-HAND-BALANCE  PIC S9(5).
           05  CREDIT-MEMO-AMOUNT      PIC S9(7)V99.
           05  RMAS-RECEIVED-COUNT     PIC 9(5)    VALUE ZERO.
      *
       01  RETURN-SERIAL-TABLE.
           05  RETURN-SERIAL-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  DAMAGED-SERIAL-COUNT    PIC S9(3)   COMP  VALUE ZERO.
           05  RETURN-SERIAL-ENTRY         OCCURS 50 TIMES
                                           INDEXED BY SERIAL-INDEX.
               10  RS-SERIAL-NO            PIC X(15).
               10  RS-DAMAGED-SWITCH       PIC X.
                   88  RS-DAMAGED                  VALUE "D".
      *
       01  CREDIT-REFERENCE.
           05  FILLER                  PIC X(3)  VALUE "RMA".
           OPEN EXTEND MOVLEDGR.
           IF NOT MOVLEDGR-SUCCESSFUL
               OPEN OUTPUT MOVLEDGR.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN I-O SERMAST.
           IF NOT SERMAST-SUCCESSFUL
               OPEN OUTPUT SERMAST
               CLOSE SERMAST
               OPEN I-O SERMAST.
           OPEN EXTEND SERHIST.
           IF NOT SERHIST-SUCCESSFUL
               OPEN OUTPUT SERHIST.
           PERFORM 100-RECEIVE-ONE-RMA
               UNTIL END-OF-SESSION.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           CLOSE INVMAST
                 MOVLEDGR
                 SERMAST
                 SERHIST.
           DISPLAY "RMR1000 RMAS RECEIVED " RMAS-RECEIVED-COUNT.
           STOP RUN.
      *
               PERFORM 210-SCAN-NEXT-RMA
                   UNTIL RMAFILE-EOF OR RMA-FOUND
               IF RMA-FOUND
                   PERFORM 250-CAPTURE-RETURN-SERIALS
                   IF RETURN-ACCEPTED
                       PERFORM 300-PROCESS-RETURN-RECEIPT
                       SET RMA-RECEIVED TO TRUE
                       REWRITE RMA-RECORD
                       IF NOT RMAFILE-SUCCESSFUL
                           DISPLAY "REWRITE ERROR ON RMAFILE FOR RMA "
                               RA-RMA-NO
                       END-IF
                   ELSE
                       DISPLAY "RMA " RA-RMA-NO " LEFT OPEN -- "
                           "NOTHING RECEIVED."
                   END-IF
               END-IF
               CLOSE RMAFILE.
                       MOVE "Y" TO RMA-FOUND-SWITCH
                   END-IF
           END-READ.
      *
       250-CAPTURE-RETURN-SERIALS.
      *
           MOVE "Y"  TO RETURN-ACCEPTED-SWITCH.
           MOVE "N"  TO SERIAL-ITEM-SWITCH.
           MOVE ZERO TO RETURN-SERIAL-COUNT.
           MOVE ZERO TO DAMAGED-SERIAL-COUNT.
           IF INVXTRA-OPEN
               MOVE RA-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-CONTROLLED
                           MOVE "Y" TO SERIAL-ITEM-SWITCH
                       END-IF
               END-READ.
           IF SERIAL-ITEM
               IF RA-RETURN-QUANTITY > 50
                   DISPLAY "RMA " RA-RMA-NO " RETURNS MORE THAN 50 "
                       "SERIALIZED UNITS -- SPLIT THE RMA."
                   MOVE "N" TO RETURN-ACCEPTED-SWITCH
               ELSE
                   DISPLAY "RMA " RA-RMA-NO " ITEM " RA-ITEM-NO
                       " IS SERIAL-CONTROLLED -- KEY EACH UNIT."
                   PERFORM 260-ENTER-RETURN-SERIAL
                       UNTIL RETURN-SERIAL-COUNT = RA-RETURN-QUANTITY
                          OR NOT RETURN-ACCEPTED.
      *
       260-ENTER-RETURN-SERIAL.
      *
           DISPLAY "ENTER SERIAL NUMBER (" RETURN-SERIAL-COUNT " OF "
               RA-RETURN-QUANTITY " KEYED, SPACES = LEAVE THE RMA "
               "OPEN).".
           ACCEPT ENTRY-SERIAL-NO.
           IF ENTRY-SERIAL-NO = SPACE
               MOVE "N" TO RETURN-ACCEPTED-SWITCH
           ELSE
               SET SERIAL-INDEX TO 1
               SEARCH RETURN-SERIAL-ENTRY
                   AT END
                       PERFORM 270-VALIDATE-RETURN-SERIAL
                   WHEN SERIAL-INDEX > RETURN-SERIAL-COUNT
                       PERFORM 270-VALIDATE-RETURN-SERIAL
                   WHEN RS-SERIAL-NO (SERIAL-INDEX) = ENTRY-SERIAL-NO
                       DISPLAY "SERIAL " ENTRY-SERIAL-NO
                           " IS ALREADY KEYED ON THIS RMA."
               END-SEARCH.
      *
       270-VALIDATE-RETURN-SERIAL.
      *
      *    ONLY A UNIT THE REGISTER SHOWS AS SHIPPED, AND SHIPPED
      *    TO THIS CUSTOMER, CAN COME BACK ON THE CUSTOMER'S RMA.
      *
           MOVE RA-ITEM-NO      TO SN-ITEM-NO.
           MOVE ENTRY-SERIAL-NO TO SN-SERIAL-NO.
           READ SERMAST
               INVALID KEY
                   DISPLAY "SERIAL " ENTRY-SERIAL-NO
                       " WAS NEVER RECEIVED FOR ITEM " RA-ITEM-NO
                       " -- REFUSED."
               NOT INVALID KEY
                   IF NOT SERIAL-SHIPPED
                     OR SN-CUSTOMER-NO NOT = RA-CUSTOMER-NO
                       DISPLAY "SERIAL " ENTRY-SERIAL-NO
                           " WAS NOT SOLD TO CUSTOMER "
                           RA-CUSTOMER-NO " -- REFUSED."
                   ELSE
                       PERFORM 280-TABLE-RETURN-SERIAL
                   END-IF
           END-READ.
      *
       280-TABLE-RETURN-SERIAL.
      *
           DISPLAY "ENTER D IF THIS UNIT IS DAMAGED AND CANNOT "
               "RESTOCK, OTHERWISE PRESS ENTER.".
           MOVE SPACE TO ENTRY-DAMAGED-FLAG.
           ACCEPT ENTRY-DAMAGED-FLAG.
           ADD 1 TO RETURN-SERIAL-COUNT.
           SET SERIAL-INDEX TO RETURN-SERIAL-COUNT.
           MOVE ENTRY-SERIAL-NO TO RS-SERIAL-NO (SERIAL-INDEX).
           IF ENTRY-DAMAGED-FLAG = "D"
               MOVE "D" TO RS-DAMAGED-SWITCH (SERIAL-INDEX)
               ADD 1 TO DAMAGED-SERIAL-COUNT
           ELSE
               MOVE "N" TO RS-DAMAGED-SWITCH (SERIAL-INDEX).
      *
       300-PROCESS-RETURN-RECEIPT.
      *
           DISPLAY "RMA " RA-RMA-NO " ITEM " RA-ITEM-NO
               " QUANTITY " RA-RETURN-QUANTITY.
           IF SERIAL-ITEM
               MOVE DAMAGED-SERIAL-COUNT TO ENTRY-DAMAGED-QUANTITY
           ELSE
               DISPLAY "ENTER DAMAGED QUANTITY THAT CANNOT RESTOCK "
                   "(0 IF NONE)."
               ACCEPT ENTRY-DAMAGED-QUANTITY
               IF ENTRY-DAMAGED-QUANTITY > RA-RETURN-QUANTITY
                   DISPLAY "DAMAGED QUANTITY EXCEEDS THE RETURN -- "
                       "TREATED AS ALL DAMAGED."
                   MOVE RA-RETURN-QUANTITY TO ENTRY-DAMAGED-QUANTITY.
           PERFORM 310-RESTOCK-RETURNED-UNITS.
           IF ENTRY-DAMAGED-QUANTITY > ZERO
               PERFORM 330-WRITE-DAMAGE-ADJUSTMENT.
           PERFORM 340-WRITE-CREDIT-MEMO.
           IF SERIAL-ITEM
               PERFORM 350-RETURN-ONE-SERIAL
                   VARYING SERIAL-INDEX FROM 1 BY 1
                   UNTIL SERIAL-INDEX > RETURN-SERIAL-COUNT.
           ADD 1 TO RMAS-RECEIVED-COUNT.
      *
       310-RESTOCK-RETURNED-UNITS.
           MOVE RA-RETURN-QUANTITY     TO MV-MOVEMENT-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM "
               MOVE RA-RMA-NO          TO CR-RMA-NO
               MOVE RA-CUSTOMER-NO     TO AO-CUSTOMER-NO
               MOVE RUN-DATE           TO AO-INVOICE-DATE
               MOVE RUN-DATE           TO AO-DUE-DATE
               MOVE ZERO               TO AO-DISCOUNT-DATE
               MOVE ZERO               TO AO-DISCOUNT-AMOUNT
               MOVE CREDIT-REFERENCE   TO AO-REFERENCE
               MOVE CREDIT-MEMO-AMOUNT TO AO-ORIGINAL-AMOUNT
               MOVE CREDIT-MEMO-AMOUNT TO AO-OPEN-AMOUNT
               CLOSE AROPEN
               DISPLAY "CREDIT MEMO WRITTEN FOR CUSTOMER "
                   RA-CUSTOMER-NO ".".
      *
       350-RETURN-ONE-SERIAL.
      *
           MOVE RA-ITEM-NO TO SN-ITEM-NO.
           MOVE RS-SERIAL-NO (SERIAL-INDEX) TO SN-SERIAL-NO.
           READ SERMAST
               INVALID KEY
                   DISPLAY "SERIAL " SN-SERIAL-NO
                       " NO LONGER ON THE REGISTER."
               NOT INVALID KEY
                   IF RS-DAMAGED (SERIAL-INDEX)
                       SET SERIAL-SCRAPPED TO TRUE
                   ELSE
                       SET SERIAL-IN-STOCK TO TRUE
                   END-IF
                   MOVE RA-RMA-NO TO SN-LAST-RMA-NO
                   MOVE RUN-DATE  TO SN-LAST-RETURN-DATE
                   REWRITE SERIAL-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON SERMAST -- "
                               "STATUS " SERMAST-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM 360-WRITE-SERIAL-HISTORY
                   END-REWRITE
           END-READ.
      *
       360-WRITE-SERIAL-HISTORY.
      *
      *    EVERY RETURNED UNIT GETS A RETURN EVENT; A DAMAGED ONE
      *    ALSO GETS THE WRITE-OFF THAT TAKES IT OFF THE COUNT.
      *
           MOVE SN-ITEM-NO     TO SV-ITEM-NO.
           MOVE SN-SERIAL-NO   TO SV-SERIAL-NO.
           MOVE RUN-DATE       TO SV-EVENT-DATE.
           SET SERIAL-RETURNED-EVENT TO TRUE.
           MOVE SPACE          TO SV-VENDOR-NO.
           MOVE RA-CUSTOMER-NO TO SV-CUSTOMER-NO.
           MOVE RA-RMA-NO      TO SV-REFERENCE-NO.
           MOVE "RMR1000"      TO SV-SOURCE-PROGRAM.
           WRITE SERIAL-HISTORY-RECORD.
           IF SERHIST-SUCCESSFUL AND SERIAL-SCRAPPED
               SET SERIAL-SCRAPPED-EVENT TO TRUE
               WRITE SERIAL-HISTORY-RECORD.
           IF NOT SERHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SERHIST FOR SERIAL "
                   SN-SERIAL-NO.
