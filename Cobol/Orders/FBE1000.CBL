       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. FBE1000.
      *
      *    CARRIER FREIGHT BILL ENTRY. EACH FREIGHT BILL A CARRIER
      *    SENDS US IS KEYED HERE AS IT ARRIVES -- CARRIER, BILL
      *    NUMBER, BILL DATE, OUR INVOICE FOR THE SHIPMENT IF THE
      *    BILL QUOTES IT, AND THE AMOUNT CHARGED -- AND APPENDED
      *    TO THE CARRIER CHARGE FILE. THE MONTHLY FREIGHT REPORT
      *    SETS THESE CHARGES AGAINST THE FREIGHT WE BILLED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CARRCHG  ASSIGN TO "c:\cobol\data\carrchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CARRCHG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CARRCHG.
      *
       COPY "Carrchg.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-BILL-SWITCH           PIC X   VALUE "N".
               88  VALID-BILL                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CARRCHG-FILE-STATUS     PIC XX.
               88  CARRCHG-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CARRIER-CODE      PIC X(4).
           05  ENTRY-FREIGHT-BILL-NO   PIC X(10).
           05  ENTRY-BILL-DATE         PIC 9(8).
           05  ENTRY-INVOICE-NO        PIC 9(6).
           05  ENTRY-CHARGE-AMOUNT     PIC 9(5)V99.
      *
       01  BILL-COUNT-FIELDS.
           05  BILLS-ENTERED-COUNT     PIC 9(5)    VALUE ZERO.
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-FREIGHT-BILLS.
      *
           DISPLAY "FBE1000 CARRIER FREIGHT BILL ENTRY".
           OPEN EXTEND CARRCHG.
           IF NOT CARRCHG-SUCCESSFUL
               OPEN OUTPUT CARRCHG.
           IF NOT CARRCHG-SUCCESSFUL
               DISPLAY "OPEN ERROR ON CARRCHG -- STATUS "
                   CARRCHG-FILE-STATUS
               STOP RUN.
           PERFORM 100-ENTER-ONE-FREIGHT-BILL
               UNTIL END-OF-SESSION.
           CLOSE CARRCHG.
           DISPLAY "FBE1000 FREIGHT BILLS ENTERED "
               BILLS-ENTERED-COUNT.
           STOP RUN.
      *
       100-ENTER-ONE-FREIGHT-BILL.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CARRIER CODE, OR 9999 TO END.".
           ACCEPT ENTRY-CARRIER-CODE.
           IF ENTRY-CARRIER-CODE = "9999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-CARRIER-CODE = SPACE
                   DISPLAY "CARRIER CODE MAY NOT BE SPACES."
               ELSE
                   PERFORM 200-ENTER-BILL-DETAILS
                   IF VALID-BILL
                       PERFORM 300-WRITE-CARRIER-CHARGE.
      *
       200-ENTER-BILL-DETAILS.
      *
           MOVE "Y" TO VALID-BILL-SWITCH.
           DISPLAY "ENTER CARRIER FREIGHT BILL NUMBER.".
           ACCEPT ENTRY-FREIGHT-BILL-NO.
           DISPLAY "ENTER BILL DATE (YYYYMMDD).".
           ACCEPT ENTRY-BILL-DATE.
           MOVE ENTRY-BILL-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               DISPLAY "BILL DATE IS NOT A VALID DATE -- BILL NOT "
                   "RECORDED."
               MOVE "N" TO VALID-BILL-SWITCH
           ELSE
               DISPLAY "ENTER OUR INVOICE NUMBER FOR THE SHIPMENT, "
                   "OR 0 IF NOT QUOTED."
               ACCEPT ENTRY-INVOICE-NO
               DISPLAY "ENTER AMOUNT CHARGED (NNNNN.NN)."
               ACCEPT ENTRY-CHARGE-AMOUNT
               IF ENTRY-CHARGE-AMOUNT = ZERO
                   DISPLAY "AMOUNT MAY NOT BE ZERO -- BILL NOT "
                       "RECORDED."
                   MOVE "N" TO VALID-BILL-SWITCH.
      *
       300-WRITE-CARRIER-CHARGE.
      *
           MOVE ENTRY-CARRIER-CODE    TO CB-CARRIER-CODE.
           MOVE ENTRY-FREIGHT-BILL-NO TO CB-FREIGHT-BILL-NO.
           MOVE ENTRY-BILL-DATE       TO CB-BILL-DATE.
           MOVE ENTRY-INVOICE-NO      TO CB-INVOICE-NO.
           MOVE ENTRY-CHARGE-AMOUNT   TO CB-CHARGE-AMOUNT.
           WRITE CARRIER-CHARGE-RECORD.
           IF NOT CARRCHG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON CARRCHG -- STATUS "
                   CARRCHG-FILE-STATUS
           ELSE
               ADD 1 TO BILLS-ENTERED-COUNT
               DISPLAY "FREIGHT BILL RECORDED.".
