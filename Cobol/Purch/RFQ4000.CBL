       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RFQ4000.
      *
      *    QUOTE AWARD. THE BUYER NAMES THE REQUEST FOR QUOTATION
      *    AND THE VENDOR WHOSE BID WINS. THE WINNING COST, MINIMUM
      *    ORDER, AND LEAD TIME GO STRAIGHT ONTO THE VENDOR CATALOG
      *    -- CHANGING THE ENTRY IF THE VENDOR ALREADY QUOTES THE
      *    ITEM, ADDING ONE IF NOT -- SO THE NEXT PURCHASE ORDER
      *    PRICES FROM THE WINNING QUOTE. THE CATALOG CARRIES THE
      *    VENDOR'S INVOICE PRICE, SO THE FREIGHT AND DUTY THAT
      *    RANKED THE BID ARE NOT ADDED TO IT. THE WINNER IS MARKED
      *    AWARDED AND EVERY OTHER VENDOR ON THE REQUEST NOT
      *    AWARDED, WHICH CLOSES THE REQUEST TO FURTHER REPLIES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RFQFILE  ASSIGN TO "c:\cobol\data\rfqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RF-RFQ-KEY
                           FILE STATUS IS RFQFILE-FILE-STATUS.
           SELECT VENCAT   ASSIGN TO "c:\cobol\data\vencat.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VC-CATALOG-KEY
                           FILE STATUS IS VENCAT-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RFQFILE.
      *
       COPY "Rfqfile.cpy".
      *
       FD  VENCAT.
      *
       COPY "Vencat.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-REQUEST-SWITCH       PIC X   VALUE "N".
               88  END-OF-REQUEST                  VALUE "Y".
           05  ALREADY-AWARDED-SWITCH      PIC X   VALUE "N".
               88  ALREADY-AWARDED                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RFQFILE-FILE-STATUS     PIC XX.
               88  RFQFILE-SUCCESSFUL          VALUE "00".
           05  VENCAT-FILE-STATUS      PIC XX.
               88  VENCAT-SUCCESSFUL           VALUE "00".
               88  VENCAT-NOT-FOUND            VALUE "35".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-RFQ-NO            PIC 9(6).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  CONFIRM-SWITCH          PIC X.
      *
       01  AWARD-FIELDS.
           05  AWARD-ITEM-NO           PIC X(5).
           05  AWARD-BID-COST          PIC S9(3)V99.
           05  AWARD-MIN-QTY           PIC S9(5).
           05  AWARD-LEAD-DAYS         PIC S9(3).
           05  BIDS-ON-REQUEST         PIC S9(3)   COMP.
           05  VENDORS-ON-REQUEST      PIC S9(3)   COMP.
           05  AWARDS-MADE             PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-COST            PIC ZZ9.99.
           05  DISPLAY-FREIGHT         PIC ZZ9.99.
           05  DISPLAY-MIN-QTY         PIC ZZ,ZZ9.
           05  DISPLAY-LEAD-DAYS       PIC ZZ9.
           05  DISPLAY-AWARD-COUNT     PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-AWARD-QUOTES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "RFQ4000 QUOTE AWARD".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "QUOTE AWARDS NEED OPERATOR AUTHORITY."
               STOP RUN.
           OPEN I-O RFQFILE.
           IF NOT RFQFILE-SUCCESSFUL
               DISPLAY "NO RFQ FILE ON FILE -- STATUS "
                   RFQFILE-FILE-STATUS
               STOP RUN.
           PERFORM 050-OPEN-CATALOG-FILE.
           OPEN INPUT VENDMAST.
           PERFORM 100-AWARD-ONE-REQUEST
               UNTIL END-OF-SESSION.
           CLOSE RFQFILE
                 VENCAT
                 VENDMAST.
           MOVE AWARDS-MADE TO DISPLAY-AWARD-COUNT.
           DISPLAY "RFQ4000 SESSION ENDED -- " DISPLAY-AWARD-COUNT
               " REQUESTS AWARDED.".
           STOP RUN.
      *
       050-OPEN-CATALOG-FILE.
      *
           OPEN I-O VENCAT.
           IF VENCAT-NOT-FOUND
               OPEN OUTPUT VENCAT
               CLOSE VENCAT
               OPEN I-O VENCAT.
           IF NOT VENCAT-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENCAT"
               DISPLAY "FILE STATUS CODE IS " VENCAT-FILE-STATUS
               MOVE "Y" TO END-OF-SESSION-SWITCH.
      *
       100-AWARD-ONE-REQUEST.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER REQUEST NUMBER, OR 0 TO END.".
           ACCEPT ENTRY-RFQ-NO.
           IF ENTRY-RFQ-NO = ZERO
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               PERFORM 200-SHOW-REQUEST-BIDS
               EVALUATE TRUE
                   WHEN VENDORS-ON-REQUEST = ZERO
                       DISPLAY "REQUEST " ENTRY-RFQ-NO
                           " NOT ON FILE."
                   WHEN ALREADY-AWARDED
                       DISPLAY "REQUEST " ENTRY-RFQ-NO
                           " HAS ALREADY BEEN AWARDED."
                   WHEN BIDS-ON-REQUEST = ZERO
                       DISPLAY "NO BIDS HAVE BEEN KEYED FOR REQUEST "
                           ENTRY-RFQ-NO "."
                   WHEN OTHER
                       PERFORM 300-SELECT-WINNING-BID
               END-EVALUATE.
      *
       200-SHOW-REQUEST-BIDS.
      *
           MOVE ZERO TO VENDORS-ON-REQUEST.
           MOVE ZERO TO BIDS-ON-REQUEST.
           MOVE "N" TO ALREADY-AWARDED-SWITCH.
           PERFORM 210-START-REQUEST.
           PERFORM 220-SHOW-NEXT-VENDOR
               UNTIL END-OF-REQUEST.
      *
       210-START-REQUEST.
      *
           MOVE "N" TO END-OF-REQUEST-SWITCH.
           MOVE ENTRY-RFQ-NO TO RF-RFQ-NO.
           MOVE LOW-VALUE    TO RF-VENDOR-NO.
           START RFQFILE KEY NOT < RF-RFQ-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-REQUEST-SWITCH.
      *
       220-SHOW-NEXT-VENDOR.
      *
           PERFORM 230-READ-NEXT-VENDOR.
           IF NOT END-OF-REQUEST
               ADD 1 TO VENDORS-ON-REQUEST
               MOVE RF-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       MOVE "** NOT ON VENDOR MASTER **"
                           TO VM-VENDOR-NAME
               END-READ
               EVALUATE TRUE
                   WHEN RFQ-AWARDED
                       MOVE "Y" TO ALREADY-AWARDED-SWITCH
                       DISPLAY RF-VENDOR-NO " " VM-VENDOR-NAME
                           " AWARDED " RF-AWARD-DATE
                   WHEN RFQ-BID-RECEIVED
                       ADD 1 TO BIDS-ON-REQUEST
                       MOVE RF-BID-COST      TO DISPLAY-COST
                       MOVE RF-BID-FREIGHT   TO DISPLAY-FREIGHT
                       MOVE RF-BID-MIN-QTY   TO DISPLAY-MIN-QTY
                       MOVE RF-BID-LEAD-DAYS TO DISPLAY-LEAD-DAYS
                       DISPLAY RF-VENDOR-NO " " VM-VENDOR-NAME
                           " COST " DISPLAY-COST
                           " FRT " DISPLAY-FREIGHT
                           " MIN " DISPLAY-MIN-QTY
                           " DAYS " DISPLAY-LEAD-DAYS
                   WHEN RFQ-NO-BID
                       DISPLAY RF-VENDOR-NO " " VM-VENDOR-NAME
                           " DECLINED TO BID"
                   WHEN RFQ-SENT
                       DISPLAY RF-VENDOR-NO " " VM-VENDOR-NAME
                           " NO REPLY"
               END-EVALUATE.
      *
       230-READ-NEXT-VENDOR.
      *
           READ RFQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-REQUEST-SWITCH
               NOT AT END
                   IF RF-RFQ-NO NOT = ENTRY-RFQ-NO
                       MOVE "Y" TO END-OF-REQUEST-SWITCH
                   END-IF
           END-READ.
      *
       300-SELECT-WINNING-BID.
      *
           DISPLAY "ENTER VENDOR NUMBER TO AWARD, OR BLANK TO SKIP.".
           MOVE SPACE TO ENTRY-VENDOR-NO.
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = SPACE
               DISPLAY "REQUEST " ENTRY-RFQ-NO " NOT AWARDED."
           ELSE
               MOVE ENTRY-RFQ-NO    TO RF-RFQ-NO
               MOVE ENTRY-VENDOR-NO TO RF-VENDOR-NO
               READ RFQFILE
                   INVALID KEY
                       DISPLAY "VENDOR " ENTRY-VENDOR-NO
                           " WAS NOT ASKED ON REQUEST " ENTRY-RFQ-NO
                           "."
                   NOT INVALID KEY
                       IF RFQ-BID-RECEIVED
                           PERFORM 310-CONFIRM-AWARD
                       ELSE
                           DISPLAY "VENDOR " ENTRY-VENDOR-NO
                               " HAS NO BID ON THIS REQUEST."
                       END-IF
               END-READ.
      *
       310-CONFIRM-AWARD.
      *
           MOVE RF-ITEM-NO       TO AWARD-ITEM-NO.
           MOVE RF-BID-COST      TO AWARD-BID-COST.
           MOVE RF-BID-MIN-QTY   TO AWARD-MIN-QTY.
           MOVE RF-BID-LEAD-DAYS TO AWARD-LEAD-DAYS.
           MOVE AWARD-BID-COST   TO DISPLAY-COST.
           DISPLAY "AWARD ITEM " AWARD-ITEM-NO " TO VENDOR "
               ENTRY-VENDOR-NO " AT " DISPLAY-COST "? (Y/N)".
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRM-SWITCH = "Y"
               PERFORM 400-UPDATE-VENDOR-CATALOG
               PERFORM 500-MARK-REQUEST-AWARDED
               ADD 1 TO AWARDS-MADE
           ELSE
               DISPLAY "REQUEST " ENTRY-RFQ-NO " NOT AWARDED.".
      *
       400-UPDATE-VENDOR-CATALOG.
      *
           MOVE ENTRY-VENDOR-NO TO VC-VENDOR-NO.
           MOVE AWARD-ITEM-NO   TO VC-ITEM-NO.
           READ VENCAT
               INVALID KEY
                   MOVE AWARD-BID-COST  TO VC-QUOTED-COST
                   MOVE AWARD-MIN-QTY   TO VC-MIN-ORDER-QTY
                   MOVE AWARD-LEAD-DAYS TO VC-LEAD-TIME-DAYS
                   WRITE VENDOR-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON VENCAT"
                           DISPLAY "FILE STATUS CODE IS "
                               VENCAT-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "CATALOG ENTRY ADDED."
                   END-WRITE
               NOT INVALID KEY
                   MOVE AWARD-BID-COST  TO VC-QUOTED-COST
                   MOVE AWARD-MIN-QTY   TO VC-MIN-ORDER-QTY
                   MOVE AWARD-LEAD-DAYS TO VC-LEAD-TIME-DAYS
                   REWRITE VENDOR-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON VENCAT"
                           DISPLAY "FILE STATUS CODE IS "
                               VENCAT-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "CATALOG ENTRY CHANGED."
                   END-REWRITE
           END-READ.
      *
       500-MARK-REQUEST-AWARDED.
      *
           PERFORM 210-START-REQUEST.
           PERFORM 510-MARK-NEXT-VENDOR
               UNTIL END-OF-REQUEST.
           DISPLAY "REQUEST " ENTRY-RFQ-NO " AWARDED TO VENDOR "
               ENTRY-VENDOR-NO ".".
      *
       510-MARK-NEXT-VENDOR.
      *
           PERFORM 230-READ-NEXT-VENDOR.
           IF NOT END-OF-REQUEST
               IF RF-VENDOR-NO = ENTRY-VENDOR-NO
                   SET RFQ-AWARDED TO TRUE
               ELSE
                   SET RFQ-NOT-AWARDED TO TRUE
               END-IF
               MOVE RUN-DATE TO RF-AWARD-DATE
               REWRITE QUOTE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON RFQFILE -- STATUS "
                           RFQFILE-FILE-STATUS
               END-REWRITE.
