       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RFQ2000.
      *
      *    QUOTE REPLY ENTRY. EACH VENDOR'S REPLY TO A REQUEST FOR
      *    QUOTATION IS KEYED AGAINST THE REQUEST NUMBER AND THE
      *    VENDOR: A BID -- UNIT COST, FREIGHT AND DUTY PER UNIT,
      *    MINIMUM ORDER QUANTITY, AND LEAD TIME -- OR A DECLINE.
      *    A REPLY MAY BE KEYED AGAIN TO CORRECT IT UNTIL THE
      *    REQUEST HAS BEEN AWARDED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RFQFILE  ASSIGN TO "c:\cobol\data\rfqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RFQ-KEY
                           FILE STATUS IS RFQFILE-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RFQFILE.
      *
       COPY "Rfqfile.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RFQFILE-FILE-STATUS     PIC XX.
               88  RFQFILE-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-RFQ-NO            PIC 9(6).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-REPLY-CODE        PIC X.
               88  REPLY-IS-BID                VALUE "B".
               88  REPLY-IS-DECLINE            VALUE "N".
           05  ENTRY-BID-COST          PIC 9(3)V99.
           05  ENTRY-BID-FREIGHT       PIC 9(3)V99.
           05  ENTRY-BID-MIN-QTY       PIC 9(5).
           05  ENTRY-BID-LEAD-DAYS     PIC 9(3).
      *
       01  SESSION-COUNTS.
           05  BIDS-KEYED              PIC S9(5)   COMP  VALUE ZERO.
           05  DECLINES-KEYED          PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-COST            PIC ZZ9.99.
           05  DISPLAY-BID-COUNT       PIC ZZ,ZZ9.
           05  DISPLAY-DECLINE-COUNT   PIC ZZ,ZZ9.
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
       000-ENTER-QUOTE-REPLIES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "RFQ2000 QUOTE REPLY ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "QUOTE REPLIES NEED OPERATOR AUTHORITY."
               STOP RUN.
           OPEN I-O RFQFILE.
           IF NOT RFQFILE-SUCCESSFUL
               DISPLAY "NO RFQ FILE ON FILE -- STATUS "
                   RFQFILE-FILE-STATUS
               STOP RUN.
           PERFORM 100-ENTER-ONE-REPLY
               UNTIL END-OF-SESSION.
           CLOSE RFQFILE.
           MOVE BIDS-KEYED     TO DISPLAY-BID-COUNT.
           MOVE DECLINES-KEYED TO DISPLAY-DECLINE-COUNT.
           DISPLAY "RFQ2000 SESSION ENDED -- " DISPLAY-BID-COUNT
               " BIDS, " DISPLAY-DECLINE-COUNT " DECLINES KEYED.".
           STOP RUN.
      *
       100-ENTER-ONE-REPLY.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER REQUEST NUMBER, OR 0 TO END.".
           ACCEPT ENTRY-RFQ-NO.
           IF ENTRY-RFQ-NO = ZERO
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               DISPLAY "ENTER VENDOR NUMBER."
               ACCEPT ENTRY-VENDOR-NO
               MOVE ENTRY-RFQ-NO    TO RF-RFQ-NO
               MOVE ENTRY-VENDOR-NO TO RF-VENDOR-NO
               READ RFQFILE
                   INVALID KEY
                       DISPLAY "VENDOR " ENTRY-VENDOR-NO
                           " WAS NOT ASKED ON REQUEST " ENTRY-RFQ-NO
                           "."
                   NOT INVALID KEY
                       PERFORM 200-SHOW-AND-KEY-REPLY
               END-READ.
      *
       200-SHOW-AND-KEY-REPLY.
      *
           MOVE RF-REQUEST-QTY TO DISPLAY-QUANTITY.
           DISPLAY "ITEM " RF-ITEM-NO "  QUANTITY " DISPLAY-QUANTITY
               "  REPLY BY " RF-REPLY-BY-DATE.
           EVALUATE TRUE
               WHEN RFQ-AWARDED
               WHEN RFQ-NOT-AWARDED
                   DISPLAY "REQUEST " RF-RFQ-NO
                       " HAS BEEN AWARDED -- REPLY NOT CHANGED."
               WHEN OTHER
                   IF RFQ-BID-RECEIVED
                       MOVE RF-BID-COST TO DISPLAY-COST
                       DISPLAY "BID ON FILE: COST " DISPLAY-COST
                           " -- KEYING AGAIN REPLACES IT."
                   END-IF
                   PERFORM 300-ACCEPT-REPLY
           END-EVALUATE.
      *
       300-ACCEPT-REPLY.
      *
           DISPLAY "ENTER B IF THE VENDOR BID, N IF IT DECLINED.".
           ACCEPT ENTRY-REPLY-CODE.
           EVALUATE TRUE
               WHEN REPLY-IS-BID
                   PERFORM 310-ACCEPT-BID-FIELDS
               WHEN REPLY-IS-DECLINE
                   SET RFQ-NO-BID TO TRUE
                   MOVE ZERO TO RF-BID-COST
                                RF-BID-FREIGHT
                                RF-BID-MIN-QTY
                                RF-BID-LEAD-DAYS
                   MOVE RUN-DATE TO RF-REPLY-DATE
                   PERFORM 400-REWRITE-QUOTE-REQUEST
                   ADD 1 TO DECLINES-KEYED
               WHEN OTHER
                   DISPLAY "REPLY MUST BE B OR N -- NOTHING CHANGED."
           END-EVALUATE.
      *
       310-ACCEPT-BID-FIELDS.
      *
           DISPLAY "ENTER QUOTED UNIT COST (NNN.NN).".
           ACCEPT ENTRY-BID-COST.
           DISPLAY "ENTER FREIGHT AND DUTY PER UNIT (NNN.NN), OR 0.".
           ACCEPT ENTRY-BID-FREIGHT.
           DISPLAY "ENTER MINIMUM ORDER QUANTITY.".
           ACCEPT ENTRY-BID-MIN-QTY.
           DISPLAY "ENTER LEAD TIME IN DAYS.".
           ACCEPT ENTRY-BID-LEAD-DAYS.
           IF ENTRY-BID-COST = ZERO
               DISPLAY "UNIT COST MUST BE GREATER THAN ZERO -- "
                   "NOTHING CHANGED."
           ELSE
               SET RFQ-BID-RECEIVED TO TRUE
               MOVE ENTRY-BID-COST      TO RF-BID-COST
               MOVE ENTRY-BID-FREIGHT   TO RF-BID-FREIGHT
               MOVE ENTRY-BID-MIN-QTY   TO RF-BID-MIN-QTY
               MOVE ENTRY-BID-LEAD-DAYS TO RF-BID-LEAD-DAYS
               MOVE RUN-DATE            TO RF-REPLY-DATE
               PERFORM 400-REWRITE-QUOTE-REQUEST
               ADD 1 TO BIDS-KEYED.
      *
       400-REWRITE-QUOTE-REQUEST.
      *
           REWRITE QUOTE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON RFQFILE -- STATUS "
                       RFQFILE-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "REPLY RECORDED."
           END-REWRITE.
