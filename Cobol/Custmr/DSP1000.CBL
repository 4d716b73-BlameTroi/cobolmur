       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DSP1000.
      *
      *    CUSTOMER DISPUTE MAINTENANCE. WHEN A CUSTOMER SHORT-PAYS
      *    AND CLAIMS DAMAGE, SHORTAGE, OR A PRICING ERROR, THE
      *    OPEN ITEM -- OR THE PART OF IT LEFT UNPAID -- IS PUT IN
      *    DISPUTE WITH A REASON CODE, THE DATE, AND THE SIGNED-ON
      *    OPERATOR. THE DISPUTED AMOUNT STAYS ON THE OPEN-ITEM
      *    FILE BUT DUNNING, FINANCE CHARGES, AND THE CREDIT-HOLD
      *    OVER-60 TEST PASS IT BY. A DISPUTE IS RESOLVED ONE OF
      *    TWO WAYS: REINSTATED, WHEN THE CLAIM FAILS AND THE
      *    AMOUNT GOES BACK TO COLLECTION, OR CREDITED, WHEN IT
      *    HOLDS. A CREDIT NEEDS SUPERVISOR AUTHORITY; IT REDUCES
      *    THE ITEM THROUGH THE SAME NEW-COPY SHUFFLE AS CASH
      *    APPLICATION, LEAVES A CREDIT-MEMO ITEM REFERENCED "DC"
      *    AND THE DATE ON THE FILE FOR THE AUDIT TRAIL, JOURNALS
      *    THE ALLOWANCE, AND ENDS THE SESSION -- THE OPERATOR
      *    REPLACES AROPEN WITH AROPENN BEFORE THE NEXT CREDIT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DISPUTE  ASSIGN TO "c:\cobol\data\dispute.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS DP-DISPUTE-KEY
                           FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT ARNEW    ASSIGN TO "c:\cobol\data\aropenn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DISPUTE.
      *
       COPY "Dispute.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  ARNEW.
      *
       01  NEW-AR-OPEN-ITEM-RECORD     PIC X(67).
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  DISPUTE-EOF-SWITCH          PIC X   VALUE "N".
               88  DISPUTE-EOF                     VALUE "Y".
           05  KEY-VALID-SWITCH            PIC X   VALUE "N".
               88  KEY-VALID                       VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  DISPUTE-FOUND-SWITCH        PIC X   VALUE "N".
               88  DISPUTE-FOUND                   VALUE "Y".
           05  DETAILS-VALID-SWITCH        PIC X   VALUE "N".
               88  DETAILS-VALID                   VALUE "Y".
           05  CREDIT-APPLIED-SWITCH       PIC X   VALUE "N".
               88  CREDIT-APPLIED                  VALUE "Y".
           05  PERIOD-OPEN-SWITCH          PIC X   VALUE "Y".
               88  PERIOD-OPEN                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  DISPUTE-FILE-STATUS     PIC XX.
               88  DISPUTE-SUCCESSFUL          VALUE "00".
               88  DISPUTE-NOT-FOUND           VALUE "35".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-REFERENCE         PIC X(10).
           05  ENTRY-DISPUTED-AMOUNT   PIC 9(7)V99.
           05  ENTRY-REASON-CODE       PIC X(2).
      *
       01  DISPUTE-WORK-FIELDS.
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V99.
           05  ITEM-INVOICE-DATE       PIC 9(8).
           05  CREDIT-AMOUNT           PIC S9(7)V99.
           05  DISPUTES-LISTED         PIC S9(3)   COMP.
      *
       01  CREDIT-MEMO-REFERENCE.
           05  FILLER                  PIC X(2)  VALUE "DC".
           05  CM-CREDIT-DATE          PIC 9(8).
      *
      *    GENERAL-LEDGER ACCOUNTS A DISPUTE CREDIT POSTS TO.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-SALES-ALLOWANCE-ACCT PIC 9(4)    VALUE 4200.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-CUSTOMER-DISPUTES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "DSP1000 CUSTOMER DISPUTE MAINTENANCE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "DISPUTE MAINTENANCE NEEDS OPERATOR "
                   "AUTHORITY."
               STOP RUN.
           MOVE RUN-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               MOVE "N" TO PERIOD-OPEN-SWITCH
               DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                   "NO DISPUTE MAY BE CREDITED.".
           OPEN I-O DISPUTE.
           IF DISPUTE-NOT-FOUND
               OPEN OUTPUT DISPUTE
               CLOSE DISPUTE
               OPEN I-O DISPUTE.
           IF NOT DISPUTE-SUCCESSFUL
               DISPLAY "DISPUTE FILE COULD NOT BE OPENED -- STATUS "
                   DISPUTE-FILE-STATUS
               STOP RUN.
           PERFORM 100-PROCESS-DISPUTE-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE DISPUTE.
           DISPLAY "DSP1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-DISPUTE-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER FUNCTION (O=OPEN DISPUTE, R=REINSTATE, "
               "C=CREDIT, L=LIST), OR X TO END.".
           ACCEPT FUNCTION-CODE.
           IF FUNCTION-CODE = "X"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               EVALUATE FUNCTION-CODE
                   WHEN "O" PERFORM 200-OPEN-DISPUTE
                   WHEN "R" PERFORM 300-REINSTATE-DISPUTE
                   WHEN "C" PERFORM 400-CREDIT-DISPUTE
                   WHEN "L" PERFORM 500-LIST-CUSTOMER-DISPUTES
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE O, R, C, L, OR X."
               END-EVALUATE.
      *
       150-GET-ITEM-KEY.
      *
           MOVE "N" TO KEY-VALID-SWITCH.
           DISPLAY "ENTER CUSTOMER NUMBER.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
           ELSE
               DISPLAY "ENTER THE OPEN-ITEM REFERENCE."
               ACCEPT ENTRY-REFERENCE
               MOVE ENTRY-CUSTOMER-NO TO DP-CUSTOMER-NO
               MOVE ENTRY-REFERENCE   TO DP-REFERENCE
               MOVE "Y" TO KEY-VALID-SWITCH.
      *
       160-READ-DISPUTE.
      *
           MOVE "Y" TO DISPUTE-FOUND-SWITCH.
           READ DISPUTE
               INVALID KEY
                   MOVE "N" TO DISPUTE-FOUND-SWITCH
           END-READ.
      *
       200-OPEN-DISPUTE.
      *
           PERFORM 150-GET-ITEM-KEY.
           IF KEY-VALID
               PERFORM 210-FIND-OPEN-ITEM
               IF NOT ITEM-FOUND
                   DISPLAY "NO OPEN BALANCE ON ITEM " ENTRY-REFERENCE
                       " FOR CUSTOMER " ENTRY-CUSTOMER-NO "."
               ELSE
                   PERFORM 160-READ-DISPUTE
                   IF DISPUTE-FOUND AND DISPUTE-OPEN
                       MOVE DP-DISPUTED-AMOUNT TO DISPLAY-AMOUNT
                       DISPLAY "ITEM IS ALREADY IN DISPUTE FOR "
                           DISPLAY-AMOUNT " -- REASON "
                           DP-REASON-CODE "."
                   ELSE
                       PERFORM 220-ENTER-DISPUTE-DETAILS
                       IF DETAILS-VALID
                           PERFORM 230-SAVE-NEW-DISPUTE
                       END-IF
                   END-IF
               END-IF.
      *
       210-FIND-OPEN-ITEM.
      *
           MOVE "N" TO ITEM-FOUND-SWITCH.
           MOVE "N" TO AROPEN-EOF-SWITCH.
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
           ELSE
               PERFORM 215-CHECK-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF OR ITEM-FOUND
               CLOSE AROPEN.
      *
       215-CHECK-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AO-CUSTOMER-NO = ENTRY-CUSTOMER-NO
                     AND AO-REFERENCE = ENTRY-REFERENCE
                     AND AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                       MOVE "Y" TO ITEM-FOUND-SWITCH
                       MOVE AO-OPEN-AMOUNT  TO ITEM-OPEN-AMOUNT
                       MOVE AO-INVOICE-DATE TO ITEM-INVOICE-DATE
                   END-IF
           END-READ.
      *
       220-ENTER-DISPUTE-DETAILS.
      *
           MOVE "N" TO DETAILS-VALID-SWITCH.
           MOVE ITEM-OPEN-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY "ITEM " ENTRY-REFERENCE " DATED "
               ITEM-INVOICE-DATE " OPEN " DISPLAY-AMOUNT.
           DISPLAY "ENTER DISPUTED AMOUNT (NNNNNNN.NN), OR 0 FOR "
               "THE WHOLE OPEN AMOUNT.".
           ACCEPT ENTRY-DISPUTED-AMOUNT.
           IF ENTRY-DISPUTED-AMOUNT = ZERO
               MOVE ITEM-OPEN-AMOUNT TO ENTRY-DISPUTED-AMOUNT.
           IF ENTRY-DISPUTED-AMOUNT > ITEM-OPEN-AMOUNT
               DISPLAY "DISPUTED AMOUNT CANNOT EXCEED THE OPEN "
                   "AMOUNT -- NOTHING SAVED."
           ELSE
               DISPLAY "ENTER REASON (DM=DAMAGED, PR=PRICING, "
                   "SH=SHORT SHIPPED, QU=QUALITY, OT=OTHER)."
               ACCEPT ENTRY-REASON-CODE
               MOVE ENTRY-REASON-CODE TO DP-REASON-CODE
               IF DP-VALID-REASON
                   MOVE "Y" TO DETAILS-VALID-SWITCH
               ELSE
                   DISPLAY "REASON MUST BE DM, PR, SH, QU, OR OT "
                       "-- NOTHING SAVED.".
      *
       230-SAVE-NEW-DISPUTE.
      *
      *    A RESOLVED DISPUTE ON THE SAME ITEM IS OVERWRITTEN; THE
      *    ITEM CAN ONLY BE IN ONE DISPUTE AT A TIME.
      *
           MOVE ENTRY-CUSTOMER-NO     TO DP-CUSTOMER-NO.
           MOVE ENTRY-REFERENCE       TO DP-REFERENCE.
           MOVE ITEM-INVOICE-DATE     TO DP-INVOICE-DATE.
           MOVE ENTRY-DISPUTED-AMOUNT TO DP-DISPUTED-AMOUNT.
           MOVE ENTRY-REASON-CODE     TO DP-REASON-CODE.
           MOVE RUN-DATE              TO DP-OPENED-DATE.
           MOVE SO-OPERATOR-ID        TO DP-OPENED-OPERATOR.
           SET DISPUTE-OPEN TO TRUE.
           MOVE ZERO                  TO DP-RESOLVED-DATE.
           MOVE SPACE                 TO DP-RESOLVED-OPERATOR.
           IF DISPUTE-FOUND
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON DISPUTE FOR "
                           DP-DISPUTE-KEY
                   NOT INVALID KEY
                       DISPLAY "DISPUTE OPENED."
               END-REWRITE
           ELSE
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON DISPUTE FOR "
                           DP-DISPUTE-KEY
                   NOT INVALID KEY
                       DISPLAY "DISPUTE OPENED."
               END-WRITE.
      *
       300-REINSTATE-DISPUTE.
      *
           PERFORM 150-GET-ITEM-KEY.
           IF KEY-VALID
               PERFORM 160-READ-DISPUTE
               IF NOT DISPUTE-FOUND OR NOT DISPUTE-OPEN
                   DISPLAY "NO OPEN DISPUTE ON ITEM " ENTRY-REFERENCE
                       " FOR CUSTOMER " ENTRY-CUSTOMER-NO "."
               ELSE
                   SET DISPUTE-REINSTATED TO TRUE
                   MOVE RUN-DATE       TO DP-RESOLVED-DATE
                   MOVE SO-OPERATOR-ID TO DP-RESOLVED-OPERATOR
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON DISPUTE FOR "
                               DP-DISPUTE-KEY
                       NOT INVALID KEY
                           DISPLAY "DISPUTE CLOSED -- ITEM RETURNS "
                               "TO COLLECTION."
                   END-REWRITE
               END-IF.
      *
       400-CREDIT-DISPUTE.
      *
           EVALUATE TRUE
               WHEN NOT SUPERVISOR-AUTHORITY
                   DISPLAY "A DISPUTE CREDIT NEEDS SUPERVISOR "
                       "AUTHORITY."
               WHEN NOT PERIOD-OPEN
                   DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                       "NO DISPUTE MAY BE CREDITED."
               WHEN OTHER
                   PERFORM 150-GET-ITEM-KEY
                   IF KEY-VALID
                       PERFORM 160-READ-DISPUTE
                       IF NOT DISPUTE-FOUND OR NOT DISPUTE-OPEN
                           DISPLAY "NO OPEN DISPUTE ON ITEM "
                               ENTRY-REFERENCE " FOR CUSTOMER "
                               ENTRY-CUSTOMER-NO "."
                       ELSE
                           PERFORM 410-APPLY-DISPUTE-CREDIT
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       410-APPLY-DISPUTE-CREDIT.
      *
           MOVE "N" TO CREDIT-APPLIED-SWITCH.
           MOVE "N" TO AROPEN-EOF-SWITCH.
           MOVE ZERO TO CREDIT-AMOUNT.
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
           ELSE
               OPEN OUTPUT ARNEW
               PERFORM 420-CREDIT-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN
               IF CREDIT-APPLIED
                   PERFORM 430-WRITE-CREDIT-MEMO-ITEM
               END-IF
               CLOSE ARNEW.
           IF NOT CREDIT-APPLIED
               DISPLAY "ITEM HAS NO OPEN BALANCE LEFT -- NOTHING "
                   "CREDITED. REINSTATE TO CLOSE THE DISPUTE."
           ELSE
               PERFORM 440-WRITE-CREDIT-JOURNAL
               SET DISPUTE-CREDITED TO TRUE
               MOVE RUN-DATE       TO DP-RESOLVED-DATE
               MOVE SO-OPERATOR-ID TO DP-RESOLVED-OPERATOR
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON DISPUTE FOR "
                           DP-DISPUTE-KEY
               END-REWRITE
               MOVE CREDIT-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "CREDIT MEMO " CREDIT-MEMO-REFERENCE
                   " ISSUED FOR " DISPLAY-AMOUNT "."
               DISPLAY "REPLACE AROPEN WITH AROPENN BEFORE THE NEXT "
                   "CREDIT."
               MOVE "Y" TO END-OF-SESSION-SWITCH.
      *
       420-CREDIT-NEXT-OPEN-ITEM.
      *
      *    A PAYMENT SINCE THE DISPUTE WAS OPENED MAY HAVE LEFT
      *    LESS OPEN THAN WAS DISPUTED; ONLY WHAT IS STILL OPEN
      *    CAN BE CREDITED.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AO-CUSTOMER-NO = DP-CUSTOMER-NO
                     AND AO-REFERENCE = DP-REFERENCE
                     AND AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                     AND NOT CREDIT-APPLIED
                       IF DP-DISPUTED-AMOUNT < AO-OPEN-AMOUNT
                           MOVE DP-DISPUTED-AMOUNT TO CREDIT-AMOUNT
                       ELSE
                           MOVE AO-OPEN-AMOUNT TO CREDIT-AMOUNT
                       END-IF
                       SUBTRACT CREDIT-AMOUNT FROM AO-OPEN-AMOUNT
                       IF AO-OPEN-AMOUNT = ZERO
                           SET AR-ITEM-CLOSED TO TRUE
                       END-IF
                       MOVE "Y" TO CREDIT-APPLIED-SWITCH
                   END-IF
                   WRITE NEW-AR-OPEN-ITEM-RECORD
                       FROM AR-OPEN-ITEM-RECORD
           END-READ.
      *
       430-WRITE-CREDIT-MEMO-ITEM.
      *
      *    THE MEMO IS APPLIED TO THE DISPUTED ITEM AS IT IS
      *    ISSUED, SO IT GOES ON THE FILE ALREADY CLOSED.
      *
           MOVE RUN-DATE              TO CM-CREDIT-DATE.
           MOVE DP-CUSTOMER-NO        TO AO-CUSTOMER-NO.
           MOVE RUN-DATE              TO AO-INVOICE-DATE.
           MOVE RUN-DATE              TO AO-DUE-DATE.
           MOVE ZERO                  TO AO-DISCOUNT-DATE.
           MOVE ZERO                  TO AO-DISCOUNT-AMOUNT.
           MOVE CREDIT-MEMO-REFERENCE TO AO-REFERENCE.
           COMPUTE AO-ORIGINAL-AMOUNT = ZERO - CREDIT-AMOUNT.
           MOVE ZERO                  TO AO-OPEN-AMOUNT.
           SET AR-ITEM-CLOSED TO TRUE.
           WRITE NEW-AR-OPEN-ITEM-RECORD
               FROM AR-OPEN-ITEM-RECORD.
      *
       440-WRITE-CREDIT-JOURNAL.
      *
      *    SALES RETURNS AND ALLOWANCES UP, RECEIVABLES DOWN.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "DSP1000 JOURNAL NOT WRITTEN -- STATUS "
                   GLJRNL-FILE-STATUS
           ELSE
               MOVE RUN-DATE  TO GJ-ENTRY-DATE
               MOVE "DSP1000" TO GJ-SOURCE-PROGRAM
               MOVE SPACE     TO GJ-ENTERED-BY
               MOVE GL-SALES-ALLOWANCE-ACCT TO GJ-ACCOUNT-NO
               MOVE CREDIT-AMOUNT TO GJ-DEBIT-AMOUNT
               MOVE ZERO TO GJ-CREDIT-AMOUNT
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               WRITE JOURNAL-ENTRY-RECORD
               MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
               MOVE ZERO TO GJ-DEBIT-AMOUNT
               MOVE CREDIT-AMOUNT TO GJ-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               CLOSE GLJRNL.
      *
       500-LIST-CUSTOMER-DISPUTES.
      *
           DISPLAY "ENTER CUSTOMER NUMBER.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO NOT NUMERIC
               DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
           ELSE
               MOVE ZERO TO DISPUTES-LISTED
               MOVE "N" TO DISPUTE-EOF-SWITCH
               MOVE ENTRY-CUSTOMER-NO TO DP-CUSTOMER-NO
               MOVE LOW-VALUE TO DP-REFERENCE
               START DISPUTE KEY IS NOT LESS THAN DP-DISPUTE-KEY
                   INVALID KEY
                       MOVE "Y" TO DISPUTE-EOF-SWITCH
               END-START
               PERFORM 510-LIST-NEXT-DISPUTE
                   UNTIL DISPUTE-EOF
               IF DISPUTES-LISTED = ZERO
                   DISPLAY "NO DISPUTES ON FILE FOR CUSTOMER "
                       ENTRY-CUSTOMER-NO "."
               END-IF.
      *
       510-LIST-NEXT-DISPUTE.
      *
           READ DISPUTE NEXT RECORD
               AT END
                   MOVE "Y" TO DISPUTE-EOF-SWITCH
               NOT AT END
                   IF DP-CUSTOMER-NO NOT = ENTRY-CUSTOMER-NO
                       MOVE "Y" TO DISPUTE-EOF-SWITCH
                   ELSE
                       ADD 1 TO DISPUTES-LISTED
                       MOVE DP-DISPUTED-AMOUNT TO DISPLAY-AMOUNT
                       DISPLAY DP-REFERENCE " " DISPLAY-AMOUNT
                           " " DP-REASON-CODE " OPENED "
                           DP-OPENED-DATE " BY " DP-OPENED-OPERATOR
                           " STATUS " DP-STATUS
                   END-IF
           END-READ.
