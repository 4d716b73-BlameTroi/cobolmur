       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CTM1000.
      *
      *    CUSTOMER PAYMENT-TERMS MAINTENANCE. THE TERMS LIVE ON
      *    THE CUSTOMER SIDE FILE NEXT TO THE CREDIT LIMIT AND THE
      *    ADDRESS, IN THE SAME THREE FIELDS THE VENDOR MASTER
      *    USES: NET DAYS, DISCOUNT PERCENT, DISCOUNT DAYS -- 2/10
      *    NET 30 IS KEYED 030, 2.00, 010. THE BILLING RUN STAMPS
      *    EACH NEW OPEN ITEM'S DUE AND DISCOUNT DATES FROM THEM;
      *    ITEMS ALREADY BILLED KEEP THE TERMS THEY WERE BILLED ON.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CUSTXTRA ASSIGN TO "c:\cobol\data\custxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CX-CUSTOMER-NO
                           FILE STATUS IS CUSTXTRA-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CUSTXTRA.
      *
       COPY "Custxtra.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-TERMS-SWITCH          PIC X   VALUE "Y".
               88  VALID-TERMS                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTXTRA-FILE-STATUS    PIC XX.
               88  CUSTXTRA-SUCCESSFUL         VALUE "00".
               88  CUSTXTRA-NOT-FOUND          VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-NET-DAYS          PIC 9(3).
           05  ENTRY-DISCOUNT-PCT      PIC 9V99.
           05  ENTRY-DISCOUNT-DAYS     PIC 9(3).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-DISCOUNT-PCT    PIC 9.99.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-PAYMENT-TERMS.
      *
           DISPLAY "CTM1000 CUSTOMER PAYMENT-TERMS MAINTENANCE".
           OPEN I-O CUSTXTRA.
           IF CUSTXTRA-NOT-FOUND
               OPEN OUTPUT CUSTXTRA
               CLOSE CUSTXTRA
               OPEN I-O CUSTXTRA.
           IF NOT CUSTXTRA-SUCCESSFUL
               DISPLAY "OPEN ERROR ON CUSTXTRA -- STATUS "
                   CUSTXTRA-FILE-STATUS
               GOBACK.
           PERFORM 100-MAINTAIN-CUSTOMER-TERMS
               UNTIL END-OF-SESSION.
           CLOSE CUSTXTRA.
           DISPLAY "CTM1000 SESSION ENDED.".
           GOBACK.
      *
       100-MAINTAIN-CUSTOMER-TERMS.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CUSTOMER NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-CUSTOMER-NO NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
               ELSE
                   PERFORM 200-SHOW-AND-SET-TERMS.
      *
       200-SHOW-AND-SET-TERMS.
      *
           MOVE ENTRY-CUSTOMER-NO TO CX-CUSTOMER-NO.
           READ CUSTXTRA
               INVALID KEY
                   DISPLAY "NO SIDE-FILE RECORD -- ONE WILL BE "
                       "CREATED WITH UNLIMITED CREDIT."
                   MOVE ENTRY-CUSTOMER-NO TO CX-CUSTOMER-NO
                   MOVE ZERO  TO CX-CREDIT-LIMIT
                   MOVE SPACE TO CX-CUSTOMER-ADDRESS
                   PERFORM 300-ACCEPT-NEW-TERMS
                   IF VALID-TERMS
                       WRITE CUSTOMER-EXTRA-RECORD
                           INVALID KEY
                               DISPLAY "WRITE ERROR ON CUSTXTRA."
                           NOT INVALID KEY
                               DISPLAY "PAYMENT TERMS SET."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE CX-DISCOUNT-PCT TO DISPLAY-DISCOUNT-PCT
                   DISPLAY "CURRENT TERMS: NET " CX-NET-DAYS
                       "  DISCOUNT " DISPLAY-DISCOUNT-PCT
                       " PERCENT IN " CX-DISCOUNT-DAYS " DAYS"
                   PERFORM 300-ACCEPT-NEW-TERMS
                   IF VALID-TERMS
                       REWRITE CUSTOMER-EXTRA-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON CUSTXTRA."
                           NOT INVALID KEY
                               DISPLAY "PAYMENT TERMS CHANGED."
                       END-REWRITE
                   END-IF
           END-READ.
      *
       300-ACCEPT-NEW-TERMS.
      *
           MOVE "Y" TO VALID-TERMS-SWITCH.
           DISPLAY "ENTER NET DAYS (NNN, 0 = DUE ON INVOICE).".
           ACCEPT ENTRY-NET-DAYS.
           DISPLAY "ENTER DISCOUNT PERCENT (N.NN, 0 = NONE).".
           ACCEPT ENTRY-DISCOUNT-PCT.
           MOVE ZERO TO ENTRY-DISCOUNT-DAYS.
           IF ENTRY-DISCOUNT-PCT > ZERO
               DISPLAY "ENTER DISCOUNT DAYS (NNN)."
               ACCEPT ENTRY-DISCOUNT-DAYS
               IF ENTRY-DISCOUNT-DAYS = ZERO
                 OR ENTRY-DISCOUNT-DAYS > ENTRY-NET-DAYS
                   DISPLAY "DISCOUNT DAYS MUST FALL INSIDE THE NET "
                       "DAYS -- TERMS NOT SAVED."
                   MOVE "N" TO VALID-TERMS-SWITCH.
           IF VALID-TERMS
               MOVE ENTRY-CUSTOMER-NO   TO CX-CUSTOMER-NO
               MOVE ENTRY-NET-DAYS      TO CX-NET-DAYS
               MOVE ENTRY-DISCOUNT-PCT  TO CX-DISCOUNT-PCT
               MOVE ENTRY-DISCOUNT-DAYS TO CX-DISCOUNT-DAYS.
