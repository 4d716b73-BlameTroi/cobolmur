       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. WHS1000.
      *
      *    SHARED WAREHOUSE SUBPROGRAM. ANSWERS THE THREE QUESTIONS
      *    EVERY PROGRAM THAT ALLOCATES OR SHIPS BY WAREHOUSE ASKS:
      *    WHICH WAREHOUSES SHIP TO THIS STATE, AND IN WHAT ORDER;
      *    HOW MANY OF THIS ITEM ARE ON HAND AT THAT WAREHOUSE; AND
      *    TAKE WHAT WAS SHIPPED OFF THAT WAREHOUSE'S BALANCE. THE
      *    CALLERS KEEP THEIR OWN ALLOCATION NETTING -- THIS ROUTINE
      *    ONLY READS AND RELIEVES THE FILES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT WHSEPREF ASSIGN TO "c:\cobol\data\whsepref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS WP-STATE-CODE
                           FILE STATUS IS WHSEPREF-FILE-STATUS.
           SELECT SHIPTO   ASSIGN TO "c:\cobol\data\shipto.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SH-SHIP-TO-KEY
                           FILE STATUS IS SHIPTO-FILE-STATUS.
           SELECT CUSTXTRA ASSIGN TO "c:\cobol\data\custxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CX-CUSTOMER-NO
                           FILE STATUS IS CUSTXTRA-FILE-STATUS.
           SELECT LOCBAL   ASSIGN TO "c:\cobol\data\locbal.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS LB-BALANCE-KEY
                           FILE STATUS IS LOCBAL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  WHSEPREF.
      *
       COPY "Whsepref.cpy".
      *
       FD  SHIPTO.
      *
       COPY "Shipto.cpy".
      *
       FD  CUSTXTRA.
      *
       COPY "Custxtra.cpy".
      *
       FD  LOCBAL.
      *
       COPY "Locbal.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PREFERENCE-FOUND-SWITCH     PIC X.
               88  PREFERENCE-FOUND                VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  WHSEPREF-FILE-STATUS    PIC XX.
               88  WHSEPREF-SUCCESSFUL         VALUE "00".
           05  SHIPTO-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
           05  CUSTXTRA-FILE-STATUS    PIC XX.
               88  CUSTXTRA-SUCCESSFUL         VALUE "00".
           05  LOCBAL-FILE-STATUS      PIC XX.
               88  LOCBAL-SUCCESSFUL           VALUE "00".
      *
       01  PREFERENCE-WORK-FIELDS.
           05  PREFERENCE-SUB          PIC S9(3)   COMP.
      *
       LINKAGE SECTION.
      *
       COPY "Whsreq.cpy".
      *
       PROCEDURE DIVISION USING WAREHOUSE-REQUEST.
      *
       000-PROCESS-WAREHOUSE-REQUEST.
      *
           MOVE "0" TO WHR-RETURN-CODE.
           EVALUATE TRUE
               WHEN PREFERENCE-REQUEST
                   PERFORM 100-GET-WAREHOUSE-PREFERENCE
               WHEN CUSTOMER-PREFERENCE-REQUEST
                   PERFORM 150-RESOLVE-SHIP-STATE
                   PERFORM 100-GET-WAREHOUSE-PREFERENCE
               WHEN BALANCE-REQUEST
                   PERFORM 200-GET-LOCATION-BALANCE
               WHEN RELIEVE-BALANCE-REQUEST
                   PERFORM 300-RELIEVE-LOCATION-BALANCE
               WHEN OTHER
                   MOVE "E" TO WHR-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
       100-GET-WAREHOUSE-PREFERENCE.
      *
      *    THE STATE'S OWN ROW FIRST, THEN THE "**" DEFAULT ROW.
      *    NEITHER ON FILE LEAVES THE LIST BLANK AND THE CALLER
      *    ALLOCATES AGAINST THE COMPANY-WIDE ON-HAND AS BEFORE.
      *
           MOVE SPACE TO WHR-PREFERRED-WAREHOUSE (1)
                         WHR-PREFERRED-WAREHOUSE (2)
                         WHR-PREFERRED-WAREHOUSE (3).
           MOVE "N" TO PREFERENCE-FOUND-SWITCH.
           OPEN INPUT WHSEPREF.
           IF NOT WHSEPREF-SUCCESSFUL
               MOVE "N" TO WHR-RETURN-CODE
           ELSE
               MOVE WHR-STATE-CODE TO WP-STATE-CODE
               PERFORM 110-READ-PREFERENCE-ROW
               IF NOT PREFERENCE-FOUND
                   MOVE "**" TO WP-STATE-CODE
                   PERFORM 110-READ-PREFERENCE-ROW
               END-IF
               CLOSE WHSEPREF
               IF PREFERENCE-FOUND
                   PERFORM 120-RETURN-PREFERENCE
                       VARYING PREFERENCE-SUB FROM 1 BY 1
                       UNTIL PREFERENCE-SUB > 3
               ELSE
                   MOVE "N" TO WHR-RETURN-CODE.
      *
       110-READ-PREFERENCE-ROW.
      *
           READ WHSEPREF
               INVALID KEY
                   MOVE "N" TO PREFERENCE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO PREFERENCE-FOUND-SWITCH
           END-READ.
      *
       120-RETURN-PREFERENCE.
      *
           MOVE WP-WAREHOUSE-CODE (PREFERENCE-SUB)
               TO WHR-PREFERRED-WAREHOUSE (PREFERENCE-SUB).
      *
       150-RESOLVE-SHIP-STATE.
      *
      *    THE SAME RULE THE INVOICE USES FOR TAX: THE SHIP-TO
      *    ADDRESS'S STATE, OR THE BILLING STATE WHEN THE CODE IS
      *    SPACES OR NOT ON FILE.
      *
           MOVE SPACE TO WHR-STATE-CODE.
           IF WHR-SHIP-TO-CODE NOT = SPACE
               OPEN INPUT SHIPTO
               IF SHIPTO-SUCCESSFUL
                   MOVE WHR-CUSTOMER-NO  TO SH-CUSTOMER-NO
                   MOVE WHR-SHIP-TO-CODE TO SH-SHIP-TO-CODE
                   READ SHIPTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SH-STATE TO WHR-STATE-CODE
                   END-READ
                   CLOSE SHIPTO.
           IF WHR-STATE-CODE = SPACE
               OPEN INPUT CUSTXTRA
               IF CUSTXTRA-SUCCESSFUL
                   MOVE WHR-CUSTOMER-NO TO CX-CUSTOMER-NO
                   READ CUSTXTRA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CX-STATE TO WHR-STATE-CODE
                   END-READ
                   CLOSE CUSTXTRA.
      *
       200-GET-LOCATION-BALANCE.
      *
           MOVE ZERO TO WHR-QUANTITY.
           OPEN INPUT LOCBAL.
           IF NOT LOCBAL-SUCCESSFUL
               MOVE "E" TO WHR-RETURN-CODE
           ELSE
               MOVE WHR-ITEM-NO        TO LB-ITEM-NO
               MOVE WHR-WAREHOUSE-CODE TO LB-LOCATION-CODE
               READ LOCBAL
                   INVALID KEY
                       MOVE "N" TO WHR-RETURN-CODE
                   NOT INVALID KEY
                       MOVE LB-ON-HAND TO WHR-QUANTITY
               END-READ
               CLOSE LOCBAL.
      *
       300-RELIEVE-LOCATION-BALANCE.
      *
      *    THE STOCK HAS ALREADY LEFT THE DOCK, SO THE BALANCE IS
      *    RELIEVED IN FULL EVEN IF THAT TAKES IT BELOW ZERO -- A
      *    NEGATIVE BALANCE IS A COUNT TO INVESTIGATE, NOT A
      *    SHIPMENT TO REFUSE.
      *
           OPEN I-O LOCBAL.
           IF NOT LOCBAL-SUCCESSFUL
               MOVE "E" TO WHR-RETURN-CODE
           ELSE
               MOVE WHR-ITEM-NO        TO LB-ITEM-NO
               MOVE WHR-WAREHOUSE-CODE TO LB-LOCATION-CODE
               READ LOCBAL
                   INVALID KEY
                       MOVE "N" TO WHR-RETURN-CODE
                   NOT INVALID KEY
                       SUBTRACT WHR-QUANTITY FROM LB-ON-HAND
                       REWRITE LOCATION-BALANCE-RECORD
                       IF NOT LOCBAL-SUCCESSFUL
                           MOVE "E" TO WHR-RETURN-CODE
                       END-IF
               END-READ
               CLOSE LOCBAL.
