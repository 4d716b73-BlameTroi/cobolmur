       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. TEM1000.
      *
      *    TAX EXEMPTION CERTIFICATE MAINTENANCE. ONE RECORD PER
      *    CUSTOMER AND STATE, KEYED CUSTOMER PLUS STATE CODE, WITH
      *    THE CERTIFICATE NUMBER, THE REASON FOR THE EXEMPTION,
      *    AND THE CERTIFICATE'S EXPIRY DATE. BILLING CHARGES NO
      *    TAX TO THE STATE UNTIL THE CERTIFICATE EXPIRES; A
      *    RENEWAL IS KEYED HERE AS A NEW EXPIRY DATE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT TAXEXMT  ASSIGN TO "c:\cobol\data\taxexmt.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TE-EXEMPTION-KEY
                           FILE STATUS IS TAXEXMT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAXEXMT.
      *
       COPY "Taxexmt.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-EXEMPTION-SWITCH      PIC X   VALUE "Y".
               88  VALID-EXEMPTION                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  TAXEXMT-FILE-STATUS     PIC XX.
               88  TAXEXMT-SUCCESSFUL          VALUE "00".
               88  TAXEXMT-NOT-FOUND           VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-STATE-CODE        PIC X(2).
           05  ENTRY-CERTIFICATE-NO    PIC X(15).
           05  ENTRY-EXEMPT-REASON     PIC X.
           05  ENTRY-EXPIRY-DATE       PIC 9(8).
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-TAX-EXEMPTIONS.
      *
           DISPLAY "TEM1000 TAX EXEMPTION CERTIFICATE MAINTENANCE".
           OPEN I-O TAXEXMT.
           IF TAXEXMT-NOT-FOUND
               OPEN OUTPUT TAXEXMT
               CLOSE TAXEXMT
               OPEN I-O TAXEXMT.
           IF NOT TAXEXMT-SUCCESSFUL
               DISPLAY "OPEN ERROR ON TAXEXMT -- STATUS "
                   TAXEXMT-FILE-STATUS
               STOP RUN.
           PERFORM 100-MAINTAIN-TAX-EXEMPTION
               UNTIL END-OF-SESSION.
           CLOSE TAXEXMT.
           DISPLAY "TEM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-TAX-EXEMPTION.
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
                   DISPLAY "ENTER STATE CODE."
                   ACCEPT ENTRY-STATE-CODE
                   IF ENTRY-STATE-CODE = SPACE
                       DISPLAY "STATE CODE MAY NOT BE SPACES."
                   ELSE
                       PERFORM 200-SHOW-AND-SET-EXEMPTION.
      *
       200-SHOW-AND-SET-EXEMPTION.
      *
           MOVE ENTRY-CUSTOMER-NO TO TE-CUSTOMER-NO.
           MOVE ENTRY-STATE-CODE  TO TE-STATE-CODE.
           READ TAXEXMT
               INVALID KEY
                   DISPLAY "NO EXEMPTION ON FILE FOR THIS CUSTOMER "
                       "AND STATE."
                   PERFORM 300-ACCEPT-EXEMPTION-FIELDS
                   IF VALID-EXEMPTION
                       WRITE TAX-EXEMPTION-RECORD
                           INVALID KEY
                               DISPLAY "WRITE ERROR ON TAXEXMT."
                           NOT INVALID KEY
                               DISPLAY "TAX EXEMPTION ADDED."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CURRENT CERTIFICATE " TE-CERTIFICATE-NO
                       "  REASON " TE-EXEMPT-REASON
                       "  EXPIRES " TE-EXPIRY-DATE
                   PERFORM 300-ACCEPT-EXEMPTION-FIELDS
                   IF VALID-EXEMPTION
                       REWRITE TAX-EXEMPTION-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON TAXEXMT."
                           NOT INVALID KEY
                               DISPLAY "TAX EXEMPTION CHANGED."
                       END-REWRITE
                   END-IF
           END-READ.
      *
       300-ACCEPT-EXEMPTION-FIELDS.
      *
           MOVE "Y" TO VALID-EXEMPTION-SWITCH.
           DISPLAY "ENTER CERTIFICATE NUMBER.".
           ACCEPT ENTRY-CERTIFICATE-NO.
           DISPLAY "ENTER REASON -- R RESALE, N NON-PROFIT, O OTHER.".
           ACCEPT ENTRY-EXEMPT-REASON.
           DISPLAY "ENTER CERTIFICATE EXPIRY DATE (YYYYMMDD).".
           ACCEPT ENTRY-EXPIRY-DATE.
           IF ENTRY-CERTIFICATE-NO = SPACE
               DISPLAY "CERTIFICATE NUMBER MAY NOT BE SPACES."
               MOVE "N" TO VALID-EXEMPTION-SWITCH.
           IF ENTRY-EXEMPT-REASON NOT = "R"
             AND ENTRY-EXEMPT-REASON NOT = "N"
             AND ENTRY-EXEMPT-REASON NOT = "O"
               DISPLAY "REASON MUST BE R, N OR O."
               MOVE "N" TO VALID-EXEMPTION-SWITCH.
           MOVE ENTRY-EXPIRY-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               DISPLAY "EXPIRY DATE IS NOT A VALID DATE."
               MOVE "N" TO VALID-EXEMPTION-SWITCH.
           IF VALID-EXEMPTION
               MOVE ENTRY-CUSTOMER-NO    TO TE-CUSTOMER-NO
               MOVE ENTRY-STATE-CODE     TO TE-STATE-CODE
               MOVE ENTRY-CERTIFICATE-NO TO TE-CERTIFICATE-NO
               MOVE ENTRY-EXEMPT-REASON  TO TE-EXEMPT-REASON
               MOVE ENTRY-EXPIRY-DATE    TO TE-EXPIRY-DATE
           ELSE
               DISPLAY "EXEMPTION NOT SAVED.".
