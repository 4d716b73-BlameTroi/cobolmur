       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PPT1000.
      *
      *    POSITIVE-PAY TRANSMISSION. BUILDS THE FILE SENT TO THE
      *    BANK FROM THE ISSUE FILE PAY1000 AND PVD1000 ADD TO.
      *    EVERY TRANSMISSION NUMBERED ABOVE THE LAST ONE SENT ON
      *    THE POSITIVE-PAY CONTROL RECORD IS PROVED -- ITS DETAIL
      *    COUNT AND AMOUNT MUST AGREE WITH ITS TRAILER -- AND
      *    COPIED TO THE BANK FILE; ANYTHING AT OR BELOW THE LAST
      *    SENT WAS SENT BEFORE AND IS SKIPPED, SO RERUNNING THIS
      *    PROGRAM NEVER SENDS A PAYMENT RUN TWICE. IF ANY
      *    TRANSMISSION FAILS ITS PROOF THE CONTROL RECORD IS LEFT
      *    ALONE AND THE BANK FILE MUST NOT BE SENT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PPAYISS  ASSIGN TO "c:\cobol\data\ppayiss.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PPAYISS-FILE-STATUS.
           SELECT PPAYBANK ASSIGN TO "c:\cobol\data\ppaybank.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PPCTL    ASSIGN TO "c:\cobol\data\ppctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PPCTL-FILE-STATUS.
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PPAYISS.
      *
       COPY "Ppayiss.cpy".
      *
       FD  PPAYBANK.
      *
       01  BANK-RECORD                 PIC X(80).
      *
       FD  PPCTL.
      *
       COPY "Ppctl.cpy".
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PPAYISS-EOF-SWITCH          PIC X   VALUE "N".
               88  PPAYISS-EOF                     VALUE "Y".
           05  SEND-TRANSMISSION-SWITCH    PIC X   VALUE "N".
               88  SEND-TRANSMISSION               VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PPAYISS-FILE-STATUS     PIC XX.
               88  PPAYISS-SUCCESSFUL          VALUE "00".
           05  PPCTL-FILE-STATUS       PIC XX.
               88  PPCTL-SUCCESSFUL            VALUE "00".
      *
       01  TRANSMISSION-FIELDS.
           05  CURRENT-TRANSMISSION-NO PIC 9(6)     VALUE ZERO.
           05  HIGHEST-SENT-NO         PIC 9(6)     VALUE ZERO.
           05  PROOF-DETAIL-COUNT      PIC 9(6)     VALUE ZERO.
           05  PROOF-AMOUNT-TOTAL      PIC 9(10)V99 VALUE ZERO.
      *
       01  COUNT-FIELDS.
           05  RECORDS-READ            PIC 9(7)    VALUE ZERO.
           05  RECORDS-SENT            PIC 9(7)    VALUE ZERO.
           05  TRANSMISSIONS-SENT      PIC 9(5)    VALUE ZERO.
           05  TRANSMISSIONS-SKIPPED   PIC 9(5)    VALUE ZERO.
           05  TRANSMISSIONS-IN-ERROR  PIC 9(5)    VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-SENT-COUNT      PIC ZZ,ZZ9.
           05  DISPLAY-SKIPPED-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-ERROR-COUNT     PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-SEND-POSITIVE-PAY-FILE.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           DISPLAY "PPT1000 POSITIVE-PAY TRANSMISSION".
           OPEN INPUT PPCTL.
           IF NOT PPCTL-SUCCESSFUL
               DISPLAY "NO POSITIVE-PAY CONTROL RECORD -- STATUS "
                   PPCTL-FILE-STATUS
               STOP RUN.
           READ PPCTL
               AT END
                   DISPLAY "POSITIVE-PAY CONTROL RECORD IS EMPTY."
                   CLOSE PPCTL
                   STOP RUN
           END-READ.
           CLOSE PPCTL.
           MOVE PP-LAST-SENT-NO TO HIGHEST-SENT-NO.
           OPEN INPUT PPAYISS.
           IF NOT PPAYISS-SUCCESSFUL
               DISPLAY "NO POSITIVE-PAY ISSUE FILE -- NOTHING TO SEND."
               STOP RUN.
           OPEN OUTPUT PPAYBANK.
           PERFORM 100-PROCESS-ISSUE-RECORD
               UNTIL PPAYISS-EOF.
           CLOSE PPAYISS
                 PPAYBANK.
           MOVE TRANSMISSIONS-SENT     TO DISPLAY-SENT-COUNT.
           MOVE TRANSMISSIONS-SKIPPED  TO DISPLAY-SKIPPED-COUNT.
           MOVE TRANSMISSIONS-IN-ERROR TO DISPLAY-ERROR-COUNT.
           IF TRANSMISSIONS-IN-ERROR > ZERO
               DISPLAY "PPT1000 " DISPLAY-ERROR-COUNT
                   " TRANSMISSIONS OUT OF BALANCE -- DO NOT SEND "
                   "PPAYBANK."
           ELSE
               IF TRANSMISSIONS-SENT = ZERO
                   DISPLAY "PPT1000 NOTHING NEW TO SEND -- "
                       DISPLAY-SKIPPED-COUNT
                       " TRANSMISSIONS ALREADY SENT."
               ELSE
                   PERFORM 400-SAVE-LAST-SENT-NO
                   DISPLAY "PPT1000 " DISPLAY-SENT-COUNT
                       " TRANSMISSIONS READY IN PPAYBANK, "
                       DISPLAY-SKIPPED-COUNT " ALREADY SENT.".
           PERFORM 500-WRITE-BATCH-LOG-RECORD.
           STOP RUN.
      *
       100-PROCESS-ISSUE-RECORD.
      *
           READ PPAYISS
               AT END
                   MOVE "Y" TO PPAYISS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   EVALUATE PH-RECORD-TYPE
                       WHEN "H"
                           PERFORM 200-START-TRANSMISSION
                       WHEN "D"
                           PERFORM 210-ADD-DETAIL-TO-PROOF
                       WHEN "T"
                           PERFORM 220-PROVE-TRANSMISSION
                   END-EVALUATE
                   IF SEND-TRANSMISSION
                       WRITE BANK-RECORD FROM PPAY-HEADER-RECORD
                       ADD 1 TO RECORDS-SENT
                   END-IF
           END-READ.
      *
       200-START-TRANSMISSION.
      *
           MOVE PH-TRANSMISSION-NO TO CURRENT-TRANSMISSION-NO.
           MOVE ZERO TO PROOF-DETAIL-COUNT.
           MOVE ZERO TO PROOF-AMOUNT-TOTAL.
           IF PH-TRANSMISSION-NO > PP-LAST-SENT-NO
               MOVE "Y" TO SEND-TRANSMISSION-SWITCH
           ELSE
               MOVE "N" TO SEND-TRANSMISSION-SWITCH
               ADD 1 TO TRANSMISSIONS-SKIPPED.
      *
       210-ADD-DETAIL-TO-PROOF.
      *
           ADD 1 TO PROOF-DETAIL-COUNT.
           ADD PD-CHECK-AMOUNT TO PROOF-AMOUNT-TOTAL.
      *
       220-PROVE-TRANSMISSION.
      *
      *    THE TRAILER IS STILL WRITTEN WHEN THE PROOF FAILS SO THE
      *    BANK FILE SHOWS WHERE IT WENT WRONG, BUT THE RUN IS
      *    FLAGGED AND THE LAST-SENT NUMBER STAYS WHERE IT WAS.
      *
           IF SEND-TRANSMISSION
               IF PT-DETAIL-COUNT NOT = PROOF-DETAIL-COUNT
                 OR PT-AMOUNT-TOTAL NOT = PROOF-AMOUNT-TOTAL
                 OR PT-TRANSMISSION-NO NOT = CURRENT-TRANSMISSION-NO
                   ADD 1 TO TRANSMISSIONS-IN-ERROR
                   DISPLAY "TRANSMISSION " CURRENT-TRANSMISSION-NO
                       " TRAILER DOES NOT AGREE WITH ITS DETAIL."
               ELSE
                   ADD 1 TO TRANSMISSIONS-SENT
                   IF CURRENT-TRANSMISSION-NO > HIGHEST-SENT-NO
                       MOVE CURRENT-TRANSMISSION-NO
                           TO HIGHEST-SENT-NO
                   END-IF
               END-IF
           END-IF.
      *
       400-SAVE-LAST-SENT-NO.
      *
           MOVE HIGHEST-SENT-NO TO PP-LAST-SENT-NO.
           OPEN OUTPUT PPCTL.
           WRITE POSITIVE-PAY-CONTROL-RECORD.
           CLOSE PPCTL.
      *
       500-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "PPT1000"              TO BL-JOB-NAME.
           MOVE RUN-DATE               TO BL-RUN-DATE.
           MOVE RECORDS-READ           TO BL-RECORDS-READ.
           MOVE RECORDS-SENT           TO BL-RECORDS-WRITTEN.
           MOVE TRANSMISSIONS-IN-ERROR TO BL-RECORDS-REJECTED.
           IF TRANSMISSIONS-IN-ERROR > ZERO
               MOVE "ERROR" TO BL-OUTCOME
           ELSE
               MOVE "OK"    TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
