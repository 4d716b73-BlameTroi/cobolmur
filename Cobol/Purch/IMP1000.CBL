                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VR-VENDOR-NO.
           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.
           SELECT RCTOUT   ASSIGN TO "c:\cobol\data\rcttrani.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPRPT   ASSIGN TO "c:\cobol\data\imp1rpt.prn".
           05  VR-VENDOR-NO    PIC X(5).
           05  VR-VENDOR-NAME  PIC X(30).
           05  FILLER          PIC X(73).
      *
       FD  PARTXREF.
      *
       COPY "Partxref.cpy".
      *
       FD  RCTOUT.
      *
           05  RT-RECEIPT-DATE         PIC X(8).
           05  RT-RECEIPT-QUANTITY     PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  IMPRPT.
      *
               88  VENDOR-FOUND                    VALUE "Y".
           05  RECORD-VALID-SWITCH         PIC X   VALUE "Y".
               88  RECORD-VALID                    VALUE "Y".
           05  PARTXREF-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  PARTXREF-ON-FILE                VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  IMPFMT-FILE-STATUS      PIC XX.
               88  IMPFMT-SUCCESSFUL           VALUE "00".
           05  PARTXREF-FILE-STATUS    PIC XX.
               88  PARTXREF-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  IMPORT-VENDOR-NO        PIC X(5).
           05  RECORDS-REJECTED        PIC S9(5)   COMP  VALUE ZERO.
      *
       01  EXTRACT-WORK-FIELDS.
           05  EXTRACT-PART-NO         PIC X(20).
           05  EXTRACT-ITEM-NO         PIC X(5).
           05  EXTRACT-DATE            PIC X(8).
           05  EXTRACT-QUANTITY-X      PIC X(5)    JUSTIFIED RIGHT.
           05  EXTRACT-QUANTITY    REDEFINES EXTRACT-QUANTITY-X
                                       PIC 9(5).
           05  EXTRACT-LOCATION        PIC X(2).
           05  EXTRACT-PO-NUMBER-X     PIC X(6)    JUSTIFIED RIGHT.
           05  EXTRACT-PO-NUMBER   REDEFINES EXTRACT-PO-NUMBER-X
                                       PIC 9(6).
           05  EXTRACT-PO-LINE-NO-X    PIC X(2)    JUSTIFIED RIGHT.
           05  EXTRACT-PO-LINE-NO  REDEFINES EXTRACT-PO-LINE-NO-X
                                       PIC 9(2).
           05  REJECT-REASON           PIC X(30).
      *
       01  HEADING-LINE-1.
           OPEN INPUT  ASNFILE
                       INVMAST
                       VENDMAST.
           OPEN INPUT  PARTXREF.
           IF PARTXREF-SUCCESSFUL
               MOVE "Y" TO PARTXREF-ON-FILE-SWITCH.
           OPEN OUTPUT RCTOUT
                       IMPRPT.
           PERFORM 150-VALIDATE-IMPORT-VENDOR.
                 VENDMAST
                 RCTOUT
                 IMPRPT.
           IF PARTXREF-ON-FILE
               CLOSE PARTXREF.
           DISPLAY "IMP1000  RECEIPTS TRANSLATED " RECEIPTS-WRITTEN.
           DISPLAY "IMP1000  RECORDS REJECTED    " RECORDS-REJECTED.
           STOP RUN.
      *
       210-EXTRACT-ASN-FIELDS.
      *
           MOVE SPACE TO EXTRACT-PART-NO.
           MOVE SPACE TO EXTRACT-ITEM-NO.
           MOVE SPACE TO EXTRACT-DATE.
           MOVE SPACE TO EXTRACT-QUANTITY-X.
           MOVE SPACE TO EXTRACT-LOCATION.
           MOVE ZERO  TO EXTRACT-PO-NUMBER.
           MOVE ZERO  TO EXTRACT-PO-LINE-NO.
           IF FT-ITEM-NO-POS > ZERO AND FT-ITEM-NO-LEN > ZERO
               MOVE VENDOR-ASN-RECORD
                   (FT-ITEM-NO-POS:FT-ITEM-NO-LEN)
                   TO EXTRACT-PART-NO.
           IF FT-DATE-POS > ZERO AND FT-DATE-LEN > ZERO
               MOVE VENDOR-ASN-RECORD
                   (FT-DATE-POS:FT-DATE-LEN)
               MOVE VENDOR-ASN-RECORD
                   (FT-LOCATION-POS:FT-LOCATION-LEN)
                   TO EXTRACT-LOCATION.
           IF FT-PO-NUMBER-POS NUMERIC AND FT-PO-NUMBER-LEN NUMERIC
               IF FT-PO-NUMBER-POS > ZERO AND FT-PO-NUMBER-LEN > ZERO
                   MOVE VENDOR-ASN-RECORD
                       (FT-PO-NUMBER-POS:FT-PO-NUMBER-LEN)
                       TO EXTRACT-PO-NUMBER-X
                   INSPECT EXTRACT-PO-NUMBER-X
                       REPLACING LEADING SPACE BY ZERO.
           IF FT-PO-LINE-POS NUMERIC AND FT-PO-LINE-LEN NUMERIC
               IF FT-PO-LINE-POS > ZERO AND FT-PO-LINE-LEN > ZERO
                   MOVE VENDOR-ASN-RECORD
                       (FT-PO-LINE-POS:FT-PO-LINE-LEN)
                       TO EXTRACT-PO-LINE-NO-X
                   INSPECT EXTRACT-PO-LINE-NO-X
                       REPLACING LEADING SPACE BY ZERO.
      *
       250-EDIT-EXTRACTED-FIELDS.
      *
               IF EXTRACT-DATE NOT NUMERIC
                   MOVE "N" TO RECORD-VALID-SWITCH
                   MOVE "RECEIPT DATE NOT NUMERIC" TO REJECT-REASON.
           IF RECORD-VALID
               IF EXTRACT-PO-NUMBER-X NOT NUMERIC
                 OR EXTRACT-PO-LINE-NO-X NOT NUMERIC
                   MOVE "N" TO RECORD-VALID-SWITCH
                   MOVE "PO REFERENCE NOT NUMERIC" TO REJECT-REASON.
           IF RECORD-VALID
               PERFORM 255-TRANSLATE-PART-NUMBER.
           IF RECORD-VALID
               PERFORM 260-VALIDATE-ITEM-NUMBER.
      *
       255-TRANSLATE-PART-NUMBER.
      *
      *    THE VENDOR SHIPS UNDER ITS OWN PART NUMBER. ONE ON THE
      *    CROSS-REFERENCE FOR THIS VENDOR BECOMES OUR ITEM NUMBER;
      *    ANYTHING ELSE IS TAKEN AS OUR ITEM NUMBER AS IT STANDS,
      *    AND ONE TOO LONG TO BE OURS IS REJECTED.
      *
           MOVE EXTRACT-PART-NO TO EXTRACT-ITEM-NO.
           MOVE SPACE TO PN-ITEM-NO.
           IF PARTXREF-ON-FILE
               MOVE "V"              TO PN-PARTY-TYPE
               MOVE IMPORT-VENDOR-NO TO PN-PARTY-NO
               MOVE EXTRACT-PART-NO  TO PN-PARTY-PART-NO
               READ PARTXREF
                   INVALID KEY
                       MOVE SPACE TO PN-ITEM-NO
               END-READ
               IF PN-ITEM-NO NOT = SPACE
                   MOVE PN-ITEM-NO TO EXTRACT-ITEM-NO.
           IF PN-ITEM-NO = SPACE AND EXTRACT-PART-NO (6:15) NOT = SPACE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE "PART NOT ON CROSS-REFERENCE" TO REJECT-REASON.
      *
       260-VALIDATE-ITEM-NUMBER.
      *
           MOVE EXTRACT-DATE       TO RT-RECEIPT-DATE.
           MOVE EXTRACT-QUANTITY   TO RT-RECEIPT-QUANTITY.
           MOVE EXTRACT-LOCATION   TO RT-LOCATION-CODE.
           MOVE EXTRACT-PO-NUMBER  TO RT-PO-NUMBER.
           MOVE EXTRACT-PO-LINE-NO TO RT-PO-LINE-NO.
           WRITE RECEIPT-TRANSACTION.
           ADD 1 TO RECEIPTS-WRITTEN.
      *
