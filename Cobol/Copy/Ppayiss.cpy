       01  PPAY-HEADER-RECORD.
      *
      *    POSITIVE-PAY ISSUE FILE IN THE BANK'S LAYOUT, 80 BYTES,
      *    RECORD TYPE IN BYTE ONE. EVERY PAYMENT RUN AND EVERY
      *    VOID ADDS ONE TRANSMISSION TO THE FILE: A HEADER WITH
      *    THE TRANSMISSION NUMBER FROM THE POSITIVE-PAY CONTROL
      *    RECORD, A DETAIL PER CHECK ISSUED OR VOIDED, AND A
      *    TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL THE BANK
      *    PROVES THE TRANSMISSION AGAINST. AMOUNTS ARE UNSIGNED.
      *
           05  PH-RECORD-TYPE          PIC X.
           05  PH-ACCOUNT-NO           PIC X(12).
           05  PH-TRANSMISSION-NO      PIC 9(6).
           05  PH-FILE-DATE            PIC 9(8).
           05  FILLER                  PIC X(53).
      *
       01  PPAY-DETAIL-RECORD.
      *
           05  PD-RECORD-TYPE          PIC X.
           05  PD-ACCOUNT-NO           PIC X(12).
           05  PD-CHECK-NO             PIC 9(10).
           05  PD-ISSUE-DATE           PIC 9(8).
           05  PD-CHECK-AMOUNT         PIC 9(8)V99.
           05  PD-ISSUE-CODE           PIC X.
               88  PD-CHECK-ISSUED             VALUE "I".
               88  PD-CHECK-VOIDED             VALUE "V".
           05  PD-PAYEE-NAME           PIC X(30).
           05  FILLER                  PIC X(8).
      *
       01  PPAY-TRAILER-RECORD.
      *
           05  PT-RECORD-TYPE          PIC X.
           05  PT-ACCOUNT-NO           PIC X(12).
           05  PT-TRANSMISSION-NO      PIC 9(6).
           05  PT-DETAIL-COUNT         PIC 9(6).
           05  PT-AMOUNT-TOTAL         PIC 9(10)V99.
           05  FILLER                  PIC X(43).
