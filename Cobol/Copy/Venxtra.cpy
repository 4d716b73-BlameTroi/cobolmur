       01  VENDOR-EXTRA-RECORD.
      *
      *    SIDE FILE FOR VENDOR FIELDS THE VENDOR MASTER RECORD
      *    CANNOT CARRY WITHOUT RELAYING EVERY PROGRAM THAT READS
      *    IT -- THE SAME APPROACH THE CUSTOMER AND INVENTORY SIDE
      *    FILES TOOK. KEYED BY VENDOR NUMBER.
      *
      *    1099 REPORTING. ONLY FLAGGED VENDORS ARE TOTALED AT YEAR
      *    END. THE TAXPAYER ID IS NINE DIGITS WITHOUT DASHES; THE
      *    TIN TYPE SAYS WHETHER IT IS AN EMPLOYER ID OR A SOCIAL
      *    SECURITY NUMBER. THE BOX CODE NAMES THE FORM AND BOX THE
      *    PAYMENTS ARE REPORTED IN: N1 IS NONEMPLOYEE COMPENSATION
      *    ON THE 1099-NEC; M1, M2, M3, AND M6 ARE RENTS, ROYALTIES,
      *    OTHER INCOME, AND MEDICAL PAYMENTS ON THE 1099-MISC.
      *
           05  VX-VENDOR-NO            PIC X(5).
           05  VX-1099-SWITCH          PIC X.
               88  VENDOR-1099                 VALUE "Y".
           05  VX-TIN-TYPE             PIC X.
               88  TIN-IS-EIN                  VALUE "E".
               88  TIN-IS-SSN                  VALUE "S".
               88  VALID-TIN-TYPE              VALUE "E" "S".
           05  VX-TAXPAYER-ID          PIC X(9).
           05  VX-1099-BOX-CODE        PIC X(2).
               88  VALID-1099-BOX-CODE         VALUE "N1" "M1" "M2"
                                                     "M3" "M6".
               88  ROYALTY-BOX                 VALUE "M2".
           05  VX-1099-BOX-PARTS       REDEFINES VX-1099-BOX-CODE.
               10  VX-1099-FORM        PIC X.
                   88  FORM-1099-NEC           VALUE "N".
                   88  FORM-1099-MISC          VALUE "M".
               10  VX-1099-BOX         PIC X.
