       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CFM1000.
      *
      *    CONTROL FILE MAINTENANCE. THE SMALL ONE-LINE CONTROL
      *    FILES THAT HOLD THE NEXT-NUMBER SERIES, RATES, AND
      *    LIMITS THE REST OF THE SYSTEM RUNS ON ARE LISTED,
      *    SHOWN FIELD BY FIELD WITH THEIR LABELS, AND CHANGED
      *    HERE RATHER THAN WITH A TEXT EDITOR. SUPERVISOR
      *    AUTHORITY IS REQUIRED.
      *
      *    EVERY NUMERIC FIELD IS RANGE-CHECKED AGAINST THE TABLE
      *    BELOW. A NEXT-NUMBER SERIES MAY BE MOVED FORWARD BUT
      *    NEVER BACK -- THE PROGRAM THAT ISSUES THE NUMBERS ADDS
      *    ONE TO THE LAST, SO LOWERING IT WOULD ISSUE INVOICE OR
      *    CHECK NUMBERS THAT ARE ALREADY ON FILE. FIELDS A RUN
      *    KEEPS FOR ITSELF ARE SHOWN BUT NOT CHANGED. EACH CHANGE
      *    IS WRITTEN TO CTLLOG WITH THE VALUE BEFORE AND AFTER
      *    AND THE OPERATOR ID, AND ONLY AFTER THE CONTROL FILE
      *    HAS BEEN REWRITTEN. THE P FUNCTION PRINTS EVERY FILE,
      *    FIELD, VALUE, AND RULE FOR THE RUN BOOK.
      *
      *    THE MENU, RETENTION, AND GENERATION FILES ARE LISTS OF
      *    ENTRIES RATHER THAN SETTINGS AND ARE NOT CARRIED HERE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CTLFILE  ASSIGN TO DYNAMIC CONTROL-FILE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTLFILE-FILE-STATUS.
           SELECT CTLLOG   ASSIGN TO "c:\cobol\data\ctllog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTLLOG-FILE-STATUS.
           SELECT CFMRPT   ASSIGN TO "c:\cobol\data\cfm1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTLFILE.
      *
       01  CONTROL-RECORD-AREA         PIC X(300).
      *
       FD  CTLLOG.
      *
       COPY "Ctllog.cpy".
      *
       FD  CFMRPT.
      *
       01  PRINT-AREA                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-FILE-CHANGES-SWITCH  PIC X   VALUE "N".
               88  END-OF-FILE-CHANGES             VALUE "Y".
           05  CTLFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  CTLFILE-EOF                     VALUE "Y".
           05  FILE-LOAD-SWITCH            PIC X   VALUE "L".
               88  FILE-LOADED                     VALUE "L".
               88  FILE-NOT-ON-DISK                VALUE "M".
               88  FILE-OPEN-ERROR                 VALUE "E".
               88  FILE-IRREGULAR                  VALUE "O".
           05  VALID-ENTRY-SWITCH          PIC X   VALUE "Y".
               88  VALID-ENTRY                     VALUE "Y".
           05  REWRITE-OK-SWITCH           PIC X   VALUE "Y".
               88  REWRITE-OK                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CTLFILE-FILE-STATUS     PIC XX.
               88  CTLFILE-SUCCESSFUL          VALUE "00".
               88  CTLFILE-NOT-FOUND           VALUE "35".
           05  CTLLOG-FILE-STATUS      PIC XX.
               88  CTLLOG-SUCCESSFUL           VALUE "00".
      *
       01  CONTROL-FILE-NAME           PIC X(40).
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-FILE-NAME         PIC X(8).
           05  ENTRY-FIELD-NO          PIC 99.
           05  ENTRY-TEXT              PIC X(30).
           05  ENTRY-NUMBER            PIC 9(11)V9(4).
           05  ENTRY-CONFIRM           PIC X.
      *
       01  SUBSCRIPTS.
           05  FILE-SUB                PIC S9(3)   COMP.
           05  FIELD-SUB               PIC S9(3)   COMP.
           05  FIELD-SCAN-SUB          PIC S9(3)   COMP.
           05  RECORD-SUB              PIC S9(3)   COMP.
           05  RECORD-SCAN-SUB         PIC S9(3)   COMP.
           05  KEY-FIELD-SUB           PIC S9(3)   COMP.
           05  RECORDS-LOADED          PIC S9(3)   COMP.
           05  SCREEN-FIELD-COUNT      PIC S9(3)   COMP.
           05  FIELD-START             PIC S9(3)   COMP.
           05  FIELD-LENGTH            PIC S9(3)   COMP.
           05  LEADING-SPACES          PIC S9(3)   COMP.
      *
       01  COUNT-FIELDS.
           05  CONTROL-FILE-COUNT      PIC S9(3)   COMP  VALUE 31.
           05  CONTROL-FIELD-COUNT     PIC S9(3)   COMP  VALUE 99.
           05  FILES-LISTED            PIC 9(3)    VALUE ZERO.
           05  FILES-NOT-ON-DISK       PIC 9(3)    VALUE ZERO.
      *
      *    A NUMERIC FIELD IS HANDLED AS THE DIGITS ON FILE,
      *    RIGHT-JUSTIFIED IN ELEVEN, WITH THE DECIMAL POINT
      *    PUT BACK ONLY WHEN IT IS SHOWN.
      *
       01  VALUE-WORK-FIELDS.
           05  RAW-VALUE               PIC 9(11).
           05  RAW-DIGITS REDEFINES RAW-VALUE
                                       PIC X(11).
           05  SIGNED-RAW-VALUE        PIC S9(11).
           05  SIGNED-RAW-DIGITS REDEFINES SIGNED-RAW-VALUE
                                       PIC X(11).
           05  NUMBER-RAW              PIC 9(11).
           05  BEFORE-RAW-VALUE        PIC 9(11).
           05  NEW-RAW-WORK            PIC 9(15)V9(4).
           05  NEW-RAW-VALUE           PIC 9(15).
           05  DECIMAL-SCALE           PIC 9(5).
           05  KEY-VALUE               PIC 9(11).
           05  EDIT-WHOLE              PIC Z(10)9.
           05  EDIT-2-DECIMALS         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  EDIT-4-DECIMALS         PIC Z(6)9.9999.
           05  EDIT-SIGNED             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  NUMBER-TEXT             PIC X(20).
           05  JUSTIFIED-TEXT          PIC X(20).
           05  VALUE-TEXT              PIC X(30).
           05  BEFORE-VALUE-TEXT       PIC X(30).
           05  NEW-VALUE-TEXT          PIC X(30).
           05  LABEL-TEXT              PIC X(30).
           05  RULE-TEXT               PIC X(40).
           05  RULE-CODE-TEXT          PIC X(12).
           05  FILE-STATE-TEXT         PIC X(28).
           05  PROMPT-TEXT             PIC X(70).
           05  SAVED-RECORD-DATA       PIC X(300).
           05  SAVED-PRESENT-SW        PIC X.
           05  DISPLAY-FIELD-LENGTH    PIC Z9.
           05  DISPLAY-RECORD-NO       PIC 9.
      *
      *    THE RECORDS OF THE FILE IN HAND. A FILE WITH A RECORD
      *    KEY HOLDS EACH RECORD IN THE SLOT ITS KEY NAMES; ANY
      *    OTHER FILE FILLS THE SLOTS IN ORDER.
      *
       01  LOADED-RECORD-TABLE.
           05  LOADED-RECORD               OCCURS 9 TIMES.
               10  LR-PRESENT-SW       PIC X.
                   88  LR-PRESENT              VALUE "Y".
               10  LR-DATA             PIC X(300).
      *
       01  SCREEN-FIELD-TABLE.
           05  SCREEN-FIELD                OCCURS 40 TIMES.
               10  FM-FIELD-SUB        PIC S9(3)   COMP.
               10  FM-RECORD-SUB       PIC S9(3)   COMP.
      *
      *    ONE ENTRY PER CONTROL FILE -- THE NAME, THE NAME ON
      *    DISK, WHAT IT CONTROLS, AND HOW MANY RECORDS IT HOLDS.
      *
       01  CONTROL-FILE-VALUES.
           05  FILLER                  PIC X(47)   VALUE
               "ORDCTL  ordctl  SALES ORDER NUMBERS           1".
           05  FILLER                  PIC X(47)   VALUE
               "QUOCTL  quoctl  QUOTATION NUMBERS             1".
           05  FILLER                  PIC X(47)   VALUE
               "RMACTL  rmactl  RETURN AUTHORIZATION NUMBERS  1".
           05  FILLER                  PIC X(47)   VALUE
               "INVCTL  invctl  INVOICE NUMBERS               1".
           05  FILLER                  PIC X(47)   VALUE
               "CHKCTL  chkctl  VENDOR CHECK NUMBERS          1".
           05  FILLER                  PIC X(47)   VALUE
               "POCTL   poctl   PURCHASE ORDER NUMBERS        1".
           05  FILLER                  PIC X(47)   VALUE
               "BLKCTL  blkctl  BLANKET ORDER NUMBERS         1".
           05  FILLER                  PIC X(47)   VALUE
               "RFQCTL  rfqctl  REQUEST FOR QUOTE NUMBERS     1".
           05  FILLER                  PIC X(47)   VALUE
               "REQCTL  reqctl  REQUISITION NUMBERS           1".
           05  FILLER                  PIC X(47)   VALUE
               "DBMCTL  dbmctl  DEBIT MEMO NUMBERS            1".
           05  FILLER                  PIC X(47)   VALUE
               "QUARCTL quarctl QUARANTINE TAG NUMBERS        1".
           05  FILLER                  PIC X(47)   VALUE
               "XFRCTL  xfrctl  STOCK TRANSFER NUMBERS        1".
           05  FILLER                  PIC X(47)   VALUE
               "MOVCTL  movctl  WAREHOUSE MOVE TASK NUMBERS   1".
           05  FILLER                  PIC X(47)   VALUE
               "WOCTL   woctl   WORK ORDER NUMBERS            1".
           05  FILLER                  PIC X(47)   VALUE
               "WAVECTL wavectl PICK WAVE NUMBERS             1".
           05  FILLER                  PIC X(47)   VALUE
               "BOLCTL  bolctl  BILL OF LADING NUMBERS        1".
           05  FILLER                  PIC X(47)   VALUE
               "SPLCTL  splctl  REPORT SPOOL NUMBERS          1".
           05  FILLER                  PIC X(47)   VALUE
               "YECCTL  yecctl  RECEIVABLES YEAR-END CLOSE    1".
           05  FILLER                  PIC X(47)   VALUE
               "TAXCTL  taxctl  SALES TAX RATE                1".
           05  FILLER                  PIC X(47)   VALUE
               "ARCTL   arctl   RECEIVABLES CONTROLS          1".
           05  FILLER                  PIC X(47)   VALUE
               "TUICTL  tuictl  TUITION RATES                 1".
           05  FILLER                  PIC X(47)   VALUE
               "STDCTL  stdctl  ACADEMIC STANDING CUTOFFS     4".
           05  FILLER                  PIC X(47)   VALUE
               "GRDCTL  grdctl  GRADUATION HONORS CUTOFFS     1".
           05  FILLER                  PIC X(47)   VALUE
               "SECCTL  secctl  SIGN-ON SECURITY              1".
           05  FILLER                  PIC X(47)   VALUE
               "DUALCTL dualctl PRICE AND COST DUAL CONTROL   1".
           05  FILLER                  PIC X(47)   VALUE
               "JECTL   jectl   JOURNAL ENTRY APPROVAL        1".
           05  FILLER                  PIC X(47)   VALUE
               "GLBCTL  glbctl  GL BUDGET REPORT              1".
           05  FILLER                  PIC X(47)   VALUE
               "OBSCTL  obsctl  OBSOLESCENCE RESERVE          1".
           05  FILLER                  PIC X(47)   VALUE
               "PPCTL   ppctl   POSITIVE PAY                  1".
           05  FILLER                  PIC X(47)   VALUE
               "PYRCTL  pyrctl  1099 PAYER                    1".
           05  FILLER                  PIC X(47)   VALUE
               "BCKCTL  bckctl  BACKUP VERIFICATION           1".
      *
       01  CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-VALUES.
           05  CONTROL-FILE-ENTRY          OCCURS 31 TIMES
                                           INDEXED BY CF-INDEX.
               10  CF-FILE-NAME        PIC X(8).
               10  CF-DISK-NAME        PIC X(8).
               10  CF-DESCRIPTION      PIC X(30).
               10  CF-RECORD-COUNT     PIC 9.
      *
      *    ONE ENTRY PER FIELD, IN FILE ORDER -- THE FILE, THE
      *    LABEL, WHERE THE FIELD STARTS IN THE RECORD AND HOW
      *    LONG IT IS, ITS TYPE AND DECIMAL PLACES, THE RULE FOR
      *    CHANGING IT, AND THE HIGHEST VALUE IT MAY TAKE IN ITS
      *    OWN DIGITS, SO A TAX RATE OF 9V9(4) WITH A HIGH OF
      *    2500 TOPS OUT AT .2500. EVERY RANGE STARTS AT ZERO.
      *    TYPES: N NUMERIC, S SIGNED NUMERIC, A TEXT. RULES:
      *    S NEXT-NUMBER SERIES, R RANGE, T TEXT, P KEPT BY THE
      *    SYSTEM, K RECORD KEY.
      *
       01  CONTROL-FIELD-VALUES.
           05  FILLER                  PIC X(51)   VALUE
               "ORDCTL  LAST ORDER NUMBER       00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "QUOCTL  LAST QUOTE NUMBER       00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "RMACTL  LAST RMA NUMBER         00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "INVCTL  LAST INVOICE NUMBER     00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "CHKCTL  LAST CHECK NUMBER       00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "POCTL   LAST PO NUMBER          00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "BLKCTL  LAST BLANKET NUMBER     00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "RFQCTL  LAST RFQ NUMBER         00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "REQCTL  LAST REQUISITION NUMBER 00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "DBMCTL  LAST DEBIT MEMO NUMBER  00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "QUARCTL LAST QUARANTINE TAG     00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "XFRCTL  LAST TRANSFER NUMBER    00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "MOVCTL  LAST MOVE TASK NUMBER   00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "WOCTL   LAST WORK ORDER NUMBER  00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "WAVECTL LAST WAVE NUMBER        00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "BOLCTL  LAST BOL NUMBER         00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "SPLCTL  LAST SPOOL NUMBER       00106N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "YECCTL  LAST CLOSE YEAR         00104N0S00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "TAXCTL  TAX RATE                00105N4R00000002500".
           05  FILLER                  PIC X(51)   VALUE
               "ARCTL   FINANCE CHARGE RATE     00105N4R00000001000".
           05  FILLER                  PIC X(51)   VALUE
               "ARCTL   GRACE DAYS              00603N0R00000000120".
           05  FILLER                  PIC X(51)   VALUE
               "ARCTL   WRITE-OFF LIMIT         00905N2R00000099999".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  RATE PER UNIT           00106N2R00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  TERM CAP AMOUNT         00707N2R00009999999".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  TERM START DATE         01408N0R00099999999".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  WEEK 1 REFUND PCT       02203N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  WEEK 2 REFUND PCT       02503N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  WEEK 3 REFUND PCT       02803N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  WEEK 4 REFUND PCT       03103N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "TUICTL  PAST-DUE HOLD DAYS      03403N0R00000000365".
           05  FILLER                  PIC X(51)   VALUE
               "STDCTL  CLASS STANDING          00101N0K00000000004".
           05  FILLER                  PIC X(51)   VALUE
               "STDCTL  DISQUALIFY GPA          00203N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "STDCTL  PROBATION GPA           00503N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "STDCTL  HONORS GPA              00803N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "GRDCTL  SUMMA CUM LAUDE GPA     00103N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "GRDCTL  MAGNA CUM LAUDE GPA     00403N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "GRDCTL  CUM LAUDE GPA           00703N2R00000000400".
           05  FILLER                  PIC X(51)   VALUE
               "SECCTL  PASSWORD LIFE DAYS      00103N0R00000000365".
           05  FILLER                  PIC X(51)   VALUE
               "SECCTL  MAX FAILED ATTEMPTS     00402N0R00000000010".
           05  FILLER                  PIC X(51)   VALUE
               "DUALCTL PRICE THRESHOLD PCT     00103N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "DUALCTL COST THRESHOLD PCT      00403N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "JECTL   APPROVAL LIMIT          00111N2R99999999999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  TOLERANCE PCT           00103N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 01 LOW ACCOUNT    00404N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 01 HIGH ACCOUNT   00804N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 01 NAME           01220A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 02 LOW ACCOUNT    03204N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 02 HIGH ACCOUNT   03604N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 02 NAME           04020A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 03 LOW ACCOUNT    06004N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 03 HIGH ACCOUNT   06404N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 03 NAME           06820A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 04 LOW ACCOUNT    08804N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 04 HIGH ACCOUNT   09204N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 04 NAME           09620A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 05 LOW ACCOUNT    11604N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 05 HIGH ACCOUNT   12004N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 05 NAME           12420A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 06 LOW ACCOUNT    14404N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 06 HIGH ACCOUNT   14804N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 06 NAME           15220A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 07 LOW ACCOUNT    17204N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 07 HIGH ACCOUNT   17604N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 07 NAME           18020A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 08 LOW ACCOUNT    20004N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 08 HIGH ACCOUNT   20404N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 08 NAME           20820A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 09 LOW ACCOUNT    22804N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 09 HIGH ACCOUNT   23204N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 09 NAME           23620A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 10 LOW ACCOUNT    25604N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 10 HIGH ACCOUNT   26004N0R00000009999".
           05  FILLER                  PIC X(51)   VALUE
               "GLBCTL  RANGE 10 NAME           26420A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 1 MONTHS           00103N0R00000000999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 1 PERCENT          00403N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 2 MONTHS           00703N0R00000000999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 2 PERCENT          01003N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 3 MONTHS           01303N0R00000000999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 3 PERCENT          01603N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 4 MONTHS           01903N0R00000000999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 4 PERCENT          02203N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 5 MONTHS           02503N0R00000000999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  TIER 5 PERCENT          02803N0R00000000100".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  LAST RESERVE MONTH      03106N0P00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "OBSCTL  LAST RESERVE TOTAL      03711S2P00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PPCTL   BANK ACCOUNT NUMBER     00112A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PPCTL   LAST TRANSMISSION NO    01306N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "PPCTL   LAST SENT NO            01906N0S00000999999".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  PAYER NAME              00130A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  PAYER TIN               03109A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  STREET ADDRESS          04025A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  CITY                    06515A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  STATE                   08002A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  ZIP CODE                08210A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "PYRCTL  PHONE                   09212A0T00000000000".
           05  FILLER                  PIC X(51)   VALUE
               "BCKCTL  INV VERIFIED SLOT       00101N0P00000000009".
           05  FILLER                  PIC X(51)   VALUE
               "BCKCTL  VEN VERIFIED SLOT       00201N0P00000000009".
           05  FILLER                  PIC X(51)   VALUE
               "BCKCTL  STU VERIFIED SLOT       00301N0P00000000009".
           05  FILLER                  PIC X(51)   VALUE
               "BCKCTL  CUS VERIFIED SLOT       00401N0P00000000009".
      *
       01  CONTROL-FIELD-TABLE REDEFINES CONTROL-FIELD-VALUES.
           05  CONTROL-FIELD-ENTRY         OCCURS 99 TIMES.
               10  FX-FILE-NAME        PIC X(8).
               10  FX-FIELD-LABEL      PIC X(24).
               10  FX-START            PIC 9(3).
               10  FX-LENGTH           PIC 9(2).
               10  FX-FIELD-TYPE       PIC X.
                   88  FX-TEXT-FIELD           VALUE "A".
                   88  FX-SIGNED-FIELD         VALUE "S".
               10  FX-DECIMALS         PIC 9.
               10  FX-RULE             PIC X.
                   88  FX-SERIES               VALUE "S".
                   88  FX-RANGE                VALUE "R".
                   88  FX-FREE-TEXT            VALUE "T".
                   88  FX-SYSTEM-KEPT          VALUE "P".
                   88  FX-RECORD-KEY           VALUE "K".
               10  FX-HIGH             PIC 9(11).
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(34)
               VALUE "CFM1000  CONTROL FILE LISTING".
           05  FILLER                  PIC X(10) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(14) VALUE "  PRINTED BY ".
           05  HL1-OPERATOR-ID         PIC X(8).
      *
       01  HEADING-LINE-2.
           05  FILLER                  PIC X(34) VALUE "  FIELD".
           05  FILLER                  PIC X(32) VALUE "VALUE".
           05  FILLER                  PIC X(4)  VALUE "RULE".
      *
       01  FILE-LINE.
           05  LF-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LF-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LF-DISK-NAME            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LF-FILE-STATE           PIC X(28).
      *
       01  FIELD-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  LL-FIELD-LABEL          PIC X(30).
           05  LL-VALUE                PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LL-RULE                 PIC X(40).
      *
       01  TOTAL-LINE.
           05  TL-FILES-LISTED         PIC ZZ9.
           05  FILLER                  PIC X(25)
               VALUE " CONTROL FILES LISTED, ".
           05  TL-FILES-NOT-ON-DISK    PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE " NOT ON DISK".
      *
       01  SCREEN-LINE.
           05  SL-FIELD-NO             PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SL-FIELD-LABEL          PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-VALUE                PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-RULE                 PIC X(12).
      *
       COPY "Sgnreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-CONTROL-FILES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "CFM1000 CONTROL FILE MAINTENANCE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF SIGN-ON-FAILED
               STOP RUN.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "SUPERVISOR AUTHORITY IS REQUIRED FOR "
                   "CONTROL FILE MAINTENANCE."
               STOP RUN.
           OPEN EXTEND CTLLOG.
           IF NOT CTLLOG-SUCCESSFUL
               OPEN OUTPUT CTLLOG.
           PERFORM 100-PROCESS-CONTROL-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE CTLLOG.
           DISPLAY "CFM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-CONTROL-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER FUNCTION (L=LIST FILES, C=CHANGE A FILE, "
               "P=PRINT LISTING), OR X TO END.".
           ACCEPT FUNCTION-CODE.
           EVALUATE FUNCTION-CODE
               WHEN "X"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN "L" PERFORM 200-LIST-CONTROL-FILES
               WHEN "C" PERFORM 400-CHANGE-CONTROL-FILE
               WHEN "P" PERFORM 500-PRINT-CONTROL-LISTING
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE L, C, P, OR X."
           END-EVALUATE.
      *
       200-LIST-CONTROL-FILES.
      *
           PERFORM 210-LIST-CONTROL-FILE
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > CONTROL-FILE-COUNT.
      *
       210-LIST-CONTROL-FILE.
      *
           PERFORM 300-LOAD-CONTROL-FILE.
           DISPLAY CF-FILE-NAME (FILE-SUB) " "
               CF-DESCRIPTION (FILE-SUB) " " FILE-STATE-TEXT.
      *
      *    READS THE FILE FOR FILE-SUB INTO THE LOADED-RECORD
      *    TABLE. A FILE WITH MORE RECORDS THAN IT SHOULD HOLD, OR
      *    WITH A RECORD KEY OUT OF RANGE OR REPEATED, IS MARKED
      *    IRREGULAR AND IS NOT CHANGED HERE -- REWRITING IT FROM
      *    THE TABLE WOULD LOSE THE RECORDS THAT DID NOT FIT.
      *
       300-LOAD-CONTROL-FILE.
      *
           MOVE SPACE TO LOADED-RECORD-TABLE.
           MOVE ZERO TO RECORDS-LOADED.
           MOVE ZERO TO KEY-FIELD-SUB.
           PERFORM 305-FIND-KEY-FIELD
               VARYING FIELD-SCAN-SUB FROM 1 BY 1
               UNTIL FIELD-SCAN-SUB > CONTROL-FIELD-COUNT.
           MOVE "L" TO FILE-LOAD-SWITCH.
           MOVE "N" TO CTLFILE-EOF-SWITCH.
           PERFORM 310-SET-CONTROL-FILE-NAME.
           OPEN INPUT CTLFILE.
           IF CTLFILE-SUCCESSFUL
               PERFORM 320-READ-CONTROL-RECORD
                   UNTIL CTLFILE-EOF
               CLOSE CTLFILE
           ELSE
               IF CTLFILE-NOT-FOUND
                   MOVE "M" TO FILE-LOAD-SWITCH
               ELSE
                   MOVE "E" TO FILE-LOAD-SWITCH.
           PERFORM 330-SET-FILE-STATE-TEXT.
      *
       305-FIND-KEY-FIELD.
      *
           IF FX-FILE-NAME (FIELD-SCAN-SUB) = CF-FILE-NAME (FILE-SUB)
               AND FX-RECORD-KEY (FIELD-SCAN-SUB)
               MOVE FIELD-SCAN-SUB TO KEY-FIELD-SUB.
      *
       310-SET-CONTROL-FILE-NAME.
      *
           MOVE SPACE TO CONTROL-FILE-NAME.
           STRING "c:\cobol\data\"        DELIMITED BY SIZE
                  CF-DISK-NAME (FILE-SUB) DELIMITED BY SPACE
                  ".dat"                  DELIMITED BY SIZE
               INTO CONTROL-FILE-NAME.
      *
       320-READ-CONTROL-RECORD.
      *
           READ CTLFILE
               AT END
                   MOVE "Y" TO CTLFILE-EOF-SWITCH
               NOT AT END
                   IF KEY-FIELD-SUB = ZERO
                       PERFORM 322-STORE-NEXT-RECORD
                   ELSE
                       PERFORM 324-STORE-KEYED-RECORD
                   END-IF
           END-READ.
      *
       322-STORE-NEXT-RECORD.
      *
           IF RECORDS-LOADED < CF-RECORD-COUNT (FILE-SUB)
               ADD 1 TO RECORDS-LOADED
               MOVE "Y" TO LR-PRESENT-SW (RECORDS-LOADED)
               MOVE CONTROL-RECORD-AREA TO LR-DATA (RECORDS-LOADED)
           ELSE
               MOVE "O" TO FILE-LOAD-SWITCH.
      *
       324-STORE-KEYED-RECORD.
      *
           MOVE FX-START (KEY-FIELD-SUB)  TO FIELD-START.
           MOVE FX-LENGTH (KEY-FIELD-SUB) TO FIELD-LENGTH.
           MOVE ZERO TO RAW-VALUE.
           MOVE CONTROL-RECORD-AREA (FIELD-START:FIELD-LENGTH)
               TO RAW-DIGITS (12 - FIELD-LENGTH:FIELD-LENGTH).
           MOVE ZERO TO KEY-VALUE.
           IF RAW-VALUE NUMERIC
               MOVE RAW-VALUE TO KEY-VALUE.
           IF KEY-VALUE < 1
               OR KEY-VALUE > CF-RECORD-COUNT (FILE-SUB)
               MOVE "O" TO FILE-LOAD-SWITCH
           ELSE
               IF LR-PRESENT (KEY-VALUE)
                   MOVE "O" TO FILE-LOAD-SWITCH
               ELSE
                   MOVE "Y" TO LR-PRESENT-SW (KEY-VALUE)
                   MOVE CONTROL-RECORD-AREA TO LR-DATA (KEY-VALUE).
      *
       330-SET-FILE-STATE-TEXT.
      *
           EVALUATE TRUE
               WHEN FILE-LOADED
                   MOVE SPACE TO FILE-STATE-TEXT
               WHEN FILE-NOT-ON-DISK
                   MOVE "NOT ON DISK" TO FILE-STATE-TEXT
               WHEN FILE-OPEN-ERROR
                   MOVE SPACE TO FILE-STATE-TEXT
                   STRING "OPEN ERROR -- STATUS " DELIMITED BY SIZE
                          CTLFILE-FILE-STATUS     DELIMITED BY SIZE
                       INTO FILE-STATE-TEXT
               WHEN FILE-IRREGULAR
                   MOVE "IRREGULAR -- CHANGE BY HAND"
                       TO FILE-STATE-TEXT
           END-EVALUATE.
      *
       400-CHANGE-CONTROL-FILE.
      *
           DISPLAY "ENTER CONTROL FILE NAME.".
           ACCEPT ENTRY-FILE-NAME.
           MOVE ZERO TO FILE-SUB.
           SET CF-INDEX TO 1.
           SEARCH CONTROL-FILE-ENTRY
               AT END
                   DISPLAY "NO CONTROL FILE NAMED "
                       ENTRY-FILE-NAME "."
               WHEN CF-FILE-NAME (CF-INDEX) = ENTRY-FILE-NAME
                   SET FILE-SUB TO CF-INDEX.
           IF FILE-SUB > ZERO
               PERFORM 300-LOAD-CONTROL-FILE
               IF FILE-OPEN-ERROR OR FILE-IRREGULAR
                   DISPLAY CF-FILE-NAME (FILE-SUB) " "
                       FILE-STATE-TEXT
               ELSE
                   MOVE "N" TO END-OF-FILE-CHANGES-SWITCH
                   PERFORM 410-CHANGE-NEXT-FIELD
                       UNTIL END-OF-FILE-CHANGES.
      *
       410-CHANGE-NEXT-FIELD.
      *
           PERFORM 420-SHOW-FILE-FIELDS.
           DISPLAY "ENTER FIELD NUMBER TO CHANGE, OR 0 TO RETURN.".
           ACCEPT ENTRY-FIELD-NO.
           IF ENTRY-FIELD-NO = ZERO
               MOVE "Y" TO END-OF-FILE-CHANGES-SWITCH
           ELSE
               IF ENTRY-FIELD-NO > SCREEN-FIELD-COUNT
                   DISPLAY "NO FIELD " ENTRY-FIELD-NO " ON THIS FILE."
               ELSE
                   MOVE FM-FIELD-SUB (ENTRY-FIELD-NO)  TO FIELD-SUB
                   MOVE FM-RECORD-SUB (ENTRY-FIELD-NO) TO RECORD-SUB
                   PERFORM 430-CHANGE-FIELD.
      *
       420-SHOW-FILE-FIELDS.
      *
           DISPLAY " ".
           DISPLAY CF-FILE-NAME (FILE-SUB) " -- "
               CF-DESCRIPTION (FILE-SUB).
           IF FILE-NOT-ON-DISK
               DISPLAY "NOT ON DISK -- THE FIRST CHANGE CREATES IT.".
           MOVE ZERO TO SCREEN-FIELD-COUNT.
           PERFORM 422-SHOW-RECORD-FIELDS
               VARYING RECORD-SUB FROM 1 BY 1
               UNTIL RECORD-SUB > CF-RECORD-COUNT (FILE-SUB).
      *
       422-SHOW-RECORD-FIELDS.
      *
           PERFORM 424-SHOW-FIELD
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > CONTROL-FIELD-COUNT.
      *
       424-SHOW-FIELD.
      *
           IF FX-FILE-NAME (FIELD-SUB) = CF-FILE-NAME (FILE-SUB)
               ADD 1 TO SCREEN-FIELD-COUNT
               MOVE FIELD-SUB  TO FM-FIELD-SUB (SCREEN-FIELD-COUNT)
               MOVE RECORD-SUB TO FM-RECORD-SUB (SCREEN-FIELD-COUNT)
               PERFORM 600-FORMAT-FIELD-VALUE
               PERFORM 630-FORMAT-FIELD-LABEL
               PERFORM 640-FORMAT-FIELD-RULE
               MOVE SCREEN-FIELD-COUNT TO SL-FIELD-NO
               MOVE LABEL-TEXT         TO SL-FIELD-LABEL
               MOVE VALUE-TEXT         TO SL-VALUE
               MOVE RULE-CODE-TEXT     TO SL-RULE
               DISPLAY SCREEN-LINE.
      *
       430-CHANGE-FIELD.
      *
           PERFORM 600-FORMAT-FIELD-VALUE.
           PERFORM 640-FORMAT-FIELD-RULE.
           IF FX-SYSTEM-KEPT (FIELD-SUB)
               OR FX-RECORD-KEY (FIELD-SUB)
               DISPLAY FX-FIELD-LABEL (FIELD-SUB) " -- " RULE-TEXT
           ELSE
               MOVE VALUE-TEXT TO BEFORE-VALUE-TEXT
               MOVE RAW-VALUE  TO BEFORE-RAW-VALUE
               MOVE "Y" TO VALID-ENTRY-SWITCH
               IF FX-TEXT-FIELD (FIELD-SUB)
                   PERFORM 440-ACCEPT-TEXT-VALUE
               ELSE
                   PERFORM 450-ACCEPT-NUMERIC-VALUE
               END-IF
               IF VALID-ENTRY
                   PERFORM 460-CONFIRM-CHANGE.
      *
       440-ACCEPT-TEXT-VALUE.
      *
           MOVE FX-LENGTH (FIELD-SUB) TO FIELD-LENGTH.
           MOVE FIELD-LENGTH TO DISPLAY-FIELD-LENGTH.
           DISPLAY "ENTER NEW " FX-FIELD-LABEL (FIELD-SUB)
               " -- UP TO " DISPLAY-FIELD-LENGTH " CHARACTERS.".
           MOVE SPACE TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF FIELD-LENGTH < 30
               IF ENTRY-TEXT (FIELD-LENGTH + 1:) NOT = SPACE
                   DISPLAY "VALUE IS LONGER THAN "
                       DISPLAY-FIELD-LENGTH " CHARACTERS."
                   MOVE "N" TO VALID-ENTRY-SWITCH.
           MOVE ENTRY-TEXT TO NEW-VALUE-TEXT.
      *
      *    THE OPERATOR KEYS THE VALUE AS IT READS, DECIMAL POINT
      *    AND ALL; IT IS SCALED BACK TO THE FIELD'S OWN DIGITS
      *    BEFORE IT IS CHECKED.
      *
       450-ACCEPT-NUMERIC-VALUE.
      *
           MOVE FX-HIGH (FIELD-SUB) TO NUMBER-RAW.
           PERFORM 610-FORMAT-NUMBER.
           MOVE SPACE TO PROMPT-TEXT.
           IF FX-SERIES (FIELD-SUB)
               STRING "ENTER NEW "               DELIMITED BY SIZE
                      FX-FIELD-LABEL (FIELD-SUB) DELIMITED BY "  "
                      " -- NOT BELOW "           DELIMITED BY SIZE
                      BEFORE-VALUE-TEXT          DELIMITED BY SPACE
                      "."                        DELIMITED BY SIZE
                   INTO PROMPT-TEXT
           ELSE
               STRING "ENTER NEW "               DELIMITED BY SIZE
                      FX-FIELD-LABEL (FIELD-SUB) DELIMITED BY "  "
                      " -- 0 TO "                DELIMITED BY SIZE
                      JUSTIFIED-TEXT             DELIMITED BY SPACE
                      "."                        DELIMITED BY SIZE
                   INTO PROMPT-TEXT.
           DISPLAY PROMPT-TEXT.
           MOVE ZERO TO ENTRY-NUMBER.
           ACCEPT ENTRY-NUMBER.
           EVALUATE FX-DECIMALS (FIELD-SUB)
               WHEN 4     MOVE 10000 TO DECIMAL-SCALE
               WHEN 2     MOVE 100   TO DECIMAL-SCALE
               WHEN OTHER MOVE 1     TO DECIMAL-SCALE
           END-EVALUATE.
           COMPUTE NEW-RAW-WORK = ENTRY-NUMBER * DECIMAL-SCALE.
           MOVE NEW-RAW-WORK TO NEW-RAW-VALUE.
           EVALUATE TRUE
               WHEN NEW-RAW-VALUE NOT = NEW-RAW-WORK
                   DISPLAY "NO MORE THAN " FX-DECIMALS (FIELD-SUB)
                       " DECIMAL PLACES ARE KEPT."
                   MOVE "N" TO VALID-ENTRY-SWITCH
               WHEN NEW-RAW-VALUE > FX-HIGH (FIELD-SUB)
                   DISPLAY "VALUE MUST BE FROM 0 TO " JUSTIFIED-TEXT
                   MOVE "N" TO VALID-ENTRY-SWITCH
               WHEN FX-SERIES (FIELD-SUB)
                   AND NEW-RAW-VALUE < BEFORE-RAW-VALUE
                   DISPLAY "A NEXT-NUMBER SERIES CANNOT BE MOVED "
                       "BACKWARD -- NUMBERS ABOVE THE NEW VALUE "
                       "ARE ALREADY ISSUED."
                   MOVE "N" TO VALID-ENTRY-SWITCH
               WHEN OTHER
                   MOVE NEW-RAW-VALUE TO NUMBER-RAW
                   PERFORM 610-FORMAT-NUMBER
                   MOVE JUSTIFIED-TEXT TO NEW-VALUE-TEXT
           END-EVALUATE.
      *
       460-CONFIRM-CHANGE.
      *
           IF NEW-VALUE-TEXT = BEFORE-VALUE-TEXT
               AND LR-PRESENT (RECORD-SUB)
               DISPLAY "VALUE IS UNCHANGED."
           ELSE
               DISPLAY "  NOW  " BEFORE-VALUE-TEXT
               DISPLAY "  NEW  " NEW-VALUE-TEXT
               DISPLAY "ENTER Y TO MAKE THE CHANGE."
               ACCEPT ENTRY-CONFIRM
               IF ENTRY-CONFIRM = "Y"
                   PERFORM 470-APPLY-CHANGE
               ELSE
                   DISPLAY "CHANGE NOT MADE.".
      *
      *    THE FILE IS REWRITTEN BEFORE THE CHANGE IS LOGGED, AND
      *    THE RECORD IN HAND IS PUT BACK IF THE REWRITE FAILS, SO
      *    THE LOG NEVER SHOWS A CHANGE THE FILE DOES NOT HAVE.
      *
       470-APPLY-CHANGE.
      *
           MOVE LR-DATA (RECORD-SUB)       TO SAVED-RECORD-DATA.
           MOVE LR-PRESENT-SW (RECORD-SUB) TO SAVED-PRESENT-SW.
           IF NOT LR-PRESENT (RECORD-SUB)
               PERFORM 480-START-NEW-RECORD.
           MOVE FX-START (FIELD-SUB)  TO FIELD-START.
           MOVE FX-LENGTH (FIELD-SUB) TO FIELD-LENGTH.
           IF FX-TEXT-FIELD (FIELD-SUB)
               MOVE ENTRY-TEXT
                   TO LR-DATA (RECORD-SUB) (FIELD-START:FIELD-LENGTH)
           ELSE
               MOVE NEW-RAW-VALUE TO RAW-VALUE
               MOVE RAW-DIGITS (12 - FIELD-LENGTH:FIELD-LENGTH)
                   TO LR-DATA (RECORD-SUB) (FIELD-START:FIELD-LENGTH).
           PERFORM 490-REWRITE-CONTROL-FILE.
           IF REWRITE-OK
               PERFORM 495-LOG-CONTROL-CHANGE
               MOVE "L" TO FILE-LOAD-SWITCH
               DISPLAY "CHANGE MADE AND LOGGED."
           ELSE
               MOVE SAVED-RECORD-DATA TO LR-DATA (RECORD-SUB)
               MOVE SAVED-PRESENT-SW  TO LR-PRESENT-SW (RECORD-SUB)
               DISPLAY "CHANGE NOT MADE.".
      *
      *    A RECORD NOT YET ON FILE STARTS WITH ITS NUMERIC FIELDS
      *    AT ZERO AND ITS KEY SET TO ITS SLOT.
      *
       480-START-NEW-RECORD.
      *
           MOVE SPACE TO LR-DATA (RECORD-SUB).
           MOVE "Y" TO LR-PRESENT-SW (RECORD-SUB).
           PERFORM 485-ZERO-NEW-RECORD-FIELD
               VARYING FIELD-SCAN-SUB FROM 1 BY 1
               UNTIL FIELD-SCAN-SUB > CONTROL-FIELD-COUNT.
      *
       485-ZERO-NEW-RECORD-FIELD.
      *
           IF FX-FILE-NAME (FIELD-SCAN-SUB) = CF-FILE-NAME (FILE-SUB)
               AND NOT FX-TEXT-FIELD (FIELD-SCAN-SUB)
               IF FX-RECORD-KEY (FIELD-SCAN-SUB)
                   MOVE RECORD-SUB TO RAW-VALUE
               ELSE
                   MOVE ZERO TO RAW-VALUE
               END-IF
               MOVE FX-START (FIELD-SCAN-SUB)  TO FIELD-START
               MOVE FX-LENGTH (FIELD-SCAN-SUB) TO FIELD-LENGTH
               MOVE RAW-DIGITS (12 - FIELD-LENGTH:FIELD-LENGTH)
                   TO LR-DATA (RECORD-SUB) (FIELD-START:FIELD-LENGTH).
      *
       490-REWRITE-CONTROL-FILE.
      *
           MOVE "Y" TO REWRITE-OK-SWITCH.
           PERFORM 310-SET-CONTROL-FILE-NAME.
           OPEN OUTPUT CTLFILE.
           IF NOT CTLFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON " CONTROL-FILE-NAME
               DISPLAY "FILE STATUS CODE IS " CTLFILE-FILE-STATUS
               MOVE "N" TO REWRITE-OK-SWITCH
           ELSE
               PERFORM 492-WRITE-CONTROL-RECORD
                   VARYING RECORD-SCAN-SUB FROM 1 BY 1
                   UNTIL RECORD-SCAN-SUB > CF-RECORD-COUNT (FILE-SUB)
               CLOSE CTLFILE.
      *
       492-WRITE-CONTROL-RECORD.
      *
           IF LR-PRESENT (RECORD-SCAN-SUB)
               MOVE LR-DATA (RECORD-SCAN-SUB) TO CONTROL-RECORD-AREA
               WRITE CONTROL-RECORD-AREA
               IF NOT CTLFILE-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON " CONTROL-FILE-NAME
                   DISPLAY "FILE STATUS CODE IS " CTLFILE-FILE-STATUS
                   MOVE "N" TO REWRITE-OK-SWITCH.
      *
       495-LOG-CONTROL-CHANGE.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-DATE                   TO KL-LOG-DATE.
           MOVE RUN-TIME                   TO KL-LOG-TIME.
           MOVE SO-OPERATOR-ID             TO KL-OPERATOR-ID.
           MOVE CF-FILE-NAME (FILE-SUB)    TO KL-FILE-NAME.
           MOVE RECORD-SUB                 TO KL-RECORD-NO.
           MOVE FX-FIELD-LABEL (FIELD-SUB) TO KL-FIELD-LABEL.
           MOVE BEFORE-VALUE-TEXT          TO KL-BEFORE-VALUE.
           MOVE NEW-VALUE-TEXT             TO KL-AFTER-VALUE.
           WRITE CONTROL-CHANGE-LOG-RECORD.
           IF NOT CTLLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON CTLLOG -- STATUS "
                   CTLLOG-FILE-STATUS.
      *
       500-PRINT-CONTROL-LISTING.
      *
           OPEN OUTPUT CFMRPT.
           MOVE RUN-DATE       TO HL1-RUN-DATE.
           MOVE SO-OPERATOR-ID TO HL1-OPERATOR-ID.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO FILES-LISTED.
           MOVE ZERO TO FILES-NOT-ON-DISK.
           PERFORM 510-PRINT-CONTROL-FILE
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > CONTROL-FILE-COUNT.
           MOVE FILES-LISTED      TO TL-FILES-LISTED.
           MOVE FILES-NOT-ON-DISK TO TL-FILES-NOT-ON-DISK.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           CLOSE CFMRPT.
           DISPLAY "CONTROL FILE LISTING PRINTED -- "
               FILES-LISTED " FILES, " FILES-NOT-ON-DISK
               " NOT ON DISK.".
      *
       510-PRINT-CONTROL-FILE.
      *
           PERFORM 300-LOAD-CONTROL-FILE.
           ADD 1 TO FILES-LISTED.
           IF FILE-NOT-ON-DISK
               ADD 1 TO FILES-NOT-ON-DISK.
           MOVE CF-FILE-NAME (FILE-SUB)   TO LF-FILE-NAME.
           MOVE CF-DESCRIPTION (FILE-SUB) TO LF-DESCRIPTION.
           MOVE CONTROL-FILE-NAME         TO LF-DISK-NAME.
           MOVE FILE-STATE-TEXT           TO LF-FILE-STATE.
           MOVE FILE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 520-PRINT-RECORD-FIELDS
               VARYING RECORD-SUB FROM 1 BY 1
               UNTIL RECORD-SUB > CF-RECORD-COUNT (FILE-SUB).
      *
       520-PRINT-RECORD-FIELDS.
      *
           PERFORM 530-PRINT-FIELD
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > CONTROL-FIELD-COUNT.
      *
       530-PRINT-FIELD.
      *
           IF FX-FILE-NAME (FIELD-SUB) = CF-FILE-NAME (FILE-SUB)
               PERFORM 600-FORMAT-FIELD-VALUE
               PERFORM 630-FORMAT-FIELD-LABEL
               PERFORM 640-FORMAT-FIELD-RULE
               MOVE LABEL-TEXT TO LL-FIELD-LABEL
               MOVE VALUE-TEXT TO LL-VALUE
               MOVE RULE-TEXT  TO LL-RULE
               MOVE FIELD-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    SETS VALUE-TEXT TO THE FIELD AT FIELD-SUB IN THE RECORD
      *    AT RECORD-SUB AS IT SHOULD READ, AND RAW-VALUE TO ITS
      *    DIGITS -- ZERO WHEN THE FIELD IS BLANK OR NOT NUMERIC.
      *
       600-FORMAT-FIELD-VALUE.
      *
           MOVE FX-START (FIELD-SUB)  TO FIELD-START.
           MOVE FX-LENGTH (FIELD-SUB) TO FIELD-LENGTH.
           MOVE ZERO TO RAW-VALUE.
           EVALUATE TRUE
               WHEN NOT LR-PRESENT (RECORD-SUB)
                   MOVE "(NOT ON FILE)" TO VALUE-TEXT
               WHEN FX-TEXT-FIELD (FIELD-SUB)
                   MOVE LR-DATA (RECORD-SUB)
                           (FIELD-START:FIELD-LENGTH)
                       TO VALUE-TEXT
               WHEN FX-SIGNED-FIELD (FIELD-SUB)
                   MOVE ZERO TO SIGNED-RAW-VALUE
                   MOVE LR-DATA (RECORD-SUB)
                           (FIELD-START:FIELD-LENGTH)
                       TO SIGNED-RAW-DIGITS
                           (12 - FIELD-LENGTH:FIELD-LENGTH)
                   IF SIGNED-RAW-VALUE NUMERIC
                       PERFORM 620-FORMAT-SIGNED-NUMBER
                       MOVE JUSTIFIED-TEXT TO VALUE-TEXT
                   ELSE
                       MOVE "(BLANK)" TO VALUE-TEXT
                   END-IF
               WHEN OTHER
                   MOVE LR-DATA (RECORD-SUB)
                           (FIELD-START:FIELD-LENGTH)
                       TO RAW-DIGITS (12 - FIELD-LENGTH:FIELD-LENGTH)
                   IF RAW-VALUE NUMERIC
                       MOVE RAW-VALUE TO NUMBER-RAW
                       PERFORM 610-FORMAT-NUMBER
                       MOVE JUSTIFIED-TEXT TO VALUE-TEXT
                   ELSE
                       MOVE ZERO TO RAW-VALUE
                       MOVE "(BLANK)" TO VALUE-TEXT
                   END-IF
           END-EVALUATE.
      *
      *    EDITS NUMBER-RAW WITH THE DECIMAL PLACES OF THE FIELD
      *    AT FIELD-SUB AND LEFT-JUSTIFIES IT IN JUSTIFIED-TEXT.
      *
       610-FORMAT-NUMBER.
      *
           EVALUATE FX-DECIMALS (FIELD-SUB)
               WHEN 4
                   COMPUTE EDIT-4-DECIMALS = NUMBER-RAW / 10000
                   MOVE EDIT-4-DECIMALS TO NUMBER-TEXT
               WHEN 2
                   COMPUTE EDIT-2-DECIMALS = NUMBER-RAW / 100
                   MOVE EDIT-2-DECIMALS TO NUMBER-TEXT
               WHEN OTHER
                   MOVE NUMBER-RAW TO EDIT-WHOLE
                   MOVE EDIT-WHOLE TO NUMBER-TEXT
           END-EVALUATE.
           PERFORM 615-JUSTIFY-NUMBER-TEXT.
      *
       615-JUSTIFY-NUMBER-TEXT.
      *
           MOVE ZERO TO LEADING-SPACES.
           INSPECT NUMBER-TEXT TALLYING LEADING-SPACES
               FOR LEADING SPACE.
           MOVE NUMBER-TEXT (LEADING-SPACES + 1:) TO JUSTIFIED-TEXT.
      *
       620-FORMAT-SIGNED-NUMBER.
      *
           COMPUTE EDIT-SIGNED = SIGNED-RAW-VALUE / 100.
           MOVE EDIT-SIGNED TO NUMBER-TEXT.
           PERFORM 615-JUSTIFY-NUMBER-TEXT.
      *
       630-FORMAT-FIELD-LABEL.
      *
           IF CF-RECORD-COUNT (FILE-SUB) > 1
               MOVE RECORD-SUB TO DISPLAY-RECORD-NO
               MOVE SPACE TO LABEL-TEXT
               STRING "RECORD "                  DELIMITED BY SIZE
                      DISPLAY-RECORD-NO          DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      FX-FIELD-LABEL (FIELD-SUB) DELIMITED BY SIZE
                   INTO LABEL-TEXT
           ELSE
               MOVE FX-FIELD-LABEL (FIELD-SUB) TO LABEL-TEXT.
      *
       640-FORMAT-FIELD-RULE.
      *
           EVALUATE TRUE
               WHEN FX-SERIES (FIELD-SUB)
                   MOVE "NEXT-NUMBER SERIES -- NEVER LOWERED"
                       TO RULE-TEXT
                   MOVE "SERIES" TO RULE-CODE-TEXT
               WHEN FX-RANGE (FIELD-SUB)
                   MOVE FX-HIGH (FIELD-SUB) TO NUMBER-RAW
                   PERFORM 610-FORMAT-NUMBER
                   MOVE SPACE TO RULE-TEXT
                   STRING "RANGE 0 TO "  DELIMITED BY SIZE
                          JUSTIFIED-TEXT DELIMITED BY SPACE
                       INTO RULE-TEXT
                   MOVE "RANGE" TO RULE-CODE-TEXT
               WHEN FX-FREE-TEXT (FIELD-SUB)
                   MOVE "TEXT" TO RULE-TEXT
                   MOVE "TEXT" TO RULE-CODE-TEXT
               WHEN FX-SYSTEM-KEPT (FIELD-SUB)
                   MOVE "KEPT BY THE SYSTEM -- NOT CHANGED HERE"
                       TO RULE-TEXT
                   MOVE "SYSTEM KEPT" TO RULE-CODE-TEXT
               WHEN FX-RECORD-KEY (FIELD-SUB)
                   MOVE "RECORD KEY -- SET FROM THE RECORD NUMBER"
                       TO RULE-TEXT
                   MOVE "RECORD KEY" TO RULE-CODE-TEXT
           END-EVALUATE.
