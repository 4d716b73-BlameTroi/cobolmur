                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SM-STUDENT-ID
                           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT INVBK1   ASSIGN TO "c:\cobol\data\invmast.bk1"
                           FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT INVBK2   ASSIGN TO "c:\cobol\data\invmast.bk2"
                           FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT STUBK2   ASSIGN TO "c:\cobol\data\stumast.bk2"
                           FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT CUSBK1   ASSIGN TO "c:\cobol\data\custmasi.bk1"
                           FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT CUSBK2   ASSIGN TO "c:\cobol\data\custmasi.bk2"
                           FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT BCKCTL   ASSIGN TO "c:\cobol\data\bckctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BCKCTL-FILE-STATUS.
       FD  STUMAST.
      *
       COPY "Stumast.cpy".
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  FILLER                  PIC X(4).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(48).
      *
       FD  INVBK1.
       01  INVENTORY-BK1-RECORD        PIC X(85).
       01  VENDOR-BK2-RECORD           PIC X(108).
      *
       FD  STUBK1.
       01  STUDENT-BK1-RECORD          PIC X(118).
      *
       FD  STUBK2.
       01  STUDENT-BK2-RECORD          PIC X(118).
      *
       FD  CUSBK1.
       01  CUSTOMER-BK1-RECORD         PIC X(57).
      *
       FD  CUSBK2.
       01  CUSTOMER-BK2-RECORD         PIC X(57).
      *
       FD  BCKCTL.
      *
           05  BC-INV-VERIFIED-SLOT    PIC 9.
           05  BC-VEN-VERIFIED-SLOT    PIC 9.
           05  BC-STU-VERIFIED-SLOT    PIC 9.
           05  BC-CUS-VERIFIED-SLOT    PIC 9.
      *
       FD  BATCHLOG.
      *
               88  BACKUP-INVENTORY            VALUE "I".
               88  BACKUP-VENDOR               VALUE "V".
               88  BACKUP-STUDENT              VALUE "S".
               88  BACKUP-CUSTOMER             VALUE "C".
               88  BACKUP-ALL                  VALUE "A".
               88  VALID-SELECTION             VALUE "I" "V" "S" "C"
                                                     "A".
      *
       01  SLOT-CONTROL-FIELDS.
           05  VERIFIED-SLOTS.
               10  INV-VERIFIED-SLOT   PIC 9   VALUE ZERO.
               10  VEN-VERIFIED-SLOT   PIC 9   VALUE ZERO.
               10  STU-VERIFIED-SLOT   PIC 9   VALUE ZERO.
               10  CUS-VERIFIED-SLOT   PIC 9   VALUE ZERO.
           05  TARGET-SLOT             PIC 9.
      *
       01  COPY-WORK-FIELDS.
           MOVE RUN-TIME TO JOB-START-TIME.
           DISPLAY "BCK1000 MASTER BACKUP AND VERIFICATION".
           DISPLAY "SELECT MASTER: I = INVENTORY, V = VENDOR, "
               "S = STUDENT, C = CUSTOMER, A = ALL.".
           ACCEPT MASTER-SELECTION.
           IF NOT VALID-SELECTION
               DISPLAY "SELECTION MUST BE I, V, S, C, OR A."
               STOP RUN.
           PERFORM 050-LOAD-BACKUP-CONTROL.
           OPEN EXTEND BATCHLOG.
           IF BACKUP-STUDENT OR BACKUP-ALL
               MOVE "S" TO WHICH-MASTER
               PERFORM 100-BACK-UP-ONE-MASTER.
           IF BACKUP-CUSTOMER OR BACKUP-ALL
               MOVE "C" TO WHICH-MASTER
               PERFORM 100-BACK-UP-ONE-MASTER.
           CLOSE BATCHLOG.
           PERFORM 060-SAVE-BACKUP-CONTROL.
           STOP RUN.
                           TO VEN-VERIFIED-SLOT
                       MOVE BC-STU-VERIFIED-SLOT
                           TO STU-VERIFIED-SLOT
                       MOVE BC-CUS-VERIFIED-SLOT
                           TO CUS-VERIFIED-SLOT
               END-READ
               CLOSE BCKCTL.
      *
           MOVE INV-VERIFIED-SLOT TO BC-INV-VERIFIED-SLOT.
           MOVE VEN-VERIFIED-SLOT TO BC-VEN-VERIFIED-SLOT.
           MOVE STU-VERIFIED-SLOT TO BC-STU-VERIFIED-SLOT.
           MOVE CUS-VERIFIED-SLOT TO BC-CUS-VERIFIED-SLOT.
           WRITE BACKUP-CONTROL-RECORD.
           CLOSE BCKCTL.
      *
               WHEN "I" MOVE INV-VERIFIED-SLOT TO TARGET-SLOT
               WHEN "V" MOVE VEN-VERIFIED-SLOT TO TARGET-SLOT
               WHEN "S" MOVE STU-VERIFIED-SLOT TO TARGET-SLOT
               WHEN "C" MOVE CUS-VERIFIED-SLOT TO TARGET-SLOT
           END-EVALUATE.
           IF TARGET-SLOT = 1
               MOVE 2 TO TARGET-SLOT
                   ELSE
                       MOVE "Y" TO MASTER-OPEN-FAILED-SWITCH
                   END-IF
               WHEN "C"
                   OPEN INPUT CUSTMASI
                   IF MASTER-SUCCESSFUL
                       PERFORM 280-OPEN-CUSTOMER-SLOT
                       PERFORM 290-COPY-NEXT-CUSTOMER
                           UNTIL COPY-EOF
                       CLOSE CUSTMASI
                       PERFORM 285-CLOSE-CUSTOMER-SLOT
                   ELSE
                       MOVE "Y" TO MASTER-OPEN-FAILED-SWITCH
                   END-IF
           END-EVALUATE.
      *
       210-OPEN-INVENTORY-SLOT.
               ADD KEY-WORK-N TO SOURCE-KEY-HASH
           ELSE
               ADD 1 TO SOURCE-KEY-HASH.
      *
       280-OPEN-CUSTOMER-SLOT.
      *
           IF TARGET-SLOT = 1
               OPEN OUTPUT CUSBK1
           ELSE
               OPEN OUTPUT CUSBK2.
      *
       285-CLOSE-CUSTOMER-SLOT.
      *
           IF TARGET-SLOT = 1
               CLOSE CUSBK1
           ELSE
               CLOSE CUSBK2.
      *
       290-COPY-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO COPY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SOURCE-RECORD-COUNT
                   MOVE CM-CUSTOMER-NUMBER TO KEY-WORK (1:5)
                   MOVE ZERO TO KEY-WORK (6:4)
                   PERFORM 270-ADD-KEY-TO-SOURCE-HASH
                   IF TARGET-SLOT = 1
                       WRITE CUSTOMER-BK1-RECORD
                           FROM CUSTOMER-MASTER-RECORD
                   ELSE
                       WRITE CUSTOMER-BK2-RECORD
                           FROM CUSTOMER-MASTER-RECORD
                   END-IF
           END-READ.
      *
       300-VERIFY-BACKUP-COPY.
      *
                   PERFORM 330-VERIFY-NEXT-STUDENT
                       UNTIL COPY-EOF
                   PERFORM 255-CLOSE-STUDENT-SLOT
               WHEN "C"
                   PERFORM 335-OPEN-CUSTOMER-INPUT
                   PERFORM 338-VERIFY-NEXT-CUSTOMER
                       UNTIL COPY-EOF
                   PERFORM 285-CLOSE-CUSTOMER-SLOT
           END-EVALUATE.
      *
       305-OPEN-INVENTORY-INPUT.
               ADD 1 TO BACKUP-RECORD-COUNT
               MOVE COPY-RECORD (1:9) TO KEY-WORK
               PERFORM 340-ADD-KEY-TO-BACKUP-HASH.
      *
       335-OPEN-CUSTOMER-INPUT.
      *
           IF TARGET-SLOT = 1
               OPEN INPUT CUSBK1
           ELSE
               OPEN INPUT CUSBK2.
      *
       338-VERIFY-NEXT-CUSTOMER.
      *
           IF TARGET-SLOT = 1
               READ CUSBK1 INTO COPY-RECORD
                   AT END MOVE "Y" TO COPY-EOF-SWITCH
               END-READ
           ELSE
               READ CUSBK2 INTO COPY-RECORD
                   AT END MOVE "Y" TO COPY-EOF-SWITCH
               END-READ.
           IF NOT COPY-EOF
               ADD 1 TO BACKUP-RECORD-COUNT
               MOVE COPY-RECORD (5:5) TO KEY-WORK (1:5)
               MOVE ZERO TO KEY-WORK (6:4)
               PERFORM 340-ADD-KEY-TO-BACKUP-HASH.
      *
       340-ADD-KEY-TO-BACKUP-HASH.
      *
               WHEN "I" MOVE TARGET-SLOT TO INV-VERIFIED-SLOT
               WHEN "V" MOVE TARGET-SLOT TO VEN-VERIFIED-SLOT
               WHEN "S" MOVE TARGET-SLOT TO STU-VERIFIED-SLOT
               WHEN "C" MOVE TARGET-SLOT TO CUS-VERIFIED-SLOT
           END-EVALUATE.
      *
       400-LOG-BACKUP-RESULT.
               WHEN "I" MOVE "BCKINV"  TO BL-JOB-NAME
               WHEN "V" MOVE "BCKVEND" TO BL-JOB-NAME
               WHEN "S" MOVE "BCKSTU"  TO BL-JOB-NAME
               WHEN "C" MOVE "BCKCUST" TO BL-JOB-NAME
           END-EVALUATE.
           MOVE RUN-DATE            TO BL-RUN-DATE.
           MOVE SOURCE-RECORD-COUNT TO BL-RECORDS-READ.
