       FILE SECTION.
      *
       FD  ERRRCT.
       01  ERROR-RECEIPT-RECORD        PIC X(33).
      *
       FD  ERRMNT.
       01  ERROR-MAINT-RECORD          PIC X(101).
       01  ERROR-REG-RECORD            PIC X(84).
      *
       FD  RCTRSB.
       01  RESUBMIT-RECEIPT-RECORD     PIC X(33).
      *
       FD  MNTRSB.
       01  RESUBMIT-MAINT-RECORD       PIC X(101).
           05  RW-RECEIPT-DATE         PIC X(8).
           05  RW-RECEIPT-QUANTITY     PIC X(5).
           05  RW-LOCATION-CODE        PIC X(2).
           05  RW-PO-NUMBER            PIC X(6).
           05  RW-PO-LINE-NO           PIC X(2).
      *
       01  MAINT-WORK-AREA.
           05  MW-TRANSACTION-TYPE     PIC X.
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC X(3).
           05  RG-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(29).
           05  RG-REJECT-REASON        PIC X.
               88  RG-BURSAR-HOLD              VALUE "H".
           05  FILLER                  PIC X(12).
      *
       PROCEDURE DIVISION.
      *
               DISPLAY "FILE TYPE MUST BE 1, 2, OR 3."
               GOBACK.
           EVALUATE TRUE
               WHEN RECEIPT-FILE MOVE 33  TO RECORD-LENGTH
               WHEN MAINT-FILE   MOVE 101 TO RECORD-LENGTH
               WHEN REG-FILE     MOVE 84  TO RECORD-LENGTH
           END-EVALUATE.
      *
       221-EDIT-RECEIPT-FIELDS.
      *
           MOVE WORK-RECORD (1:33) TO RECEIPT-WORK-AREA.
           IF RW-ITEM-NO = SPACE
               MOVE "N" TO RECORD-CLEAN-SWITCH
               MOVE "ITEM NUMBER IS BLANK" TO FAILED-EDIT-TEXT
       223-EDIT-REG-FIELDS.
      *
           MOVE WORK-RECORD (1:84) TO REG-WORK-AREA.
           IF RG-BURSAR-HOLD
               MOVE "N" TO RECORD-CLEAN-SWITCH
               MOVE "STUDENT ON BURSAR HOLD -- RELEASE FIRST"
                   TO FAILED-EDIT-TEXT
           ELSE
           IF RG-COURSE-NUMBER NOT NUMERIC
               MOVE "N" TO RECORD-CLEAN-SWITCH
               MOVE "COURSE NUMBER NOT NUMERIC" TO FAILED-EDIT-TEXT
               MOVE ET-RECORD-DATA (RECORD-SUB) TO WORK-RECORD
               EVALUATE TRUE
                   WHEN RECEIPT-FILE
                       MOVE WORK-RECORD (1:33)
                           TO RESUBMIT-RECEIPT-RECORD
                       WRITE RESUBMIT-RECEIPT-RECORD
                   WHEN MAINT-FILE
               MOVE ET-RECORD-DATA (RECORD-SUB) TO WORK-RECORD
               EVALUATE TRUE
                   WHEN RECEIPT-FILE
                       MOVE WORK-RECORD (1:33)
                           TO ERROR-RECEIPT-RECORD
                       WRITE ERROR-RECEIPT-RECORD
                   WHEN MAINT-FILE
                   MOVE ERROR-WORK-RECORD TO WORK-RECORD
                   EVALUATE TRUE
                       WHEN RECEIPT-FILE
                           MOVE WORK-RECORD (1:33)
                               TO ERROR-RECEIPT-RECORD
                           WRITE ERROR-RECEIPT-RECORD
                       WHEN MAINT-FILE
