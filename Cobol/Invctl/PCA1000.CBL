       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PCA1000.
      *
      *    PRICE AND COST CHANGE APPROVAL. MNT1000 AND SEQ2000 HOLD
      *    ANY CHANGE TO AN ITEM'S UNIT COST OR UNIT PRICE BEYOND
      *    THE DUALCTL PERCENTS ON PRCPEND INSTEAD OF POSTING IT. A
      *    SUPERVISOR STEPS THROUGH THE WAITING CHANGES HERE AND
      *    APPROVES OR REJECTS EACH ONE. NOBODY MAY REVIEW A CHANGE
      *    THEY ENTERED THEMSELVES. AN APPROVED CHANGE IS POSTED TO
      *    THE INVENTORY MASTER AND LOGGED ON THE MAINTENANCE AUDIT
      *    LOG UNDER BOTH OPERATORS. IT IS REFUSED IF THE MASTER'S
      *    COST OR PRICE HAS MOVED SINCE THE CHANGE WAS ENTERED --
      *    REJECT IT AND HAVE IT KEYED AGAIN AGAINST THE NEW FIGURES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRCPEND  ASSIGN TO "c:\cobol\data\prcpend.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PG-ITEM-NO
                           FILE STATUS IS PRCPEND-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT AUDITLOG ASSIGN TO "c:\cobol\data\mntaudit.dat"
                           FILE STATUS IS AUDITLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRCPEND.
      *
       COPY "Prcpend.cpy".
      *
       FD  INVMAST.
      *
       01  INVENTORY-MASTER-RECORD.
            05  IM-ITEM-NO              PIC X(5).
            05  IM-DESCRIPTIVE-DATA.
                10  IM-ITEM-DESC        PIC X(40).
                10  IM-UNIT-COST        PIC S9(3)V99.
                10  IM-UNIT-PRICE       PIC S9(3)V99.
            05  IM-INVENTORY-DATA.
                10  IM-REORDER-POINT    PIC S9(5).
                10  IM-ON-HAND          PIC S9(5).
                10  IM-ON-ORDER         PIC S9(5).
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  AUDITLOG.
      *
       01  AUDIT-LOG-RECORD.
           05  AL-TRANSACTION-DATE     PIC 9(8).
           05  AL-FUNCTION-CODE        PIC X.
           05  AL-ITEM-NO              PIC X(5).
           05  AL-ITEM-DESC            PIC X(40).
           05  AL-UNIT-COST            PIC 999V99.
           05  AL-UNIT-PRICE           PIC 999V99.
           05  AL-REORDER-POINT        PIC S9(5).
           05  AL-ON-HAND              PIC S9(5).
           05  AL-ON-ORDER             PIC S9(5).
           05  AL-VENDOR-NO            PIC X(5).
           05  AL-BIN-LOCATION         PIC X(10).
           05  AL-VENDOR-NAME          PIC X(30).
           05  AL-VENDOR-PHONE         PIC X(12).
           05  AL-ENTERED-BY           PIC X(8).
           05  AL-APPROVED-BY          PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  PRCPEND-EOF-SWITCH          PIC X   VALUE "N".
               88  PRCPEND-EOF                     VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PRCPEND-FILE-STATUS     PIC XX.
               88  PRCPEND-SUCCESSFUL          VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  AUDITLOG-FILE-STATUS    PIC XX.
               88  AUDITLOG-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ACTION            PIC X.
               88  ENTRY-APPROVE               VALUE "A".
               88  ENTRY-REJECT                VALUE "R".
               88  ENTRY-SKIP                  VALUE "S".
               88  ENTRY-END                   VALUE "X".
               88  VALID-ACTION                VALUE "A" "R" "S" "X".
      *
       01  REVIEW-COUNT-FIELDS.
           05  CHANGES-APPROVED-COUNT  PIC 9(5)    VALUE ZERO.
           05  CHANGES-REJECTED-COUNT  PIC 9(5)    VALUE ZERO.
           05  CHANGES-SKIPPED-COUNT   PIC 9(5)    VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  EDITED-OLD-COST         PIC ZZ9.99.
           05  EDITED-NEW-COST         PIC ZZ9.99.
           05  EDITED-OLD-PRICE        PIC ZZ9.99.
           05  EDITED-NEW-PRICE        PIC ZZ9.99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Lckreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-REVIEW-PRICE-CHANGES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "PCA1000 PRICE AND COST CHANGE APPROVAL".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "PRICE CHANGE APPROVAL NEEDS SUPERVISOR "
                   "AUTHORITY."
               STOP RUN.
           OPEN I-O PRCPEND.
           IF NOT PRCPEND-SUCCESSFUL
               DISPLAY "NO PRICE OR COST CHANGES ARE WAITING."
               STOP RUN.
           OPEN I-O INVMAST.
           IF NOT INVMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON INVMAST -- STATUS "
                   INVMAST-FILE-STATUS
               CLOSE PRCPEND
               STOP RUN.
           OPEN INPUT VENDMAST.
           OPEN EXTEND AUDITLOG.
           IF NOT AUDITLOG-SUCCESSFUL
               OPEN OUTPUT AUDITLOG.
           PERFORM 100-REVIEW-NEXT-CHANGE
               UNTIL END-OF-SESSION OR PRCPEND-EOF.
           CLOSE PRCPEND
                 INVMAST
                 VENDMAST
                 AUDITLOG.
           DISPLAY "PCA1000 APPROVED " CHANGES-APPROVED-COUNT
               "  REJECTED " CHANGES-REJECTED-COUNT
               "  LEFT WAITING " CHANGES-SKIPPED-COUNT.
           STOP RUN.
      *
       100-REVIEW-NEXT-CHANGE.
      *
           READ PRCPEND NEXT RECORD
               AT END
                   MOVE "Y" TO PRCPEND-EOF-SWITCH
                   DISPLAY "NO MORE CHANGES WAITING."
               NOT AT END
                   PERFORM 200-SHOW-PENDING-CHANGE
                   IF PG-ENTERED-BY = SO-OPERATOR-ID
                       DISPLAY "YOU ENTERED THIS CHANGE -- ANOTHER "
                           "SUPERVISOR MUST REVIEW IT."
                       ADD 1 TO CHANGES-SKIPPED-COUNT
                   ELSE
                       MOVE SPACE TO ENTRY-ACTION
                       PERFORM 300-GET-REVIEW-ACTION
                           UNTIL VALID-ACTION
                       PERFORM 400-APPLY-REVIEW-ACTION
                   END-IF
           END-READ.
      *
       200-SHOW-PENDING-CHANGE.
      *
           DISPLAY "-----------------------------------------------".
           MOVE PG-OLD-UNIT-COST  TO EDITED-OLD-COST.
           MOVE PG-NEW-UNIT-COST  TO EDITED-NEW-COST.
           MOVE PG-OLD-UNIT-PRICE TO EDITED-OLD-PRICE.
           MOVE PG-NEW-UNIT-PRICE TO EDITED-NEW-PRICE.
           MOVE PG-ITEM-NO TO IM-ITEM-NO.
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           READ INVMAST
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH
                   MOVE "*** ITEM NO LONGER ON FILE ***"
                       TO IM-ITEM-DESC
           END-READ.
           DISPLAY "ITEM " PG-ITEM-NO "  " IM-ITEM-DESC.
           DISPLAY "  COST   " EDITED-OLD-COST " TO " EDITED-NEW-COST.
           DISPLAY "  PRICE  " EDITED-OLD-PRICE " TO "
               EDITED-NEW-PRICE.
           DISPLAY "  ENTERED BY " PG-ENTERED-BY " ON " PG-ENTRY-DATE
               " THROUGH " PG-SOURCE-PROGRAM.
      *
       300-GET-REVIEW-ACTION.
      *
           DISPLAY "ENTER A TO APPROVE, R TO REJECT, S TO SKIP, "
               "OR X TO END.".
           ACCEPT ENTRY-ACTION.
           IF NOT VALID-ACTION
               DISPLAY "ENTER A, R, S, OR X.".
      *
       400-APPLY-REVIEW-ACTION.
      *
           EVALUATE TRUE
               WHEN ENTRY-APPROVE
                   PERFORM 500-APPROVE-PENDING-CHANGE
               WHEN ENTRY-REJECT
                   PERFORM 600-DELETE-PENDING-CHANGE
                   ADD 1 TO CHANGES-REJECTED-COUNT
                   DISPLAY "CHANGE REJECTED -- MASTER NOT CHANGED."
               WHEN ENTRY-SKIP
                   ADD 1 TO CHANGES-SKIPPED-COUNT
               WHEN ENTRY-END
                   MOVE "Y" TO END-OF-SESSION-SWITCH
           END-EVALUATE.
      *
       500-APPROVE-PENDING-CHANGE.
      *
           IF NOT ITEM-FOUND
               DISPLAY "ITEM NOT ON INVENTORY MASTER -- REJECT THIS "
                   "CHANGE."
               ADD 1 TO CHANGES-SKIPPED-COUNT
           ELSE
               IF IM-UNIT-COST NOT = PG-OLD-UNIT-COST
                 OR IM-UNIT-PRICE NOT = PG-OLD-UNIT-PRICE
                   DISPLAY "COST OR PRICE HAS CHANGED SINCE THIS WAS "
                       "ENTERED -- REJECT IT AND RE-ENTER."
                   ADD 1 TO CHANGES-SKIPPED-COUNT
               ELSE
                   PERFORM 510-LOCK-INVENTORY-RECORD
                   IF RECORD-IN-USE
                       DISPLAY "ITEM IN USE BY OPERATOR " RL-HOLDER-ID
                           " -- TRY AGAIN LATER."
                       ADD 1 TO CHANGES-SKIPPED-COUNT
                   ELSE
                       PERFORM 520-POST-APPROVED-CHANGE
                       PERFORM 530-UNLOCK-INVENTORY-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       510-LOCK-INVENTORY-RECORD.
      *
           SET LOCK-RECORD TO TRUE.
           MOVE "INVMAST"      TO RL-FILE-NAME.
           MOVE IM-ITEM-NO     TO RL-RECORD-KEY.
           MOVE SO-OPERATOR-ID TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
      *
       520-POST-APPROVED-CHANGE.
      *
           MOVE PG-NEW-UNIT-COST  TO IM-UNIT-COST.
           MOVE PG-NEW-UNIT-PRICE TO IM-UNIT-PRICE.
           REWRITE INVENTORY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON INVMAST -- STATUS "
                       INVMAST-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 540-WRITE-AUDIT-LOG-RECORD
                   PERFORM 600-DELETE-PENDING-CHANGE
                   ADD 1 TO CHANGES-APPROVED-COUNT
                   DISPLAY "CHANGE APPROVED AND POSTED."
           END-REWRITE.
      *
       530-UNLOCK-INVENTORY-RECORD.
      *
           SET UNLOCK-RECORD TO TRUE.
           MOVE "INVMAST"      TO RL-FILE-NAME.
           MOVE IM-ITEM-NO     TO RL-RECORD-KEY.
           MOVE SO-OPERATOR-ID TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
      *
       540-WRITE-AUDIT-LOG-RECORD.
      *
           MOVE SPACE TO VM-VENDOR-NAME
                         VM-VENDOR-PHONE.
           IF IM-VENDOR-NO NOT = SPACE
               MOVE IM-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       MOVE SPACE TO VM-VENDOR-NAME
                                     VM-VENDOR-PHONE
               END-READ
           END-IF.
           MOVE RUN-DATE          TO AL-TRANSACTION-DATE.
           MOVE "C"               TO AL-FUNCTION-CODE.
           MOVE IM-ITEM-NO        TO AL-ITEM-NO.
           MOVE IM-ITEM-DESC      TO AL-ITEM-DESC.
           MOVE IM-UNIT-COST      TO AL-UNIT-COST.
           MOVE IM-UNIT-PRICE     TO AL-UNIT-PRICE.
           MOVE IM-REORDER-POINT  TO AL-REORDER-POINT.
           MOVE IM-ON-HAND        TO AL-ON-HAND.
           MOVE IM-ON-ORDER       TO AL-ON-ORDER.
           MOVE IM-VENDOR-NO      TO AL-VENDOR-NO.
           MOVE IM-BIN-LOCATION   TO AL-BIN-LOCATION.
           MOVE VM-VENDOR-NAME    TO AL-VENDOR-NAME.
           MOVE VM-VENDOR-PHONE   TO AL-VENDOR-PHONE.
           MOVE PG-ENTERED-BY     TO AL-ENTERED-BY.
           MOVE SO-OPERATOR-ID    TO AL-APPROVED-BY.
           WRITE AUDIT-LOG-RECORD.
           IF NOT AUDITLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MNTAUDIT FOR ITEM " IM-ITEM-NO.
      *
       600-DELETE-PENDING-CHANGE.
      *
           DELETE PRCPEND
               INVALID KEY
                   DISPLAY "DELETE ERROR ON PRCPEND FOR ITEM "
                       PG-ITEM-NO
           END-DELETE.
