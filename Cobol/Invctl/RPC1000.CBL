      *    LEDGER RECORD CARRIES A ZERO QUANTITY WITH EQUAL
      *    BEFORE AND AFTER BALANCES: THE CONTINUITY CHECK CHAINS
      *    STRAIGHT THROUGH IT WHILE THE MOVE STAYS ON THE RECORD.
      *
      *    A SLOTTING TASK FROM SLT1000 MOVES AN ITEM TO A NEW
      *    BIN. ITS CONFIRMATION CHANGES THE BIN ON THE MASTER
      *    INSTEAD OF THE LOCATION BALANCES, AND IS DOCUMENTED IN
      *    THE LEDGER THE SAME WAY.
      *
       ENVIRONMENT DIVISION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  MOVE-POSTED-SWITCH          PIC X   VALUE "N".
               88  MOVE-POSTED                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  MOVETASK-FILE-STATUS    PIC XX.
           OPEN I-O MOVETASK.
           IF NOT MOVETASK-SUCCESSFUL
               DISPLAY "NO MOVE TASK FILE -- HAS RPL1000 RUN?"
               GOBACK.
           OPEN I-O LOCBAL.
           IF NOT LOCBAL-SUCCESSFUL
               DISPLAY "NO LOCATION BALANCE FILE -- STATUS "
                   LOCBAL-FILE-STATUS
               CLOSE MOVETASK
               GOBACK.
           OPEN I-O INVMAST.
           OPEN EXTEND MOVLEDGR.
           IF NOT MOVLEDGR-SUCCESSFUL
               OPEN OUTPUT MOVLEDGR.
                 INVMAST
                 MOVLEDGR.
           DISPLAY "RPC1000 TASKS CONFIRMED " TASKS-CONFIRMED.
           GOBACK.
      *
       100-CONFIRM-ONE-TASK.
      *
               END-READ.
      *
       200-POST-CONFIRMED-MOVE.
      *
           IF SLOTTING-TASK
               PERFORM 250-CHANGE-ITEM-BIN
           ELSE
               PERFORM 210-POST-LOCATION-TRANSFER.
           IF MOVE-POSTED
               PERFORM 400-WRITE-MOVEMENT-RECORD
               SET MOVE-TASK-DONE TO TRUE
               REWRITE MOVE-TASK-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON MOVETASK FOR TASK "
                           MT-TASK-NO
                   NOT INVALID KEY
                       ADD 1 TO TASKS-CONFIRMED
                       DISPLAY "TASK " MT-TASK-NO " CONFIRMED."
               END-REWRITE.
      *
       210-POST-LOCATION-TRANSFER.
      *
           MOVE MT-FROM-LOCATION TO WORK-LOCATION-CODE.
           COMPUTE WORK-LOCATION-CHANGE =
           MOVE MT-TO-LOCATION TO WORK-LOCATION-CODE.
           MOVE MT-MOVE-QUANTITY TO WORK-LOCATION-CHANGE.
           PERFORM 300-POST-LOCATION-BALANCE.
           MOVE "Y" TO MOVE-POSTED-SWITCH.
      *
       250-CHANGE-ITEM-BIN.
      *
      *    THE ITEM IS RE-BINNED EVEN IF MAINTENANCE CHANGED ITS
      *    BIN AFTER THE TASK WAS WRITTEN -- THE STOCK IS NOW
      *    WHERE THE MOVER PUT IT -- BUT THE OPERATOR IS TOLD.
      *
           MOVE "N" TO MOVE-POSTED-SWITCH.
           MOVE MT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   DISPLAY "ITEM " MT-ITEM-NO " NOT ON INVENTORY "
                       "MASTER -- TASK LEFT OPEN."
               NOT INVALID KEY
                   IF IM-BIN-LOCATION NOT = MT-BIN-LOCATION
                       DISPLAY "ITEM " MT-ITEM-NO " WAS IN BIN "
                           IM-BIN-LOCATION ", NOT " MT-BIN-LOCATION
                           " AS THE TASK EXPECTED."
                   END-IF
                   MOVE MT-NEW-BIN-LOCATION TO IM-BIN-LOCATION
                   REWRITE INVENTORY-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON INVMAST FOR "
                               "ITEM " IM-ITEM-NO
                       NOT INVALID KEY
                           MOVE "Y" TO MOVE-POSTED-SWITCH
                           DISPLAY "ITEM " MT-ITEM-NO " NOW IN BIN "
                               MT-NEW-BIN-LOCATION "."
                   END-REWRITE
           END-READ.
      *
       300-POST-LOCATION-BALANCE.
      *
           MOVE ZERO       TO MV-MOVEMENT-QUANTITY.
           MOVE IM-ON-HAND TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND TO MV-AFTER-BALANCE.
           MOVE SPACE TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM "
