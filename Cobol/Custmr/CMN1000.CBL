           READ CUSTMASI INTO CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.
      *
      *    THE BATCH POSTING RUNS UPDATE THIS FILE TOO, UNDER THE
      *    SAME LOCKS, SO THE RECORD IS READ AGAIN ONCE THE LOCK IS
      *    HELD -- THE REWRITE THEN CARRIES THE SALES BUCKETS AS
      *    THEY ARE NOW, NOT AS THEY WERE BEFORE THE LOCK.
      *
       220-LOCK-CUSTOMER-RECORD.
      *
               MOVE "N" TO LOCK-HELD-SWITCH
               DISPLAY "RECORD IN USE BY OPERATOR " RL-HOLDER-ID "."
           ELSE
               MOVE "Y" TO LOCK-HELD-SWITCH
               PERFORM 210-READ-CUSTOMER-RECORD
               IF NOT CUSTOMER-FOUND
                   DISPLAY "CUSTOMER " ENTRY-CUSTOMER-NO
                       " IS NO LONGER ON FILE."
                   PERFORM 230-UNLOCK-CUSTOMER-RECORD.
      *
       230-UNLOCK-CUSTOMER-RECORD.
      *
