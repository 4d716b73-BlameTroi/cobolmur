           END-READ.
           MOVE IM-BIN-LOCATION TO MT-BIN-LOCATION.
           SET MOVE-TASK-OPEN TO TRUE.
           SET REPLENISHMENT-TASK TO TRUE.
           MOVE SPACE TO MT-NEW-BIN-LOCATION.
           WRITE MOVE-TASK-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON MOVETASK FOR TASK "
