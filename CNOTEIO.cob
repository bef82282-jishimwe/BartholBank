        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CNTREPL" USING CNT-CTRL-BLK CNT-REC.
        PERFORM ENSURE-OPEN.
        MOVE CNT-KEY TO FCNT-KEY.
        READ FD-CN KEY IS FCNT-KEY.
        perform TRANSFER-CODES.
        IF FS-CN = 0 THEN
          MOVE CNT-REC TO FCNT-REC
          REWRITE FCNT-REC
          perform TRANSFER-CODES
          IF FS-CN NOT = 0 THEN
            MOVE "Rewrite failed" TO CNT-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Customer note not found" TO CNT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CNTCUF" USING CNT-CTRL-BLK CNT-REC.
        PERFORM ENSURE-OPEN.
