        READ FD-SE NEXT INTO SES-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SESDEL" USING SES-CTRL-BLK SES-REC.
        PERFORM ENSURE-OPEN.
        MOVE SES-OPER TO FSES-OPER.
        START FD-SE KEY = FSES-OPER.
        READ FD-SE NEXT.
        perform TRANSFER-CODES.
        IF FS-SE = 0 THEN
          DELETE FD-SE RECORD
          perform TRANSFER-CODES
          IF FS-SE NOT = 0 THEN
            MOVE "Delete failed" TO SES-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Session record not found" TO SES-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SESEND".
        CLOSE FD-SE.
