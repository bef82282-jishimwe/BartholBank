        READ FD-NT NEXT INTO NTC-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "NTCDEL" USING NTC-CTRL-BLK NTC-REC.
        PERFORM ENSURE-OPEN.
        MOVE NTC-ID TO FNTC-ID.
        START FD-NT KEY = FNTC-ID.
        READ FD-NT NEXT.
        perform TRANSFER-CODES.
        IF FS-NT = 0 THEN
          DELETE FD-NT RECORD
          perform TRANSFER-CODES
          IF FS-NT NOT = 0 THEN
            MOVE "Delete failed" TO NTC-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Notice not found" TO NTC-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "NTCEND".
        CLOSE FD-NT.
