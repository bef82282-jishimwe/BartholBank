          MOVE "Schedule row not found" TO LSC-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "LSCDEL" USING LSC-CTRL-BLK LSC-REC.
        PERFORM ENSURE-OPEN.
        MOVE LSC-KEY TO FLSC-KEY.
        START FD-LS KEY = FLSC-KEY.
        READ FD-LS NEXT.
        perform TRANSFER-CODES.
        IF FS-LS = 0 THEN
          DELETE FD-LS RECORD
          perform TRANSFER-CODES
          IF FS-LS NOT = 0 THEN
            MOVE "Delete failed" TO LSC-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Schedule row not found" TO LSC-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
        PERFORM ENSURE-OPEN.
