        READ FD-HL NEXT INTO HLD-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "HLDDEL" USING HLD-CTRL-BLK HLD-REC.
        MOVE HLD-KEY TO FHLD-KEY.
        START FD-HL KEY = FHLD-KEY.
        READ FD-HL NEXT.
        perform TRANSFER-CODES.
        IF FS-HL = 0 THEN
          DELETE FD-HL RECORD
          perform TRANSFER-CODES
          IF FS-HL NOT = 0 THEN
            MOVE "Delete failed" TO HLD-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Hold not found" TO HLD-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "HLDTOT" USING HLD-CTRL-BLK HLD-REC.
        MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
