        perform TRANSFER-CODES.
        IF FS-EV NOT = 0 THEN
          MOVE "Event not logged" TO EVT-CTRL-ERR-MSG
         ELSE
          CALL "ALRTENG" USING EVT-REC
          END-IF.
        GOBACK.
*********
        READ FD-EV NEXT INTO EVT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "EVTDEL" USING EVT-CTRL-BLK EVT-REC.
        PERFORM ENSURE-OPEN.
        MOVE EVT-KEY TO FEVT-KEY.
        START FD-EV KEY = FEVT-KEY.
        READ FD-EV NEXT.
        perform TRANSFER-CODES.
        IF FS-EV = 0 THEN
          DELETE FD-EV RECORD
          perform TRANSFER-CODES
          IF FS-EV NOT = 0 THEN
            MOVE "Delete failed" TO EVT-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Event not found" TO EVT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "EVTEND".
        CLOSE FD-EV.
