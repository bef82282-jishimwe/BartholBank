        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'OUTPRTN'.
            05 FS-I           PIC 9(2).
          MOVE 0 TO W-APPL-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          PERFORM LOCATE-CLEARING-GL-ACCOUNT.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CLRRTN" TO IGW-FILE.
          MOVE "OUTPRTN" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CLRRTN file not found - nothing to process"
            GOBACK
            END-IF.
          IF IGW-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "CLRRTN refused by the inbound gateway: "
                    IGW-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          OPEN INPUT RTN-FILE.
          OPEN OUTPUT PRINT-FILE.
          STRING "Outbound returns register - " W-TODAY
                 INTO PRINT-REC.
            READ RTN-FILE NEXT
          END-PERFORM.
          CLOSE RTN-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-APPL-COUNT " return(s) applied, "
