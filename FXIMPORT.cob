        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY PARCTRL.
        COPY PARAM REPLACING ==:PREFIX:== BY ==P-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'FXIMPORT'.
            05 FS-I           PIC 9(2).
          IF PAR-CTRL-RET-CODE = 0 AND P-PAR-NUM NOT = 0 THEN
            MOVE P-PAR-NUM TO W-TOLERANCE-PCT
            END-IF.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          OPEN INPUT RATE-FILE.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open FXIMPORT print file, status " FS-P
            CLOSE RATE-FILE
            MOVE "Unable to open FXIMPORT print file"
              TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
            READ RATE-FILE NEXT
          END-PERFORM.
          CLOSE RATE-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          IF W-HELD-COUNT NOT = 0 THEN
            PERFORM CONFIRM-HELD-RATES
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "FXRATEIN" TO IGW-FILE.
          MOVE "FXIMPORT" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "FXRATEIN file not found - nothing to load"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "FXRATEIN refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       LOAD-ONE-RATE.
          MOVE 'N' TO W-NEW-SW.
          MOVE FUNCTION UPPER-CASE(FXI-CURRENCY) TO FXI-CURRENCY.
