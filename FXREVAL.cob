       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY FXPCTRL.
        COPY FXCTRL.
        COPY ACCCTRL.
        COPY FXRATE REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==I-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==M-==.
        COPY FWDCTRL.
        COPY FXFWD REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-POS-COUNT    PIC 9(5).
            05 W-POST-COUNT   PIC 9(5).
            05 W-FWD-NET      PIC S9(9)V99.
            05 W-SPOT-POS     PIC S9(9)V99.
            05 W-MTM          PIC S9(7)V99.
            05 W-MTM-DELTA    PIC S9(7)V99.
            05 W-MTM-TOTAL    PIC S9(9)V99.
            05 W-FWD-COUNT    PIC 9(5).
       PROCEDURE DIVISION.
       REVALUE-FX-POSITIONS.
          MOVE 0 TO RETURN-CODE.
          CALL "FXIO" USING FX-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "FWDIO" USING FWD-CTRL-BLK.
          MOVE 0 TO W-POS-COUNT.
          MOVE 0 TO W-FWD-COUNT.
          MOVE 0 TO W-MTM-TOTAL.
          MOVE 0 TO W-POST-COUNT.
          MOVE 0 TO W-GAIN-TOTAL.
          OPEN OUTPUT PRINT-FILE.
          PERFORM LOCATE-POSITION-GL-ACCOUNT.
          PERFORM LOCATE-REVAL-GL-ACCOUNT.
          PERFORM SCAN-POSITIONS.
          PERFORM LOCATE-FWD-MTM-ACCOUNT.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Open forward contracts marked to market" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM MARK-FORWARDS-TO-MARKET.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-GAIN-TOTAL TO W-POS-ED.
          STRING W-POS-COUNT " position(s), net revaluation "
                 W-POS-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-MTM-TOTAL TO W-POS-ED.
          STRING W-FWD-COUNT " forward(s), net unrealised movement "
                 W-POS-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-POS-COUNT " currency position(s) revalued - "
                  "see FXREVAL file".
          MOVE W-POS-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       SCAN-POSITIONS.
          INITIALIZE FXP-CTRL-BLK.
            GO TO REVALUE-POSITION-EXIT
            END-IF.
          MOVE 0 TO W-GAIN.
          PERFORM SUM-OPEN-FORWARDS.
          COMPUTE W-SPOT-POS = FXP-POSITION - W-FWD-NET.
          IF FXP-LAST-RATE NOT = 0 AND W-SPOT-POS NOT = 0 AND
              FXP-LAST-RATE NOT = FX-RATE THEN
            COMPUTE W-OLD-VALUE ROUNDED =
                    W-SPOT-POS / FXP-LAST-RATE
            COMPUTE W-NEW-VALUE ROUNDED =
                    W-SPOT-POS / FX-RATE
            COMPUTE W-GAIN = W-NEW-VALUE - W-OLD-VALUE
            END-IF.
          MOVE FXP-POSITION TO W-POS-ED.
          ADD W-GAIN TO W-GAIN-TOTAL.
       REVALUE-POSITION-EXIT.
          EXIT.
       SUM-OPEN-FORWARDS.
          MOVE 0 TO W-FWD-NET.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDNAF" USING FWD-CTRL-BLK FWD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FWD-CTRL-RET-CODE NOT = 0
              IF FWD-OPEN AND FWD-CURRENCY = FXP-CURRENCY THEN
                IF FWD-CUST-BUYS THEN
                  SUBTRACT FWD-AMOUNT FROM W-FWD-NET
                 ELSE
                  ADD FWD-AMOUNT TO W-FWD-NET
                  END-IF
                END-IF
              CALL "FWDNAN" USING FWD-CTRL-BLK FWD-REC
            END-PERFORM.
       MARK-FORWARDS-TO-MARKET.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDNAF" USING FWD-CTRL-BLK FWD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FWD-CTRL-RET-CODE NOT = 0
              IF FWD-OPEN THEN
                PERFORM MARK-ONE-FORWARD THRU MARK-ONE-FORWARD-EXIT
                END-IF
              CALL "FWDNAN" USING FWD-CTRL-BLK FWD-REC
            END-PERFORM.
       MARK-ONE-FORWARD.
          ADD 1 TO W-FWD-COUNT.
          MOVE FWD-CURRENCY TO FX-CURRENCY.
          INITIALIZE FX-CTRL-BLK.
          CALL "FXRID" USING FX-CTRL-BLK FX-REC.
          IF FX-CTRL-RET-CODE NOT = 0 OR FX-RATE = 0 OR
              FWD-RATE = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "Forward " FWD-ID " " FWD-CURRENCY
                   " - no imported rate, not marked" INTO PRINT-REC
            WRITE PRINT-REC
            GO TO MARK-ONE-FORWARD-EXIT
            END-IF.
          IF FWD-CUST-BUYS THEN
            COMPUTE W-MTM ROUNDED =
                    FWD-AMOUNT / FWD-RATE - FWD-AMOUNT / FX-RATE
           ELSE
            COMPUTE W-MTM ROUNDED =
                    FWD-AMOUNT / FX-RATE - FWD-AMOUNT / FWD-RATE
            END-IF.
          COMPUTE W-MTM-DELTA = W-MTM - FWD-MTM.
          MOVE W-MTM TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Forward " FWD-ID " " FWD-DIRECTION " " FWD-CURRENCY
                 " at " FX-RATE " value " FWD-VALUE-DATE " mtm "
                 W-AMT-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-MTM-DELTA NOT = 0 THEN
            PERFORM POST-FORWARD-MTM
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              GO TO MARK-ONE-FORWARD-EXIT
              END-IF
            END-IF.
          MOVE W-MTM TO FWD-MTM.
          MOVE FX-RATE TO FWD-MTM-RATE.
          MOVE W-TODAY TO FWD-MTM-DATE.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDREPL" USING FWD-CTRL-BLK FWD-REC.
          ADD W-MTM-DELTA TO W-MTM-TOTAL.
       MARK-ONE-FORWARD-EXIT.
          EXIT.
       POST-FORWARD-MTM.
          INITIALIZE T-TRAN-REC.
          MOVE "FXR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE M-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-MTM-DELTA TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Forward " FWD-ID " mark-to-market" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE I-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - W-MTM-DELTA
            STRING "Forward " FWD-ID " unrealised P+L" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-POST-COUNT
           ELSE
            MOVE SPACES TO PRINT-REC
            STRING "  mark-to-market posting failed - "
                   TRAN-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       POST-REVALUATION.
          INITIALIZE T-TRAN-REC.
          MOVE "FXR " TO T-TRAN-TYPE.
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK I-ACC-REC
            END-IF.
       LOCATE-FWD-MTM-ACCOUNT.
          MOVE "FWDMTM" TO M-ACC-FNAME.
          MOVE "GL" TO M-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK M-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE M-ACC-REC
            MOVE "FWDMTM" TO M-ACC-FNAME
            MOVE "GL" TO M-ACC-LNAME
            MOVE 'A' TO M-ACC-STATUS
            MOVE 9999999.99 TO M-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK M-ACC-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
