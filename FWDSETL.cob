       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FWDSETL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'FWDSETL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY FWDCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY HLDCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY FXFWD REPLACING ==:PREFIX:== BY ====.
        COPY HOLD  REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==M-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==I-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'FWDSETL'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LEG-CCY      PIC X(3).
            05 W-LEG-ACC      PIC 9(5).
            05 W-LEG-AMOUNT   PIC S9(7)V99.
            05 W-BASE-TRAN    PIC 9(5).
            05 W-ERR-MSG      PIC X(40).
            05 W-FX-TRAN      PIC 9(5).
            05 W-REV-TRAN     PIC 9(5).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-BASE-ED      PIC -ZZZZZZ9.99.
            05 W-SETL-COUNT   PIC 9(5).
            05 W-FAIL-COUNT   PIC 9(5).
       PROCEDURE DIVISION.
       SETTLE-FX-FORWARDS.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "FWDIO" USING FWD-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          MOVE 0 TO W-SETL-COUNT.
          MOVE 0 TO W-FAIL-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open FWDSETL file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "FX forward settlement run - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOCATE-FX-INCOME-ACCOUNT.
          PERFORM LOCATE-FWD-MTM-ACCOUNT.
          PERFORM LOCATE-REVAL-GL-ACCOUNT.
          PERFORM SCAN-FORWARDS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-SETL-COUNT " contract(s) settled, " W-FAIL-COUNT
                 " failed" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-SETL-COUNT " forward contract(s) settled, "
                  W-FAIL-COUNT " failed - see FWDSETL file".
          COMPUTE STEP-RECORD-COUNT = W-SETL-COUNT + W-FAIL-COUNT.
          GOBACK.
       SCAN-FORWARDS.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDNAF" USING FWD-CTRL-BLK FWD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FWD-CTRL-RET-CODE NOT = 0
              IF FWD-OPEN AND FWD-VALUE-DATE <= W-TODAY THEN
                PERFORM SETTLE-ONE-FORWARD THRU SETTLE-ONE-FORWARD-EXIT
                END-IF
              CALL "FWDNAN" USING FWD-CTRL-BLK FWD-REC
            END-PERFORM.
       SETTLE-ONE-FORWARD.
          MOVE FWD-BASE-CCY TO W-LEG-CCY.
          MOVE FWD-ACC TO W-LEG-ACC.
          IF FWD-CUST-BUYS THEN
            COMPUTE W-LEG-AMOUNT = 0 - FWD-BASE-AMOUNT
           ELSE
            MOVE FWD-BASE-AMOUNT TO W-LEG-AMOUNT
            END-IF.
          MOVE SPACES TO W-ERR-MSG.
          PERFORM POST-SETTLEMENT-LEG.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            PERFORM REPORT-SETTLEMENT-FAILURE
            GO TO SETTLE-ONE-FORWARD-EXIT
            END-IF.
          MOVE T-TRAN-ID OF T-TRAN-REC TO W-BASE-TRAN.
          MOVE FWD-CURRENCY TO W-LEG-CCY.
          MOVE FWD-FX-ACC TO W-LEG-ACC.
          IF FWD-CUST-BUYS THEN
            MOVE FWD-AMOUNT TO W-LEG-AMOUNT
           ELSE
            COMPUTE W-LEG-AMOUNT = 0 - FWD-AMOUNT
            END-IF.
          PERFORM POST-SETTLEMENT-LEG.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            PERFORM REVERSE-BASE-LEG
            PERFORM REPORT-SETTLEMENT-FAILURE
            MOVE SPACES TO PRINT-REC
            IF W-REV-TRAN = 0 THEN
              STRING "  base leg transaction " W-BASE-TRAN
                     " NOT reversed - reverse manually"
                     INTO PRINT-REC
              MOVE 1 TO RETURN-CODE
             ELSE
              STRING "  base leg transaction " W-BASE-TRAN
                     " reversed by transaction " W-REV-TRAN
                     INTO PRINT-REC
              END-IF
            WRITE PRINT-REC
            GO TO SETTLE-ONE-FORWARD-EXIT
            END-IF.
          MOVE T-TRAN-ID OF T-TRAN-REC TO W-FX-TRAN.
          IF FWD-MTM NOT = 0 THEN
            PERFORM RELEASE-CARRIED-MTM
            END-IF.
          PERFORM RELEASE-MARGIN-HOLD.
          SET FWD-SETTLED TO TRUE.
          MOVE W-TODAY TO FWD-SETTLE-DATE.
          MOVE W-BASE-TRAN TO FWD-SETTLE-TRAN.
          MOVE 0 TO FWD-MTM.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDREPL" USING FWD-CTRL-BLK FWD-REC.
          ADD 1 TO W-SETL-COUNT.
          MOVE FWD-AMOUNT TO W-AMT-ED.
          MOVE FWD-BASE-AMOUNT TO W-BASE-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Forward " FWD-ID " " FWD-DIRECTION " " W-AMT-ED " "
                 FWD-CURRENCY " / " W-BASE-ED " trans " W-BASE-TRAN
                 "+" W-FX-TRAN INTO PRINT-REC.
          WRITE PRINT-REC.
       SETTLE-ONE-FORWARD-EXIT.
          EXIT.
       POST-SETTLEMENT-LEG.
          INITIALIZE T-TRAN-REC.
          MOVE "FWS " TO T-TRAN-TYPE.
          MOVE W-LEG-CCY TO T-TRAN-CURRENCY.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-LEG-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-LEG-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "FX forward " FWD-ID " settlement" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-LEG-CCY TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                      0 - W-LEG-AMOUNT
              STRING "FX forward " FWD-ID " settlement" INTO
                 T-TL-MEMO OF T-TRAN-LINE-REC
              MOVE W-LEG-CCY TO T-TL-REF OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              END-IF
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
              END-IF
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE TRAN-CTRL-ERR-MSG TO W-ERR-MSG
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC
              MOVE 99 TO TRAN-CTRL-RET-CODE
              END-IF
           ELSE
            MOVE TRAN-CTRL-ERR-MSG TO W-ERR-MSG
            END-IF.
       REVERSE-BASE-LEG.
          MOVE 0 TO W-REV-TRAN.
          INITIALIZE T-TRAN-REC.
          MOVE W-BASE-TRAN TO T-TRAN-ID OF T-TRAN-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANVOID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            MOVE T-TRAN-ID OF T-TRAN-REC TO W-REV-TRAN
           ELSE
            DISPLAY "Forward " FWD-ID " base leg tran " W-BASE-TRAN
                    " NOT reversed - " TRAN-CTRL-ERR-MSG
            END-IF.
       REPORT-SETTLEMENT-FAILURE.
          SET FWD-FAILED TO TRUE.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDREPL" USING FWD-CTRL-BLK FWD-REC.
          ADD 1 TO W-FAIL-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "Forward " FWD-ID " NOT settled - " W-LEG-CCY
                 " leg on account " W-LEG-ACC " rejected"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "  " W-ERR-MSG INTO PRINT-REC.
          WRITE PRINT-REC.
       RELEASE-CARRIED-MTM.
          INITIALIZE T-TRAN-REC.
          MOVE "FWR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE M-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - FWD-MTM
            STRING "Forward " FWD-ID " mark-to-market release" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE I-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE FWD-MTM TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Forward " FWD-ID " P+L release" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "  mark-to-market release failed - "
                   TRAN-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       RELEASE-MARGIN-HOLD.
          IF FWD-HOLD-SEQ NOT = 0 THEN
            INITIALIZE HLD-REC
            MOVE FWD-ACC TO HLD-ACC
            MOVE FWD-HOLD-SEQ TO HLD-SEQ
            INITIALIZE HLD-CTRL-BLK
            CALL "HLDRID" USING HLD-CTRL-BLK HLD-REC
            IF HLD-CTRL-RET-CODE = 0 AND HLD-ACTIVE THEN
              SET HLD-RELEASED TO TRUE
              INITIALIZE HLD-CTRL-BLK
              CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
              END-IF
            END-IF.
       LOCATE-FX-INCOME-ACCOUNT.
          MOVE "FXINCOME" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "FXINCOME" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
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
       LOCATE-REVAL-GL-ACCOUNT.
          MOVE "FXREVAL" TO I-ACC-FNAME.
          MOVE "GL" TO I-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK I-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE I-ACC-REC
            MOVE "FXREVAL" TO I-ACC-FNAME
            MOVE "GL" TO I-ACC-LNAME
            MOVE 'A' TO I-ACC-STATUS
            MOVE 9999999.99 TO I-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK I-ACC-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
