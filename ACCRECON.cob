       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==T-==.
        COPY FXCTRL.
            05 W-CONV-INPUT    PIC S9(7)V99.
            05 W-CONV-AMOUNT   PIC S9(7)V99.
            05 W-FROM-RATE     PIC 9(5)V9(6).
            05 W-ACC-COUNT     PIC 9(7).
       PROCEDURE DIVISION.
       RECONCILE-CASH.
          MOVE 0 TO RETURN-CODE.
          MOVE 0 TO W-CASH-BALANCE.
          MOVE 0 TO W-OTHER-TOTAL.
          MOVE 0 TO W-ACC-COUNT.
          CALL "FXIO" USING FX-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          PERFORM
            WITH TEST BEFORE
              UNTIL ACC-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-ACC-COUNT
              MOVE T-ACC-BALANCE TO W-CONV-INPUT
              PERFORM CONVERT-TO-BASE-CURRENCY
              IF T-ACC-IS-CASH THEN
           ELSE
            DISPLAY "Books are in balance."
            END-IF.
          MOVE W-ACC-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       CONVERT-TO-BASE-CURRENCY.
          IF T-ACC-CURRENCY = SPACES OR
