        COPY PARAM   REPLACING ==:PREFIX:== BY ====.
        COPY FXPCTRL.
        COPY FXPOS   REPLACING ==:PREFIX:== BY ====.
        COPY FXMCTRL.
        COPY FXMARGIN REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-IN-CCY        PIC X(3).
            05 W-SPREAD-ED     PIC -ZZZZZZ9.99.
            05 W-IN-TRAN-ID    PIC 9(5).
            05 W-OUT-TRAN-ID   PIC 9(5).
            05 W-CUST-ACC      PIC 9(5).
            05 W-CUST-ID       PIC 9(5).
            05 W-RATE-SW       PIC X(1).
              88 W-RATE-OK     VALUE 'Y'.
            05 W-EDIT-SW       PIC X(1).
            END-IF.
          MOVE 'N' TO W-EDIT-SW.
          PERFORM READ-EXCHANGE-REQUEST.
          IF W-EDIT-OK THEN
            PERFORM READ-CUSTOMER-ACCOUNT
            END-IF.
          IF W-EDIT-OK THEN
            PERFORM RESOLVE-EXCHANGE-RATES
            END-IF.
              PERFORM CHECK-OUT-DRAWER
              END-IF
            END-IF.
       READ-CUSTOMER-ACCOUNT.
          MOVE 0 TO W-CUST-ID.
          DISPLAY "Customer account id (0 = walk-in): " NO ADVANCING.
          MOVE 0 TO W-CUST-ACC.
          ACCEPT W-CUST-ACC.
          IF W-CUST-ACC NOT = 0 THEN
            MOVE W-CUST-ACC TO ACC-ID
            CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH OR
                ACC-LNAME = "GL" THEN
              MOVE "Not a customer account" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              MOVE 'N' TO W-EDIT-SW
             ELSE
              MOVE ACC-CUST-ID TO W-CUST-ID
              END-IF
            END-IF.
       CHECK-IN-DRAWER.
          MOVE W-IN-DRAWER TO ACC-ID.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
              COMPUTE FXP-POSITION = 0 - W-PAYOUT
              PERFORM ADJUST-FX-POSITION
              END-IF
            PERFORM RECORD-FX-MARGIN
            DISPLAY "Exchange posted, transactions "
                    W-IN-TRAN-ID " and " W-OUT-TRAN-ID
           ELSE
          CALL "FXPIO" USING FXP-CTRL-BLK.
          INITIALIZE FXP-CTRL-BLK.
          CALL "FXPADJ" USING FXP-CTRL-BLK FXP-REC.
       RECORD-FX-MARGIN.
          CALL "FXMIO" USING FXM-CTRL-BLK.
          INITIALIZE FXM-REC.
          MOVE W-IN-TRAN-ID TO FXM-TRAN-ID.
          MOVE T-TRAN-DATE TO FXM-DATE.
          MOVE W-CUST-ACC TO FXM-ACC.
          MOVE W-CUST-ID TO FXM-CUST-ID.
          MOVE W-IN-CCY TO FXM-IN-CCY.
          MOVE W-OUT-CCY TO FXM-OUT-CCY.
          MOVE W-BASE-VALUE TO FXM-BASE-VALUE.
          MOVE W-SPREAD TO FXM-SPREAD.
          INITIALIZE FXM-CTRL-BLK.
          CALL "FXMPUT" USING FXM-CTRL-BLK FXM-REC.
       DROP-PURCHASE-TRAN.
          INITIALIZE T-TRAN-REC.
          MOVE W-IN-TRAN-ID TO T-TRAN-ID.
