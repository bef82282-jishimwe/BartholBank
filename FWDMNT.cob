       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FWDMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY FWDCTRL.
        COPY ACCCTRL.
        COPY FXCTRL.
        COPY FXPCTRL.
        COPY HLDCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY FXFWD   REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY FXRATE  REPLACING ==:PREFIX:== BY ====.
        COPY FXPOS   REPLACING ==:PREFIX:== BY ====.
        COPY HOLD    REPLACING ==:PREFIX:== BY ====.
        COPY PARAM   REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-ACTION        PIC X(1).
            05 W-TODAY         PIC 9(8).
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-MARGIN-PCT    PIC 9(3)V99 VALUE 10.00.
            05 W-AMT-IN        PIC X(12).
            05 W-RATE-IN       PIC X(14).
            05 W-AMT-ED        PIC -ZZZZZZ9.99.
            05 W-BASE-ED       PIC -ZZZZZZ9.99.
            05 W-AVAILABLE     PIC S9(9)V99.
            05 W-EDIT-SW       PIC X(1).
              88 W-EDIT-OK     VALUE 'Y'.
       PROCEDURE DIVISION.
       FX-FORWARD-DESK.
          CALL "FWDIO" USING FWD-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "FXIO" USING FX-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          PERFORM LOAD-PARAMETERS.
          DISPLAY "Open forward contracts:".
          PERFORM LIST-FORWARDS.
          PERFORM NEW-LINE.
          DISPLAY "Action (B=book forward contract, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'B'
              PERFORM BOOK-FORWARD THRU BOOK-FORWARD-EXIT
          END-EVALUATE.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "BASECCY" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          INITIALIZE PAR-REC.
          MOVE "FWDMARGN" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-MARGIN-PCT
            END-IF.
       LIST-FORWARDS.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDNAF" USING FWD-CTRL-BLK FWD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FWD-CTRL-RET-CODE NOT = 0
              IF FWD-OPEN THEN
                MOVE FWD-AMOUNT TO W-AMT-ED
                MOVE FWD-MTM TO W-BASE-ED
                DISPLAY "  " FWD-ID " acct " FWD-ACC " "
                        FWD-DIRECTION " " W-AMT-ED " " FWD-CURRENCY
                        " at " FWD-RATE " value " FWD-VALUE-DATE
                DISPLAY "        margin " FWD-MARGIN " mtm "
                        W-BASE-ED
                END-IF
              CALL "FWDNAN" USING FWD-CTRL-BLK FWD-REC
            END-PERFORM.
       BOOK-FORWARD.
          INITIALIZE FWD-REC.
          MOVE 'N' TO W-EDIT-SW.
          DISPLAY "Customer settlement account (" W-BASE-CURRENCY
                  "): " NO ADVANCING.
          MOVE 0 TO FWD-ACC.
          ACCEPT FWD-ACC.
          MOVE FWD-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
              ACC-IS-CASH OR ACC-LNAME = "GL" OR
              (ACC-CURRENCY NOT = SPACES AND
               ACC-CURRENCY NOT = W-BASE-CURRENCY) THEN
            MOVE "Not an active base currency customer account" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          MOVE ACC-CUST-ID TO FWD-CUST-ID.
          MOVE W-BASE-CURRENCY TO FWD-BASE-CCY.
          DISPLAY "Foreign currency: " NO ADVANCING.
          MOVE SPACES TO FWD-CURRENCY.
          ACCEPT FWD-CURRENCY.
          MOVE FUNCTION UPPER-CASE(FWD-CURRENCY) TO FWD-CURRENCY.
          MOVE FWD-CURRENCY TO FX-CURRENCY.
          INITIALIZE FX-CTRL-BLK.
          CALL "FXRID" USING FX-CTRL-BLK FX-REC.
          IF FWD-CURRENCY = SPACES OR
              FWD-CURRENCY = W-BASE-CURRENCY OR
              FX-CTRL-RET-CODE NOT = 0 OR FX-RATE = 0 THEN
            MOVE "No exchange rate on file for that currency" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          DISPLAY "Customer " FWD-CURRENCY " account: "
                  NO ADVANCING.
          MOVE 0 TO FWD-FX-ACC.
          ACCEPT FWD-FX-ACC.
          MOVE FWD-FX-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
              ACC-IS-CASH OR ACC-CURRENCY NOT = FWD-CURRENCY OR
              ACC-CUST-ID NOT = FWD-CUST-ID THEN
            MOVE "Not a customer account in that currency" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          DISPLAY "Customer B=buys or S=sells " FWD-CURRENCY ": "
                  NO ADVANCING.
          MOVE SPACES TO FWD-DIRECTION.
          ACCEPT FWD-DIRECTION.
          MOVE FUNCTION UPPER-CASE(FWD-DIRECTION) TO FWD-DIRECTION.
          IF NOT FWD-CUST-BUYS AND NOT FWD-CUST-SELLS THEN
            MOVE "Direction must be B or S" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          DISPLAY "Amount in " FWD-CURRENCY ": " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE FWD-AMOUNT = FUNCTION NUMVAL(W-AMT-IN).
          IF FWD-AMOUNT <= 0 THEN
            MOVE "Amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          DISPLAY "Value date (YYYYMMDD): " NO ADVANCING.
          MOVE 0 TO FWD-VALUE-DATE.
          ACCEPT FWD-VALUE-DATE.
          IF FWD-VALUE-DATE <= W-TODAY OR
              FUNCTION TEST-DATE-YYYYMMDD(FWD-VALUE-DATE) NOT = 0
              THEN
            MOVE "Value date must be a future date" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          DISPLAY "Contracted rate, units of " FWD-CURRENCY
                  " per 1 " W-BASE-CURRENCY " [" FX-RATE "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-RATE-IN.
          ACCEPT W-RATE-IN.
          IF W-RATE-IN = SPACES THEN
            MOVE FX-RATE TO FWD-RATE
           ELSE
            COMPUTE FWD-RATE = FUNCTION NUMVAL(W-RATE-IN)
            END-IF.
          IF FWD-RATE = 0 THEN
            MOVE "Contracted rate must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          COMPUTE FWD-BASE-AMOUNT ROUNDED = FWD-AMOUNT / FWD-RATE.
          COMPUTE FWD-MARGIN ROUNDED =
                  FWD-BASE-AMOUNT * W-MARGIN-PCT / 100.
          PERFORM CHECK-MARGIN-FUNDS.
          IF NOT W-EDIT-OK THEN
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          MOVE FWD-BASE-AMOUNT TO W-BASE-ED.
          MOVE FWD-AMOUNT TO W-AMT-ED.
          DISPLAY W-AMT-ED " " FWD-CURRENCY " against " W-BASE-ED
                  " " W-BASE-CURRENCY " on " FWD-VALUE-DATE.
          MOVE FWD-MARGIN TO W-AMT-ED.
          DISPLAY "Margin held on account " FWD-ACC ": " W-AMT-ED.
          MOVE "Book forward contract" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF NOT SCREEN-YES THEN
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          MOVE W-TODAY TO FWD-BOOK-DATE.
          MOVE OPERATOR-ID TO FWD-BOOKED-BY.
          SET FWD-OPEN TO TRUE.
          MOVE 0 TO FWD-MTM.
          MOVE FWD-RATE TO FWD-MTM-RATE.
          MOVE W-TODAY TO FWD-MTM-DATE.
          INITIALIZE FWD-CTRL-BLK.
          CALL "FWDADD" USING FWD-CTRL-BLK FWD-REC.
          IF FWD-CTRL-RET-CODE NOT = 0 THEN
            MOVE FWD-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO BOOK-FORWARD-EXIT
            END-IF.
          PERFORM PLACE-MARGIN-HOLD.
          PERFORM ADJUST-FX-POSITION.
          DISPLAY "Forward contract " FWD-ID " booked".
       BOOK-FORWARD-EXIT.
          EXIT.
       CHECK-MARGIN-FUNDS.
          MOVE FWD-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          INITIALIZE HLD-REC.
          MOVE FWD-ACC TO HLD-ACC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDTOT" USING HLD-CTRL-BLK HLD-REC.
          COMPUTE W-AVAILABLE = ACC-BALANCE - HLD-AMOUNT.
          IF W-AVAILABLE < FWD-MARGIN THEN
            MOVE "Insufficient available funds for margin" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            SET W-EDIT-OK TO TRUE
            END-IF.
       PLACE-MARGIN-HOLD.
          IF FWD-MARGIN > 0 THEN
            INITIALIZE HLD-REC
            MOVE FWD-ACC TO HLD-ACC
            MOVE FWD-MARGIN TO HLD-AMOUNT
            STRING "FX forward " FWD-ID " margin" INTO HLD-REASON
            MOVE 0 TO HLD-EXPIRY
            SET HLD-ACTIVE TO TRUE
            MOVE W-TODAY TO HLD-PLACED-DATE
            MOVE OPERATOR-ID TO HLD-PLACED-BY
            INITIALIZE HLD-CTRL-BLK
            CALL "HLDADD" USING HLD-CTRL-BLK HLD-REC
            IF HLD-CTRL-RET-CODE = 0 THEN
              MOVE HLD-SEQ TO FWD-HOLD-SEQ
              INITIALIZE FWD-CTRL-BLK
              CALL "FWDREPL" USING FWD-CTRL-BLK FWD-REC
             ELSE
              DISPLAY "Margin hold not placed: " HLD-CTRL-ERR-MSG
              END-IF
            END-IF.
       ADJUST-FX-POSITION.
          CALL "FXPIO" USING FXP-CTRL-BLK.
          INITIALIZE FXP-REC.
          MOVE FWD-CURRENCY TO FXP-CURRENCY.
          IF FWD-CUST-BUYS THEN
            COMPUTE FXP-POSITION = 0 - FWD-AMOUNT
           ELSE
            MOVE FWD-AMOUNT TO FXP-POSITION
            END-IF.
          INITIALIZE FXP-CTRL-BLK.
          CALL "FXPADJ" USING FXP-CTRL-BLK FXP-REC.
       COPY SCREENIO.
