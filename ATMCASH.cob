       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATMCASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY DENCTRL.
        COPY DRWCTRL.
        COPY PARCTRL.
        COPY OPERID.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==V-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ====.
        COPY DENOM REPLACING ==:PREFIX:== BY ==M-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ==R-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ==J-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ==L-==.
        COPY DRAWER REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(8).
            05 W-TERMINAL     PIC X(8).
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-ATM-COUNT    PIC 9(5).
            05 W-DENOM-AMT    PIC S9(7)V99.
            05 W-REMOVED-AMT  PIC S9(7)V99.
            05 W-REJECT-AMT   PIC S9(7)V99.
            05 W-COUNTED-BAL  PIC S9(7)V99.
            05 W-LOADED-AMT   PIC S9(7)V99.
            05 W-FROM-ACC     PIC 9(5).
            05 W-TO-ACC       PIC 9(5).
            05 W-MOVE-AMT     PIC S9(7)V99.
            05 W-FROM-MEMO    PIC X(30).
            05 W-TO-MEMO      PIC X(30).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
       PROCEDURE DIVISION.
       ATM-CASH-DESK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "DENIO" USING DEN-CTRL-BLK.
          CALL "DRAWERIO" USING DRW-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:8) TO W-NOW.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BASECCY" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          DISPLAY "ATMs on file:".
          PERFORM LIST-ATMS.
          DISPLAY "Action (S=set up ATM, R=replenish and count ATM, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'S'
              PERFORM SET-UP-ATM
            WHEN 'R'
              PERFORM REPLENISH-ATM
          END-EVALUATE.
          GOBACK.
       LIST-ATMS.
          MOVE 0 TO W-ATM-COUNT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-IS-CASH AND ACC-LNAME = "ATM" THEN
                ADD 1 TO W-ATM-COUNT
                MOVE ACC-BALANCE TO W-AMT-ED
                DISPLAY "  terminal " ACC-FNAME(1:8) " [" ACC-ID
                        "] cash " W-AMT-ED " (" ACC-STATUS ")"
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          IF W-ATM-COUNT = 0 THEN
            DISPLAY "  (none)"
            END-IF.
       READ-TERMINAL-ID.
          DISPLAY "ATM terminal id: " NO ADVANCING.
          MOVE SPACES TO W-TERMINAL.
          ACCEPT W-TERMINAL.
          MOVE FUNCTION UPPER-CASE(W-TERMINAL) TO W-TERMINAL.
          INITIALIZE ACC-REC.
          MOVE W-TERMINAL TO ACC-FNAME.
          MOVE "ATM" TO ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK ACC-REC.
       SET-UP-ATM.
          PERFORM READ-TERMINAL-ID.
          IF W-TERMINAL = SPACES THEN
            GOBACK
            END-IF.
          IF ACC-CTRL-RET-CODE = 0 THEN
            MOVE "ATM terminal is already set up" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE ACC-REC.
          MOVE W-TERMINAL TO ACC-FNAME.
          MOVE "ATM" TO ACC-LNAME.
          MOVE 'A' TO ACC-STATUS.
          MOVE 'Y' TO ACC-CASH-FLAG.
          MOVE W-BASE-CURRENCY TO ACC-CURRENCY.
          MOVE W-TODAY TO ACC-OPEN-DATE.
          MOVE "Confirm ATM set-up" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              INITIALIZE M-DEN-REC
              MOVE ACC-ID TO M-DEN-ACC
              PERFORM STORE-DENOM-RECORD
              DISPLAY "ATM " W-TERMINAL " set up as cash account "
                      ACC-ID
             ELSE
              MOVE ACC-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       REPLENISH-ATM.
          PERFORM LOCATE-VAULT-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Vault account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-TERMINAL-ID.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-IS-CASH THEN
            MOVE "Not a known ATM terminal" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE ACC-BALANCE TO W-AMT-ED.
          DISPLAY "System cash position: " W-AMT-ED.
          INITIALIZE M-DEN-REC.
          MOVE ACC-ID TO M-DEN-ACC.
          INITIALIZE DEN-CTRL-BLK.
          CALL "DENGET" USING DEN-CTRL-BLK M-DEN-REC.
          IF DEN-CTRL-RET-CODE = 0 THEN
            DISPLAY "Last loaded " M-DEN-COUNT-DATE ":"
            DISPLAY "  100s " M-DEN-C100 "  50s " M-DEN-C50
                    "  20s " M-DEN-C20
            DISPLAY "  10s  " M-DEN-C10 "  5s  " M-DEN-C5
                    "  1s  " M-DEN-C1 "  coin " M-DEN-COIN
            END-IF.
          DISPLAY "Cash removed from the cassettes:".
          PERFORM READ-DENOMINATIONS.
          MOVE DEN-REC TO R-DEN-REC.
          MOVE W-DENOM-AMT TO W-REMOVED-AMT.
          DISPLAY "Rejected notes from the reject bin:".
          PERFORM READ-DENOMINATIONS.
          MOVE DEN-REC TO J-DEN-REC.
          MOVE W-DENOM-AMT TO W-REJECT-AMT.
          DISPLAY "Cash loaded into the cassettes:".
          PERFORM READ-DENOMINATIONS.
          MOVE DEN-REC TO L-DEN-REC.
          MOVE W-DENOM-AMT TO W-LOADED-AMT.
          COMPUTE W-COUNTED-BAL = W-REMOVED-AMT + W-REJECT-AMT.
          MOVE W-REMOVED-AMT TO W-AMT-ED.
          DISPLAY "Cash removed    " W-AMT-ED.
          MOVE W-REJECT-AMT TO W-AMT-ED.
          DISPLAY "Rejected notes  " W-AMT-ED.
          MOVE W-COUNTED-BAL TO W-AMT-ED.
          DISPLAY "Counted total   " W-AMT-ED.
          COMPUTE DRW-VARIANCE = W-COUNTED-BAL - ACC-BALANCE.
          MOVE DRW-VARIANCE TO W-AMT-ED.
          DISPLAY "Over/short      " W-AMT-ED.
          MOVE W-LOADED-AMT TO W-AMT-ED.
          DISPLAY "Cash loaded     " W-AMT-ED.
          MOVE "Confirm ATM count and replenishment" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          MOVE W-TODAY TO DRW-DATE.
          MOVE W-NOW TO DRW-TIME.
          MOVE ACC-ID TO DRW-ACC.
          MOVE ACC-BALANCE TO DRW-SYSTEM-BAL.
          MOVE W-COUNTED-BAL TO DRW-COUNTED-BAL.
          MOVE OPERATOR-ID TO DRW-OPER.
          INITIALIZE DRW-CTRL-BLK.
          CALL "DRWWRITE" USING DRW-CTRL-BLK DRW-REC.
          IF DRW-VARIANCE NOT = 0 THEN
            PERFORM POST-OVERSHORT
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              GOBACK
              END-IF
            END-IF.
          IF W-COUNTED-BAL > 0 THEN
            MOVE ACC-ID TO W-FROM-ACC
            MOVE V-ACC-ID TO W-TO-ACC
            MOVE W-COUNTED-BAL TO W-MOVE-AMT
            MOVE "ATM cash removed" TO W-FROM-MEMO
            MOVE "ATM cash returned to vault" TO W-TO-MEMO
            PERFORM POST-CASH-MOVEMENT
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              GOBACK
              END-IF
            MOVE V-ACC-ID TO M-DEN-ACC
            MOVE R-DEN-REC TO DEN-REC
            PERFORM ADD-TO-DENOMS
            MOVE J-DEN-REC TO DEN-REC
            PERFORM ADD-TO-DENOMS
            END-IF.
          IF W-LOADED-AMT > 0 THEN
            MOVE V-ACC-ID TO W-FROM-ACC
            MOVE ACC-ID TO W-TO-ACC
            MOVE W-LOADED-AMT TO W-MOVE-AMT
            MOVE "Vault cash to ATM" TO W-FROM-MEMO
            MOVE "ATM cash loaded" TO W-TO-MEMO
            PERFORM POST-CASH-MOVEMENT
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              GOBACK
              END-IF
            MOVE V-ACC-ID TO M-DEN-ACC
            MOVE L-DEN-REC TO DEN-REC
            PERFORM SUBTRACT-FROM-DENOMS
            END-IF.
          MOVE L-DEN-REC TO M-DEN-REC.
          MOVE ACC-ID TO M-DEN-ACC.
          PERFORM STORE-DENOM-RECORD.
          DISPLAY "ATM " W-TERMINAL " balanced and replenished".
       READ-DENOMINATIONS.
          INITIALIZE DEN-REC.
          DISPLAY "  100s: " NO ADVANCING.
          MOVE 0 TO DEN-C100.
          ACCEPT DEN-C100.
          DISPLAY "  50s:  " NO ADVANCING.
          MOVE 0 TO DEN-C50.
          ACCEPT DEN-C50.
          DISPLAY "  20s:  " NO ADVANCING.
          MOVE 0 TO DEN-C20.
          ACCEPT DEN-C20.
          DISPLAY "  10s:  " NO ADVANCING.
          MOVE 0 TO DEN-C10.
          ACCEPT DEN-C10.
          DISPLAY "  5s:   " NO ADVANCING.
          MOVE 0 TO DEN-C5.
          ACCEPT DEN-C5.
          DISPLAY "  1s:   " NO ADVANCING.
          MOVE 0 TO DEN-C1.
          ACCEPT DEN-C1.
          DISPLAY "  Coin value: " NO ADVANCING.
          MOVE 0 TO DEN-COIN.
          ACCEPT DEN-COIN.
          COMPUTE W-DENOM-AMT =
                  DEN-C100 * 100 + DEN-C50 * 50 +
                  DEN-C20 * 20 + DEN-C10 * 10 +
                  DEN-C5 * 5 + DEN-C1 + DEN-COIN.
       POST-OVERSHORT.
          MOVE "OVERSHORT" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "OVERSHORT" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE W-BASE-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Over/short account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 99 TO TRAN-CTRL-RET-CODE
           ELSE
            INITIALIZE T-TRAN-REC
            MOVE "ADJ " TO T-TRAN-TYPE
            MOVE ACC-ID TO T-TRAN-CASH-ACC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              MOVE DRW-VARIANCE TO T-TL-AMOUNT OF T-TRAN-LINE-REC
              MOVE "ATM over/short" TO T-TL-MEMO OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
              END-IF
            IF TRAN-CTRL-RET-CODE = 0 THEN
              DISPLAY "Over/short posted, transaction "
                      T-TRAN-ID OF T-TRAN-REC
             ELSE
              MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       POST-CASH-MOVEMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "VLT " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-FROM-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - W-MOVE-AMT
            MOVE W-FROM-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-TO-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-MOVE-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE W-TO-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       ADD-TO-DENOMS.
          PERFORM FETCH-DENOM-RECORD.
          ADD DEN-C100 TO M-DEN-C100.
          ADD DEN-C50 TO M-DEN-C50.
          ADD DEN-C20 TO M-DEN-C20.
          ADD DEN-C10 TO M-DEN-C10.
          ADD DEN-C5 TO M-DEN-C5.
          ADD DEN-C1 TO M-DEN-C1.
          ADD DEN-COIN TO M-DEN-COIN.
          PERFORM STORE-DENOM-RECORD.
       SUBTRACT-FROM-DENOMS.
          PERFORM FETCH-DENOM-RECORD.
          SUBTRACT DEN-C100 FROM M-DEN-C100.
          SUBTRACT DEN-C50 FROM M-DEN-C50.
          SUBTRACT DEN-C20 FROM M-DEN-C20.
          SUBTRACT DEN-C10 FROM M-DEN-C10.
          SUBTRACT DEN-C5 FROM M-DEN-C5.
          SUBTRACT DEN-C1 FROM M-DEN-C1.
          SUBTRACT DEN-COIN FROM M-DEN-COIN.
          PERFORM STORE-DENOM-RECORD.
       FETCH-DENOM-RECORD.
          MOVE M-DEN-ACC TO W-BUFFER(1:5).
          INITIALIZE DEN-CTRL-BLK.
          CALL "DENGET" USING DEN-CTRL-BLK M-DEN-REC.
          IF DEN-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE M-DEN-REC
            MOVE W-BUFFER(1:5) TO M-DEN-ACC
            END-IF.
       STORE-DENOM-RECORD.
          MOVE W-TODAY TO M-DEN-COUNT-DATE.
          MOVE OPERATOR-ID TO M-DEN-COUNT-BY.
          INITIALIZE DEN-CTRL-BLK.
          CALL "DENPUT" USING DEN-CTRL-BLK M-DEN-REC.
       LOCATE-VAULT-ACCOUNT.
          MOVE "VAULT" TO V-ACC-FNAME.
          MOVE "CASH" TO V-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK V-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE V-ACC-REC
            MOVE "VAULT" TO V-ACC-FNAME
            MOVE "CASH" TO V-ACC-LNAME
            MOVE 'A' TO V-ACC-STATUS
            MOVE 'Y' TO V-ACC-CASH-FLAG
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK V-ACC-REC
            END-IF.
       COPY SCREENIO.
