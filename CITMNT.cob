       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CITMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY DENCTRL.
        COPY CITCTRL.
        COPY CALCTRL.
        COPY EVTCTRL.
        COPY BDTCTRL.
        COPY OPERID.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ====.
        COPY DENOM REPLACING ==:PREFIX:== BY ==M-==.
        COPY CITSHIP REPLACING ==:PREFIX:== BY ====.
        COPY CALENDAR REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-DAY-INT      PIC S9(7).
            05 W-CIT-ID       PIC 9(5).
            05 W-ACC-ID       PIC 9(5).
            05 W-SEAL-IDX     PIC 9(1).
            05 W-SEAL-IN      PIC X(1).
            05 W-MOVE-AMT     PIC S9(7)V99.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-DIFF-ED      PIC -ZZZZZZ9.99.
            05 W-LIST-COUNT   PIC 9(5).
            05 W-GL-NAME      PIC X(15).
            05 W-GL-BRANCH    PIC X(4).
       PROCEDURE DIVISION.
       CASH-IN-TRANSIT.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "DENIO" USING DEN-CTRL-BLK.
          CALL "CITIO" USING CIT-CTRL-BLK.
          CALL "CALIO" USING CAL-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          PERFORM LIST-IN-TRANSIT.
          PERFORM NEW-LINE.
          DISPLAY "Action (D=dispatch shipment, R=receive shipment, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'D'
              PERFORM DISPATCH-SHIPMENT THRU DISPATCH-SHIPMENT-EXIT
            WHEN 'R'
              PERFORM RECEIVE-SHIPMENT THRU RECEIVE-SHIPMENT-EXIT
          END-EVALUATE.
          GOBACK.
*********
       LIST-IN-TRANSIT.
          MOVE 0 TO W-LIST-COUNT.
          DISPLAY "Shipments in transit:".
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITNAF" USING CIT-CTRL-BLK CIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CIT-CTRL-RET-CODE NOT = 0
              IF CIT-IN-TRANSIT THEN
                ADD 1 TO W-LIST-COUNT
                MOVE CIT-AMOUNT TO W-AMT-ED
                IF CIT-DUE-DATE < W-TODAY THEN
                  DISPLAY "  " CIT-ID " [" CIT-ORIG-ACC "] "
                          CIT-ORIG-BRN " -> [" CIT-DEST-ACC "] "
                          CIT-DEST-BRN " " W-AMT-ED " due "
                          CIT-DUE-DATE " OVERDUE"
                 ELSE
                  DISPLAY "  " CIT-ID " [" CIT-ORIG-ACC "] "
                          CIT-ORIG-BRN " -> [" CIT-DEST-ACC "] "
                          CIT-DEST-BRN " " W-AMT-ED " due "
                          CIT-DUE-DATE
                  END-IF
                DISPLAY "        " CIT-CARRIER " seals "
                        CIT-SEAL(1) " " CIT-SEAL(2) " " CIT-SEAL(3)
                END-IF
              CALL "CITNAN" USING CIT-CTRL-BLK CIT-REC
            END-PERFORM.
          IF W-LIST-COUNT = 0 THEN
            DISPLAY "  none"
            END-IF.
*********
       DISPATCH-SHIPMENT.
          INITIALIZE CIT-REC.
          DISPLAY "Origin cash account id (vault or drawer): "
                  NO ADVANCING.
          PERFORM READ-CASH-ACCOUNT.
          IF W-ACC-ID = 0 THEN
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          MOVE ACC-ID TO CIT-ORIG-ACC.
          MOVE ACC-BRANCH TO CIT-ORIG-BRN.
          DISPLAY "Destination cash account id: " NO ADVANCING.
          PERFORM READ-CASH-ACCOUNT.
          IF W-ACC-ID = 0 THEN
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          IF ACC-ID = CIT-ORIG-ACC THEN
            MOVE "Origin and destination must differ" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          MOVE ACC-ID TO CIT-DEST-ACC.
          MOVE ACC-BRANCH TO CIT-DEST-BRN.
          DISPLAY "Carrier: " NO ADVANCING.
          MOVE SPACES TO CIT-CARRIER.
          ACCEPT CIT-CARRIER.
          IF CIT-CARRIER = SPACES THEN
            MOVE "Carrier is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          PERFORM READ-ONE-SEAL
            VARYING W-SEAL-IDX FROM 1 BY 1 UNTIL W-SEAL-IDX > 3.
          IF CIT-SEAL(1) = SPACES THEN
            MOVE "At least one seal number is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          DISPLAY "Denominations shipped:".
          INITIALIZE DEN-REC.
          PERFORM READ-DENOMINATIONS.
          PERFORM COMPUTE-DENOM-TOTAL.
          IF W-MOVE-AMT <= 0 THEN
            MOVE "Shipment total must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          MOVE DEN-C100 TO CIT-S-C100.
          MOVE DEN-C50 TO CIT-S-C50.
          MOVE DEN-C20 TO CIT-S-C20.
          MOVE DEN-C10 TO CIT-S-C10.
          MOVE DEN-C5 TO CIT-S-C5.
          MOVE DEN-C1 TO CIT-S-C1.
          MOVE DEN-COIN TO CIT-S-COIN.
          MOVE W-MOVE-AMT TO CIT-AMOUNT.
          MOVE W-MOVE-AMT TO W-AMT-ED.
          DISPLAY "Shipment total " W-AMT-ED.
          MOVE "Confirm dispatch" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          PERFORM LOCATE-TRANSIT-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Cash-in-transit account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          PERFORM POST-DISPATCH.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO DISPATCH-SHIPMENT-EXIT
            END-IF.
          MOVE CIT-ORIG-ACC TO M-DEN-ACC.
          PERFORM SUBTRACT-FROM-DENOMS.
          MOVE T-TRAN-ID OF T-TRAN-REC TO CIT-DISP-TRAN.
          MOVE W-TODAY TO CIT-DISP-DATE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(9:6) TO CIT-DISP-TIME.
          MOVE OPERATOR-ID TO CIT-DISP-OPER.
          COMPUTE W-DAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY) + 1.
          COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
          INITIALIZE CAL-CTRL-BLK.
          CALL "CALNXB" USING CAL-CTRL-BLK CAL-REC.
          MOVE CAL-DATE TO CIT-DUE-DATE.
          SET CIT-IN-TRANSIT TO TRUE.
          MOVE 0 TO CIT-ID.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITADD" USING CIT-CTRL-BLK CIT-REC.
          IF CIT-CTRL-RET-CODE = 0 THEN
            DISPLAY "Shipment " CIT-ID " dispatched, due "
                    CIT-DUE-DATE
           ELSE
            MOVE CIT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       DISPATCH-SHIPMENT-EXIT.
          EXIT.
*********
       RECEIVE-SHIPMENT.
          DISPLAY "Shipment id: " NO ADVANCING.
          MOVE 0 TO W-CIT-ID.
          ACCEPT W-CIT-ID.
          INITIALIZE CIT-REC.
          MOVE W-CIT-ID TO CIT-ID.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITGET" USING CIT-CTRL-BLK CIT-REC.
          IF CIT-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Shipment not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          IF NOT CIT-IN-TRANSIT THEN
            MOVE "Shipment has already been received" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          DISPLAY "From [" CIT-ORIG-ACC "] " CIT-ORIG-BRN
                  " to [" CIT-DEST-ACC "] " CIT-DEST-BRN
                  " by " CIT-CARRIER.
          DISPLAY "Seals " CIT-SEAL(1) " " CIT-SEAL(2) " "
                  CIT-SEAL(3) " dispatched " CIT-DISP-DATE.
          DISPLAY "Seals intact (Y/N): " NO ADVANCING.
          MOVE SPACES TO W-SEAL-IN.
          ACCEPT W-SEAL-IN.
          IF FUNCTION UPPER-CASE(W-SEAL-IN) = 'N' THEN
            SET CIT-SEALS-BROKEN TO TRUE
           ELSE
            SET CIT-SEALS-INTACT TO TRUE
            END-IF.
          DISPLAY "Denominations counted:".
          INITIALIZE DEN-REC.
          PERFORM READ-DENOMINATIONS.
          PERFORM COMPUTE-DENOM-TOTAL.
          MOVE DEN-C100 TO CIT-R-C100.
          MOVE DEN-C50 TO CIT-R-C50.
          MOVE DEN-C20 TO CIT-R-C20.
          MOVE DEN-C10 TO CIT-R-C10.
          MOVE DEN-C5 TO CIT-R-C5.
          MOVE DEN-C1 TO CIT-R-C1.
          MOVE DEN-COIN TO CIT-R-COIN.
          MOVE W-MOVE-AMT TO CIT-RECV-AMOUNT.
          COMPUTE CIT-DIFF = CIT-RECV-AMOUNT - CIT-AMOUNT.
          MOVE CIT-AMOUNT TO W-AMT-ED.
          MOVE CIT-DIFF TO W-DIFF-ED.
          DISPLAY "Shipped " W-AMT-ED " difference " W-DIFF-ED.
          IF CIT-S-C100 NOT = CIT-R-C100 OR
              CIT-S-C50 NOT = CIT-R-C50 OR
              CIT-S-C20 NOT = CIT-R-C20 OR
              CIT-S-C10 NOT = CIT-R-C10 OR
              CIT-S-C5 NOT = CIT-R-C5 OR
              CIT-S-C1 NOT = CIT-R-C1 OR
              CIT-S-COIN NOT = CIT-R-COIN OR
              CIT-SEALS-BROKEN THEN
            SET CIT-DISCREPANT TO TRUE
            DISPLAY "*** Count does not agree with the manifest"
           ELSE
            SET CIT-RECEIVED TO TRUE
            END-IF.
          MOVE "Confirm receipt" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          PERFORM LOCATE-TRANSIT-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Cash-in-transit account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          PERFORM POST-RECEIPT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          MOVE CIT-DEST-ACC TO M-DEN-ACC.
          PERFORM ADD-TO-DENOMS.
          MOVE T-TRAN-ID OF T-TRAN-REC TO CIT-RECV-TRAN.
          MOVE W-TODAY TO CIT-RECV-DATE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(9:6) TO CIT-RECV-TIME.
          MOVE OPERATOR-ID TO CIT-RECV-OPER.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITREPL" USING CIT-CTRL-BLK CIT-REC.
          IF CIT-CTRL-RET-CODE NOT = 0 THEN
            MOVE CIT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO RECEIVE-SHIPMENT-EXIT
            END-IF.
          IF CIT-DIFF NOT = 0 THEN
            PERFORM POST-RECEIPT-VARIANCE
              THRU POST-RECEIPT-VARIANCE-EXIT
            END-IF.
          IF CIT-DISCREPANT THEN
            PERFORM LOG-DISCREPANCY
            DISPLAY "Shipment " CIT-ID " received with discrepancy"
           ELSE
            DISPLAY "Shipment " CIT-ID " received"
            END-IF.
       RECEIVE-SHIPMENT-EXIT.
          EXIT.
*********
       READ-CASH-ACCOUNT.
          MOVE 0 TO W-ACC-ID.
          ACCEPT W-ACC-ID.
          INITIALIZE ACC-REC.
          MOVE W-ACC-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-IS-CASH THEN
            MOVE "Not a cash account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 0 TO W-ACC-ID
            END-IF.
       READ-ONE-SEAL.
          DISPLAY "  Seal number " W-SEAL-IDX " (blank = none): "
                  NO ADVANCING.
          MOVE SPACES TO CIT-SEAL(W-SEAL-IDX).
          ACCEPT CIT-SEAL(W-SEAL-IDX).
       READ-DENOMINATIONS.
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
       COMPUTE-DENOM-TOTAL.
          COMPUTE W-MOVE-AMT =
                  DEN-C100 * 100 + DEN-C50 * 50 +
                  DEN-C20 * 20 + DEN-C10 * 10 +
                  DEN-C5 * 5 + DEN-C1 + DEN-COIN.
*********
       POST-DISPATCH.
          INITIALIZE T-TRAN-REC.
          MOVE "CIT " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE CIT-ORIG-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - CIT-AMOUNT
            MOVE "Cash shipped by carrier" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE CIT-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Cash in transit" TO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       POST-RECEIPT.
          INITIALIZE T-TRAN-REC.
          MOVE "CIT " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - CIT-AMOUNT
            MOVE "Cash in transit" TO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE CIT-DEST-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE CIT-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Cash received from carrier" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       POST-RECEIPT-VARIANCE.
          MOVE "OVERSHORT" TO W-GL-NAME.
          MOVE SPACES TO W-GL-BRANCH.
          PERFORM LOCATE-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Over/short account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO POST-RECEIPT-VARIANCE-EXIT
            END-IF.
          INITIALIZE T-TRAN-REC.
          MOVE "ADJ " TO T-TRAN-TYPE.
          MOVE CIT-DEST-ACC TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO POST-RECEIPT-VARIANCE-EXIT
            END-IF.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE CIT-DIFF TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          MOVE "Cash in transit over/short" TO
               T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO POST-RECEIPT-VARIANCE-EXIT
            END-IF.
          DISPLAY "Over/short " W-DIFF-ED " posted as transaction "
                  T-TRAN-ID OF T-TRAN-REC.
       POST-RECEIPT-VARIANCE-EXIT.
          EXIT.
*********
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
*********
       LOCATE-TRANSIT-ACCOUNT.
          MOVE SPACES TO W-GL-NAME.
          STRING "CASHTRANSIT" CIT-ORIG-BRN DELIMITED BY SIZE
                 INTO W-GL-NAME.
          MOVE CIT-ORIG-BRN TO W-GL-BRANCH.
          PERFORM LOCATE-GL-ACCOUNT.
       LOCATE-GL-ACCOUNT.
          INITIALIZE G-ACC-REC.
          MOVE W-GL-NAME TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE W-GL-NAME TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE W-GL-BRANCH TO G-ACC-BRANCH
            MOVE 'A' TO G-ACC-STATUS
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       LOG-DISCREPANCY.
          INITIALIZE EVT-REC.
          MOVE "CITMNT" TO EVT-PROGRAM.
          MOVE 'W' TO EVT-SEVERITY.
          MOVE CIT-DIFF TO W-DIFF-ED.
          IF CIT-SEALS-BROKEN THEN
            STRING "CIT " CIT-ID " diff " W-DIFF-ED " seals broken"
                   DELIMITED BY SIZE INTO EVT-TEXT
           ELSE
            STRING "CIT " CIT-ID " count diff " W-DIFF-ED " at "
                   CIT-DEST-ACC DELIMITED BY SIZE INTO EVT-TEXT
            END-IF.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       COPY SCREENIO.
