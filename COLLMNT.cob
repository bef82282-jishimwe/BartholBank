       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COLLMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY LNCTRL.
        COPY COLCTRL.
        COPY CUSCTRL.
        COPY SCREENIOV.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY COLLAT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-LAST-SEQ     PIC 9(2).
            05 W-SEQ          PIC 9(2).
            05 W-TOTAL-VALUE  PIC S9(9)V99.
            05 W-LTV          PIC 9(5)V9.
            05 W-LTV-ED       PIC ZZZZ9.9.
       PROCEDURE DIVISION.
       COLLATERAL-DESK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "COLLIO" USING COL-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Loan id: " NO ADVANCING.
          INITIALIZE LN-REC.
          MOVE 0 TO LN-ID.
          ACCEPT LN-ID.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNGET" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Loan not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM LIST-COLLATERAL.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add item, V=revalue, L=register lien, "
                  "X=release, Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-COLLATERAL
            WHEN 'V'
              PERFORM REVALUE-COLLATERAL
            WHEN 'L'
              PERFORM REGISTER-LIEN
            WHEN 'X'
              PERFORM RELEASE-COLLATERAL
          END-EVALUATE.
          GOBACK.
       LIST-COLLATERAL.
          MOVE 0 TO W-LAST-SEQ.
          MOVE 0 TO W-TOTAL-VALUE.
          MOVE LN-BALANCE TO W-AMT-ED.
          DISPLAY "Loan " LN-ID " acct " LN-ACC " balance " W-AMT-ED
                  " (" LN-STATUS ")".
          DISPLAY "Collateral held:".
          INITIALIZE COL-REC.
          MOVE LN-ID TO COL-LOAN.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLLNF" USING COL-CTRL-BLK COL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL COL-CTRL-RET-CODE NOT = 0
              MOVE COL-SEQ TO W-LAST-SEQ
              MOVE COL-VALUE TO W-AMT-ED
              DISPLAY "  " COL-SEQ " " COL-TYPE " " COL-DESC " "
                      W-AMT-ED " valued " COL-VAL-DATE " lien "
                      COL-LIEN-STATUS
              IF NOT COL-LIEN-RELEASED THEN
                ADD COL-VALUE TO W-TOTAL-VALUE
                END-IF
              CALL "COLLNN" USING COL-CTRL-BLK COL-REC
            END-PERFORM.
          IF W-TOTAL-VALUE > 0 THEN
            COMPUTE W-LTV ROUNDED = LN-BALANCE * 100 / W-TOTAL-VALUE
            MOVE W-LTV TO W-LTV-ED
            DISPLAY "  Loan-to-value " W-LTV-ED " pct"
           ELSE
            DISPLAY "  (no collateral held)"
            END-IF.
       ADD-COLLATERAL.
          IF NOT LN-ACTIVE THEN
            MOVE "Loan is not active" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE COL-REC.
          MOVE LN-ID TO COL-LOAN.
          COMPUTE COL-SEQ = W-LAST-SEQ + 1.
          DISPLAY "Type (PROP/VEHI/CASH/SECU/GUAR/OTHR): "
                  NO ADVANCING.
          ACCEPT COL-TYPE.
          MOVE FUNCTION UPPER-CASE(COL-TYPE) TO COL-TYPE.
          DISPLAY "Description: " NO ADVANCING.
          ACCEPT COL-DESC.
          IF COL-TYPE = "GUAR" THEN
            DISPLAY "Guarantor customer id: " NO ADVANCING
            MOVE 0 TO COL-GUARANTOR
            ACCEPT COL-GUARANTOR
            INITIALIZE CUST-REC
            MOVE COL-GUARANTOR TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              MOVE "Guarantor customer not found" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
              END-IF
            END-IF.
          PERFORM ASK-VALUATION.
          SET COL-LIEN-PENDING TO TRUE.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLADD" USING COL-CTRL-BLK COL-REC.
          IF COL-CTRL-RET-CODE NOT = 0 THEN
            MOVE COL-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            DISPLAY "Collateral item " COL-SEQ " recorded"
            END-IF.
       ASK-VALUATION.
          DISPLAY "Valuation amount: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE COL-VALUE = FUNCTION NUMVAL(W-AMT-IN).
          DISPLAY "Valuation date (YYYYMMDD, 0=today): "
                  NO ADVANCING.
          MOVE 0 TO COL-VAL-DATE.
          ACCEPT COL-VAL-DATE.
          IF COL-VAL-DATE = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(COL-VAL-DATE) NOT = 0 OR
              COL-VAL-DATE > W-TODAY THEN
            MOVE W-TODAY TO COL-VAL-DATE
            END-IF.
       SELECT-COLLATERAL-ITEM.
          DISPLAY "Item number: " NO ADVANCING.
          MOVE 0 TO W-SEQ.
          ACCEPT W-SEQ.
          INITIALIZE COL-REC.
          MOVE LN-ID TO COL-LOAN.
          MOVE W-SEQ TO COL-SEQ.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLGET" USING COL-CTRL-BLK COL-REC.
          IF COL-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Collateral item not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF COL-LIEN-RELEASED THEN
            MOVE "Collateral item already released" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
       REVALUE-COLLATERAL.
          PERFORM SELECT-COLLATERAL-ITEM.
          PERFORM ASK-VALUATION.
          PERFORM REWRITE-COLLATERAL.
       REGISTER-LIEN.
          PERFORM SELECT-COLLATERAL-ITEM.
          SET COL-LIEN-REGISTERED TO TRUE.
          PERFORM REWRITE-COLLATERAL.
       RELEASE-COLLATERAL.
          IF NOT LN-PAID THEN
            MOVE "Loan not paid - collateral cannot be released" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SELECT-COLLATERAL-ITEM.
          MOVE "Confirm release of lien" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          SET COL-LIEN-RELEASED TO TRUE.
          MOVE W-TODAY TO COL-RELEASE-DATE.
          PERFORM REWRITE-COLLATERAL.
       REWRITE-COLLATERAL.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLREPL" USING COL-CTRL-BLK COL-REC.
          IF COL-CTRL-RET-CODE NOT = 0 THEN
            MOVE COL-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            DISPLAY "Collateral item " COL-SEQ " updated"
            END-IF.
       COPY SCREENIO.
