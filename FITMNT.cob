       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FITMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY FITCTRL.
        COPY FEECTRL.
        COPY PRDCTRL.
        COPY FEEITEM REPLACING ==:PREFIX:== BY ====.
        COPY FEESCHED REPLACING ==:PREFIX:== BY ====.
        COPY PRODUCT REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZ9.99.
       PROCEDURE DIVISION.
       PER-ITEM-FEE-MAINTENANCE.
          CALL "FITIO" USING FIT-CTRL-BLK.
          CALL "FEEIO" USING FEE-CTRL-BLK.
          CALL "PRODIO" USING PRD-CTRL-BLK.
          DISPLAY "Per-item charges on file:".
          PERFORM LIST-ITEM-CHARGES.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add/change charge, D=delete, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-ITEM-CHARGE
            WHEN 'D'
              PERFORM DELETE-ITEM-CHARGE
          END-EVALUATE.
          GOBACK.
       LIST-ITEM-CHARGES.
          INITIALIZE FIT-CTRL-BLK.
          CALL "FITNAF" USING FIT-CTRL-BLK FIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FIT-CTRL-RET-CODE NOT = 0
              MOVE FIT-UNIT-CHARGE TO W-AMT-ED
              DISPLAY "  " FIT-PRODUCT " " FIT-TRAN-TYPE " "
                      FIT-DIRECTION " " FIT-DESC " " W-AMT-ED
                      " free " FIT-FREE-ITEMS " fee " FIT-FEE-CODE
                      " (" FIT-STATUS ")"
              CALL "FITNAN" USING FIT-CTRL-BLK FIT-REC
            END-PERFORM.
       READ-ITEM-KEY.
          INITIALIZE FIT-REC.
          DISPLAY "Product code: " NO ADVANCING.
          MOVE SPACES TO FIT-PRODUCT.
          ACCEPT FIT-PRODUCT.
          MOVE FUNCTION UPPER-CASE(FIT-PRODUCT) TO FIT-PRODUCT.
          DISPLAY "Transaction type: " NO ADVANCING.
          MOVE SPACES TO FIT-TRAN-TYPE.
          ACCEPT FIT-TRAN-TYPE.
          MOVE FUNCTION UPPER-CASE(FIT-TRAN-TYPE) TO FIT-TRAN-TYPE.
          DISPLAY "Count (D=debits, C=credits, A=any) [A]: "
                  NO ADVANCING.
          MOVE SPACES TO FIT-DIRECTION.
          ACCEPT FIT-DIRECTION.
          MOVE FUNCTION UPPER-CASE(FIT-DIRECTION) TO FIT-DIRECTION.
          IF NOT FIT-DEBITS AND NOT FIT-CREDITS THEN
            SET FIT-ANY-SIGN TO TRUE
            END-IF.
       ADD-ITEM-CHARGE.
          PERFORM READ-ITEM-KEY.
          MOVE FIT-PRODUCT TO PRD-CODE.
          INITIALIZE PRD-CTRL-BLK.
          CALL "PRDRID" USING PRD-CTRL-BLK PRD-REC.
          IF PRD-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Product code not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF FIT-TRAN-TYPE = SPACES THEN
            MOVE "Transaction type is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Fee code (for exceptions): " NO ADVANCING.
          MOVE SPACES TO FIT-FEE-CODE.
          ACCEPT FIT-FEE-CODE.
          MOVE FUNCTION UPPER-CASE(FIT-FEE-CODE) TO FIT-FEE-CODE.
          MOVE FIT-FEE-CODE TO FEE-CODE.
          INITIALIZE FEE-CTRL-BLK.
          CALL "FEERID" USING FEE-CTRL-BLK FEE-REC.
          IF FEE-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Fee code is not on the schedule" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Description: " NO ADVANCING.
          MOVE SPACES TO FIT-DESC.
          ACCEPT FIT-DESC.
          DISPLAY "Charge per item: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE FIT-UNIT-CHARGE = FUNCTION NUMVAL(W-AMT-IN).
          DISPLAY "Free items per month: " NO ADVANCING.
          MOVE 0 TO FIT-FREE-ITEMS.
          ACCEPT FIT-FREE-ITEMS.
          DISPLAY "Status (A=active, I=inactive) [A]: "
                  NO ADVANCING.
          MOVE SPACES TO FIT-STATUS.
          ACCEPT FIT-STATUS.
          IF FIT-STATUS NOT = 'I' THEN
            SET FIT-ACTIVE TO TRUE
            END-IF.
          IF FIT-UNIT-CHARGE NOT > 0 THEN
            MOVE "Charge per item must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Confirm per-item charge" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE FIT-CTRL-BLK
            CALL "FITPUT" USING FIT-CTRL-BLK FIT-REC
            IF FIT-CTRL-RET-CODE = 0 THEN
              DISPLAY "Per-item charge recorded"
             ELSE
              MOVE FIT-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       DELETE-ITEM-CHARGE.
          PERFORM READ-ITEM-KEY.
          MOVE "Confirm per-item charge removal" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE FIT-CTRL-BLK
            CALL "FITDEL" USING FIT-CTRL-BLK FIT-REC
            IF FIT-CTRL-RET-CODE NOT = 0 THEN
              MOVE FIT-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       COPY SCREENIO.
