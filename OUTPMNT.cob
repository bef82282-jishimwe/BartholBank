        COPY OPERID.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ATOCTRL.
        COPY CNTCTRL.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-BEN-SEQ      PIC 9(3).
            05 W-OPY-ID       PIC 9(5).
       PROCEDURE DIVISION.
       OUTBOUND-PAYMENT-DESK.
          CALL "OPYIO" USING OPY-CTRL-BLK.
                  "D=capture direct debit,".
          DISPLAY "        L=list, S=send outbound file, "
                  "R=process returns,".
          DISPLAY "        B=beneficiary master, P=pay a bill, "
                  "M=biller master,".
          DISPLAY "        K=check presentment returns, "
                  "H=call-back verification, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              CALL "OUTPRTN"
            WHEN 'B'
              CALL "BENMNT"
            WHEN 'P'
              CALL "BPYCAPT"
            WHEN 'M'
              CALL "BLRMNT"
            WHEN 'K'
              CALL "CHKPRTN"
            WHEN 'H'
              PERFORM RESOLVE-CALLBACK-HOLD
          END-EVALUATE.
          GOBACK.
       LIST-OUTBOUND-ITEMS.
          MOVE "Confirm outbound item" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            IF OPY-CREDIT THEN
              PERFORM CHECK-CONTACT-CHANGE
              END-IF
            INITIALIZE OPY-CTRL-BLK
            CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC
            IF OPY-CTRL-RET-CODE = 0 THEN
              IF OPY-CALLBACK-HOLD THEN
                DISPLAY "Outbound payment " OPY-ID " captured but "
                        "HELD - contact details changed "
                        ATO-CHANGE-DATE
                DISPLAY "Call the customer back before it is sent"
               ELSE
                DISPLAY "Outbound payment " OPY-ID " captured"
                END-IF
             ELSE
              MOVE OPY-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       CHECK-CONTACT-CHANGE.
          INITIALIZE ATO-CTRL-BLK.
          MOVE OPY-ACC TO ATO-ACC.
          MOVE OPY-AMOUNT TO ATO-AMOUNT.
          SET ATO-PAYMENT TO TRUE.
          MOVE "OUTPMNT" TO ATO-SOURCE.
          CALL "ATOCHECK" USING ATO-CTRL-BLK.
          IF ATO-HOLD THEN
            SET OPY-CALLBACK-HOLD TO TRUE
            END-IF.
       RESOLVE-CALLBACK-HOLD.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Outbound payment id: " NO ADVANCING.
          MOVE 0 TO W-OPY-ID.
          ACCEPT W-OPY-ID.
          INITIALIZE OPY-REC.
          MOVE W-OPY-ID TO OPY-ID.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYGET" USING OPY-CTRL-BLK OPY-REC.
          IF OPY-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Outbound payment not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT OPY-CALLBACK-HOLD THEN
            MOVE "Payment is not held for call-back" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE OPY-AMOUNT TO W-AMT-ED.
          DISPLAY "  " OPY-ID " acct " OPY-ACC " " W-AMT-ED " to "
                  FUNCTION TRIM(OPY-BEN-NAME).
          MOVE "Customer confirmed on known number" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            SET OPY-ENTERED TO TRUE
           ELSE
            MOVE "Cancel the payment as unauthorised" TO SCREEN-MSG
            PERFORM ASK-FOR-CONFIRMATION
            IF NOT SCREEN-YES THEN
              GOBACK
              END-IF
            SET OPY-CANCELLED TO TRUE
            END-IF.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYREPL" USING OPY-CTRL-BLK OPY-REC.
          IF OPY-CTRL-RET-CODE NOT = 0 THEN
            MOVE OPY-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE OPY-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CUST-ID NOT = 0 THEN
            CALL "CNOTEIO" USING CNT-CTRL-BLK
            INITIALIZE CNT-REC
            MOVE ACC-CUST-ID TO CNT-CUST
            MOVE "ATOV" TO CNT-CATEGORY
            MOVE OPERATOR-ID TO CNT-OPER
            IF OPY-ENTERED THEN
              STRING "Call-back verified - payment " OPY-ID
                     " released" INTO CNT-TEXT
             ELSE
              STRING "Call-back failed - payment " OPY-ID
                     " cancelled as unauthorised" INTO CNT-TEXT
              END-IF
            INITIALIZE CNT-CTRL-BLK
            CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC
            END-IF.
          DISPLAY "Outbound payment " OPY-ID " now " OPY-STATUS.
       ENTER-BENEFICIARY.
          IF ACC-CUST-ID NOT = 0 THEN
            PERFORM PICK-STORED-BENEFICIARY
