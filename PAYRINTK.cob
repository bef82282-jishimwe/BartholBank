        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY SUSPITEM REPLACING ==:PREFIX:== BY ====.
        COPY SWICTRL.
        COPY SWITCH REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==S-==.
        COPY OPYCTRL.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'PAYRREG'.
            05 FS-I           PIC 9(2).
            05 W-ITEM-TOTAL   PIC S9(9)V99.
            05 W-POST-COUNT   PIC 9(5).
            05 W-SUS-COUNT    PIC 9(5).
            05 W-RED-COUNT    PIC 9(5).
            05 W-REDIRECT-SW  PIC X(1).
              88 W-REDIRECTED VALUE 'Y'.
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "SUSIO" USING SUS-CTRL-BLK.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM COLLECT-PAYROLL-HEADER.
          PERFORM VERIFY-FUNDING-COVER.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM POST-PAYROLL-BATCH.
          IF RETURN-CODE = 0 THEN
            CALL "INBDONE" USING IGW-CTRL-BLK
           ELSE
            MOVE "Payroll batch not posted" TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "PAYRIN" TO IGW-FILE.
          MOVE "PAYRINTK" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "PAYRIN file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "PAYRIN refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
             ELSE
              DISPLAY IGW-ITEM-COUNT " item(s) in balance with the "
                      "employer header"
              END-IF
            END-IF.
       REJECT-INBOUND-FILE.
          CALL "INBFAIL" USING IGW-CTRL-BLK.
          MOVE 1 TO RETURN-CODE.
       COLLECT-PAYROLL-HEADER.
          MOVE 'N' TO W-HEADER-SW.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          OPEN INPUT PAYR-FILE.
          READ PAYR-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-I NOT = 0
            READ PAYR-FILE NEXT
          END-PERFORM.
          CLOSE PAYR-FILE.
       VERIFY-FUNDING-COVER.
          MOVE W-FUND-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
            DISPLAY "Funding account " W-FUND-ACC
                    " is not an active customer account"
            MOVE 1 TO RETURN-CODE
            MOVE "Funding account is not active" TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          IF ACC-BALANCE - W-ITEM-TOTAL < 0 - ACC-OD-LIMIT THEN
            DISPLAY "Funding account does not cover the payroll "
                    "total - run rejected"
            MOVE 1 TO RETURN-CODE
            MOVE "Funding account does not cover the total"
              TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            END-IF.
       POST-PAYROLL-BATCH.
          INITIALIZE T-TRAN-REC.
            DISPLAY "Unable to open payroll transaction: "
                    TRAN-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            MOVE TRAN-CTRL-ERR-MSG TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          MOVE 0 TO W-POST-COUNT.
          MOVE 0 TO W-SUS-COUNT.
          MOVE 0 TO W-RED-COUNT.
          PERFORM ADD-FUNDING-DEBIT.
          OPEN INPUT PAYR-FILE.
          READ PAYR-FILE NEXT.
                   W-TOTAL-ED " in transaction "
                   T-TRAN-ID OF T-TRAN-REC INTO PRINT-REC
            WRITE PRINT-REC
            IF W-RED-COUNT NOT = 0 THEN
              MOVE SPACES TO PRINT-REC
              STRING W-RED-COUNT " credit(s) for switched accounts "
                     "redirected to the new bank" INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
            DISPLAY W-POST-COUNT " credit(s) posted, "
                    W-SUS-COUNT " in suspense - see PAYRREG file"
           ELSE
               INTO PRINT-REC
            WRITE PRINT-REC
           ELSE
            PERFORM CHECK-SWITCH-REDIRECT
            IF W-REDIRECTED THEN
              PERFORM REDIRECT-TO-NEW-BANK
             ELSE
              PERFORM ROUTE-TO-SUSPENSE
              END-IF
            END-IF.
       CHECK-SWITCH-REDIRECT.
          MOVE 'N' TO W-REDIRECT-SW.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CLOSED AND
              PAY-AMOUNT > 0 THEN
            CALL "SWIIO" USING SWI-CTRL-BLK
            INITIALIZE SWI-REC
            MOVE PAY-ACC TO SWI-ACC
            INITIALIZE SWI-CTRL-BLK
            CALL "SWIGET" USING SWI-CTRL-BLK SWI-REC
            IF SWI-CTRL-RET-CODE = 0 AND SWI-REDIRECTING AND
                W-TODAY <= SWI-REDIRECT-UNTIL THEN
              PERFORM LOCATE-SWITCH-ACCOUNT
              IF ACC-CTRL-RET-CODE = 0 THEN
                SET W-REDIRECTED TO TRUE
                END-IF
              END-IF
            END-IF.
       REDIRECT-TO-NEW-BANK.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE S-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE PAY-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          STRING "Switch redirect for " PAY-ACC
                 INTO T-TL-MEMO OF T-TRAN-LINE-REC.
          MOVE PAY-REF TO T-TL-REF OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          INITIALIZE OPY-REC.
          MOVE S-ACC-ID TO OPY-ACC.
          SET OPY-CREDIT TO TRUE.
          MOVE PAY-AMOUNT TO OPY-AMOUNT.
          MOVE SWI-NEW-NAME TO OPY-BEN-NAME.
          MOVE SWI-NEW-BANK TO OPY-BEN-BANK.
          MOVE SWI-NEW-ACC-REF TO OPY-BEN-ACC-REF.
          MOVE W-TODAY TO OPY-CAPTURED-DATE.
          MOVE "PAYRINTK" TO OPY-CAPTURED-BY.
          SET OPY-ENTERED TO TRUE.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC.
          ADD 1 TO SWI-REDIRECT-COUNT.
          ADD PAY-AMOUNT TO SWI-REDIRECT-TOTAL.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
          ADD 1 TO W-RED-COUNT.
          MOVE PAY-AMOUNT TO W-AMOUNT.
          STRING "[" PAY-ACC "] " W-AMOUNT "  " PAY-NAME
                 "  REDIRECTED to bank " SWI-NEW-BANK INTO PRINT-REC.
          WRITE PRINT-REC.
       LOCATE-SWITCH-ACCOUNT.
          MOVE "SWITCH" TO S-ACC-FNAME.
          MOVE "GL" TO S-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK S-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE S-ACC-REC
            MOVE "SWITCH" TO S-ACC-FNAME
            MOVE "GL" TO S-ACC-LNAME
            MOVE 'A' TO S-ACC-STATUS
            MOVE 9999999.99 TO S-ACC-OD-LIMIT
            MOVE ACC-CURRENCY TO S-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK S-ACC-REC
            END-IF.
       ROUTE-TO-SUSPENSE.
          INITIALIZE T-TRAN-LINE-REC.
