       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DECEASED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'ESTCERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY RELCTRL.
        COPY STDCTRL.
        COPY SWPCTRL.
        COPY CRDCTRL.
        COPY FXCTRL.
        COPY OPYCTRL.
        COPY TRANCTRL.
        COPY CNTCTRL.
        COPY PARCTRL.
        COPY OPERID.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY STDORD REPLACING ==:PREFIX:== BY ====.
        COPY SWEEP REPLACING ==:PREFIX:== BY ====.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY FXRATE REPLACING ==:PREFIX:== BY ====.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ==P-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'ESTCERT'.
            05 FS-P           PIC 9(2).
            05 W-ACTION       PIC X(1).
            05 W-TODAY        PIC 9(8).
            05 W-CUST-ID      PIC 9(5).
            05 W-DEATH-DATE   PIC 9(8).
            05 W-DEST-TYPE    PIC X(1).
            05 W-DEST-ACC     PIC 9(5).
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-CONV-INPUT   PIC S9(7)V99.
            05 W-CONV-AMOUNT  PIC S9(7)V99.
            05 W-FROM-RATE    PIC 9(5)V9(6).
            05 W-TOTAL        PIC S9(9)V99.
            05 W-AGENT-TOTAL  PIC S9(9)V99.
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-OWNER-SW     PIC X(1).
              88 W-OTHER-OWNER VALUE 'Y'.
            05 W-SURVIVOR     PIC 9(5).
            05 W-SOLE-COUNT   PIC 9(3).
            05 W-JOINT-COUNT  PIC 9(3).
            05 W-STD-COUNT    PIC 9(3).
            05 W-SWP-COUNT    PIC 9(3).
            05 W-CRD-COUNT    PIC 9(3).
            05 W-MOVED-COUNT  PIC 9(3).
            05 W-LEFT-COUNT   PIC 9(3).
            05 W-ERR-MSG      PIC X(40).
            05 W-LNK-TOT      PIC 9(3).
            05 W-LNK-IDX      PIC 9(3).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-LNK-TABLE.
            05 W-LNK-ENTRY OCCURS 200 TIMES.
                10 W-LNK-ACC      PIC 9(5).
                10 W-LNK-SOLE     PIC X(1).
       PROCEDURE DIVISION.
       DECEASED-CUSTOMER.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BASECCY" TO P-PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK P-PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND P-PAR-TEXT NOT = SPACES THEN
            MOVE P-PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          DISPLAY "Action (D=record death, C=estate certificate, "
                  "T=request estate transfer,".
          DISPLAY "        A=approve estate transfer, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'D'
              PERFORM RECORD-DEATH
            WHEN 'C'
              PERFORM ESTATE-CERTIFICATE
            WHEN 'T'
              PERFORM REQUEST-TRANSFER
            WHEN 'A'
              PERFORM APPROVE-TRANSFER
          END-EVALUATE.
          GOBACK.
       READ-CUSTOMER-ID.
          DISPLAY "Customer id: " NO ADVANCING.
          MOVE 0 TO W-CUST-ID.
          ACCEPT W-CUST-ID.
          MOVE W-CUST-ID TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Customer not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-DECEASED-CUSTOMER.
          PERFORM READ-CUSTOMER-ID.
          IF CUS-CTRL-RET-CODE = 0 AND CUST-ESTATE-NONE THEN
            MOVE "No death is recorded for this customer" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 1 TO CUS-CTRL-RET-CODE
            END-IF.
*********
       RECORD-DEATH.
          PERFORM READ-CUSTOMER-ID.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT CUST-ESTATE-NONE THEN
            MOVE "Death already recorded for this customer" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Customer " CUST-ID ": "
                  FUNCTION TRIM(CUST-FNAME) " "
                  FUNCTION TRIM(CUST-LNAME).
          DISPLAY "Date of death (YYYYMMDD): " NO ADVANCING.
          MOVE 0 TO W-DEATH-DATE.
          ACCEPT W-DEATH-DATE.
          IF FUNCTION TEST-DATE-YYYYMMDD(W-DEATH-DATE) NOT = 0
             OR W-DEATH-DATE > W-TODAY THEN
            MOVE "Not a valid date of death" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Notification reference: " NO ADVANCING.
          MOVE SPACES TO CUST-DEATH-REF.
          ACCEPT CUST-DEATH-REF.
          IF CUST-DEATH-REF = SPACES THEN
            MOVE "A notification reference is required" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Confirm death notification" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF NOT SCREEN-YES THEN
            GOBACK
            END-IF.
          MOVE W-DEATH-DATE TO CUST-DEATH-DATE.
          SET CUST-ESTATE-OPEN TO TRUE.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            MOVE CUS-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM COLLECT-CUSTOMER-ACCOUNTS.
          MOVE 0 TO W-SOLE-COUNT.
          MOVE 0 TO W-JOINT-COUNT.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT
            PERFORM CLASSIFY-ONE-ACCOUNT
          END-PERFORM.
          PERFORM SUSPEND-STANDING-ORDERS.
          PERFORM SUSPEND-SWEEPS.
          PERFORM BLOCK-CARDS.
          PERFORM RECORD-DEATH-NOTE.
          DISPLAY W-SOLE-COUNT " sole account(s) frozen for the "
                  "estate, " W-JOINT-COUNT " joint account(s) left "
                  "with survivors".
          DISPLAY W-STD-COUNT " standing order(s) and " W-SWP-COUNT
                  " sweep(s) suspended, " W-CRD-COUNT
                  " card(s) blocked".
       COLLECT-CUSTOMER-ACCOUNTS.
          MOVE 0 TO W-LNK-TOT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID = CUST-ID AND NOT ACC-CLOSED THEN
                PERFORM ADD-LINKED-ACCOUNT
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          INITIALIZE REL-REC.
          MOVE CUST-ID TO REL-CUST.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELCUF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0
              IF REL-PRIMARY OR REL-JOINT THEN
                MOVE REL-ACC TO ACC-ID
                PERFORM ADD-LINKED-ACCOUNT
                END-IF
              CALL "RELCUN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
       ADD-LINKED-ACCOUNT.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT OR W-FOUND
            IF W-LNK-ACC(W-LNK-IDX) = ACC-ID THEN
              SET W-FOUND TO TRUE
              END-IF
          END-PERFORM.
          IF NOT W-FOUND AND W-LNK-TOT < 200 THEN
            ADD 1 TO W-LNK-TOT
            MOVE ACC-ID TO W-LNK-ACC(W-LNK-TOT)
            MOVE 'N' TO W-LNK-SOLE(W-LNK-TOT)
            END-IF.
       CLASSIFY-ONE-ACCOUNT.
          MOVE W-LNK-ACC(W-LNK-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND NOT ACC-CLOSED THEN
            PERFORM FIND-OTHER-OWNER
            IF W-OTHER-OWNER THEN
              PERFORM HAND-TO-SURVIVOR
             ELSE
              PERFORM FREEZE-FOR-ESTATE
              END-IF
            END-IF.
       FIND-OTHER-OWNER.
          MOVE 'N' TO W-OWNER-SW.
          MOVE 0 TO W-SURVIVOR.
          IF ACC-CUST-ID NOT = 0 AND ACC-CUST-ID NOT = CUST-ID THEN
            SET W-OTHER-OWNER TO TRUE
            MOVE ACC-CUST-ID TO W-SURVIVOR
            END-IF.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELNAF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0 OR W-OTHER-OWNER
              IF REL-ACC = ACC-ID AND REL-CUST NOT = CUST-ID
                 AND (REL-PRIMARY OR REL-JOINT) THEN
                SET W-OTHER-OWNER TO TRUE
                MOVE REL-CUST TO W-SURVIVOR
                END-IF
              CALL "RELNAN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
       HAND-TO-SURVIVOR.
          ADD 1 TO W-JOINT-COUNT.
          IF ACC-CUST-ID = CUST-ID THEN
            MOVE W-SURVIVOR TO ACC-CUST-ID
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            END-IF.
          INITIALIZE REL-REC.
          MOVE CUST-ID TO REL-CUST.
          MOVE ACC-ID TO REL-ACC.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELDEL" USING REL-CTRL-BLK REL-REC.
          DISPLAY "  Account " ACC-ID " passes to survivor "
                  W-SURVIVOR.
       FREEZE-FOR-ESTATE.
          SET ACC-DECEASED TO TRUE.
          MOVE CUST-ID TO ACC-CUST-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-SOLE-COUNT
            MOVE 'Y' TO W-LNK-SOLE(W-LNK-IDX)
            DISPLAY "  Account " ACC-ID " frozen for the estate"
           ELSE
            DISPLAY "  Account " ACC-ID " NOT frozen - "
                    ACC-CTRL-ERR-MSG
            END-IF.
       IS-ESTATE-ACCOUNT.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT OR W-FOUND
            IF W-LNK-ACC(W-LNK-IDX) = ACC-ID AND
                W-LNK-SOLE(W-LNK-IDX) = 'Y' THEN
              SET W-FOUND TO TRUE
              END-IF
          END-PERFORM.
       SUSPEND-STANDING-ORDERS.
          MOVE 0 TO W-STD-COUNT.
          CALL "STANDIO" USING STD-CTRL-BLK.
          INITIALIZE STD-CTRL-BLK.
          CALL "STDNAF" USING STD-CTRL-BLK STD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STD-CTRL-RET-CODE NOT = 0
              IF STD-ACTIVE THEN
                MOVE STD-FROM-ACC TO ACC-ID
                PERFORM IS-ESTATE-ACCOUNT
                IF W-FOUND THEN
                  SET STD-SUSPEND TO TRUE
                  INITIALIZE STD-CTRL-BLK
                  CALL "STDREPL" USING STD-CTRL-BLK STD-REC
                  ADD 1 TO W-STD-COUNT
                  END-IF
                END-IF
              CALL "STDNAN" USING STD-CTRL-BLK STD-REC
            END-PERFORM.
       SUSPEND-SWEEPS.
          MOVE 0 TO W-SWP-COUNT.
          CALL "SWPIO" USING SWP-CTRL-BLK.
          INITIALIZE SWP-CTRL-BLK.
          CALL "SWPNAF" USING SWP-CTRL-BLK SWP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SWP-CTRL-RET-CODE NOT = 0
              IF SWP-ACTIVE THEN
                MOVE SWP-ACC TO ACC-ID
                PERFORM IS-ESTATE-ACCOUNT
                IF NOT W-FOUND THEN
                  MOVE SWP-MASTER TO ACC-ID
                  PERFORM IS-ESTATE-ACCOUNT
                  END-IF
                IF W-FOUND THEN
                  SET SWP-SUSPEND TO TRUE
                  INITIALIZE SWP-CTRL-BLK
                  CALL "SWPPUT" USING SWP-CTRL-BLK SWP-REC
                  ADD 1 TO W-SWP-COUNT
                  END-IF
                END-IF
              CALL "SWPNAN" USING SWP-CTRL-BLK SWP-REC
            END-PERFORM.
       BLOCK-CARDS.
          MOVE 0 TO W-CRD-COUNT.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              IF CRD-ACTIVE OR CRD-PENDING OR CRD-CALLBACK THEN
                MOVE CRD-ACC TO ACC-ID
                PERFORM IS-ESTATE-ACCOUNT
                IF W-FOUND THEN
                  SET CRD-BLOCKED TO TRUE
                  SET CRD-REASON-OTHER TO TRUE
                  INITIALIZE CRD-CTRL-BLK
                  CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC
                  ADD 1 TO W-CRD-COUNT
                  END-IF
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
       RECORD-DEATH-NOTE.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          INITIALIZE CNT-REC.
          MOVE CUST-ID TO CNT-CUST.
          MOVE "DECD" TO CNT-CATEGORY.
          MOVE OPERATOR-ID TO CNT-OPER.
          STRING "Deceased " CUST-DEATH-DATE " ref "
                 CUST-DEATH-REF " - " W-SOLE-COUNT
                 " account(s) frozen" INTO CNT-TEXT.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
*********
       ESTATE-CERTIFICATE.
          PERFORM READ-DECEASED-CUSTOMER.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          CALL "FXIO" USING FX-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open ESTCERT report, status " FS-P
            GOBACK
            END-IF.
          MOVE "ESTATE BALANCE CERTIFICATE" TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING "Customer " CUST-ID "  "
                 FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Address  " CUST-ADDRESS INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Date of death " CUST-DEATH-DATE
                 "   notification ref " CUST-DEATH-REF
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Balances as at close of business " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Account  Product  Ccy       Balance  Status"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-TOTAL.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID = CUST-ID AND
                  (ACC-DECEASED OR ACC-CLOSED) THEN
                PERFORM WRITE-CERTIFICATE-LINE
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOTAL TO W-TOTAL-ED.
          STRING "Total held for the estate " W-TOTAL-ED " "
                 W-BASE-CURRENCY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Interest continues to accrue until the estate is"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "settled. Joint accounts have passed to survivors."
            TO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY "Estate certificate written to ESTCERT file".
       WRITE-CERTIFICATE-LINE.
          MOVE ACC-BALANCE TO W-AMOUNT.
          MOVE SPACES TO PRINT-REC.
          IF ACC-DECEASED THEN
            STRING ACC-ID "    " ACC-PRODUCT "     " ACC-CURRENCY
                   "  " W-AMOUNT "  held" INTO PRINT-REC
            MOVE ACC-BALANCE TO W-CONV-INPUT
            PERFORM CONVERT-TO-BASE-CURRENCY
            ADD W-CONV-AMOUNT TO W-TOTAL
           ELSE
            STRING ACC-ID "    " ACC-PRODUCT "     " ACC-CURRENCY
                   "  " W-AMOUNT "  closed/transferred"
                   INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
       CONVERT-TO-BASE-CURRENCY.
          IF ACC-CURRENCY = SPACES OR
              ACC-CURRENCY = W-BASE-CURRENCY THEN
            MOVE W-CONV-INPUT TO W-CONV-AMOUNT
           ELSE
            MOVE ACC-CURRENCY TO FX-CURRENCY
            CALL "FXRID" USING FX-CTRL-BLK FX-REC
            IF FX-CTRL-RET-CODE = 0 THEN
              MOVE FX-RATE TO W-FROM-RATE
             ELSE
              MOVE 1 TO W-FROM-RATE
              END-IF
            COMPUTE W-CONV-AMOUNT ROUNDED = W-CONV-INPUT / W-FROM-RATE
            END-IF.
*********
       REQUEST-TRANSFER.
          PERFORM READ-DECEASED-CUSTOMER.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT CUST-ESTATE-OPEN THEN
            MOVE "Estate transfer already requested or settled" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Transfer to (E=estate account at this bank, "
                  "P=paying agent): " NO ADVANCING.
          MOVE SPACES TO W-DEST-TYPE.
          ACCEPT W-DEST-TYPE.
          MOVE FUNCTION UPPER-CASE(W-DEST-TYPE) TO W-DEST-TYPE.
          MOVE 0 TO CUST-ESTATE-DEST-ACC.
          MOVE SPACES TO CUST-ESTATE-AGENT-NAME.
          MOVE SPACES TO CUST-ESTATE-AGENT-BANK.
          MOVE SPACES TO CUST-ESTATE-AGENT-REF.
          EVALUATE W-DEST-TYPE
            WHEN 'E'
              DISPLAY "Estate account id: " NO ADVANCING
              MOVE 0 TO W-DEST-ACC
              ACCEPT W-DEST-ACC
              MOVE W-DEST-ACC TO ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
              IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE
                 OR ACC-CUST-ID = CUST-ID THEN
                MOVE "Estate account must be an active account"
                  TO SCREEN-MSG
                PERFORM DISPLAY-ERR-MSG
                GOBACK
                END-IF
              MOVE W-DEST-ACC TO CUST-ESTATE-DEST-ACC
            WHEN 'P'
              DISPLAY "Paying agent name: " NO ADVANCING
              ACCEPT CUST-ESTATE-AGENT-NAME
              DISPLAY "Paying agent bank code: " NO ADVANCING
              ACCEPT CUST-ESTATE-AGENT-BANK
              DISPLAY "Paying agent account reference: "
                      NO ADVANCING
              ACCEPT CUST-ESTATE-AGENT-REF
              IF CUST-ESTATE-AGENT-NAME = SPACES OR
                  CUST-ESTATE-AGENT-BANK = SPACES OR
                  CUST-ESTATE-AGENT-REF = SPACES THEN
                MOVE "Agent name, bank and reference are required"
                  TO SCREEN-MSG
                PERFORM DISPLAY-ERR-MSG
                GOBACK
                END-IF
            WHEN OTHER
              GOBACK
          END-EVALUATE.
          MOVE OPERATOR-ID TO CUST-ESTATE-MAKER.
          SET CUST-ESTATE-PENDING TO TRUE.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 THEN
            DISPLAY "Estate transfer recorded - awaiting supervisor "
                    "approval"
           ELSE
            MOVE CUS-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
*********
       APPROVE-TRANSFER.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-DECEASED-CUSTOMER.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT CUST-ESTATE-PENDING THEN
            MOVE "No estate transfer awaiting approval" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF CUST-ESTATE-MAKER = OPERATOR-ID THEN
            MOVE "Approver must differ from the maker" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF CUST-ESTATE-DEST-ACC NOT = 0 THEN
            DISPLAY "Transfer estate balances to account "
                    CUST-ESTATE-DEST-ACC
           ELSE
            DISPLAY "Pay estate balances to "
                    FUNCTION TRIM(CUST-ESTATE-AGENT-NAME) " at "
                    CUST-ESTATE-AGENT-BANK " "
                    CUST-ESTATE-AGENT-REF
            END-IF.
          MOVE "Confirm estate transfer" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF NOT SCREEN-YES THEN
            GOBACK
            END-IF.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          IF CUST-ESTATE-DEST-ACC = 0 THEN
            PERFORM LOCATE-ESTATE-GL-ACCOUNT
            IF ACC-CTRL-RET-CODE NOT = 0 THEN
              MOVE "Estate GL account unavailable" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
              END-IF
            END-IF.
          MOVE 0 TO W-LNK-TOT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID = CUST-ID AND ACC-DECEASED
                 AND W-LNK-TOT < 200 THEN
                ADD 1 TO W-LNK-TOT
                MOVE ACC-ID TO W-LNK-ACC(W-LNK-TOT)
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          MOVE 0 TO W-MOVED-COUNT.
          MOVE 0 TO W-LEFT-COUNT.
          MOVE 0 TO W-AGENT-TOTAL.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT
            PERFORM TRANSFER-ONE-ACCOUNT
              THRU TRANSFER-ONE-ACCOUNT-EXIT
          END-PERFORM.
          IF W-AGENT-TOTAL > 0 THEN
            PERFORM QUEUE-AGENT-PAYMENT
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF W-LEFT-COUNT = 0 THEN
            SET CUST-ESTATE-SETTLED TO TRUE
           ELSE
            SET CUST-ESTATE-OPEN TO TRUE
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          DISPLAY W-MOVED-COUNT " estate account(s) transferred and "
                  "closed, " W-LEFT-COUNT " left for manual action".
       TRANSFER-ONE-ACCOUNT.
          MOVE W-LNK-ACC(W-LNK-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GO TO TRANSFER-ONE-ACCOUNT-EXIT
            END-IF.
          IF ACC-BALANCE < 0 THEN
            ADD 1 TO W-LEFT-COUNT
            DISPLAY "  Account " ACC-ID " is overdrawn - "
                    "settle with the executors"
            GO TO TRANSFER-ONE-ACCOUNT-EXIT
            END-IF.
          SET ACC-ACTIVE TO TRUE.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC.
          MOVE 0 TO TRAN-CTRL-RET-CODE.
          IF ACC-BALANCE > 0 THEN
            PERFORM POST-ESTATE-TRANSFER
            END-IF.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            SET ACC-CLOSED TO TRUE
            ADD 1 TO W-MOVED-COUNT
            DISPLAY "  Account " ACC-ID " transferred and closed"
           ELSE
            SET ACC-DECEASED TO TRUE
            ADD 1 TO W-LEFT-COUNT
            DISPLAY "  Account " ACC-ID " NOT transferred - "
                    W-ERR-MSG
            END-IF.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC.
       TRANSFER-ONE-ACCOUNT-EXIT.
          EXIT.
       POST-ESTATE-TRANSFER.
          INITIALIZE T-TRAN-REC.
          MOVE "EST " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - ACC-BALANCE
            MOVE "Estate transfer" TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE CUST-DEATH-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            IF CUST-ESTATE-DEST-ACC NOT = 0 THEN
              MOVE CUST-ESTATE-DEST-ACC TO
                   T-TL-ACC OF T-TRAN-LINE-REC
             ELSE
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              END-IF
            MOVE ACC-BALANCE TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Estate transfer" TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE CUST-DEATH-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE TRAN-CTRL-ERR-MSG TO W-ERR-MSG
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC
              MOVE 1 TO TRAN-CTRL-RET-CODE
             ELSE
              IF CUST-ESTATE-DEST-ACC = 0 THEN
                ADD ACC-BALANCE TO W-AGENT-TOTAL
                END-IF
              END-IF
           ELSE
            MOVE TRAN-CTRL-ERR-MSG TO W-ERR-MSG
            END-IF.
       QUEUE-AGENT-PAYMENT.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          INITIALIZE OPY-REC.
          MOVE G-ACC-ID TO OPY-ACC.
          SET OPY-CREDIT TO TRUE.
          MOVE W-AGENT-TOTAL TO OPY-AMOUNT.
          MOVE CUST-ESTATE-AGENT-NAME TO OPY-BEN-NAME.
          MOVE CUST-ESTATE-AGENT-BANK TO OPY-BEN-BANK.
          MOVE CUST-ESTATE-AGENT-REF TO OPY-BEN-ACC-REF.
          MOVE W-TODAY TO OPY-CAPTURED-DATE.
          MOVE OPERATOR-ID TO OPY-CAPTURED-BY.
          SET OPY-ENTERED TO TRUE.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC.
          IF OPY-CTRL-RET-CODE = 0 THEN
            MOVE W-AGENT-TOTAL TO W-TOTAL-ED
            DISPLAY "Outbound payment " OPY-ID " for " W-TOTAL-ED
                    " queued to the paying agent"
           ELSE
            DISPLAY "Paying agent payment NOT queued - "
                    OPY-CTRL-ERR-MSG
            END-IF.
       LOCATE-ESTATE-GL-ACCOUNT.
          MOVE "ESTATE" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "ESTATE" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            MOVE W-BASE-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
       COPY SCREENIO.
