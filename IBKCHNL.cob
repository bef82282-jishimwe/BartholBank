       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IBKCHNL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO 'IBKREQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Q.
           SELECT RESPONSE-FILE ASSIGN TO 'IBKRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-R.
           SELECT PRINT-FILE ASSIGN TO 'IBKREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQ-REC.
           05  REQ-ID         PIC X(10).
           05  REQ-TYPE       PIC X(3).
               88  REQ-BALANCE   VALUE 'BAL'.
               88  REQ-MOVEMENTS VALUE 'MOV'.
               88  REQ-TRANSFER  VALUE 'XFR'.
               88  REQ-PAYMENT   VALUE 'PAY'.
           05  REQ-CUST       PIC 9(5).
           05  REQ-ACC        PIC 9(5).
           05  REQ-TO-ACC     PIC 9(5).
           05  REQ-BEN-SEQ    PIC 9(3).
           05  REQ-AMOUNT     PIC 9(7)V99.
           05  REQ-SIGN1      PIC 9(2).
           05  REQ-SIGN2      PIC 9(2).
           05  REQ-MEMO       PIC X(20).
       FD  RESPONSE-FILE.
       01  RSP-REC.
           05  RSP-ID         PIC X(10).
           05  RSP-TYPE       PIC X(3).
           05  RSP-KIND       PIC X(1).
           05  RSP-CODE       PIC 9(2).
           05  RSP-DETAIL     PIC X(64).
           05  RSP-RESULT REDEFINES RSP-DETAIL.
               10  RSP-ACC        PIC 9(5).
               10  RSP-BALANCE    PIC S9(7)V99.
               10  RSP-AVAIL      PIC S9(7)V99.
               10  RSP-TRAN-ID    PIC 9(5).
               10  RSP-REASON     PIC X(36).
           05  RSP-MOVE REDEFINES RSP-DETAIL.
               10  RSP-MOV-DATE   PIC 9(8).
               10  RSP-MOV-TRAN   PIC 9(5).
               10  RSP-MOV-AMOUNT PIC S9(7)V99.
               10  RSP-MOV-MEMO   PIC X(30).
               10  FILLER         PIC X(12).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY HLDCTRL.
        COPY LGOCTRL.
        COPY BENCTRL.
        COPY SIGCTRL.
        COPY CUSCTRL.
        COPY OPYCTRL.
        COPY ATOCTRL.
        COPY PARCTRL.
        COPY OPERID.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==D-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        COPY LEGORD REPLACING ==:PREFIX:== BY ====.
        COPY BENEF REPLACING ==:PREFIX:== BY ====.
        COPY SIGNTRY REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==M-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'IBKREG'.
            05 W-CHANNEL-OPER PIC X(10) VALUE 'IBCHANNEL'.
            05 W-CHANNEL-TYPE PIC X(4) VALUE 'IBK '.
            05 W-SAVE-OPER    PIC X(10).
            05 FS-Q           PIC 9(2).
            05 FS-R           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-REQ-COUNT    PIC 9(5).
            05 W-DONE-COUNT   PIC 9(5).
            05 W-REFUSE-COUNT PIC 9(5).
            05 W-POST-COUNT   PIC 9(5).
            05 W-POST-TOTAL   PIC S9(9)V99.
            05 W-RSP-CODE     PIC 9(2).
            05 W-RSP-REASON   PIC X(36).
            05 W-RSP-BAL      PIC S9(7)V99.
            05 W-RSP-AVAIL    PIC S9(7)V99.
            05 W-RSP-TRAN     PIC 9(5).
            05 W-AVAIL        PIC S9(9)V99.
            05 W-LGO-BLOCKED  PIC S9(9)V99.
            05 W-LGO-REMAIN   PIC S9(9)V99.
            05 W-CREDIT-ACC   PIC 9(5).
            05 W-MEMO         PIC X(30).
            05 W-SIG-REF      PIC X(10).
            05 W-MOV-MAX      PIC 9(2) VALUE 10.
            05 W-MOV-SEEN     PIC 9(7).
            05 W-MOV-TOT      PIC 9(2).
            05 W-MOV-FIRST    PIC 9(2).
            05 W-MOV-SLOT     PIC 9(2).
            05 W-MOV-IDX      PIC 9(2).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-OLD-NAME     PIC X(20).
            05 W-NEW-NAME     PIC X(20).
        01 W-MOV-TABLE.
            05 W-MOV-ENTRY OCCURS 20 TIMES.
              10 W-MOV-DATE   PIC 9(8).
              10 W-MOV-TRAN   PIC 9(5).
              10 W-MOV-AMOUNT PIC S9(7)V99.
              10 W-MOV-MEMO   PIC X(30).
       PROCEDURE DIVISION.
       PROCESS-CHANNEL-REQUESTS.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE OPERATOR-ID TO W-SAVE-OPER.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          CALL "LGOIO" USING LGO-CTRL-BLK.
          CALL "BENIO" USING BEN-CTRL-BLK.
          CALL "SIGIO" USING SIG-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM LOCATE-CLEARING-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Outbound clearing account unavailable"
            MOVE "Outbound clearing account unavailable"
              TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          OPEN OUTPUT RESPONSE-FILE.
          OPEN OUTPUT PRINT-FILE.
          IF FS-R NOT = 0 OR FS-P NOT = 0 THEN
            DISPLAY "Unable to open output files, status "
                    FS-R "/" FS-P
            MOVE "Unable to open output files" TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          PERFORM TAKE-MOVEMENT-COUNT.
          STRING "Internet banking channel register - " W-TODAY
                 " file " IGW-DATE "/" IGW-SEQ INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-REQ-COUNT.
          MOVE 0 TO W-DONE-COUNT.
          MOVE 0 TO W-REFUSE-COUNT.
          MOVE 0 TO W-POST-COUNT.
          MOVE 0 TO W-POST-TOTAL.
          MOVE W-CHANNEL-OPER TO OPERATOR-ID.
          OPEN INPUT REQUEST-FILE.
          READ REQUEST-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-Q NOT = 0
            IF REQ-ID NOT = 'HEADER' AND REQ-ID NOT = 'TOTAL' THEN
              PERFORM PROCESS-ONE-REQUEST
                THRU PROCESS-ONE-REQUEST-EXIT
              PERFORM WRITE-REQUEST-RESULT
              END-IF
            READ REQUEST-FILE NEXT
          END-PERFORM.
          CLOSE REQUEST-FILE.
          MOVE W-SAVE-OPER TO OPERATOR-ID.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM SET-ASIDE-REQUEST-FILE.
          PERFORM WRITE-RESPONSE-TRAILER.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE RESPONSE-FILE.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "IBKREQ" TO IGW-FILE.
          MOVE "IBKCHNL" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "IBKREQ file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "IBKREQ refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              PERFORM SET-ASIDE-REQUEST-FILE
              MOVE 1 TO RETURN-CODE
             ELSE
              DISPLAY IGW-ITEM-COUNT " channel request(s) in "
                      "balance with the file header"
              END-IF
            END-IF.
       REJECT-INBOUND-FILE.
          MOVE W-SAVE-OPER TO OPERATOR-ID.
          CALL "INBFAIL" USING IGW-CTRL-BLK.
          PERFORM SET-ASIDE-REQUEST-FILE.
          MOVE 1 TO RETURN-CODE.
       SET-ASIDE-REQUEST-FILE.
          MOVE SPACES TO W-OLD-NAME.
          MOVE SPACES TO W-NEW-NAME.
          MOVE "IBKREQ" TO W-OLD-NAME.
          MOVE "IBKREQ.OLD" TO W-NEW-NAME.
          CALL "CBL_DELETE_FILE" USING W-NEW-NAME.
          CALL "CBL_RENAME_FILE" USING W-OLD-NAME W-NEW-NAME.
       TAKE-MOVEMENT-COUNT.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "IBKMOVES" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            IF PAR-NUM > 20 THEN
              MOVE 20 TO W-MOV-MAX
             ELSE
              MOVE PAR-NUM TO W-MOV-MAX
              END-IF
            END-IF.
       PROCESS-ONE-REQUEST.
          ADD 1 TO W-REQ-COUNT.
          MOVE 0 TO W-RSP-CODE.
          MOVE SPACES TO W-RSP-REASON.
          MOVE 0 TO W-RSP-BAL.
          MOVE 0 TO W-RSP-AVAIL.
          MOVE 0 TO W-RSP-TRAN.
          MOVE 0 TO W-MOV-TOT.
          PERFORM CHECK-OWN-ACCOUNT
            THRU CHECK-OWN-ACCOUNT-EXIT.
          IF W-RSP-CODE NOT = 0 THEN
            GO TO PROCESS-ONE-REQUEST-EXIT
            END-IF.
          EVALUATE TRUE
            WHEN REQ-BALANCE
              PERFORM ANSWER-BALANCE
            WHEN REQ-MOVEMENTS
              PERFORM ANSWER-BALANCE
              PERFORM ANSWER-MOVEMENTS
            WHEN REQ-TRANSFER
              PERFORM OWN-ACCOUNT-TRANSFER
                THRU OWN-ACCOUNT-TRANSFER-EXIT
            WHEN REQ-PAYMENT
              PERFORM BENEFICIARY-PAYMENT
                THRU BENEFICIARY-PAYMENT-EXIT
            WHEN OTHER
              MOVE 50 TO W-RSP-CODE
              MOVE "Unknown request type" TO W-RSP-REASON
          END-EVALUATE.
       PROCESS-ONE-REQUEST-EXIT.
          EXIT.
       CHECK-OWN-ACCOUNT.
          INITIALIZE ACC-REC.
          MOVE REQ-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH OR
              REQ-CUST = 0 OR ACC-CUST-ID NOT = REQ-CUST THEN
            MOVE 10 TO W-RSP-CODE
            MOVE "Account not held by this customer"
              TO W-RSP-REASON
            GO TO CHECK-OWN-ACCOUNT-EXIT
            END-IF.
          IF REQ-BALANCE OR REQ-MOVEMENTS THEN
            IF ACC-CLOSED OR ACC-CHGOFF THEN
              MOVE 11 TO W-RSP-CODE
              STRING "Account status " ACC-STATUS
                     " - not available" INTO W-RSP-REASON
              END-IF
           ELSE
            IF NOT ACC-ACTIVE THEN
              MOVE 11 TO W-RSP-CODE
              STRING "Account status " ACC-STATUS
                     " - no postings" INTO W-RSP-REASON
              END-IF
            END-IF.
       CHECK-OWN-ACCOUNT-EXIT.
          EXIT.
       ANSWER-BALANCE.
          PERFORM COMPUTE-AVAILABLE-BALANCE.
          MOVE ACC-BALANCE TO W-RSP-BAL.
          COMPUTE W-RSP-AVAIL = W-AVAIL + ACC-OD-LIMIT.
       COMPUTE-AVAILABLE-BALANCE.
          INITIALIZE HLD-REC.
          MOVE ACC-ID TO HLD-ACC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDTOT" USING HLD-CTRL-BLK HLD-REC.
          MOVE 0 TO W-LGO-BLOCKED.
          INITIALIZE LGO-REC.
          MOVE ACC-ID TO LGO-ACC.
          INITIALIZE LGO-CTRL-BLK.
          CALL "LGOACF" USING LGO-CTRL-BLK LGO-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LGO-CTRL-RET-CODE NOT = 0
            IF LGO-OPEN THEN
              COMPUTE W-LGO-REMAIN =
                      LGO-TOTAL - LGO-HELD - LGO-REMITTED
              ADD LGO-HELD TO W-LGO-BLOCKED
              IF W-LGO-REMAIN > 0 THEN
                ADD W-LGO-REMAIN TO W-LGO-BLOCKED
                END-IF
              END-IF
            CALL "LGOACN" USING LGO-CTRL-BLK LGO-REC
          END-PERFORM.
          COMPUTE W-AVAIL = ACC-BALANCE - HLD-AMOUNT - W-LGO-BLOCKED.
       ANSWER-MOVEMENTS.
          MOVE 0 TO W-MOV-SEEN.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE REQ-ACC TO T-TL-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
            PERFORM KEEP-ONE-MOVEMENT
            CALL "TRANLACN" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
          END-PERFORM.
          IF W-MOV-SEEN > W-MOV-MAX THEN
            MOVE W-MOV-MAX TO W-MOV-TOT
            COMPUTE W-MOV-FIRST =
                    FUNCTION MOD(W-MOV-SEEN, W-MOV-MAX) + 1
           ELSE
            MOVE W-MOV-SEEN TO W-MOV-TOT
            MOVE 1 TO W-MOV-FIRST
            END-IF.
       KEEP-ONE-MOVEMENT.
          INITIALIZE M-TRAN-REC.
          MOVE T-TL-TRAN-ID TO M-TRAN-ID.
          CALL "TRANRID" USING TRAN-CTRL-BLK M-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 AND M-TRAN-CLOSE THEN
            ADD 1 TO W-MOV-SEEN
            COMPUTE W-MOV-SLOT =
                    FUNCTION MOD(W-MOV-SEEN - 1, W-MOV-MAX) + 1
            MOVE M-TRAN-DATE TO W-MOV-DATE(W-MOV-SLOT)
            MOVE T-TL-TRAN-ID TO W-MOV-TRAN(W-MOV-SLOT)
            MOVE T-TL-AMOUNT TO W-MOV-AMOUNT(W-MOV-SLOT)
            MOVE T-TL-MEMO TO W-MOV-MEMO(W-MOV-SLOT)
            END-IF.
          MOVE 0 TO TRAN-CTRL-RET-CODE.
       OWN-ACCOUNT-TRANSFER.
          IF REQ-AMOUNT NOT NUMERIC OR REQ-AMOUNT = 0 THEN
            MOVE 50 TO W-RSP-CODE
            MOVE "Amount missing or invalid" TO W-RSP-REASON
            GO TO OWN-ACCOUNT-TRANSFER-EXIT
            END-IF.
          INITIALIZE D-ACC-REC.
          MOVE REQ-TO-ACC TO D-ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK D-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR D-ACC-IS-CASH OR
              REQ-TO-ACC = REQ-ACC OR
              D-ACC-CUST-ID NOT = REQ-CUST OR
              NOT D-ACC-ACTIVE THEN
            MOVE 12 TO W-RSP-CODE
            MOVE "Destination is not an own active acct"
              TO W-RSP-REASON
            GO TO OWN-ACCOUNT-TRANSFER-EXIT
            END-IF.
          PERFORM CHECK-SIGNATORY-MANDATE
            THRU CHECK-SIGNATORY-MANDATE-EXIT.
          IF W-RSP-CODE NOT = 0 THEN
            GO TO OWN-ACCOUNT-TRANSFER-EXIT
            END-IF.
          PERFORM CHECK-AVAILABLE-FUNDS.
          IF W-RSP-CODE NOT = 0 THEN
            GO TO OWN-ACCOUNT-TRANSFER-EXIT
            END-IF.
          MOVE REQ-TO-ACC TO W-CREDIT-ACC.
          MOVE SPACES TO W-MEMO.
          IF REQ-MEMO = SPACES THEN
            STRING "IB transfer to " REQ-TO-ACC INTO W-MEMO
           ELSE
            STRING "IB " REQ-MEMO INTO W-MEMO
            END-IF.
          PERFORM POST-CHANNEL-MOVEMENT.
          PERFORM TAKE-POSTING-RESULT.
       OWN-ACCOUNT-TRANSFER-EXIT.
          EXIT.
       BENEFICIARY-PAYMENT.
          IF REQ-AMOUNT NOT NUMERIC OR REQ-AMOUNT = 0 THEN
            MOVE 50 TO W-RSP-CODE
            MOVE "Amount missing or invalid" TO W-RSP-REASON
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          INITIALIZE BEN-REC.
          MOVE REQ-CUST TO BEN-CUST.
          MOVE REQ-BEN-SEQ TO BEN-SEQ.
          INITIALIZE BEN-CTRL-BLK.
          CALL "BENGET" USING BEN-CTRL-BLK BEN-REC.
          IF BEN-CTRL-RET-CODE NOT = 0 THEN
            MOVE 40 TO W-RSP-CODE
            MOVE "Beneficiary not on file" TO W-RSP-REASON
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          IF NOT BEN-APPROVED THEN
            MOVE 40 TO W-RSP-CODE
            MOVE "Beneficiary is not approved" TO W-RSP-REASON
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          PERFORM CHECK-SIGNATORY-MANDATE
            THRU CHECK-SIGNATORY-MANDATE-EXIT.
          IF W-RSP-CODE NOT = 0 THEN
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          PERFORM CHECK-AVAILABLE-FUNDS.
          IF W-RSP-CODE NOT = 0 THEN
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          INITIALIZE ATO-CTRL-BLK.
          MOVE REQ-ACC TO ATO-ACC.
          MOVE REQ-AMOUNT TO ATO-AMOUNT.
          SET ATO-PAYMENT TO TRUE.
          MOVE "IBKCHNL" TO ATO-SOURCE.
          CALL "ATOCHECK" USING ATO-CTRL-BLK.
          IF ATO-HOLD THEN
            MOVE 41 TO W-RSP-CODE
            MOVE "Refer - contact details changed"
              TO W-RSP-REASON
            GO TO BENEFICIARY-PAYMENT-EXIT
            END-IF.
          MOVE G-ACC-ID TO W-CREDIT-ACC.
          MOVE SPACES TO W-MEMO.
          STRING "IB payment " BEN-NAME INTO W-MEMO.
          PERFORM POST-CHANNEL-MOVEMENT.
          PERFORM TAKE-POSTING-RESULT.
          IF W-RSP-CODE = 0 THEN
            PERFORM QUEUE-OUTBOUND-ITEM
            END-IF.
       BENEFICIARY-PAYMENT-EXIT.
          EXIT.
       CHECK-SIGNATORY-MANDATE.
          MOVE SPACES TO W-SIG-REF.
          INITIALIZE CUST-REC.
          IF ACC-CUST-ID NOT = 0 THEN
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              INITIALIZE CUST-REC
              END-IF
            END-IF.
          IF CUST-IS-MINOR THEN
            MOVE 31 TO W-RSP-CODE
            MOVE "Minor - guardian authority at branch"
              TO W-RSP-REASON
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          INITIALIZE SIG-REC.
          MOVE REQ-ACC TO SIG-ACC.
          INITIALIZE SIG-CTRL-BLK.
          CALL "SIGNAF" USING SIG-CTRL-BLK SIG-REC.
          IF SIG-CTRL-RET-CODE NOT = 0 OR SIG-ACC NOT = REQ-ACC THEN
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          INITIALIZE SIG-REC.
          MOVE REQ-ACC TO SIG-ACC.
          MOVE REQ-SIGN1 TO SIG-SEQ.
          INITIALIZE SIG-CTRL-BLK.
          CALL "SIGGET" USING SIG-CTRL-BLK SIG-REC.
          IF REQ-SIGN1 = 0 OR SIG-CTRL-RET-CODE NOT = 0 THEN
            MOVE 30 TO W-RSP-CODE
            MOVE "Not an authorized signatory" TO W-RSP-REASON
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          STRING "SG" REQ-SIGN1 INTO W-SIG-REF.
          IF SIG-2SIGN-AMT = 0 OR REQ-AMOUNT < SIG-2SIGN-AMT THEN
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          IF REQ-SIGN2 = 0 OR REQ-SIGN2 = REQ-SIGN1 THEN
            MOVE 30 TO W-RSP-CODE
            MOVE "Mandate requires a second signatory"
              TO W-RSP-REASON
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          INITIALIZE SIG-REC.
          MOVE REQ-ACC TO SIG-ACC.
          MOVE REQ-SIGN2 TO SIG-SEQ.
          INITIALIZE SIG-CTRL-BLK.
          CALL "SIGGET" USING SIG-CTRL-BLK SIG-REC.
          IF SIG-CTRL-RET-CODE NOT = 0 THEN
            MOVE 30 TO W-RSP-CODE
            MOVE "Second signatory not on this account"
              TO W-RSP-REASON
            GO TO CHECK-SIGNATORY-MANDATE-EXIT
            END-IF.
          MOVE SPACES TO W-SIG-REF.
          STRING "SG" REQ-SIGN1 "+" REQ-SIGN2 INTO W-SIG-REF.
       CHECK-SIGNATORY-MANDATE-EXIT.
          EXIT.
       CHECK-AVAILABLE-FUNDS.
          IF ACC-PROT-ACC = 0 THEN
            PERFORM COMPUTE-AVAILABLE-BALANCE
            IF W-AVAIL - REQ-AMOUNT < 0 - ACC-OD-LIMIT THEN
              MOVE 20 TO W-RSP-CODE
              MOVE "Insufficient available funds"
                TO W-RSP-REASON
              END-IF
            END-IF.
       POST-CHANNEL-MOVEMENT.
          INITIALIZE T-TRAN-REC.
          MOVE W-CHANNEL-TYPE TO T-TRAN-TYPE.
          MOVE ACC-CURRENCY TO T-TRAN-CURRENCY.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE REQ-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - REQ-AMOUNT
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            IF W-SIG-REF = SPACES THEN
              MOVE REQ-ID TO T-TL-REF OF T-TRAN-LINE-REC
             ELSE
              MOVE W-SIG-REF TO T-TL-REF OF T-TRAN-LINE-REC
              END-IF
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-CREDIT-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE REQ-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE REQ-ID TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       TAKE-POSTING-RESULT.
          EVALUATE TRAN-CTRL-RET-CODE
            WHEN 0
              MOVE T-TRAN-ID OF T-TRAN-REC TO W-RSP-TRAN
              ADD 1 TO W-POST-COUNT
              ADD REQ-AMOUNT TO W-POST-TOTAL
              INITIALIZE ACC-REC
              MOVE REQ-ACC TO ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
              PERFORM ANSWER-BALANCE
            WHEN 95
              MOVE 95 TO W-RSP-CODE
              MOVE "Business day is closed" TO W-RSP-REASON
            WHEN 92
              MOVE 21 TO W-RSP-CODE
              MOVE "Withdrawal limit reached" TO W-RSP-REASON
            WHEN 93
            WHEN 98
              MOVE 22 TO W-RSP-CODE
              MOVE "Amount needs branch authorization"
                TO W-RSP-REASON
            WHEN 99
              MOVE 20 TO W-RSP-CODE
              MOVE "Insufficient available funds"
                TO W-RSP-REASON
            WHEN OTHER
              MOVE 99 TO W-RSP-CODE
              MOVE TRAN-CTRL-ERR-MSG TO W-RSP-REASON
          END-EVALUATE.
       QUEUE-OUTBOUND-ITEM.
          INITIALIZE OPY-REC.
          MOVE REQ-ACC TO OPY-ACC.
          SET OPY-CREDIT TO TRUE.
          MOVE REQ-AMOUNT TO OPY-AMOUNT.
          MOVE BEN-NAME TO OPY-BEN-NAME.
          MOVE BEN-BANK TO OPY-BEN-BANK.
          MOVE BEN-ACC-REF TO OPY-BEN-ACC-REF.
          MOVE W-TODAY TO OPY-CAPTURED-DATE.
          MOVE OPERATOR-ID TO OPY-CAPTURED-BY.
          SET OPY-ENTERED TO TRUE.
          MOVE W-RSP-TRAN TO OPY-TRAN-ID.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC.
          IF OPY-CTRL-RET-CODE NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "  ** payment posted on tran " W-RSP-TRAN
                   " but not queued: " OPY-CTRL-ERR-MSG
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       LOCATE-CLEARING-GL-ACCOUNT.
          MOVE "CLEARING" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CLEARING" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       WRITE-REQUEST-RESULT.
          IF W-RSP-CODE = 0 THEN
            ADD 1 TO W-DONE-COUNT
            MOVE "Completed" TO W-RSP-REASON
           ELSE
            ADD 1 TO W-REFUSE-COUNT
            END-IF.
          INITIALIZE RSP-REC.
          MOVE REQ-ID TO RSP-ID.
          MOVE REQ-TYPE TO RSP-TYPE.
          MOVE 'R' TO RSP-KIND.
          MOVE W-RSP-CODE TO RSP-CODE.
          MOVE REQ-ACC TO RSP-ACC.
          MOVE W-RSP-BAL TO RSP-BALANCE.
          MOVE W-RSP-AVAIL TO RSP-AVAIL.
          MOVE W-RSP-TRAN TO RSP-TRAN-ID.
          MOVE W-RSP-REASON TO RSP-REASON.
          WRITE RSP-REC.
          PERFORM WRITE-ONE-MOVEMENT
            VARYING W-MOV-IDX FROM 1 BY 1
              UNTIL W-MOV-IDX > W-MOV-TOT.
          MOVE SPACES TO PRINT-REC.
          MOVE REQ-AMOUNT TO W-AMOUNT.
          STRING REQ-ID " " REQ-TYPE " [" REQ-ACC "] "
                 W-AMOUNT "  " W-RSP-CODE " " W-RSP-REASON
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-ONE-MOVEMENT.
          COMPUTE W-MOV-SLOT = FUNCTION MOD(W-MOV-FIRST + W-MOV-IDX
                                            - 2, W-MOV-MAX) + 1.
          INITIALIZE RSP-REC.
          MOVE REQ-ID TO RSP-ID.
          MOVE REQ-TYPE TO RSP-TYPE.
          MOVE 'M' TO RSP-KIND.
          MOVE 0 TO RSP-CODE.
          MOVE W-MOV-DATE(W-MOV-SLOT) TO RSP-MOV-DATE.
          MOVE W-MOV-TRAN(W-MOV-SLOT) TO RSP-MOV-TRAN.
          MOVE W-MOV-AMOUNT(W-MOV-SLOT) TO RSP-MOV-AMOUNT.
          MOVE W-MOV-MEMO(W-MOV-SLOT) TO RSP-MOV-MEMO.
          WRITE RSP-REC.
       WRITE-RESPONSE-TRAILER.
          INITIALIZE RSP-REC.
          MOVE 'TOTAL' TO RSP-ID.
          MOVE 'T' TO RSP-KIND.
          MOVE W-REQ-COUNT TO RSP-ACC.
          MOVE W-POST-TOTAL TO RSP-BALANCE.
          STRING W-DONE-COUNT " completed, " W-REFUSE-COUNT
                 " refused" INTO RSP-REASON.
          WRITE RSP-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-REQ-COUNT " request(s): " W-DONE-COUNT
                 " completed, " W-REFUSE-COUNT " refused"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-POST-TOTAL TO W-TOTAL-ED.
          STRING W-POST-COUNT " posting(s) under type "
                 W-CHANNEL-TYPE "by " W-CHANNEL-OPER " for "
                 W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-DONE-COUNT " request(s) completed, "
                  W-REFUSE-COUNT " refused - see IBKRESP and "
                  "IBKREG files".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
