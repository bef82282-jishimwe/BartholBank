       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BPYCAPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BLRCTRL.
        COPY BPYCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY PARCTRL.
        COPY OPERID.
        COPY BILLER REPLACING ==:PREFIX:== BY ====.
        COPY BILLPAY REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(6).
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-REF          PIC X(20).
            05 W-REF-LEN      PIC 9(2).
            05 W-POS          PIC 9(2).
            05 W-DIGIT        PIC 9(2).
            05 W-WEIGHT       PIC 9(1).
            05 W-CHECK-SUM    PIC 9(5).
            05 W-CHECK-DIGIT  PIC 9(2).
            05 W-MEMO         PIC X(30).
       PROCEDURE DIVISION.
       BILL-PAYMENT-CAPTURE.
          CALL "BILLERIO" USING BLR-CTRL-BLK.
          CALL "BPYIO" USING BPY-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:6) TO W-NOW.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BASECCY" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          DISPLAY "Biller code: " NO ADVANCING.
          INITIALIZE BLR-REC.
          MOVE SPACES TO BLR-CODE.
          ACCEPT BLR-CODE.
          IF BLR-CODE = SPACES THEN
            GOBACK
            END-IF.
          MOVE FUNCTION UPPER-CASE(BLR-CODE) TO BLR-CODE.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRRID" USING BLR-CTRL-BLK BLR-REC.
          IF BLR-CTRL-RET-CODE NOT = 0 OR NOT BLR-ACTIVE THEN
            MOVE "Not an active biller" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Paying " FUNCTION TRIM(BLR-NAME).
          DISPLAY "Customer account id: " NO ADVANCING.
          MOVE 0 TO ACC-ID.
          ACCEPT ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
              ACC-IS-CASH THEN
            MOVE "Not an active customer account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF ACC-CURRENCY NOT = W-BASE-CURRENCY THEN
            MOVE "Bills are paid from base currency accounts"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Customer reference with the biller: "
                  NO ADVANCING.
          MOVE SPACES TO W-REF.
          ACCEPT W-REF.
          MOVE FUNCTION UPPER-CASE(W-REF) TO W-REF.
          MOVE SPACES TO SCREEN-MSG.
          PERFORM VALIDATE-CUSTOMER-REF THRU VALIDATE-CUSTOMER-REF-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Amount: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          INITIALIZE BPY-REC.
          COMPUTE BPY-AMOUNT = FUNCTION NUMVAL(W-AMT-IN).
          IF BPY-AMOUNT <= 0 THEN
            MOVE "Amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE BPY-AMOUNT TO W-AMT-ED.
          DISPLAY "Pay " W-AMT-ED " from account " ACC-ID " to "
                  FUNCTION TRIM(BLR-NAME) " ref " FUNCTION TRIM(W-REF).
          MOVE "Confirm bill payment" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          PERFORM LOCATE-BILLER-SUSPENSE.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Biller suspense account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM POST-BILL-PAYMENT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE W-TODAY TO BPY-DATE.
          MOVE W-NOW TO BPY-TIME.
          MOVE 0 TO BPY-SEQ.
          MOVE BLR-CODE TO BPY-BILLER.
          MOVE ACC-ID TO BPY-ACC.
          MOVE W-REF TO BPY-CUST-REF.
          MOVE T-TRAN-ID OF T-TRAN-REC TO BPY-TRAN-ID.
          MOVE OPERATOR-ID TO BPY-CAPTURED-BY.
          MOVE 0 TO BPY-REMIT-RUN.
          MOVE 0 TO BPY-REMIT-DATE.
          INITIALIZE BPY-CTRL-BLK.
          CALL "BPYWRITE" USING BPY-CTRL-BLK BPY-REC.
          IF BPY-CTRL-RET-CODE = 0 THEN
            DISPLAY "Bill payment recorded, transaction "
                    T-TRAN-ID OF T-TRAN-REC
           ELSE
            MOVE BPY-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
          GOBACK.
*********
       VALIDATE-CUSTOMER-REF.
          IF W-REF = SPACES THEN
            MOVE "Customer reference is required" TO SCREEN-MSG
            GO TO VALIDATE-CUSTOMER-REF-EXIT
            END-IF.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(W-REF TRAILING))
            TO W-REF-LEN.
          PERFORM VARYING W-POS FROM 1 BY 1 UNTIL W-POS > W-REF-LEN
            IF W-REF(W-POS:1) = SPACE THEN
              MOVE "Reference may not contain spaces" TO SCREEN-MSG
              END-IF
            END-PERFORM.
          IF SCREEN-MSG NOT = SPACES THEN
            GO TO VALIDATE-CUSTOMER-REF-EXIT
            END-IF.
          IF W-REF-LEN < BLR-REF-MIN-LEN OR
              W-REF-LEN > BLR-REF-MAX-LEN THEN
            MOVE "Reference length is wrong for this biller" TO
              SCREEN-MSG
            GO TO VALIDATE-CUSTOMER-REF-EXIT
            END-IF.
          IF BLR-REF-NUMERIC OR NOT BLR-CHECK-NONE THEN
            IF W-REF(1:W-REF-LEN) IS NOT NUMERIC THEN
              MOVE "Reference must be digits only" TO SCREEN-MSG
              GO TO VALIDATE-CUSTOMER-REF-EXIT
              END-IF
           ELSE
            PERFORM VARYING W-POS FROM 1 BY 1 UNTIL W-POS > W-REF-LEN
              IF W-REF(W-POS:1) IS NOT NUMERIC AND
                  W-REF(W-POS:1) IS NOT ALPHABETIC-UPPER THEN
                MOVE "Reference may only hold letters and digits"
                  TO SCREEN-MSG
                END-IF
              END-PERFORM
            END-IF.
          IF SCREEN-MSG NOT = SPACES THEN
            GO TO VALIDATE-CUSTOMER-REF-EXIT
            END-IF.
          EVALUATE TRUE
            WHEN BLR-CHECK-MOD10
              PERFORM CHECK-MOD10-DIGIT
            WHEN BLR-CHECK-MOD11
              PERFORM CHECK-MOD11-DIGIT
          END-EVALUATE.
       VALIDATE-CUSTOMER-REF-EXIT.
          EXIT.
       CHECK-MOD10-DIGIT.
          MOVE 0 TO W-CHECK-SUM.
          MOVE 1 TO W-WEIGHT.
          PERFORM VARYING W-POS FROM W-REF-LEN BY -1 UNTIL W-POS < 1
            MOVE W-REF(W-POS:1) TO W-DIGIT
            MULTIPLY W-WEIGHT BY W-DIGIT
            IF W-DIGIT > 9 THEN
              SUBTRACT 9 FROM W-DIGIT
              END-IF
            ADD W-DIGIT TO W-CHECK-SUM
            IF W-WEIGHT = 1 THEN
              MOVE 2 TO W-WEIGHT
             ELSE
              MOVE 1 TO W-WEIGHT
              END-IF
            END-PERFORM.
          IF FUNCTION MOD(W-CHECK-SUM, 10) NOT = 0 THEN
            MOVE "Reference check digit is wrong" TO SCREEN-MSG
            END-IF.
       CHECK-MOD11-DIGIT.
          MOVE 0 TO W-CHECK-SUM.
          MOVE 2 TO W-WEIGHT.
          IF W-REF-LEN < 2 THEN
            MOVE "Reference check digit is wrong" TO SCREEN-MSG
           ELSE
            COMPUTE W-POS = W-REF-LEN - 1
            PERFORM VARYING W-POS FROM W-POS BY -1 UNTIL W-POS < 1
              MOVE W-REF(W-POS:1) TO W-DIGIT
              COMPUTE W-CHECK-SUM = W-CHECK-SUM + W-DIGIT * W-WEIGHT
              IF W-WEIGHT = 7 THEN
                MOVE 2 TO W-WEIGHT
               ELSE
                ADD 1 TO W-WEIGHT
                END-IF
              END-PERFORM
            COMPUTE W-CHECK-DIGIT = 11 - FUNCTION MOD(W-CHECK-SUM, 11)
            IF W-CHECK-DIGIT = 11 THEN
              MOVE 0 TO W-CHECK-DIGIT
              END-IF
            MOVE W-REF(W-REF-LEN:1) TO W-DIGIT
            IF W-CHECK-DIGIT NOT = W-DIGIT THEN
              MOVE "Reference check digit is wrong" TO SCREEN-MSG
              END-IF
            END-IF.
*********
       LOCATE-BILLER-SUSPENSE.
          MOVE "BILLSUSP" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "BILLSUSP" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            MOVE W-BASE-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       POST-BILL-PAYMENT.
          STRING "Bill payment " DELIMITED BY SIZE
                 BLR-CODE DELIMITED BY SPACE INTO W-MEMO.
          INITIALIZE T-TRAN-REC.
          MOVE "BIL " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - BPY-AMOUNT
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE BPY-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       COPY SCREENIO.
