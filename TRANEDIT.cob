        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY SIGCTRL.
        COPY SIGNTRY REPLACING ==:PREFIX:== BY ====.
        COPY CUSCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==M-==.
        COPY CALCTRL.
        COPY CALENDAR REPLACING ==:PREFIX:== BY ====.
        COPY OPERID.
        COPY IDLCTRL.
        COPY IDLOG REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY PRSCTRL.
        COPY PRESENT REPLACING ==:PREFIX:== BY ====.
        01 M-MENU.
            05 M-SELECTION PIC X(1) VALUE SPACES.
            05 M-TITLE PIC X(40) VALUE
            05 W-XFER-MEMO    PIC X(30).
            05 W-CHECK-FLAG   PIC X(1).
              88 W-ISSUE-CHECK VALUE 'Y'.
            05 W-OFFICIAL-FLAG PIC X(1).
              88 W-IS-OFFICIAL-CHECK VALUE 'Y' 'y'.
            05 W-CHKDEP-FLAG  PIC X(1).
              88 W-IS-CHECK-DEP VALUE 'Y' 'y'.
            05 W-FOREIGN-FLAG PIC X(1).
              88 W-IS-FOREIGN-CHECK VALUE 'Y' 'y'.
            05 W-DRAWEE-BANK  PIC X(10).
            05 W-DRAWEE-CHK   PIC 9(10).
            05 W-DEP-AMOUNT   PIC S9(7)V99.
            05 W-DEP-SEQ      PIC 9(3).
            05 W-VD-MAX-DAYS  PIC 9(3) VALUE 5.
            05 W-VD-TODAY     PIC 9(8).
            05 W-VD-DIFF      PIC S9(5).
            05 W-WHS-SEQ      PIC 9(3).
            05 W-NCC-NUMBER   PIC 9(7).
            05 W-NCC-FEE      PIC S9(7)V99.
            05 W-CHKPAY-AMT   PIC S9(7)V99.
            05 W-CHKPAY-SEQ   PIC 9(3).
            05 W-CHK-REF      PIC X(10).
            05 W-NCC-STOP-SW  PIC X(1).
              88 W-NCC-STOPPED VALUE 'Y'.
            05 W-NCC-PEND-SW  PIC X(1) VALUE 'N'.
            05 W-SIG1         PIC 9(2).
            05 W-SIG2         PIC 9(2).
            05 W-SIG-REF      PIC X(10).
            05 W-GUARDIAN-ID  PIC 9(5).
            05 W-MANDATE-SW   PIC X(1).
              88 W-MANDATE-OK VALUE 'Y'.
       LINKAGE SECTION.
            MOVE PAR-NUM TO W-VD-MAX-DAYS
            END-IF.
          CALL "CALIO" USING CAL-CTRL-BLK.
          CALL "PRSIO" USING PRS-CTRL-BLK.
       MAIN-LOOP.
          PERFORM
             WITH TEST AFTER
            END-IF.
       ENTER-ROW-DETAIL.
            MOVE W-SIG-REF TO T-TL-REF OF T-TRAN-LINE-REC
            MOVE 'N' TO W-FOREIGN-FLAG
            IF T-TL-AMOUNT OF T-TRAN-LINE-REC > 0 THEN
              DISPLAY "Check deposit (Y/N): " NO ADVANCING
              MOVE SPACES TO W-CHKDEP-FLAG
              ACCEPT W-CHKDEP-FLAG
              IF W-IS-CHECK-DEP THEN
                MOVE "CHKDEP" TO T-TL-REF OF T-TRAN-LINE-REC
                PERFORM ENTER-DRAWEE-DETAIL
                END-IF
              END-IF
            DISPLAY "Memo: " NO ADVANCING
              DISPLAY "Payee name: " NO ADVANCING
              MOVE SPACES TO W-CHK-PAYEE
              ACCEPT W-CHK-PAYEE
              DISPLAY "Official bank check (Y/N): " NO ADVANCING
              MOVE SPACES TO W-OFFICIAL-FLAG
              ACCEPT W-OFFICIAL-FLAG
              END-IF
            MOVE "Confirm new row" TO SCREEN-MSG
            PERFORM ASK-FOR-CONFIRMATION
                IF W-ISSUE-CHECK THEN
                  PERFORM ISSUE-CHECK-FOR-ROW
                  END-IF
                IF W-IS-FOREIGN-CHECK THEN
                  PERFORM REGISTER-FOREIGN-CHECK
                  END-IF
               ELSE
                MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
                IF SCREEN-MSG = SPACES THEN
                PERFORM DISPLAY-ERR-MSG
                END-IF
              END-IF.
       ENTER-DRAWEE-DETAIL.
          DISPLAY "Drawn on another bank (Y/N): " NO ADVANCING.
          MOVE SPACES TO W-FOREIGN-FLAG.
          ACCEPT W-FOREIGN-FLAG.
          IF W-IS-FOREIGN-CHECK THEN
            PERFORM
              WITH TEST AFTER
              UNTIL W-DRAWEE-BANK NOT = SPACES AND W-DRAWEE-CHK NOT = 0
              PERFORM READ-DRAWEE-DETAIL
            END-PERFORM
            END-IF.
       READ-DRAWEE-DETAIL.
          DISPLAY "Drawee bank code: " NO ADVANCING.
          MOVE SPACES TO W-DRAWEE-BANK.
          ACCEPT W-DRAWEE-BANK.
          MOVE FUNCTION UPPER-CASE(W-DRAWEE-BANK) TO W-DRAWEE-BANK.
          DISPLAY "Check number: " NO ADVANCING.
          MOVE 0 TO W-DRAWEE-CHK.
          ACCEPT W-DRAWEE-CHK.
          IF W-DRAWEE-BANK = SPACES OR W-DRAWEE-CHK = 0 THEN
            MOVE "Drawee bank and check number are required" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       REGISTER-FOREIGN-CHECK.
          MOVE T-TL-AMOUNT OF T-TRAN-LINE-REC TO W-DEP-AMOUNT.
          MOVE T-TL-SEQ OF T-TRAN-LINE-REC TO W-DEP-SEQ.
          PERFORM LOCATE-CHKCOLL-ACCOUNT.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - W-DEP-AMOUNT.
          MOVE W-VALUE-DATE TO T-TL-VALUE-DATE OF T-TRAN-LINE-REC.
          STRING "Check " W-DRAWEE-CHK " for collection"
             INTO T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            INITIALIZE PRS-REC
            MOVE ACC-ID TO PRS-ACC
            MOVE W-DRAWEE-BANK TO PRS-DRAWEE-BANK
            MOVE W-DRAWEE-CHK TO PRS-CHK-NUMBER
            MOVE W-DEP-AMOUNT TO PRS-AMOUNT
            MOVE TRAN-ID TO PRS-DEP-TRAN
            MOVE W-DEP-SEQ TO PRS-DEP-SEQ
            MOVE G-ACC-ID TO PRS-COLL-ACC
            MOVE T-TL-SEQ OF T-TRAN-LINE-REC TO PRS-COLL-SEQ
            MOVE FUNCTION CURRENT-DATE TO W-DATE-BUFF
            MOVE W-DATE-BUFF(1:8) TO PRS-DEP-DATE
            MOVE OPERATOR-ID TO PRS-CAPTURED-BY
            SET PRS-ENTERED TO TRUE
            INITIALIZE PRS-CTRL-BLK
            CALL "PRSADD" USING PRS-CTRL-BLK PRS-REC
            IF PRS-CTRL-RET-CODE NOT = 0 THEN
              MOVE PRS-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
             ELSE
              DISPLAY "Check registered for presentment as item "
                      PRS-ID
              END-IF
            END-IF.
          CALL "TRANRCLC" USING TRAN-CTRL-BLK TRAN-REC.
       CANCEL-LINE-PRESENTMENT.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSNAF" USING PRS-CTRL-BLK PRS-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL PRS-CTRL-RET-CODE NOT = 0
              IF PRS-ENTERED AND PRS-DEP-TRAN = TRAN-ID AND
                  PRS-ACC = W-DEL-ACC AND PRS-DEP-SEQ = W-DEL-SEQ THEN
                INITIALIZE T-TRAN-LINE-REC
                MOVE TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC
                MOVE PRS-COLL-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
                MOVE PRS-COLL-SEQ TO T-TL-SEQ OF T-TRAN-LINE-REC
                MOVE 0 TO T-TL-AMOUNT OF T-TRAN-LINE-REC
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
                SET PRS-CANCELLED TO TRUE
                INITIALIZE PRS-CTRL-BLK
                CALL "PRSREPL" USING PRS-CTRL-BLK PRS-REC
                DISPLAY "Presentment item " PRS-ID
                        " and its collection line removed"
                END-IF
              CALL "PRSNAN" USING PRS-CTRL-BLK PRS-REC
            END-PERFORM.
       CANCEL-LINE-CHECKS.
          INITIALIZE T-CHK-REC.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKNAF" USING CHK-CTRL-BLK T-CHK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CHK-CTRL-RET-CODE NOT = 0
              IF T-CHK-OUTSTANDING AND T-CHK-TRAN-ID = TRAN-ID AND
                  (W-DEL-ACC = 0 OR
                   (T-CHK-ACC = W-DEL-ACC AND T-CHK-SEQ = W-DEL-SEQ))
                  THEN
                PERFORM CANCEL-ONE-CHECK
                END-IF
              CALL "CHKNAN" USING CHK-CTRL-BLK T-CHK-REC
            END-PERFORM.
       CANCEL-ONE-CHECK.
          MOVE T-CHK-NUMBER TO W-CHK-REF.
          MOVE 0 TO W-CHKPAY-SEQ.
          PERFORM LOCATE-CHKPAY-ACCOUNT.
          INITIALIZE TRAN-LINE-REC.
          MOVE TRAN-ID TO TL-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLTRF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0 OR W-CHKPAY-SEQ NOT = 0
              IF TL-ACC = G-ACC-ID AND TL-REF = W-CHK-REF THEN
                MOVE TL-SEQ TO W-CHKPAY-SEQ
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLTRN" USING TRAN-CTRL-BLK TRAN-LINE-REC
            END-PERFORM.
          IF W-CHKPAY-SEQ NOT = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-CHKPAY-SEQ TO T-TL-SEQ OF T-TRAN-LINE-REC
            MOVE 0 TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-IF.
          SET T-CHK-VOIDED TO TRUE.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKREPL" USING CHK-CTRL-BLK T-CHK-REC.
          DISPLAY "Check " T-CHK-NUMBER
                  " and its payable line removed".
       LOCATE-CHKCOLL-ACCOUNT.
          MOVE "CHKCOLL" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CHKCOLL" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       ISSUE-CHECK-FOR-ROW.
          INITIALIZE CHK-CTRL-BLK.
          INITIALIZE T-CHK-REC.
          MOVE T-TL-SEQ OF T-TRAN-LINE-REC TO T-CHK-SEQ.
          MOVE T-TL-AMOUNT OF T-TRAN-LINE-REC TO T-CHK-AMOUNT.
          MOVE W-CHK-PAYEE TO T-CHK-PAYEE.
          IF W-IS-OFFICIAL-CHECK THEN
            SET T-CHK-OFFICIAL TO TRUE
           ELSE
            SET T-CHK-DRAFT TO TRUE
            END-IF.
          MOVE FUNCTION CURRENT-DATE TO W-DATE-BUFF.
          MOVE W-DATE-BUFF(1:8) TO T-CHK-DATE.
          SET T-CHK-OUTSTANDING TO TRUE.
            PERFORM DISPLAY-ERR-MSG
           ELSE
            DISPLAY "Check number " T-CHK-NUMBER " issued"
            PERFORM ADD-CHKPAY-LINE
            END-IF.
       ADD-CHKPAY-LINE.
          COMPUTE W-CHKPAY-AMT = 0 - T-TL-AMOUNT OF T-TRAN-LINE-REC.
          PERFORM LOCATE-CHKPAY-ACCOUNT.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE W-CHKPAY-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          STRING "Check " T-CHK-NUMBER " payable"
             DELIMITED BY SIZE INTO T-TL-MEMO OF T-TRAN-LINE-REC.
          MOVE T-CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
          CALL "TRANRCLC" USING TRAN-CTRL-BLK TRAN-REC.
       CASH-NONCUSTOMER-CHECK.
          DISPLAY "Check number presented: " NO ADVANCING.
          MOVE 0 TO W-NCC-NUMBER.
          INITIALIZE IDL-CTRL-BLK.
          CALL "IDLPUT" USING IDL-CTRL-BLK IDL-REC.
       ADD-NCC-LINES.
          PERFORM LOCATE-CHKPAY-ACCOUNT.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                  0 - FUNCTION ABS(T-CHK-AMOUNT).
          MOVE T-CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC.
          STRING "Check " T-CHK-NUMBER " cashed at counter"
             INTO T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRCLC" USING TRAN-CTRL-BLK TRAN-REC.
       ADD-NCC-EXIT.
          EXIT.
       LOCATE-CHKPAY-ACCOUNT.
          MOVE "CHKPAY" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CHKPAY" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       LOCATE-FEEINC-ACCOUNT.
          MOVE "FEEINC" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
                                TRAN-REC.
       CHECK-SIGNATORY-MANDATE.
          SET W-MANDATE-OK TO TRUE.
          PERFORM READ-MANDATE-OWNER.
          IF CUST-IS-MINOR THEN
            PERFORM CAPTURE-GUARDIAN-AUTHORITY
           ELSE
            PERFORM CHECK-SIGNATORY-LIST
            END-IF.
       READ-MANDATE-OWNER.
          INITIALIZE CUST-REC.
          MOVE W-SIG-ACC TO M-ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK M-ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND M-ACC-CUST-ID NOT = 0 THEN
            CALL "CUSTIO" USING CUS-CTRL-BLK
            MOVE M-ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              INITIALIZE CUST-REC
              END-IF
            END-IF.
          INITIALIZE ACC-CTRL-BLK.
       CAPTURE-GUARDIAN-AUTHORITY.
          DISPLAY "Account holder is a minor - guardian authority "
                  "required".
          DISPLAY "Guardian customer id: " NO ADVANCING.
          MOVE 0 TO W-GUARDIAN-ID.
          ACCEPT W-GUARDIAN-ID.
          IF W-GUARDIAN-ID = 0 OR
              W-GUARDIAN-ID NOT = CUST-GUARDIAN-ID THEN
            MOVE "Not the registered guardian of this minor" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 'N' TO W-MANDATE-SW
           ELSE
            MOVE W-GUARDIAN-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 OR
                NOT CUST-ESTATE-NONE THEN
              MOVE "Guardian mandate is not in force" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              MOVE 'N' TO W-MANDATE-SW
             ELSE
              DISPLAY "Authorized by guardian "
                      FUNCTION TRIM(CUST-FNAME) " "
                      FUNCTION TRIM(CUST-LNAME)
              MOVE SPACES TO W-SIG-REF
              STRING "GD" W-GUARDIAN-ID INTO W-SIG-REF
              END-IF
            END-IF.
       CHECK-SIGNATORY-LIST.
          INITIALIZE SIG-REC.
          MOVE W-SIG-ACC TO SIG-ACC.
          CALL "SIGIO" USING SIG-CTRL-BLK.
              MOVE 0 TO T-TL-AMOUNT OF T-TRAN-LINE-REC
              CALL "TRANLADD" USING TRAN-CTRL-BLK
                                    T-TRAN-LINE-REC
              PERFORM CANCEL-LINE-PRESENTMENT
              PERFORM CANCEL-LINE-CHECKS
              CALL "TRANRCLC" USING TRAN-CTRL-BLK
                                    TRAN-REC
              IF TRAN-LINE-COUNT = 0 THEN
                  SCREEN-MSG
                PERFORM ASK-FOR-CONFIRMATION
                IF SCREEN-YES THEN
                  MOVE 0 TO W-DEL-ACC
                  MOVE 0 TO W-DEL-SEQ
                  PERFORM CANCEL-LINE-CHECKS
                  INITIALIZE TRAN-CTRL-BLK
                  CALL "TRANDEL" USING TRAN-CTRL-BLK
                                       TRAN-REC
                  MOVE 'Q' TO M-SELECTION
