       WORKING-STORAGE SECTION.
        COPY PPDCTRL.
        COPY CHKCTRL.
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY OPERID.
        COPY PPDQ REPLACING ==:PREFIX:== BY ====.
        COPY CHECK REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-TODAY        PIC 9(8).
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "PPDIO" USING PPD-CTRL-BLK.
          CALL "CHECKIO" USING CHK-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          PERFORM COUNT-PENDING-ITEMS.
          IF W-PEND-COUNT = 0 THEN
            DISPLAY "Positive-pay decision queue is empty"
          MOVE FUNCTION UPPER-CASE(W-DISP) TO W-DISP.
          EVALUATE W-DISP
            WHEN 'P'
              PERFORM PAY-QUEUED-ITEM THRU PAY-QUEUED-ITEM-EXIT
            WHEN 'R'
              SET PPD-RETURNED TO TRUE
              PERFORM STORE-DECISION
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKRID" USING CHK-CTRL-BLK CHK-REC.
          IF CHK-CTRL-RET-CODE = 0 AND CHK-OUTSTANDING THEN
            PERFORM POST-CHKPAY-RELEASE
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO PAY-QUEUED-ITEM-EXIT
              END-IF
            SET CHK-CLEARED TO TRUE
            MOVE W-TODAY TO CHK-CLEAR-DATE
            INITIALIZE CHK-CTRL-BLK
            END-IF.
          SET PPD-PAID TO TRUE.
          PERFORM STORE-DECISION.
       PAY-QUEUED-ITEM-EXIT.
          EXIT.
       POST-CHKPAY-RELEASE.
          INITIALIZE G-ACC-REC.
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
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE 99 TO TRAN-CTRL-RET-CODE
            MOVE "Checks payable account unavailable" TO
              TRAN-CTRL-ERR-MSG
           ELSE
            INITIALIZE T-TRAN-REC
            MOVE "CLR " TO T-TRAN-TYPE
            MOVE 0 TO T-TRAN-CASH-ACC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                      0 - FUNCTION ABS(CHK-AMOUNT)
              STRING "Check " CHK-NUMBER " paid" DELIMITED BY SIZE
                 INTO T-TL-MEMO OF T-TRAN-LINE-REC
              MOVE CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC
              MOVE PPD-PRES-DATE TO
                   T-TL-VALUE-DATE OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              IF TRAN-CTRL-RET-CODE NOT = 0 THEN
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC
                MOVE 99 TO TRAN-CTRL-RET-CODE
               ELSE
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
                END-IF
              END-IF
            END-IF.
       STORE-DECISION.
          MOVE OPERATOR-ID TO PPD-DECIDED-BY.
          MOVE W-TODAY TO PPD-DECIDED-DATE.
