       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TDPINTPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'TDPINTPY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TDPCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY CUSCTRL.
        COPY WTXCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY WTAX REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'TDPINTPY'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-CUR-YEAR     PIC 9(4).
            05 W-DAYS         PIC S9(5).
            05 W-INTEREST     PIC S9(7)V99.
            05 W-WHT-RATE     PIC 9(2)V9(3).
            05 W-WHT-AMT      PIC S9(7)V99.
            05 W-NET-AMT      PIC S9(7)V99.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-WHT-ED       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-PAID-COUNT   PIC 9(5).
            05 W-PAID-TOTAL   PIC S9(9)V99.
            05 W-WHT-TOTAL    PIC S9(9)V99.
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-PAY-SW       PIC X(1).
              88 W-PAY-FAILED VALUE 'F'.
            05 W-ADD-MONTHS   PIC 9(2).
            05 W-NEXT-DATE    PIC 9(8).
            05 W-NEXT-PARTS REDEFINES W-NEXT-DATE.
              10 W-NEXT-YYYY  PIC 9(4).
              10 W-NEXT-MM    PIC 9(2).
              10 W-NEXT-DD    PIC 9(2).
            05 W-START-DATE   PIC 9(8).
            05 W-START-PARTS REDEFINES W-START-DATE.
              10 W-START-YYYY PIC 9(4).
              10 W-START-MM   PIC 9(2).
              10 W-START-DD   PIC 9(2).
            05 W-MONTH-NUM    PIC 9(3).
       PROCEDURE DIVISION.
       PAY-PERIODIC-TD-INTEREST.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY(1:4) TO W-CUR-YEAR.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "WTXIO" USING WTX-CTRL-BLK.
          MOVE 0 TO W-PAID-COUNT.
          MOVE 0 TO W-PAID-TOTAL.
          MOVE 0 TO W-WHT-TOTAL.
          MOVE 0 TO W-FAIL-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open TDPINTPY file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Term deposit periodic interest run - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOCATE-WHT-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE = 0 THEN
            PERFORM SCAN-DEPOSITS
           ELSE
            DISPLAY "Withholding tax GL account unavailable"
            END-IF.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          COMPUTE STEP-RECORD-COUNT = W-PAID-COUNT + W-FAIL-COUNT.
          GOBACK.
       SCAN-DEPOSITS.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-ACTIVE AND
                  (TDP-PAY-MONTHLY OR TDP-PAY-QUARTERLY) THEN
                PERFORM PROCESS-ONE-DEPOSIT
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       PROCESS-ONE-DEPOSIT.
          IF TDP-PAY-ACC = 0 THEN
            MOVE TDP-ACC TO TDP-PAY-ACC
            END-IF.
          IF TDP-LAST-PAY = 0 THEN
            MOVE TDP-START TO TDP-LAST-PAY
            END-IF.
          IF TDP-NEXT-PAY = 0 THEN
            PERFORM SET-NEXT-PAY-DATE
            INITIALIZE TDP-CTRL-BLK
            CALL "TDPREPL" USING TDP-CTRL-BLK TDP-REC
            END-IF.
          MOVE SPACE TO W-PAY-SW.
          PERFORM PAY-ONE-PERIOD THRU PAY-ONE-PERIOD-EXIT
            UNTIL TDP-NEXT-PAY > W-TODAY OR
                  TDP-NEXT-PAY >= TDP-MATURITY OR
                  W-PAY-FAILED.
       PAY-ONE-PERIOD.
          COMPUTE W-DAYS =
                  FUNCTION INTEGER-OF-DATE(TDP-NEXT-PAY) -
                  FUNCTION INTEGER-OF-DATE(TDP-LAST-PAY).
          IF W-DAYS < 0 THEN
            MOVE 0 TO W-DAYS
            END-IF.
          COMPUTE W-INTEREST ROUNDED =
                  TDP-PRINCIPAL * TDP-RATE-PCT / 100 *
                  W-DAYS / 365.
          IF W-INTEREST > 0 THEN
            PERFORM RESOLVE-WITHHOLDING
            COMPUTE W-WHT-AMT ROUNDED =
                    W-INTEREST * W-WHT-RATE / 100
            COMPUTE W-NET-AMT = W-INTEREST - W-WHT-AMT
            PERFORM POST-INTEREST-PAYMENT
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              SET W-PAY-FAILED TO TRUE
              ADD 1 TO W-FAIL-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "Deposit " TDP-ID " NOT paid - "
                     TRAN-CTRL-ERR-MSG INTO PRINT-REC
              WRITE PRINT-REC
              GO TO PAY-ONE-PERIOD-EXIT
              END-IF
            PERFORM RECORD-WITHHOLDING
            PERFORM ADD-YTD-INTEREST
            ADD W-INTEREST TO TDP-INT-PAID
            ADD 1 TO W-PAID-COUNT
            ADD W-INTEREST TO W-PAID-TOTAL
            ADD W-WHT-AMT TO W-WHT-TOTAL
            MOVE W-INTEREST TO W-AMT-ED
            MOVE W-WHT-AMT TO W-WHT-ED
            MOVE SPACES TO PRINT-REC
            STRING "Deposit " TDP-ID " to acct " TDP-PAY-ACC " "
                   W-AMT-ED " tax " W-WHT-ED " for " TDP-NEXT-PAY
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          MOVE TDP-NEXT-PAY TO TDP-LAST-PAY.
          PERFORM SET-NEXT-PAY-DATE.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPREPL" USING TDP-CTRL-BLK TDP-REC.
       PAY-ONE-PERIOD-EXIT.
          EXIT.
       SET-NEXT-PAY-DATE.
          IF TDP-PAY-QUARTERLY THEN
            MOVE 3 TO W-ADD-MONTHS
           ELSE
            MOVE 1 TO W-ADD-MONTHS
            END-IF.
          MOVE TDP-START TO W-START-DATE.
          MOVE TDP-LAST-PAY TO W-NEXT-DATE.
          COMPUTE W-MONTH-NUM = W-NEXT-MM - 1 + W-ADD-MONTHS.
          COMPUTE W-NEXT-YYYY = W-NEXT-YYYY + W-MONTH-NUM / 12.
          COMPUTE W-NEXT-MM = FUNCTION MOD(W-MONTH-NUM, 12) + 1.
          MOVE W-START-DD TO W-NEXT-DD.
          PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(W-NEXT-DATE) = 0
            SUBTRACT 1 FROM W-NEXT-DD
          END-PERFORM.
          IF W-NEXT-DATE >= TDP-MATURITY THEN
            MOVE TDP-MATURITY TO TDP-NEXT-PAY
           ELSE
            MOVE W-NEXT-DATE TO TDP-NEXT-PAY
            END-IF.
       RESOLVE-WITHHOLDING.
          MOVE 0 TO W-WHT-RATE.
          INITIALIZE ACC-REC.
          MOVE TDP-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CUST-ID NOT = 0 THEN
            INITIALIZE CUST-REC
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 AND CUST-TAX-WITHHOLD THEN
              MOVE CUST-TAX-RATE TO W-WHT-RATE
              END-IF
            END-IF.
       POST-INTEREST-PAYMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "TDI " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE TDP-PAY-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-NET-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Term deposit " TDP-ID " interest" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            IF TRAN-CTRL-RET-CODE = 0 AND W-WHT-AMT NOT = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              MOVE W-WHT-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
              MOVE "Tax withheld at source" TO
                   T-TL-MEMO OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              END-IF
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
              END-IF
            END-IF.
       RECORD-WITHHOLDING.
          IF W-WHT-AMT NOT = 0 THEN
            INITIALIZE WTX-REC
            MOVE ACC-CUST-ID TO WTX-CUST
            MOVE TDP-PAY-ACC TO WTX-ACC
            MOVE W-TODAY TO WTX-DATE
            MOVE W-WHT-AMT TO WTX-AMOUNT
            SET WTX-HELD TO TRUE
            INITIALIZE WTX-CTRL-BLK
            CALL "WTXADD" USING WTX-CTRL-BLK WTX-REC
            END-IF.
       ADD-YTD-INTEREST.
          INITIALIZE ACC-REC.
          MOVE TDP-PAY-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            IF ACC-YTD-YEAR NOT = W-CUR-YEAR THEN
              MOVE 0 TO ACC-YTD-INTEREST
              MOVE W-CUR-YEAR TO ACC-YTD-YEAR
              END-IF
            ADD W-INTEREST TO ACC-YTD-INTEREST
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            END-IF.
       LOCATE-WHT-GL-ACCOUNT.
          MOVE "WHTAX" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "WHTAX" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-PAID-TOTAL TO W-TOTAL-ED.
          STRING W-PAID-COUNT " payment(s) totalling " W-TOTAL-ED
                 ", " W-FAIL-COUNT " failed" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-WHT-TOTAL TO W-TOTAL-ED.
          STRING "Tax withheld " W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-PAID-COUNT " interest payment(s), " W-FAIL-COUNT
                  " failed - see TDPINTPY file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
