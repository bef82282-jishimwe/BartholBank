       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTACCR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'INTACCR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TDPCTRL.
        COPY LNCTRL.
        COPY LSCCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY CTLCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'INTACCR'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-MONTH-END    PIC 9(8).
            05 W-NEXT-MONTH   PIC 9(8).
            05 W-NM-PARTS REDEFINES W-NEXT-MONTH.
              10 W-NM-YEAR    PIC 9(4).
              10 W-NM-MONTH   PIC 9(2).
              10 W-NM-DAY     PIC 9(2).
            05 W-DAY-INT      PIC S9(7).
            05 W-FROM-DATE    PIC 9(8).
            05 W-TO-DATE      PIC 9(8).
            05 W-DAYS         PIC S9(5).
            05 W-ACCRUED      PIC S9(7)V99.
            05 W-TD-TOTAL     PIC S9(9)V99.
            05 W-LN-TOTAL     PIC S9(9)V99.
            05 W-TD-COUNT     PIC 9(5).
            05 W-LN-COUNT     PIC 9(5).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-TOT-ED       PIC -ZZZZZZZZ9.99.
            05 W-GL-NAME      PIC X(15).
            05 W-TD-EXP-ACC   PIC 9(5).
            05 W-TD-PAY-ACC   PIC 9(5).
            05 W-LN-REC-ACC   PIC 9(5).
            05 W-LN-INC-ACC   PIC 9(5).
            05 W-LINE-ACC     PIC 9(5).
            05 W-ERROR-SW     PIC X(1).
              88 W-GL-ERROR   VALUE 'Y'.
       PROCEDURE DIVISION.
       ACCRUE-MONTH-END-INTEREST.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          PERFORM COMPUTE-MONTH-END.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open INTACCR file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Interest accruals to " W-MONTH-END
                 " - business date " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE CTL-REC.
          MOVE "ACCRTRAN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          IF CTL-LAST-ID NOT = 0 THEN
            STRING "Accrual tran " CTL-LAST-ID
                   " not yet reversed - no new accrual posted"
                   INTO PRINT-REC
            WRITE PRINT-REC
            CLOSE PRINT-FILE
            DISPLAY "Previous interest accrual not yet reversed"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 'N' TO W-ERROR-SW.
          PERFORM LOCATE-ACCRUAL-ACCOUNTS.
          IF W-GL-ERROR THEN
            MOVE "Accrual GL accounts unavailable" TO PRINT-REC
            WRITE PRINT-REC
            CLOSE PRINT-FILE
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 0 TO W-TD-TOTAL.
          MOVE 0 TO W-LN-TOTAL.
          MOVE 0 TO W-TD-COUNT.
          MOVE 0 TO W-LN-COUNT.
          PERFORM ACCRUE-TERM-DEPOSITS.
          PERFORM ACCRUE-LOANS.
          PERFORM WRITE-RUN-SUMMARY.
          IF W-TD-TOTAL NOT = 0 OR W-LN-TOTAL NOT = 0 THEN
            PERFORM POST-ACCRUALS
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          COMPUTE STEP-RECORD-COUNT = W-TD-COUNT + W-LN-COUNT.
          GOBACK.
       COMPUTE-MONTH-END.
          MOVE W-TODAY TO W-NEXT-MONTH.
          MOVE 1 TO W-NM-DAY.
          IF W-NM-MONTH = 12 THEN
            ADD 1 TO W-NM-YEAR
            MOVE 1 TO W-NM-MONTH
           ELSE
            ADD 1 TO W-NM-MONTH
            END-IF.
          COMPUTE W-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(W-NEXT-MONTH) - 1.
          COMPUTE W-MONTH-END = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
*********
       ACCRUE-TERM-DEPOSITS.
          MOVE "Term deposits - interest payable" TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-ACTIVE AND TDP-START < W-MONTH-END THEN
                PERFORM ACCRUE-ONE-DEPOSIT
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       ACCRUE-ONE-DEPOSIT.
          MOVE TDP-START TO W-FROM-DATE.
          MOVE W-MONTH-END TO W-TO-DATE.
          IF TDP-MATURITY < W-TO-DATE THEN
            MOVE TDP-MATURITY TO W-TO-DATE
            END-IF.
          COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(W-TO-DATE) -
                           FUNCTION INTEGER-OF-DATE(W-FROM-DATE).
          IF W-DAYS > 0 THEN
            COMPUTE W-ACCRUED ROUNDED =
                    TDP-PRINCIPAL * TDP-RATE-PCT / 100 *
                    W-DAYS / 365
            SUBTRACT TDP-INT-PAID FROM W-ACCRUED
            IF W-ACCRUED > 0 THEN
              ADD W-ACCRUED TO W-TD-TOTAL
              ADD 1 TO W-TD-COUNT
              MOVE W-ACCRUED TO W-AMT-ED
              MOVE SPACES TO PRINT-REC
              STRING "  Deposit " TDP-ID " acct " TDP-ACC " "
                     W-DAYS " day(s) from " W-FROM-DATE " "
                     W-AMT-ED INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
            END-IF.
       ACCRUE-LOANS.
          MOVE "Loans - interest receivable" TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE AND LN-BALANCE > 0 THEN
                PERFORM ACCRUE-ONE-LOAN
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       ACCRUE-ONE-LOAN.
          MOVE LN-START TO W-FROM-DATE.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-PAID AND LSC-DUE-DATE > W-FROM-DATE THEN
                MOVE LSC-DUE-DATE TO W-FROM-DATE
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
          COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(W-MONTH-END) -
                           FUNCTION INTEGER-OF-DATE(W-FROM-DATE).
          IF W-DAYS > 0 THEN
            COMPUTE W-ACCRUED ROUNDED =
                    LN-BALANCE * LN-RATE-PCT * W-DAYS / 36500
            IF W-ACCRUED > 0 THEN
              ADD W-ACCRUED TO W-LN-TOTAL
              ADD 1 TO W-LN-COUNT
              MOVE W-ACCRUED TO W-AMT-ED
              MOVE SPACES TO PRINT-REC
              STRING "  Loan " LN-ID " acct " LN-ACC " "
                     W-DAYS " day(s) from " W-FROM-DATE " "
                     W-AMT-ED INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
            END-IF.
*********
       LOCATE-ACCRUAL-ACCOUNTS.
          MOVE "TDINTEXP" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-ID TO W-TD-EXP-ACC.
          MOVE "TDACCRPAY" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-ID TO W-TD-PAY-ACC.
          MOVE "LNACCRREC" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-ID TO W-LN-REC-ACC.
          MOVE "LNINT" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-ID TO W-LN-INC-ACC.
       LOCATE-GL-ACCOUNT.
          INITIALIZE G-ACC-REC.
          MOVE W-GL-NAME TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE W-GL-NAME TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "GL account " W-GL-NAME " unavailable"
            SET W-GL-ERROR TO TRUE
            END-IF.
*********
       POST-ACCRUALS.
          INITIALIZE T-TRAN-REC.
          MOVE "ACR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            IF W-TD-TOTAL NOT = 0 THEN
              COMPUTE W-ACCRUED = 0 - W-TD-TOTAL
              MOVE W-TD-EXP-ACC TO W-LINE-ACC
              PERFORM ADD-ACCRUAL-LINE
              MOVE W-TD-TOTAL TO W-ACCRUED
              MOVE W-TD-PAY-ACC TO W-LINE-ACC
              PERFORM ADD-ACCRUAL-LINE
              END-IF
            IF W-LN-TOTAL NOT = 0 THEN
              COMPUTE W-ACCRUED = 0 - W-LN-TOTAL
              MOVE W-LN-REC-ACC TO W-LINE-ACC
              PERFORM ADD-ACCRUAL-LINE
              MOVE W-LN-TOTAL TO W-ACCRUED
              MOVE W-LN-INC-ACC TO W-LINE-ACC
              PERFORM ADD-ACCRUAL-LINE
              END-IF
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE CTL-REC
            MOVE "ACCRTRAN" TO CTL-NAME
            MOVE T-TRAN-ID OF T-TRAN-REC TO CTL-LAST-ID
            INITIALIZE CTL-CTRL-BLK
            CALL "CTLPUT" USING CTL-CTRL-BLK CTL-REC
            STRING "Accruals posted in transaction "
                   T-TRAN-ID OF T-TRAN-REC
                   " - reversed next business day" INTO PRINT-REC
            DISPLAY "Month-end interest accruals posted - see "
                    "INTACCR file"
           ELSE
            STRING "Accruals NOT posted - " TRAN-CTRL-ERR-MSG
                   INTO PRINT-REC
            DISPLAY "Month-end interest accruals NOT posted - "
                    TRAN-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            END-IF.
          WRITE PRINT-REC.
       ADD-ACCRUAL-LINE.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE W-LINE-ACC TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE W-ACCRUED TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          STRING "Interest accrual to " W-MONTH-END INTO
             T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TD-TOTAL TO W-TOT-ED.
          STRING W-TD-COUNT " deposit(s) accrued payable  " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-LN-TOTAL TO W-TOT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING W-LN-COUNT " loan(s) accrued receivable  " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
