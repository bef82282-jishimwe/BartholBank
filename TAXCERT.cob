       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TAXCERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO 'TAXCERT1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-C.
           SELECT PRINT-FILE ASSIGN TO 'TAXCERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
       01  CERT-REC PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY CUSCTRL.
        COPY ACCCTRL.
        COPY LNCTRL.
        COPY LSCCTRL.
        COPY WTXCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        COPY WTAX REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'TAXCERT'.
            05 FS-C           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-CUST-MAX     PIC 9(4) VALUE 3000.
            05 W-CUST-TOT     PIC 9(4).
            05 W-IDX          PIC 9(4).
            05 W-CERT-IDX     PIC 9(4).
            05 W-FIND-ID      PIC 9(5).
            05 W-FIND-IDX     PIC 9(4).
            05 W-NET          PIC S9(9)V99.
            05 W-AMOUNT       PIC -ZZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZZ9.99.
            05 W-CERT-COUNT   PIC 9(5).
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-TOT-INTEREST PIC S9(11)V99.
            05 W-TOT-TAX      PIC S9(11)V99.
            05 W-TOT-LOAN-INT PIC S9(11)V99.
        01 W-CUST-TABLE.
            05 W-CUST-ENTRY OCCURS 3000 TIMES.
              10 W-C-ID        PIC 9(5).
              10 W-C-ACCOUNTS  PIC 9(3).
              10 W-C-INTEREST  PIC S9(9)V99.
              10 W-C-TAX       PIC S9(9)V99.
              10 W-C-LOAN-INT  PIC S9(9)V99.
       LINKAGE SECTION.
       01  LK-TAX-YEAR PIC 9(4).
       PROCEDURE DIVISION USING LK-TAX-YEAR.
       TAX-CERTIFICATE-RUN.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE 0 TO W-CERT-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          MOVE 0 TO W-TOT-INTEREST.
          MOVE 0 TO W-TOT-TAX.
          MOVE 0 TO W-TOT-LOAN-INT.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          CALL "WTXIO" USING WTX-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open TAXCERT file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING "Tax certificate register for " LK-TAX-YEAR
                 " - run " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Cust  Name                         Interest"
            TO PRINT-REC.
          MOVE "Withheld   Loan int" TO PRINT-REC(50:).
          WRITE PRINT-REC.
          PERFORM LOAD-CUSTOMERS.
          PERFORM ADD-DEPOSIT-INTEREST.
          PERFORM ADD-TAX-WITHHELD.
          PERFORM ADD-LOAN-INTEREST-PAID.
          PERFORM VARYING W-CERT-IDX FROM 1 BY 1
              UNTIL W-CERT-IDX > W-CUST-TOT
            IF W-C-INTEREST(W-CERT-IDX) NOT = 0 OR
                W-C-TAX(W-CERT-IDX) NOT = 0 OR
                W-C-LOAN-INT(W-CERT-IDX) NOT = 0 THEN
              PERFORM ISSUE-CERTIFICATE
              END-IF
          END-PERFORM.
          PERFORM WRITE-CONTROL-TOTALS.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-CERT-COUNT " tax certificate(s) issued for "
                  LK-TAX-YEAR " - see TAXCERT and TAXPRNT files".
          GOBACK.
       LOAD-CUSTOMERS.
          MOVE 0 TO W-CUST-TOT.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF W-CUST-TOT < W-CUST-MAX THEN
                ADD 1 TO W-CUST-TOT
                MOVE CUST-ID TO W-C-ID(W-CUST-TOT)
                MOVE 0 TO W-C-ACCOUNTS(W-CUST-TOT)
                MOVE 0 TO W-C-INTEREST(W-CUST-TOT)
                MOVE 0 TO W-C-TAX(W-CUST-TOT)
                MOVE 0 TO W-C-LOAN-INT(W-CUST-TOT)
               ELSE
                DISPLAY "Customer table full - customer " CUST-ID
                        " has no certificate"
                MOVE 1 TO RETURN-CODE
                END-IF
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
       FIND-CUSTOMER.
          MOVE 0 TO W-FIND-IDX.
          IF W-FIND-ID NOT = 0 THEN
            PERFORM VARYING W-IDX FROM 1 BY 1
                UNTIL W-IDX > W-CUST-TOT OR W-FIND-IDX NOT = 0
              IF W-C-ID(W-IDX) = W-FIND-ID THEN
                MOVE W-IDX TO W-FIND-IDX
                END-IF
            END-PERFORM
            END-IF.
       ADD-DEPOSIT-INTEREST.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF NOT ACC-IS-CASH AND ACC-YTD-YEAR = LK-TAX-YEAR
                  AND ACC-YTD-INTEREST NOT = 0 THEN
                MOVE ACC-CUST-ID TO W-FIND-ID
                PERFORM FIND-CUSTOMER
                IF W-FIND-IDX = 0 THEN
                  ADD 1 TO W-SKIP-COUNT
                 ELSE
                  ADD 1 TO W-C-ACCOUNTS(W-FIND-IDX)
                  ADD ACC-YTD-INTEREST TO W-C-INTEREST(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       ADD-TAX-WITHHELD.
          INITIALIZE WTX-CTRL-BLK.
          CALL "WTXNAF" USING WTX-CTRL-BLK WTX-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL WTX-CTRL-RET-CODE NOT = 0
              IF WTX-DATE(1:4) = LK-TAX-YEAR THEN
                MOVE WTX-CUST TO W-FIND-ID
                PERFORM FIND-CUSTOMER
                IF W-FIND-IDX = 0 THEN
                  ADD 1 TO W-SKIP-COUNT
                 ELSE
                  ADD WTX-AMOUNT TO W-C-TAX(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "WTXNAN" USING WTX-CTRL-BLK WTX-REC
            END-PERFORM.
       ADD-LOAN-INTEREST-PAID.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF NOT LN-CANCELLED THEN
                PERFORM ADD-ONE-LOAN
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       ADD-ONE-LOAN.
          INITIALIZE ACC-REC.
          MOVE LN-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          MOVE 0 TO W-FIND-IDX.
          IF ACC-CTRL-RET-CODE = 0 THEN
            MOVE ACC-CUST-ID TO W-FIND-ID
            PERFORM FIND-CUSTOMER
            END-IF.
          IF W-FIND-IDX NOT = 0 THEN
            INITIALIZE LSC-REC
            MOVE LN-ID TO LSC-LOAN
            INITIALIZE LSC-CTRL-BLK
            CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC
            PERFORM
              WITH TEST BEFORE
              UNTIL LSC-CTRL-RET-CODE NOT = 0
                IF LSC-PAID AND
                    LSC-PAID-DATE(1:4) = LK-TAX-YEAR THEN
                  ADD LSC-INTEREST TO W-C-LOAN-INT(W-FIND-IDX)
                  END-IF
                CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
              END-PERFORM
            END-IF.
*********
       ISSUE-CERTIFICATE.
          INITIALIZE CUST-REC.
          MOVE W-C-ID(W-CERT-IDX) TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Customer " CUST-ID " not found: "
                    CUS-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
           ELSE
            PERFORM WRITE-CERTIFICATE
            CALL "TAXSEND" USING CUST-REC
            PERFORM WRITE-REGISTER-LINE
            END-IF.
       WRITE-CERTIFICATE.
          OPEN OUTPUT CERT-FILE.
          MOVE SPACES TO CERT-REC.
          STRING "Barthol Bank - interest tax certificate "
                 LK-TAX-YEAR INTO CERT-REC.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          STRING "Customer " CUST-ID " " FUNCTION TRIM(CUST-FNAME)
                 " " FUNCTION TRIM(CUST-LNAME) INTO CERT-REC.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          MOVE CUST-ADDRESS TO CERT-REC(16:).
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          WRITE CERT-REC.
          MOVE W-C-INTEREST(W-CERT-IDX) TO W-AMOUNT.
          MOVE SPACES TO CERT-REC.
          STRING "Deposit interest earned  " W-AMOUNT
                 "  (" W-C-ACCOUNTS(W-CERT-IDX) " account(s))"
                 INTO CERT-REC.
          WRITE CERT-REC.
          MOVE W-C-TAX(W-CERT-IDX) TO W-AMOUNT.
          MOVE SPACES TO CERT-REC.
          STRING "Tax withheld at source   " W-AMOUNT INTO CERT-REC.
          WRITE CERT-REC.
          COMPUTE W-NET = W-C-INTEREST(W-CERT-IDX)
                        - W-C-TAX(W-CERT-IDX).
          MOVE W-NET TO W-AMOUNT.
          MOVE SPACES TO CERT-REC.
          STRING "Net interest credited   " W-AMOUNT INTO CERT-REC.
          WRITE CERT-REC.
          MOVE W-C-LOAN-INT(W-CERT-IDX) TO W-AMOUNT.
          MOVE SPACES TO CERT-REC.
          STRING "Loan interest paid       " W-AMOUNT INTO CERT-REC.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          IF CUST-TAX-WITHHOLD THEN
            STRING "Tax status: withholding at " CUST-TAX-RATE
                   " pct" INTO CERT-REC
           ELSE
            MOVE "Tax status: exempt from withholding" TO CERT-REC
            END-IF.
          WRITE CERT-REC.
          MOVE SPACES TO CERT-REC.
          STRING "Issued " W-TODAY " for the tax year ending 31.12."
                 LK-TAX-YEAR INTO CERT-REC.
          WRITE CERT-REC.
          CLOSE CERT-FILE.
       WRITE-REGISTER-LINE.
          ADD 1 TO W-CERT-COUNT.
          ADD W-C-INTEREST(W-CERT-IDX) TO W-TOT-INTEREST.
          ADD W-C-TAX(W-CERT-IDX) TO W-TOT-TAX.
          ADD W-C-LOAN-INT(W-CERT-IDX) TO W-TOT-LOAN-INT.
          MOVE SPACES TO PRINT-REC.
          MOVE CUST-ID TO PRINT-REC(1:5).
          MOVE CUST-NAME TO PRINT-REC(7:30).
          MOVE W-C-INTEREST(W-CERT-IDX) TO W-AMOUNT.
          MOVE W-AMOUNT TO PRINT-REC(37:12).
          MOVE W-C-TAX(W-CERT-IDX) TO W-AMOUNT.
          MOVE W-AMOUNT TO PRINT-REC(50:12).
          MOVE W-C-LOAN-INT(W-CERT-IDX) TO W-AMOUNT.
          MOVE W-AMOUNT TO PRINT-REC(63:12).
          IF CUST-EMAIL = SPACES THEN
            MOVE "PRINT" TO PRINT-REC(76:5)
           ELSE
            MOVE "EMAIL" TO PRINT-REC(76:5)
            END-IF.
          WRITE PRINT-REC.
       WRITE-CONTROL-TOTALS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-CERT-COUNT " certificate(s) issued" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-INTEREST TO W-TOTAL-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Deposit interest total  " W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-TAX TO W-TOTAL-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Tax withheld total      " W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-LOAN-INT TO W-TOTAL-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Loan interest total     " W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-SKIP-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-SKIP-COUNT " item(s) with no customer on file "
                   "- not certified" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
