       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTPROF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'CUSTPROF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
           SELECT CSV-FILE ASSIGN TO 'CUSTPROF.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-C.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       FD  CSV-FILE.
       01  CSV-REC                PIC X(200).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY CUSCTRL.
        COPY ACCCTRL.
        COPY PRDCTRL.
        COPY LNCTRL.
        COPY TDPCTRL.
        COPY TRANCTRL.
        COPY FXMCTRL.
        COPY PARCTRL.
        COPY RPTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY PRODUCT REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY TRAN REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ====.
        COPY FXMARGIN REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12).
            05 FS-P           PIC 9(2).
            05 FS-C           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-FROM-DATE    PIC 9(8).
            05 W-DAYS         PIC 9(3).
            05 W-COF-RATE     PIC 9(3)V9(6) VALUE 3.
            05 W-CUST-MAX     PIC 9(4) VALUE 3000.
            05 W-CUST-TOT     PIC 9(4).
            05 W-PROD-MAX     PIC 9(3) VALUE 60.
            05 W-PROD-TOT     PIC 9(3).
            05 W-IDX          PIC 9(4).
            05 W-FIND-ID      PIC 9(5).
            05 W-FIND-IDX     PIC 9(4).
            05 W-FIND-PROD    PIC X(4).
            05 W-PROD-IDX     PIC 9(3).
            05 W-BEST         PIC 9(4).
            05 W-BEST-AMT     PIC S9(11)V99.
            05 W-RANK         PIC 9(4).
            05 W-CUST-RANKED  PIC 9(4).
            05 W-AMOUNT       PIC S9(9)V99.
            05 W-TRAN-CUST    PIC 9(4).
            05 W-TRAN-LN-INT  PIC S9(9)V99.
            05 W-TRAN-DEP-INT PIC S9(9)V99.
            05 W-TRAN-COUNT   PIC 9(7).
            05 W-WALKIN-FX    PIC S9(9)V99.
            05 W-TOT-CONTRIB  PIC S9(11)V99.
            05 W-RATE-ED      PIC ZZ9.999.
            05 W-ACC-ED       PIC ZZ9.
            05 W-DEP-ED       PIC -ZZZZZZ9.99.
            05 W-DR-ED        PIC -ZZZZZZ9.99.
            05 W-FEE-ED       PIC -ZZZZZZ9.99.
            05 W-LN-ED        PIC -ZZZZZZ9.99.
            05 W-FX-ED        PIC -ZZZZZZ9.99.
            05 W-COF-ED       PIC -ZZZZZZ9.99.
            05 W-CON-ED       PIC -ZZZZZZZZ9.99.
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-PROD-SKIP    PIC 9(5).
        01 W-CUST-TABLE.
            05 W-CUST-ENTRY OCCURS 3000 TIMES.
              10 W-C-ID        PIC 9(5).
              10 W-C-NAME      PIC X(31).
              10 W-C-ACCOUNTS  PIC 9(3).
              10 W-C-DEP-INT   PIC S9(9)V99.
              10 W-C-DR-INT    PIC S9(9)V99.
              10 W-C-FEES      PIC S9(9)V99.
              10 W-C-LN-INT    PIC S9(9)V99.
              10 W-C-FX        PIC S9(9)V99.
              10 W-C-COF       PIC S9(9)V99.
              10 W-C-CONTRIB   PIC S9(11)V99.
              10 W-C-RANKED    PIC X(1).
        01 W-PROD-TABLE.
            05 W-PROD-ENTRY OCCURS 60 TIMES.
              10 W-P-CODE      PIC X(4).
              10 W-P-DESC      PIC X(20).
              10 W-P-ACCOUNTS  PIC 9(5).
              10 W-P-DEP-INT   PIC S9(9)V99.
              10 W-P-DR-INT    PIC S9(9)V99.
              10 W-P-FEES      PIC S9(9)V99.
              10 W-P-LN-INT    PIC S9(9)V99.
              10 W-P-FX        PIC S9(9)V99.
              10 W-P-COF       PIC S9(9)V99.
              10 W-P-CONTRIB   PIC S9(11)V99.
              10 W-P-RANKED    PIC X(1).
       PROCEDURE DIVISION.
       CUSTOMER-PROFITABILITY.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY TO W-FROM-DATE.
          MOVE 01 TO W-FROM-DATE(7:2).
          COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(W-TODAY) -
                  FUNCTION INTEGER-OF-DATE(W-FROM-DATE) + 1.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "PRODIO" USING PRD-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "FXMIO" USING FXM-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CUSTPROF file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          OPEN OUTPUT CSV-FILE.
          IF FS-C NOT = 0 THEN
            DISPLAY "Unable to open CUSTPROF.CSV file, status " FS-C
            CLOSE PRINT-FILE
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Customer profitability report " W-FROM-DATE " to "
                 W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-COF-RATE TO W-RATE-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Cost of funds " W-RATE-ED " pct p.a. over " W-DAYS
                 " day(s)" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOAD-CUSTOMERS.
          PERFORM LOAD-PRODUCTS.
          PERFORM SCAN-ACCOUNTS.
          PERFORM SCAN-TERM-DEPOSITS.
          PERFORM SCAN-LOANS.
          PERFORM SCAN-TRANSACTIONS.
          PERFORM SCAN-FX-MARGINS.
          PERFORM TOTAL-CONTRIBUTION.
          PERFORM PRINT-RANKED-CUSTOMERS.
          MOVE W-RANK TO W-CUST-RANKED.
          PERFORM PRINT-RANKED-PRODUCTS.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          CLOSE CSV-FILE.
          MOVE "CUSTPROF" TO W-RPT-NAME.
          PERFORM KEEP-REPORT-RUN.
          MOVE "CUSTPROF.CSV" TO W-RPT-NAME.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-CUST-RANKED " customer(s) ranked by contribution"
                  " - see CUSTPROF and CUSTPROF.CSV".
          MOVE W-CUST-RANKED TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "COFRATE" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-COF-RATE
            END-IF.
*********
       LOAD-CUSTOMERS.
          MOVE 0 TO W-CUST-TOT.
          MOVE 0 TO W-SKIP-COUNT.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF W-CUST-TOT < W-CUST-MAX THEN
                ADD 1 TO W-CUST-TOT
                INITIALIZE W-CUST-ENTRY(W-CUST-TOT)
                MOVE CUST-ID TO W-C-ID(W-CUST-TOT)
                STRING FUNCTION TRIM(CUST-FNAME) " "
                       FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                       INTO W-C-NAME(W-CUST-TOT)
               ELSE
                ADD 1 TO W-SKIP-COUNT
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
       FIND-ACCOUNT-OWNER.
          INITIALIZE ACC-REC.
          MOVE W-FIND-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            MOVE ACC-CUST-ID TO W-FIND-ID
            PERFORM FIND-CUSTOMER
           ELSE
            MOVE 0 TO W-FIND-IDX
            END-IF.
       LOAD-PRODUCTS.
          INITIALIZE W-PROD-TABLE.
          MOVE 0 TO W-PROD-TOT.
          MOVE 0 TO W-PROD-SKIP.
          INITIALIZE PRD-CTRL-BLK.
          CALL "PRDNAF" USING PRD-CTRL-BLK PRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL PRD-CTRL-RET-CODE NOT = 0
              MOVE PRD-CODE TO W-FIND-PROD
              PERFORM FIND-PRODUCT
              IF W-PROD-IDX NOT = 0 THEN
                MOVE PRD-DESC TO W-P-DESC(W-PROD-IDX)
                END-IF
              CALL "PRDNAN" USING PRD-CTRL-BLK PRD-REC
            END-PERFORM.
       FIND-PRODUCT.
          IF W-FIND-PROD = SPACES THEN
            MOVE "NONE" TO W-FIND-PROD
            END-IF.
          MOVE 0 TO W-PROD-IDX.
          PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > W-PROD-TOT OR W-PROD-IDX NOT = 0
            IF W-P-CODE(W-IDX) = W-FIND-PROD THEN
              MOVE W-IDX TO W-PROD-IDX
              END-IF
          END-PERFORM.
          IF W-PROD-IDX = 0 THEN
            IF W-PROD-TOT < W-PROD-MAX THEN
              ADD 1 TO W-PROD-TOT
              MOVE W-PROD-TOT TO W-PROD-IDX
              MOVE W-FIND-PROD TO W-P-CODE(W-PROD-IDX)
              EVALUATE W-FIND-PROD
                WHEN "NONE"
                  MOVE "(no product)" TO W-P-DESC(W-PROD-IDX)
                WHEN "TD"
                  MOVE "Term deposits" TO W-P-DESC(W-PROD-IDX)
                WHEN "LOAN"
                  MOVE "Loans" TO W-P-DESC(W-PROD-IDX)
                WHEN "FX"
                  MOVE "Currency exchange" TO W-P-DESC(W-PROD-IDX)
              END-EVALUATE
             ELSE
              ADD 1 TO W-PROD-SKIP
              END-IF
            END-IF.
*********
       SCAN-ACCOUNTS.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF NOT ACC-IS-CASH AND ACC-LNAME NOT = "GL" AND
                  NOT ACC-CLOSED THEN
                PERFORM ADD-ACCOUNT-FUNDS
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       ADD-ACCOUNT-FUNDS.
          COMPUTE W-AMOUNT ROUNDED = ACC-BALANCE * W-COF-RATE / 100 *
                  W-DAYS / 365.
          MOVE ACC-PRODUCT TO W-FIND-PROD.
          PERFORM FIND-PRODUCT.
          IF W-PROD-IDX NOT = 0 THEN
            ADD 1 TO W-P-ACCOUNTS(W-PROD-IDX)
            ADD W-AMOUNT TO W-P-COF(W-PROD-IDX)
            END-IF.
          MOVE ACC-CUST-ID TO W-FIND-ID.
          PERFORM FIND-CUSTOMER.
          IF W-FIND-IDX NOT = 0 THEN
            ADD 1 TO W-C-ACCOUNTS(W-FIND-IDX)
            ADD W-AMOUNT TO W-C-COF(W-FIND-IDX)
            END-IF.
       SCAN-TERM-DEPOSITS.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-ACTIVE THEN
                COMPUTE W-AMOUNT ROUNDED = TDP-PRINCIPAL *
                        W-COF-RATE / 100 * W-DAYS / 365
                MOVE "TD" TO W-FIND-PROD
                PERFORM FIND-PRODUCT
                IF W-PROD-IDX NOT = 0 THEN
                  ADD 1 TO W-P-ACCOUNTS(W-PROD-IDX)
                  ADD W-AMOUNT TO W-P-COF(W-PROD-IDX)
                  END-IF
                MOVE TDP-ACC TO W-FIND-ID
                PERFORM FIND-ACCOUNT-OWNER
                IF W-FIND-IDX NOT = 0 THEN
                  ADD W-AMOUNT TO W-C-COF(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE AND LN-BALANCE > 0 THEN
                COMPUTE W-AMOUNT ROUNDED = 0 - LN-BALANCE *
                        W-COF-RATE / 100 * W-DAYS / 365
                MOVE "LOAN" TO W-FIND-PROD
                PERFORM FIND-PRODUCT
                IF W-PROD-IDX NOT = 0 THEN
                  ADD 1 TO W-P-ACCOUNTS(W-PROD-IDX)
                  ADD W-AMOUNT TO W-P-COF(W-PROD-IDX)
                  END-IF
                MOVE LN-ACC TO W-FIND-ID
                PERFORM FIND-ACCOUNT-OWNER
                IF W-FIND-IDX NOT = 0 THEN
                  ADD W-AMOUNT TO W-C-COF(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
*********
       SCAN-TRANSACTIONS.
          MOVE 0 TO W-TRAN-COUNT.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANIDF" USING TRAN-CTRL-BLK T-TRAN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF T-TRAN-CLOSE AND T-TRAN-DATE >= W-FROM-DATE AND
                  T-TRAN-DATE <= W-TODAY THEN
                PERFORM ANALYSE-TRANSACTION
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANIDN" USING TRAN-CTRL-BLK T-TRAN-REC
            END-PERFORM.
       ANALYSE-TRANSACTION.
          ADD 1 TO W-TRAN-COUNT.
          MOVE 0 TO W-TRAN-CUST.
          MOVE 0 TO W-TRAN-LN-INT.
          MOVE 0 TO W-TRAN-DEP-INT.
          INITIALIZE TRAN-LINE-REC.
          MOVE T-TRAN-ID TO TL-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLTRF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              PERFORM ANALYSE-TRAN-LINE
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLTRN" USING TRAN-CTRL-BLK TRAN-LINE-REC
            END-PERFORM.
          IF W-TRAN-LN-INT NOT = 0 THEN
            MOVE "LOAN" TO W-FIND-PROD
            PERFORM FIND-PRODUCT
            IF W-PROD-IDX NOT = 0 THEN
              ADD W-TRAN-LN-INT TO W-P-LN-INT(W-PROD-IDX)
              END-IF
            IF W-TRAN-CUST NOT = 0 THEN
              ADD W-TRAN-LN-INT TO W-C-LN-INT(W-TRAN-CUST)
              END-IF
            END-IF.
          IF W-TRAN-DEP-INT NOT = 0 THEN
            MOVE "TD" TO W-FIND-PROD
            PERFORM FIND-PRODUCT
            IF W-PROD-IDX NOT = 0 THEN
              ADD W-TRAN-DEP-INT TO W-P-DEP-INT(W-PROD-IDX)
              END-IF
            IF W-TRAN-CUST NOT = 0 THEN
              ADD W-TRAN-DEP-INT TO W-C-DEP-INT(W-TRAN-CUST)
              END-IF
            END-IF.
          INITIALIZE TRAN-CTRL-BLK.
       ANALYSE-TRAN-LINE.
          INITIALIZE ACC-REC.
          MOVE TL-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH THEN
            CONTINUE
           ELSE
            IF ACC-LNAME = "GL" THEN
              PERFORM ANALYSE-GL-LINE
             ELSE
              PERFORM ANALYSE-CUSTOMER-LINE
              END-IF
            END-IF.
       ANALYSE-GL-LINE.
          IF ACC-FNAME = "LNINT" THEN
            ADD TL-AMOUNT TO W-TRAN-LN-INT
            END-IF.
          IF ACC-FNAME NOT = "WHTAX" AND
              (T-TRAN-TYPE = "TDI " OR T-TRAN-TYPE = "TDM ") THEN
            ADD TL-AMOUNT TO W-TRAN-DEP-INT
            END-IF.
       ANALYSE-CUSTOMER-LINE.
          MOVE ACC-PRODUCT TO W-FIND-PROD.
          PERFORM FIND-PRODUCT.
          MOVE ACC-CUST-ID TO W-FIND-ID.
          PERFORM FIND-CUSTOMER.
          IF W-TRAN-CUST = 0 THEN
            MOVE W-FIND-IDX TO W-TRAN-CUST
            END-IF.
          COMPUTE W-AMOUNT = 0 - TL-AMOUNT.
          EVALUATE T-TRAN-TYPE
            WHEN "FEE "
            WHEN "SDB "
              IF W-PROD-IDX NOT = 0 THEN
                ADD W-AMOUNT TO W-P-FEES(W-PROD-IDX)
                END-IF
              IF W-FIND-IDX NOT = 0 THEN
                ADD W-AMOUNT TO W-C-FEES(W-FIND-IDX)
                END-IF
            WHEN "ODI "
              IF W-PROD-IDX NOT = 0 THEN
                ADD W-AMOUNT TO W-P-DR-INT(W-PROD-IDX)
                END-IF
              IF W-FIND-IDX NOT = 0 THEN
                ADD W-AMOUNT TO W-C-DR-INT(W-FIND-IDX)
                END-IF
            WHEN "TDI "
            WHEN "TDM "
              ADD TL-AMOUNT TO W-TRAN-DEP-INT
            WHEN SPACES
              IF TL-MEMO = "Interest accrual" OR
                  TL-MEMO = "Backdated interest adjustment" THEN
                IF W-PROD-IDX NOT = 0 THEN
                  ADD TL-AMOUNT TO W-P-DEP-INT(W-PROD-IDX)
                  END-IF
                IF W-FIND-IDX NOT = 0 THEN
                  ADD TL-AMOUNT TO W-C-DEP-INT(W-FIND-IDX)
                  END-IF
                END-IF
          END-EVALUATE.
       SCAN-FX-MARGINS.
          MOVE 0 TO W-WALKIN-FX.
          MOVE "FX" TO W-FIND-PROD.
          PERFORM FIND-PRODUCT.
          INITIALIZE FXM-CTRL-BLK.
          CALL "FXMNAF" USING FXM-CTRL-BLK FXM-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FXM-CTRL-RET-CODE NOT = 0
              IF FXM-DATE >= W-FROM-DATE AND FXM-DATE <= W-TODAY THEN
                IF W-PROD-IDX NOT = 0 THEN
                  ADD FXM-SPREAD TO W-P-FX(W-PROD-IDX)
                  END-IF
                MOVE FXM-CUST-ID TO W-FIND-ID
                PERFORM FIND-CUSTOMER
                IF W-FIND-IDX NOT = 0 THEN
                  ADD FXM-SPREAD TO W-C-FX(W-FIND-IDX)
                 ELSE
                  ADD FXM-SPREAD TO W-WALKIN-FX
                  END-IF
                END-IF
              CALL "FXMNAN" USING FXM-CTRL-BLK FXM-REC
            END-PERFORM.
*********
       TOTAL-CONTRIBUTION.
          MOVE 0 TO W-TOT-CONTRIB.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CUST-TOT
            COMPUTE W-C-CONTRIB(W-IDX) = W-C-DR-INT(W-IDX) +
                    W-C-FEES(W-IDX) + W-C-LN-INT(W-IDX) +
                    W-C-FX(W-IDX) + W-C-COF(W-IDX) -
                    W-C-DEP-INT(W-IDX)
            IF W-C-ACCOUNTS(W-IDX) = 0 AND W-C-CONTRIB(W-IDX) = 0
                AND W-C-DEP-INT(W-IDX) = 0 THEN
              MOVE 'N' TO W-C-RANKED(W-IDX)
              END-IF
          END-PERFORM.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-PROD-TOT
            COMPUTE W-P-CONTRIB(W-IDX) = W-P-DR-INT(W-IDX) +
                    W-P-FEES(W-IDX) + W-P-LN-INT(W-IDX) +
                    W-P-FX(W-IDX) + W-P-COF(W-IDX) -
                    W-P-DEP-INT(W-IDX)
            ADD W-P-CONTRIB(W-IDX) TO W-TOT-CONTRIB
            IF W-P-ACCOUNTS(W-IDX) = 0 AND W-P-CONTRIB(W-IDX) = 0
                AND W-P-DEP-INT(W-IDX) = 0 THEN
              MOVE 'N' TO W-P-RANKED(W-IDX)
              END-IF
          END-PERFORM.
       PRINT-RANKED-CUSTOMERS.
          MOVE 0 TO W-RANK.
          MOVE "Rank Cust  Name                 Accts   Contribution"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "      Deposit int   Debit int        Fees    Loan int"
            TO PRINT-REC.
          MOVE "   FX margin  Fund credit" TO PRINT-REC(54:25).
          WRITE PRINT-REC.
          STRING "CUST ID,NAME,ACCOUNTS,DEPOSIT INTEREST,"
                 "DEBIT INTEREST,FEES,LOAN INTEREST,FX MARGIN,"
                 "FUNDS CREDIT,CONTRIBUTION,RANK"
                 DELIMITED BY SIZE INTO CSV-REC.
          WRITE CSV-REC.
          MOVE 1 TO W-BEST.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-BEST = 0
              PERFORM SELECT-NEXT-CUSTOMER
              IF W-BEST NOT = 0 THEN
                PERFORM PRINT-ONE-CUSTOMER
                END-IF
            END-PERFORM.
       SELECT-NEXT-CUSTOMER.
          MOVE 0 TO W-BEST.
          MOVE 0 TO W-BEST-AMT.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CUST-TOT
            IF W-C-RANKED(W-IDX) = SPACE AND
                (W-BEST = 0 OR W-C-CONTRIB(W-IDX) > W-BEST-AMT) THEN
              MOVE W-IDX TO W-BEST
              MOVE W-C-CONTRIB(W-IDX) TO W-BEST-AMT
              END-IF
          END-PERFORM.
       PRINT-ONE-CUSTOMER.
          MOVE 'Y' TO W-C-RANKED(W-BEST).
          ADD 1 TO W-RANK.
          MOVE W-C-ACCOUNTS(W-BEST) TO W-ACC-ED.
          MOVE W-C-DEP-INT(W-BEST) TO W-DEP-ED.
          MOVE W-C-DR-INT(W-BEST) TO W-DR-ED.
          MOVE W-C-FEES(W-BEST) TO W-FEE-ED.
          MOVE W-C-LN-INT(W-BEST) TO W-LN-ED.
          MOVE W-C-FX(W-BEST) TO W-FX-ED.
          MOVE W-C-COF(W-BEST) TO W-COF-ED.
          MOVE W-C-CONTRIB(W-BEST) TO W-CON-ED.
          MOVE SPACES TO PRINT-REC.
          STRING W-RANK " " W-C-ID(W-BEST) " "
                 W-C-NAME(W-BEST)(1:20) "  " W-ACC-ED "  " W-CON-ED
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "      " W-DEP-ED " " W-DR-ED " " W-FEE-ED " "
                 W-LN-ED " " W-FX-ED " " W-COF-ED
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO CSV-REC.
          STRING W-C-ID(W-BEST) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-C-NAME(W-BEST)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-ACC-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-DEP-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-DR-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-FEE-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-LN-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-FX-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-COF-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(W-CON-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 W-RANK DELIMITED BY SIZE
                 INTO CSV-REC.
          WRITE CSV-REC.
       PRINT-RANKED-PRODUCTS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Rank Prod Description          Accts   Contribution"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-RANK.
          MOVE 1 TO W-BEST.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-BEST = 0
              PERFORM SELECT-NEXT-PRODUCT
              IF W-BEST NOT = 0 THEN
                PERFORM PRINT-ONE-PRODUCT
                END-IF
            END-PERFORM.
       SELECT-NEXT-PRODUCT.
          MOVE 0 TO W-BEST.
          MOVE 0 TO W-BEST-AMT.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-PROD-TOT
            IF W-P-RANKED(W-IDX) = SPACE AND
                (W-BEST = 0 OR W-P-CONTRIB(W-IDX) > W-BEST-AMT) THEN
              MOVE W-IDX TO W-BEST
              MOVE W-P-CONTRIB(W-IDX) TO W-BEST-AMT
              END-IF
          END-PERFORM.
       PRINT-ONE-PRODUCT.
          MOVE 'Y' TO W-P-RANKED(W-BEST).
          ADD 1 TO W-RANK.
          MOVE W-P-DEP-INT(W-BEST) TO W-DEP-ED.
          MOVE W-P-DR-INT(W-BEST) TO W-DR-ED.
          MOVE W-P-FEES(W-BEST) TO W-FEE-ED.
          MOVE W-P-LN-INT(W-BEST) TO W-LN-ED.
          MOVE W-P-FX(W-BEST) TO W-FX-ED.
          MOVE W-P-COF(W-BEST) TO W-COF-ED.
          MOVE W-P-CONTRIB(W-BEST) TO W-CON-ED.
          MOVE SPACES TO PRINT-REC.
          STRING W-RANK " " W-P-CODE(W-BEST) " " W-P-DESC(W-BEST)
                 " " W-P-ACCOUNTS(W-BEST) "  " W-CON-ED
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "      " W-DEP-ED " " W-DR-ED " " W-FEE-ED " "
                 W-LN-ED " " W-FX-ED " " W-COF-ED
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-CONTRIB TO W-CON-ED.
          STRING "Total contribution " W-CON-ED " from "
                 W-TRAN-COUNT " transaction(s)" INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-WALKIN-FX NOT = 0 THEN
            MOVE W-WALKIN-FX TO W-FX-ED
            MOVE SPACES TO PRINT-REC
            STRING "FX margin from walk-in customers " W-FX-ED
                   " (product total only)" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-SKIP-COUNT > 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "*** " W-SKIP-COUNT " customer(s) beyond table "
                   "capacity not included" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-PROD-SKIP > 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "*** " W-PROD-SKIP " product posting(s) beyond "
                   "table capacity not included" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
