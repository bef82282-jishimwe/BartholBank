       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BRNCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY LNCTRL.
        COPY TDPCTRL.
        COPY EVTCTRL.
        COPY RPTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY BRANCH REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY TRAN REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12).
            05 W-OUT-NAME     PIC X(20).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-FROM-DATE    PIC 9(8).
            05 W-BR-IDX       PIC 9(2).
            05 W-BR-COUNT     PIC 9(2).
            05 W-TOT-IDX      PIC 9(2).
            05 W-TY-IDX       PIC 9(2).
            05 W-FIND-BRANCH  PIC X(4).
            05 W-FIND-TYPE    PIC X(4).
            05 W-ADD-COUNT    PIC 9(5).
            05 W-TRAN-BR      PIC 9(2).
            05 W-LINE-BR      PIC 9(2).
            05 W-LOAN-INT     PIC S9(9)V99.
            05 W-LINE-POS     PIC 9(2).
            05 W-COUNT-ED     PIC ZZZZ9.
            05 W-AMOUNT-ED    PIC -ZZZZZZZZ9.99.
            05 W-TRAN-TOTAL   PIC 9(7).
        01 W-BRANCH-TABLE.
            05 W-BR-ENTRY OCCURS 61 TIMES.
              10 W-BR-CODE       PIC X(4).
              10 W-BR-NAME       PIC X(30).
              10 W-BR-MANAGER    PIC X(30).
              10 W-BR-NEW-ACC    PIC 9(5).
              10 W-BR-TD-COUNT   PIC 9(5).
              10 W-BR-TD-AMOUNT  PIC S9(9)V99.
              10 W-BR-LN-COUNT   PIC 9(5).
              10 W-BR-LN-AMOUNT  PIC S9(9)V99.
              10 W-BR-FEE-INC    PIC S9(9)V99.
              10 W-BR-INT-INC    PIC S9(9)V99.
              10 W-BR-DEP-BAL    PIC S9(9)V99.
              10 W-BR-LN-BAL     PIC S9(9)V99.
              10 W-BR-CASH       PIC S9(9)V99.
              10 W-BR-TRANS      PIC 9(7).
              10 W-BR-TYPE-COUNT PIC 9(2).
              10 W-BR-TYPE OCCURS 30 TIMES.
                15 W-BT-CODE     PIC X(4).
                15 W-BT-COUNT    PIC 9(5).
        LINKAGE SECTION.
        01 BRN-RPT-PERIOD     PIC X(1).
          88 BRN-RPT-MONTHLY  VALUE 'M'.
       PROCEDURE DIVISION USING BRN-RPT-PERIOD.
       BRANCH-REPORTING.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY TO W-FROM-DATE.
          IF BRN-RPT-MONTHLY THEN
            MOVE 01 TO W-FROM-DATE(7:2)
            MOVE "BRNMONTH" TO W-RPT-NAME
           ELSE
            MOVE "BRNDAY" TO W-RPT-NAME
            END-IF.
          MOVE W-RPT-NAME TO W-OUT-NAME.
          CALL "BRNIO" USING BRN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open " W-OUT-NAME " print file, status "
                    FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          PERFORM LOAD-BRANCHES.
          PERFORM SCAN-ACCOUNTS.
          PERFORM SCAN-TERM-DEPOSITS.
          PERFORM SCAN-LOANS.
          PERFORM SCAN-TRANSACTIONS.
          IF BRN-RPT-MONTHLY THEN
            STRING "Branch monthly report " W-FROM-DATE " to "
                   W-TODAY INTO PRINT-REC
           ELSE
            STRING "Branch daily report " W-TODAY INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          PERFORM PRINT-ONE-BRANCH
            VARYING W-BR-IDX FROM 1 BY 1 UNTIL W-BR-IDX > W-BR-COUNT.
          PERFORM ADD-BRANCH-TO-TOTAL
            VARYING W-BR-IDX FROM 1 BY 1 UNTIL W-BR-IDX > W-BR-COUNT.
          MOVE W-TOT-IDX TO W-BR-IDX.
          PERFORM PRINT-BRANCH-FIGURES.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Branch report: " W-BR-COUNT " branch(es), "
                  W-TRAN-TOTAL " transaction(s) - see " W-OUT-NAME
                  " file".
          MOVE W-TRAN-TOTAL TO STEP-RECORD-COUNT.
          GOBACK.
*********
       LOAD-BRANCHES.
          INITIALIZE W-BRANCH-TABLE.
          MOVE 1 TO W-BR-COUNT.
          MOVE SPACES TO W-BR-CODE(1).
          MOVE "(no home branch)" TO W-BR-NAME(1).
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNNAF" USING BRN-CTRL-BLK BRN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BRN-CTRL-RET-CODE NOT = 0 OR W-BR-COUNT = 60
              ADD 1 TO W-BR-COUNT
              MOVE BRN-CODE TO W-BR-CODE(W-BR-COUNT)
              MOVE BRN-NAME TO W-BR-NAME(W-BR-COUNT)
              MOVE BRN-MANAGER TO W-BR-MANAGER(W-BR-COUNT)
              CALL "BRNNAN" USING BRN-CTRL-BLK BRN-REC
            END-PERFORM.
          COMPUTE W-TOT-IDX = W-BR-COUNT + 1.
          MOVE "ALL " TO W-BR-CODE(W-TOT-IDX).
          MOVE "All branches" TO W-BR-NAME(W-TOT-IDX).
       FIND-BRANCH.
          PERFORM
            VARYING W-BR-IDX FROM 2 BY 1
            UNTIL W-BR-IDX > W-BR-COUNT
              IF W-BR-CODE(W-BR-IDX) = W-FIND-BRANCH THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-BR-IDX > W-BR-COUNT THEN
            MOVE 1 TO W-BR-IDX
            END-IF.
*********
       SCAN-ACCOUNTS.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              MOVE ACC-BRANCH TO W-FIND-BRANCH
              PERFORM FIND-BRANCH
              EVALUATE TRUE
                WHEN ACC-IS-CASH
                  ADD ACC-BALANCE TO W-BR-CASH(W-BR-IDX)
                WHEN ACC-LNAME = "GL"
                  CONTINUE
                WHEN OTHER
                  IF ACC-OPEN-DATE >= W-FROM-DATE AND
                      ACC-OPEN-DATE <= W-TODAY THEN
                    ADD 1 TO W-BR-NEW-ACC(W-BR-IDX)
                    END-IF
                  IF ACC-BALANCE > 0 THEN
                    ADD ACC-BALANCE TO W-BR-DEP-BAL(W-BR-IDX)
                    END-IF
              END-EVALUATE
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       FIND-ACCOUNT-BRANCH.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            MOVE ACC-BRANCH TO W-FIND-BRANCH
           ELSE
            MOVE SPACES TO W-FIND-BRANCH
            END-IF.
          PERFORM FIND-BRANCH.
*********
       SCAN-TERM-DEPOSITS.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-START >= W-FROM-DATE AND
                  TDP-START <= W-TODAY THEN
                INITIALIZE ACC-REC
                MOVE TDP-ACC TO ACC-ID
                PERFORM FIND-ACCOUNT-BRANCH
                ADD 1 TO W-BR-TD-COUNT(W-BR-IDX)
                ADD TDP-PRINCIPAL TO W-BR-TD-AMOUNT(W-BR-IDX)
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              INITIALIZE ACC-REC
              MOVE LN-ACC TO ACC-ID
              PERFORM FIND-ACCOUNT-BRANCH
              IF LN-START >= W-FROM-DATE AND
                  LN-START <= W-TODAY AND NOT LN-CANCELLED THEN
                ADD 1 TO W-BR-LN-COUNT(W-BR-IDX)
                ADD LN-PRINCIPAL TO W-BR-LN-AMOUNT(W-BR-IDX)
                END-IF
              IF LN-ACTIVE THEN
                ADD LN-BALANCE TO W-BR-LN-BAL(W-BR-IDX)
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
*********
       SCAN-TRANSACTIONS.
          MOVE 0 TO W-TRAN-TOTAL.
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
          ADD 1 TO W-TRAN-TOTAL.
          MOVE 0 TO W-TRAN-BR.
          MOVE 0 TO W-LOAN-INT.
          IF T-TRAN-CASH-ACC NOT = 0 THEN
            INITIALIZE ACC-REC
            MOVE T-TRAN-CASH-ACC TO ACC-ID
            PERFORM FIND-ACCOUNT-BRANCH
            MOVE W-BR-IDX TO W-TRAN-BR
            END-IF.
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
          IF W-TRAN-BR = 0 THEN
            MOVE 1 TO W-TRAN-BR
            END-IF.
          ADD W-LOAN-INT TO W-BR-INT-INC(W-TRAN-BR).
          ADD 1 TO W-BR-TRANS(W-TRAN-BR).
          MOVE W-TRAN-BR TO W-BR-IDX.
          MOVE T-TRAN-TYPE TO W-FIND-TYPE.
          MOVE 1 TO W-ADD-COUNT.
          PERFORM ADD-TYPE-COUNT.
          INITIALIZE TRAN-CTRL-BLK.
       ANALYSE-TRAN-LINE.
          INITIALIZE ACC-REC.
          MOVE TL-ACC TO ACC-ID.
          PERFORM FIND-ACCOUNT-BRANCH.
          MOVE W-BR-IDX TO W-LINE-BR.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH THEN
            CONTINUE
           ELSE
            IF ACC-LNAME = "GL" THEN
              IF ACC-FNAME = "LNINT" THEN
                ADD TL-AMOUNT TO W-LOAN-INT
                END-IF
             ELSE
              IF W-TRAN-BR = 0 THEN
                MOVE W-LINE-BR TO W-TRAN-BR
                END-IF
              IF TL-AMOUNT < 0 THEN
                EVALUATE T-TRAN-TYPE
                  WHEN "FEE "
                    SUBTRACT TL-AMOUNT FROM W-BR-FEE-INC(W-LINE-BR)
                  WHEN "ODI "
                    SUBTRACT TL-AMOUNT FROM W-BR-INT-INC(W-LINE-BR)
                END-EVALUATE
                END-IF
              END-IF
            END-IF.
          INITIALIZE ACC-CTRL-BLK.
       ADD-TYPE-COUNT.
          PERFORM
            VARYING W-TY-IDX FROM 1 BY 1
            UNTIL W-TY-IDX > W-BR-TYPE-COUNT(W-BR-IDX)
              IF W-BT-CODE(W-BR-IDX W-TY-IDX) = W-FIND-TYPE THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-TY-IDX > W-BR-TYPE-COUNT(W-BR-IDX) THEN
            IF W-BR-TYPE-COUNT(W-BR-IDX) = 30 THEN
              MOVE "OTH " TO W-FIND-TYPE
              MOVE 30 TO W-TY-IDX
             ELSE
              ADD 1 TO W-BR-TYPE-COUNT(W-BR-IDX)
              MOVE 0 TO W-BT-COUNT(W-BR-IDX W-TY-IDX)
              END-IF
            MOVE W-FIND-TYPE TO W-BT-CODE(W-BR-IDX W-TY-IDX)
            END-IF.
          ADD W-ADD-COUNT TO W-BT-COUNT(W-BR-IDX W-TY-IDX).
*********
       ADD-BRANCH-TO-TOTAL.
          ADD W-BR-NEW-ACC(W-BR-IDX) TO W-BR-NEW-ACC(W-TOT-IDX).
          ADD W-BR-TD-COUNT(W-BR-IDX) TO W-BR-TD-COUNT(W-TOT-IDX).
          ADD W-BR-TD-AMOUNT(W-BR-IDX) TO W-BR-TD-AMOUNT(W-TOT-IDX).
          ADD W-BR-LN-COUNT(W-BR-IDX) TO W-BR-LN-COUNT(W-TOT-IDX).
          ADD W-BR-LN-AMOUNT(W-BR-IDX) TO W-BR-LN-AMOUNT(W-TOT-IDX).
          ADD W-BR-FEE-INC(W-BR-IDX) TO W-BR-FEE-INC(W-TOT-IDX).
          ADD W-BR-INT-INC(W-BR-IDX) TO W-BR-INT-INC(W-TOT-IDX).
          ADD W-BR-DEP-BAL(W-BR-IDX) TO W-BR-DEP-BAL(W-TOT-IDX).
          ADD W-BR-LN-BAL(W-BR-IDX) TO W-BR-LN-BAL(W-TOT-IDX).
          ADD W-BR-CASH(W-BR-IDX) TO W-BR-CASH(W-TOT-IDX).
          ADD W-BR-TRANS(W-BR-IDX) TO W-BR-TRANS(W-TOT-IDX).
          PERFORM
            VARYING W-LINE-POS FROM 1 BY 1
            UNTIL W-LINE-POS > W-BR-TYPE-COUNT(W-BR-IDX)
              MOVE W-BT-CODE(W-BR-IDX W-LINE-POS) TO W-FIND-TYPE
              MOVE W-BT-COUNT(W-BR-IDX W-LINE-POS) TO W-ADD-COUNT
              MOVE W-BR-IDX TO W-TRAN-BR
              MOVE W-TOT-IDX TO W-BR-IDX
              PERFORM ADD-TYPE-COUNT
              MOVE W-TRAN-BR TO W-BR-IDX
          END-PERFORM.
*********
       PRINT-ONE-BRANCH.
          IF W-BR-IDX = 1 AND W-BR-TRANS(1) = 0 AND
              W-BR-NEW-ACC(1) = 0 AND W-BR-DEP-BAL(1) = 0 AND
              W-BR-CASH(1) = 0 AND W-BR-LN-BAL(1) = 0 AND
              W-BR-TD-COUNT(1) = 0 AND W-BR-LN-COUNT(1) = 0 THEN
            CONTINUE
           ELSE
            PERFORM PRINT-BRANCH-FIGURES
            END-IF.
       PRINT-BRANCH-FIGURES.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING "Branch " W-BR-CODE(W-BR-IDX) " "
                 W-BR-NAME(W-BR-IDX) " Manager "
                 W-BR-MANAGER(W-BR-IDX) DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Count" TO PRINT-REC(34:5).
          MOVE "Amount" TO PRINT-REC(49:6).
          WRITE PRINT-REC.
          MOVE "  New deposit accounts opened" TO PRINT-REC.
          MOVE W-BR-NEW-ACC(W-BR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(34:5).
          WRITE PRINT-REC.
          MOVE "  Term deposits booked" TO PRINT-REC.
          MOVE W-BR-TD-COUNT(W-BR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(34:5).
          MOVE W-BR-TD-AMOUNT(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Loans booked" TO PRINT-REC.
          MOVE W-BR-LN-COUNT(W-BR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(34:5).
          MOVE W-BR-LN-AMOUNT(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Fee income" TO PRINT-REC.
          MOVE W-BR-FEE-INC(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Interest income" TO PRINT-REC.
          MOVE W-BR-INT-INC(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Deposit balances held" TO PRINT-REC.
          MOVE W-BR-DEP-BAL(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Loan balances outstanding" TO PRINT-REC.
          MOVE W-BR-LN-BAL(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Cash held in drawers" TO PRINT-REC.
          MOVE W-BR-CASH(W-BR-IDX) TO W-AMOUNT-ED.
          MOVE W-AMOUNT-ED TO PRINT-REC(42:13).
          WRITE PRINT-REC.
          MOVE "  Transactions" TO PRINT-REC.
          MOVE W-BR-TRANS(W-BR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(34:5).
          WRITE PRINT-REC.
          MOVE 5 TO W-LINE-POS.
          PERFORM PRINT-TYPE-COUNT
            VARYING W-TY-IDX FROM 1 BY 1
            UNTIL W-TY-IDX > W-BR-TYPE-COUNT(W-BR-IDX).
          IF W-LINE-POS > 5 THEN
            WRITE PRINT-REC
            END-IF.
       PRINT-TYPE-COUNT.
          IF W-LINE-POS > 65 THEN
            WRITE PRINT-REC
            MOVE 5 TO W-LINE-POS
            END-IF.
          IF W-LINE-POS = 5 THEN
            MOVE SPACES TO PRINT-REC
            END-IF.
          MOVE W-BT-CODE(W-BR-IDX W-TY-IDX) TO PRINT-REC(W-LINE-POS:4).
          MOVE W-BT-COUNT(W-BR-IDX W-TY-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(W-LINE-POS + 5:5).
          ADD 12 TO W-LINE-POS.
*********
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "BRNRPT" TO EVT-PROGRAM.
          MOVE 'I' TO EVT-SEVERITY.
          STRING W-RPT-NAME " " W-BR-COUNT " branch(es) "
                 W-TRAN-TOTAL " trans" DELIMITED BY SIZE
                 INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
