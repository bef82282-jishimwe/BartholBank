       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY BDTCTRL.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY CUSCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY RELCTRL.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY TDPCTRL.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY LNCTRL.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'STMTCYCL'.
            05 FS-S           PIC 9(2).
            05 W-RUN-BAL      PIC S9(7)V99.
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-RUN-BAL-ED   PIC -ZZZZZZ9.99.
            05 W-CON-TOT      PIC 9(3).
            05 W-CON-IDX      PIC 9(3).
            05 W-CON-HIT      PIC 9(3).
            05 W-MEM-TOT      PIC 9(4).
            05 W-MEM-IDX      PIC 9(4).
            05 W-DUE-HIT      PIC 9(4).
            05 W-OWNER-CUST   PIC 9(5).
            05 W-CHECK-ACC    PIC 9(5).
            05 W-CONS-COUNT   PIC 9(5).
            05 W-ITEM-COUNT   PIC 9(3).
            05 W-DEP-TOTAL    PIC S9(9)V99.
            05 W-TDP-TOTAL    PIC S9(9)V99.
            05 W-LN-TOTAL     PIC S9(9)V99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-DUE-TABLE.
            05 W-DUE-ENTRY OCCURS 500 TIMES.
              10 W-DUE-ACC    PIC 9(5).
              10 W-DUE-OPEN   PIC S9(7)V99.
              10 W-DUE-LOST   PIC X(1).
              10 W-DUE-SOLO   PIC X(1).
        01 W-CON-TABLE.
            05 W-CON-ENTRY OCCURS 200 TIMES.
              10 W-CON-CUST   PIC 9(5).
        01 W-MEM-TABLE.
            05 W-MEM-ENTRY OCCURS 1000 TIMES.
              10 W-MEM-CON    PIC 9(3).
              10 W-MEM-DUE    PIC 9(4).
        01 W-LIN-TABLE.
            05 W-LIN-ENTRY OCCURS 5000 TIMES.
              10 W-LIN-ACC    PIC 9(5).
          MOVE W-TODAY(5:2) TO W-MONTH.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          MOVE 0 TO W-DUE-TOT.
          MOVE 0 TO W-CON-TOT.
          MOVE 0 TO W-MEM-TOT.
          MOVE 0 TO W-CONS-COUNT.
          MOVE 0 TO W-LIN-TOT.
          MOVE 0 TO W-STMT-COUNT.
          MOVE 0 TO W-LOST-COUNT.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM SELECT-DUE-ACCOUNTS.
          IF W-CON-TOT > 0 THEN
            PERFORM GATHER-CONSOLIDATED-ACCOUNTS
            END-IF.
          IF W-DUE-TOT = 0 THEN
            MOVE "No accounts are due a cycle statement today"
              TO PRINT-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-STMT-COUNT " statement(s) produced ("
                 W-CONS-COUNT " consolidated), " W-LOST-COUNT
                 " line(s) past the stash limit (keyed path)"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-STMT-COUNT " cycle statement(s) produced - "
                  "see STMTCYCL file".
          MOVE W-STMT-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       SELECT-DUE-ACCOUNTS.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
            END-IF.
          EVALUATE TRUE
            WHEN ACC-CYC-MONTHLY AND W-CYCLE-DAY = W-DAY
              PERFORM QUEUE-DUE-ACCOUNT
            WHEN ACC-CYC-QUARTERLY AND W-CYCLE-DAY = W-DAY AND
                (W-MONTH = 3 OR W-MONTH = 6 OR
                 W-MONTH = 9 OR W-MONTH = 12)
              PERFORM QUEUE-DUE-ACCOUNT
          END-EVALUATE.
       QUEUE-DUE-ACCOUNT.
          PERFORM CHECK-OWNER-CONSOLIDATES.
          IF NOT W-FOUND THEN
            PERFORM ADD-DUE-ACCOUNT
            END-IF.
       ADD-DUE-ACCOUNT.
          IF W-DUE-TOT < 500 THEN
            ADD 1 TO W-DUE-TOT
            MOVE ACC-ID TO W-DUE-ACC(W-DUE-TOT)
            MOVE ACC-BALANCE TO W-DUE-OPEN(W-DUE-TOT)
            MOVE 'N' TO W-DUE-LOST(W-DUE-TOT)
            MOVE 'Y' TO W-DUE-SOLO(W-DUE-TOT)
           ELSE
            DISPLAY "Due-account table full - account " ACC-ID
                    " skipped this run"
            END-IF.
       CHECK-OWNER-CONSOLIDATES.
          MOVE 'N' TO W-FOUND-SW.
          IF ACC-CUST-ID NOT = 0 THEN
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 AND CUST-CONSOL-YES THEN
              MOVE CUST-ID TO W-OWNER-CUST
              PERFORM FIND-CONSOLIDATED-CUSTOMER
              IF W-CON-HIT = 0 AND W-CON-TOT < 200 THEN
                ADD 1 TO W-CON-TOT
                MOVE CUST-ID TO W-CON-CUST(W-CON-TOT)
                MOVE W-CON-TOT TO W-CON-HIT
                END-IF
              IF W-CON-HIT NOT = 0 THEN
                SET W-FOUND TO TRUE
                END-IF
              END-IF
            END-IF.
       FIND-CONSOLIDATED-CUSTOMER.
          MOVE 0 TO W-CON-HIT.
          PERFORM VARYING W-CON-IDX FROM 1 BY 1
              UNTIL W-CON-IDX > W-CON-TOT OR W-CON-HIT NOT = 0
            IF W-CON-CUST(W-CON-IDX) = W-OWNER-CUST THEN
              MOVE W-CON-IDX TO W-CON-HIT
              END-IF
          END-PERFORM.
       GATHER-CONSOLIDATED-ACCOUNTS.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF NOT ACC-IS-CASH AND NOT ACC-CLOSED AND
                  ACC-CUST-ID NOT = 0 THEN
                MOVE ACC-CUST-ID TO W-OWNER-CUST
                PERFORM ADD-CONSOLIDATED-MEMBER
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          CALL "RELIO" USING REL-CTRL-BLK.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELNAF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0
              IF REL-PRIMARY OR REL-JOINT THEN
                MOVE REL-ACC TO ACC-ID
                INITIALIZE ACC-CTRL-BLK
                CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
                IF ACC-CTRL-RET-CODE = 0 AND NOT ACC-IS-CASH AND
                    NOT ACC-CLOSED THEN
                  MOVE REL-CUST TO W-OWNER-CUST
                  PERFORM ADD-CONSOLIDATED-MEMBER
                  END-IF
                END-IF
              INITIALIZE REL-CTRL-BLK
              CALL "RELNAN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
       ADD-CONSOLIDATED-MEMBER.
          PERFORM FIND-CONSOLIDATED-CUSTOMER.
          IF W-CON-HIT NOT = 0 THEN
            PERFORM FIND-OR-ADD-DUE-ACCOUNT
            IF W-DUE-HIT NOT = 0 THEN
              MOVE 'N' TO W-FOUND-SW
              PERFORM VARYING W-MEM-IDX FROM 1 BY 1
                  UNTIL W-MEM-IDX > W-MEM-TOT OR W-FOUND
                IF W-MEM-CON(W-MEM-IDX) = W-CON-HIT AND
                    W-MEM-DUE(W-MEM-IDX) = W-DUE-HIT THEN
                  SET W-FOUND TO TRUE
                  END-IF
              END-PERFORM
              IF NOT W-FOUND AND W-MEM-TOT < 1000 THEN
                ADD 1 TO W-MEM-TOT
                MOVE W-CON-HIT TO W-MEM-CON(W-MEM-TOT)
                MOVE W-DUE-HIT TO W-MEM-DUE(W-MEM-TOT)
                END-IF
              END-IF
            END-IF.
       FIND-OR-ADD-DUE-ACCOUNT.
          MOVE 0 TO W-DUE-HIT.
          PERFORM VARYING W-DUE-IDX FROM 1 BY 1
              UNTIL W-DUE-IDX > W-DUE-TOT OR W-DUE-HIT NOT = 0
            IF W-DUE-ACC(W-DUE-IDX) = ACC-ID THEN
              MOVE W-DUE-IDX TO W-DUE-HIT
              END-IF
          END-PERFORM.
          IF W-DUE-HIT = 0 AND W-DUE-TOT < 500 THEN
            ADD 1 TO W-DUE-TOT
            MOVE ACC-ID TO W-DUE-ACC(W-DUE-TOT)
            MOVE ACC-BALANCE TO W-DUE-OPEN(W-DUE-TOT)
            MOVE 'N' TO W-DUE-LOST(W-DUE-TOT)
            MOVE 'N' TO W-DUE-SOLO(W-DUE-TOT)
            MOVE W-DUE-TOT TO W-DUE-HIT
            END-IF.
       COLLECT-STATEMENT-LINES.
          CALL "TRANIDF" USING TRAN-CTRL-BLK T-TRAN-REC.
          PERFORM
       PRODUCE-ALL-STATEMENTS.
          PERFORM VARYING W-DUE-IDX FROM 1 BY 1
              UNTIL W-DUE-IDX > W-DUE-TOT
            IF W-DUE-SOLO(W-DUE-IDX) = 'Y' THEN
              PERFORM PRODUCE-ONE-STATEMENT
                THRU PRODUCE-STATEMENT-EXIT
              END-IF
          END-PERFORM.
          PERFORM VARYING W-CON-IDX FROM 1 BY 1
              UNTIL W-CON-IDX > W-CON-TOT
            PERFORM PRODUCE-CONSOLIDATED-STATEMENT
              THRU PRODUCE-CONSOLIDATED-EXIT
          END-PERFORM.
       PRODUCE-ONE-STATEMENT.
          MOVE W-DUE-ACC(W-DUE-IDX) TO ACC-ID.
                 "  cycle date " W-TODAY
                 INTO STMT-REC.
          WRITE STMT-REC.
          PERFORM WRITE-ACCOUNT-MOVEMENTS.
          CLOSE STMT-FILE.
          CALL "STMTSEND" USING ACC-REC.
          ADD 1 TO W-STMT-COUNT.
          STRING "[" ACC-ID "] statement produced and handed "
                 "to delivery" INTO PRINT-REC.
          WRITE PRINT-REC.
       PRODUCE-STATEMENT-EXIT.
          EXIT.
       WRITE-ACCOUNT-MOVEMENTS.
          MOVE W-DUE-OPEN(W-DUE-IDX) TO W-AMOUNT.
          STRING "Opening balance: " W-AMOUNT INTO STMT-REC.
          WRITE STMT-REC.
          MOVE W-RUN-BAL TO W-AMOUNT.
          STRING "Closing balance: " W-AMOUNT INTO STMT-REC.
          WRITE STMT-REC.
       PRODUCE-CONSOLIDATED-STATEMENT.
          MOVE W-CON-CUST(W-CON-IDX) TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GO TO PRODUCE-CONSOLIDATED-EXIT
            END-IF.
          OPEN OUTPUT STMT-FILE.
          STRING "Consolidated statement for customer " CUST-ID
                 "  (" FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) ")"
                 "  cycle date " W-TODAY
                 INTO STMT-REC.
          WRITE STMT-REC.
          MOVE SPACES TO STMT-REC.
          WRITE STMT-REC.
          MOVE "Relationship summary" TO STMT-REC.
          WRITE STMT-REC.
          MOVE SPACES TO STMT-REC.
          WRITE STMT-REC.
          PERFORM WRITE-DEPOSIT-SUMMARY.
          PERFORM WRITE-TERM-DEPOSIT-SUMMARY.
          PERFORM WRITE-LOAN-SUMMARY.
          PERFORM VARYING W-MEM-IDX FROM 1 BY 1
              UNTIL W-MEM-IDX > W-MEM-TOT
            IF W-MEM-CON(W-MEM-IDX) = W-CON-IDX THEN
              PERFORM WRITE-MEMBER-MOVEMENTS
              END-IF
          END-PERFORM.
          CLOSE STMT-FILE.
          CALL "CONSSEND" USING CUST-REC.
          ADD 1 TO W-STMT-COUNT.
          ADD 1 TO W-CONS-COUNT.
          STRING "[C" CUST-ID "] consolidated statement produced "
                 "and handed to delivery" INTO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-MEM-IDX FROM 1 BY 1
              UNTIL W-MEM-IDX > W-MEM-TOT
            IF W-MEM-CON(W-MEM-IDX) = W-CON-IDX THEN
              MOVE W-MEM-DUE(W-MEM-IDX) TO W-DUE-IDX
              IF W-DUE-LOST(W-DUE-IDX) = 'Y' AND
                  W-DUE-SOLO(W-DUE-IDX) = 'N' THEN
                PERFORM PRODUCE-KEYED-STATEMENT
                END-IF
              END-IF
          END-PERFORM.
       PRODUCE-CONSOLIDATED-EXIT.
          EXIT.
       WRITE-DEPOSIT-SUMMARY.
          MOVE 0 TO W-DEP-TOTAL.
          MOVE "Accounts" TO STMT-REC.
          WRITE STMT-REC.
          PERFORM VARYING W-MEM-IDX FROM 1 BY 1
              UNTIL W-MEM-IDX > W-MEM-TOT
            IF W-MEM-CON(W-MEM-IDX) = W-CON-IDX THEN
              MOVE W-DUE-ACC(W-MEM-DUE(W-MEM-IDX)) TO ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
              IF ACC-CTRL-RET-CODE = 0 THEN
                ADD ACC-BALANCE TO W-DEP-TOTAL
                MOVE ACC-BALANCE TO W-AMOUNT
                STRING "  Account " ACC-ID "  " ACC-PRODUCT "  "
                       ACC-CURRENCY "  balance " W-AMOUNT
                       INTO STMT-REC
                WRITE STMT-REC
                END-IF
              END-IF
          END-PERFORM.
          MOVE W-DEP-TOTAL TO W-TOTAL-ED.
          STRING "  Total on accounts         " W-TOTAL-ED
                 INTO STMT-REC.
          WRITE STMT-REC.
          MOVE SPACES TO STMT-REC.
          WRITE STMT-REC.
       WRITE-TERM-DEPOSIT-SUMMARY.
          MOVE 0 TO W-TDP-TOTAL.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE "Term deposits" TO STMT-REC.
          WRITE STMT-REC.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-ACTIVE THEN
                MOVE TDP-ACC TO W-CHECK-ACC
                PERFORM CHECK-MEMBER-ACCOUNT
                IF W-FOUND THEN
                  ADD 1 TO W-ITEM-COUNT
                  ADD TDP-PRINCIPAL TO W-TDP-TOTAL
                  MOVE TDP-PRINCIPAL TO W-AMOUNT
                  STRING "  Deposit " TDP-ID "  acct " TDP-ACC
                         "  principal " W-AMOUNT "  matures "
                         TDP-MATURITY INTO STMT-REC
                  WRITE STMT-REC
                  END-IF
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
          IF W-ITEM-COUNT = 0 THEN
            MOVE "  None held" TO STMT-REC
            WRITE STMT-REC
            END-IF.
          MOVE W-TDP-TOTAL TO W-TOTAL-ED.
          STRING "  Total on term deposit     " W-TOTAL-ED
                 INTO STMT-REC.
          WRITE STMT-REC.
          MOVE SPACES TO STMT-REC.
          WRITE STMT-REC.
       WRITE-LOAN-SUMMARY.
          MOVE 0 TO W-LN-TOTAL.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE "Loans" TO STMT-REC.
          WRITE STMT-REC.
          CALL "LOANIO" USING LN-CTRL-BLK.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE THEN
                MOVE LN-ACC TO W-CHECK-ACC
                PERFORM CHECK-MEMBER-ACCOUNT
                IF W-FOUND THEN
                  ADD 1 TO W-ITEM-COUNT
                  ADD LN-BALANCE TO W-LN-TOTAL
                  MOVE LN-BALANCE TO W-AMOUNT
                  STRING "  Loan " LN-ID "  acct " LN-ACC
                         "  outstanding " W-AMOUNT
                         INTO STMT-REC
                  WRITE STMT-REC
                  END-IF
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
          IF W-ITEM-COUNT = 0 THEN
            MOVE "  None held" TO STMT-REC
            WRITE STMT-REC
            END-IF.
          MOVE W-LN-TOTAL TO W-TOTAL-ED.
          STRING "  Total owed on loans       " W-TOTAL-ED
                 INTO STMT-REC.
          WRITE STMT-REC.
       CHECK-MEMBER-ACCOUNT.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-MEM-IDX FROM 1 BY 1
              UNTIL W-MEM-IDX > W-MEM-TOT OR W-FOUND
            IF W-MEM-CON(W-MEM-IDX) = W-CON-IDX AND
                W-DUE-ACC(W-MEM-DUE(W-MEM-IDX)) = W-CHECK-ACC THEN
              SET W-FOUND TO TRUE
              END-IF
          END-PERFORM.
       WRITE-MEMBER-MOVEMENTS.
          MOVE W-MEM-DUE(W-MEM-IDX) TO W-DUE-IDX.
          MOVE W-DUE-ACC(W-DUE-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          MOVE SPACES TO STMT-REC.
          WRITE STMT-REC.
          MOVE ALL "-" TO STMT-REC.
          WRITE STMT-REC.
          STRING "Account " ACC-ID
                 "  (" FUNCTION TRIM(ACC-FNAME) " "
                 FUNCTION TRIM(ACC-LNAME) ")"
                 INTO STMT-REC.
          WRITE STMT-REC.
          IF W-DUE-LOST(W-DUE-IDX) = 'Y' THEN
            MOVE "Too many movements this cycle - separate statement"
              TO STMT-REC
            WRITE STMT-REC
           ELSE
            PERFORM WRITE-ACCOUNT-MOVEMENTS
            END-IF.
       PRODUCE-KEYED-STATEMENT.
          MOVE W-DUE-ACC(W-DUE-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            CALL "ACCSTMT" USING ACC-REC
            CALL "STMTSEND" USING ACC-REC
            MOVE 'D' TO W-DUE-SOLO(W-DUE-IDX)
            ADD 1 TO W-STMT-COUNT
            STRING "[" ACC-ID "] line stash full - produced "
                   "via the keyed statement path" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
