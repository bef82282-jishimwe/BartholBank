        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ====.
        COPY DRWSTATE REPLACING ==:PREFIX:== BY ====.
        COPY DRWHAND REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-DR-COUNT     PIC 9(2).
            05 W-AMOUNT       PIC -ZZZZZZZZ9.99.
            05 W-EXCP-COUNT   PIC 9(5).
            05 W-CP-IDX       PIC 9(2).
            05 W-CP-COUNT     PIC 9(2).
            05 W-CP-LAST      PIC 9(2).
            05 W-CP-MAX       PIC 9(2) VALUE 60.
            05 W-CUSTODIAN    PIC X(10).
            05 W-PERIOD-ED    PIC -ZZZZZZZZ9.99.
        01 W-OP-TABLE.
            05 W-OP-ENTRY OCCURS 20 TIMES.
                10 W-OP-ID       PIC X(10).
            05 W-DR-ENTRY OCCURS 20 TIMES.
                10 W-DR-ACC      PIC 9(5).
                10 W-DR-NET      PIC S9(9)V99.
        01 W-CP-TABLE.
            05 W-CP-ENTRY OCCURS 60 TIMES.
                10 W-CP-ACC      PIC 9(5).
                10 W-CP-SEQ      PIC 9(2).
                10 W-CP-OPER     PIC X(10).
                10 W-CP-AFTER    PIC 9(5).
                10 W-CP-UPTO     PIC 9(5).
                10 W-CP-TRANS    PIC 9(5).
                10 W-CP-NET      PIC S9(9)V99.
                10 W-CP-OPEN-CNT PIC S9(7)V99.
                10 W-CP-CLOSE-CNT PIC S9(7)V99.
                10 W-CP-VARIANCE PIC S9(7)V99.
                10 W-CP-OPEN-SW  PIC X(1).
                  88 W-CP-OPEN-KNOWN  VALUE 'Y'.
                10 W-CP-CLOSE-SW PIC X(1).
                  88 W-CP-CLOSE-KNOWN VALUE 'Y'.
       PROCEDURE DIVISION.
       TELLER-PROOF-REPORT.
          MOVE 0 TO RETURN-CODE.
          MOVE 0 TO W-OP-COUNT.
          MOVE 0 TO W-DR-COUNT.
          MOVE 0 TO W-EXCP-COUNT.
          PERFORM LOAD-CUSTODY-PERIODS.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open TELLPROF print file, status "
            END-PERFORM.
          PERFORM PRINT-OPERATOR-SECTION.
          PERFORM PRINT-DRAWER-SECTION.
          PERFORM PRINT-CUSTODY-SECTION.
          PERFORM PRINT-EXCEPTION-SECTION.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM FIND-CASH-LEG.
          PERFORM TALLY-OPERATOR.
          PERFORM TALLY-DRAWER.
          IF T-TRAN-CASH-ACC NOT = 0 THEN
            PERFORM FIND-CUSTODY-PERIOD
            IF W-CP-IDX <= W-CP-COUNT THEN
              ADD 1 TO W-CP-TRANS(W-CP-IDX)
              ADD W-CASH-AMOUNT TO W-CP-NET(W-CP-IDX)
              END-IF
            END-IF.
       FIND-CASH-LEG.
          MOVE 0 TO W-CASH-AMOUNT.
          INITIALIZE TRAN-LINE-REC.
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
       PRINT-CUSTODY-SECTION.
          MOVE "Proof by custody period (drawers handed over today):"
            TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-CP-IDX FROM 1 BY 1
              UNTIL W-CP-IDX > W-CP-COUNT
            PERFORM PRINT-ONE-PERIOD
          END-PERFORM.
          IF W-CP-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
       PRINT-ONE-PERIOD.
          MOVE SPACES TO PRINT-REC.
          MOVE W-CP-NET(W-CP-IDX) TO W-AMOUNT.
          IF W-CP-UPTO(W-CP-IDX) = 99999 THEN
            STRING "  drawer " W-CP-ACC(W-CP-IDX) " period "
                   W-CP-SEQ(W-CP-IDX) " " W-CP-OPER(W-CP-IDX)
                   " trans after " W-CP-AFTER(W-CP-IDX)
                   " (current)" INTO PRINT-REC
           ELSE
            STRING "  drawer " W-CP-ACC(W-CP-IDX) " period "
                   W-CP-SEQ(W-CP-IDX) " " W-CP-OPER(W-CP-IDX)
                   " trans " W-CP-AFTER(W-CP-IDX) " to "
                   W-CP-UPTO(W-CP-IDX) INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "      " W-CP-TRANS(W-CP-IDX)
                 " tran(s)  net cash movement " W-AMOUNT
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          IF W-CP-OPEN-KNOWN(W-CP-IDX) THEN
            MOVE W-CP-OPEN-CNT(W-CP-IDX) TO W-PERIOD-ED
            STRING "      received at handover " W-PERIOD-ED
                   INTO PRINT-REC
           ELSE
            MOVE "      received at drawer open" TO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          IF W-CP-CLOSE-KNOWN(W-CP-IDX) THEN
            MOVE W-CP-CLOSE-CNT(W-CP-IDX) TO W-PERIOD-ED
            MOVE W-CP-VARIANCE(W-CP-IDX) TO W-AMOUNT
            STRING "      handed over " W-PERIOD-ED
                   "  over/short " W-AMOUNT INTO PRINT-REC
           ELSE
            MOVE "      still holding the drawer" TO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
       PRINT-EXCEPTION-SECTION.
          MOVE "Exceptions (maker not the drawer custodian):"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-EXCP-COUNT.
          STRING W-EXCP-COUNT " exception(s)" INTO PRINT-REC.
          WRITE PRINT-REC.
       CHECK-DRAWER-OWNER.
          PERFORM FIND-CUSTODY-PERIOD.
          IF W-CP-IDX <= W-CP-COUNT THEN
            MOVE W-CP-OPER(W-CP-IDX) TO W-CUSTODIAN
           ELSE
            INITIALIZE DRS-REC
            MOVE T-TRAN-CASH-ACC TO DRS-ACC
            INITIALIZE DRW-CTRL-BLK
            CALL "DRSGET" USING DRW-CTRL-BLK DRS-REC
            MOVE DRS-OPER TO W-CUSTODIAN
            END-IF.
          IF W-CUSTODIAN NOT = SPACES AND
              W-CUSTODIAN NOT = T-TRAN-MAKER THEN
            ADD 1 TO W-EXCP-COUNT
            STRING "  tran " T-TRAN-ID "  maker " T-TRAN-MAKER
                   "  on drawer " T-TRAN-CASH-ACC
                   " held by " W-CUSTODIAN INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       LOAD-CUSTODY-PERIODS.
          MOVE 0 TO W-CP-COUNT.
          INITIALIZE W-CP-TABLE.
          INITIALIZE DRW-CTRL-BLK.
          CALL "DHORDF" USING DRW-CTRL-BLK DHO-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL DRW-CTRL-RET-CODE NOT = 0
              IF DHO-DATE = W-TODAY THEN
                PERFORM ADD-HANDOVER-PERIOD THRU
                  ADD-HANDOVER-PERIOD-EXIT
                END-IF
              CALL "DHORDN" USING DRW-CTRL-BLK DHO-REC
            END-PERFORM.
          CALL "DHOEND".
       ADD-HANDOVER-PERIOD.
          MOVE 0 TO W-CP-LAST.
          PERFORM VARYING W-CP-IDX FROM 1 BY 1
              UNTIL W-CP-IDX > W-CP-COUNT
            IF W-CP-ACC(W-CP-IDX) = DHO-ACC THEN
              MOVE W-CP-IDX TO W-CP-LAST
              END-IF
          END-PERFORM.
          IF W-CP-LAST = 0 THEN
            IF W-CP-COUNT >= W-CP-MAX THEN
              GO TO ADD-HANDOVER-PERIOD-EXIT
              END-IF
            ADD 1 TO W-CP-COUNT
            MOVE W-CP-COUNT TO W-CP-LAST
            MOVE DHO-ACC TO W-CP-ACC(W-CP-LAST)
            MOVE 1 TO W-CP-SEQ(W-CP-LAST)
            MOVE DHO-FROM-OPER TO W-CP-OPER(W-CP-LAST)
            MOVE 0 TO W-CP-AFTER(W-CP-LAST)
            END-IF.
          MOVE DHO-LAST-TRAN TO W-CP-UPTO(W-CP-LAST).
          MOVE DHO-IN-COUNT TO W-CP-CLOSE-CNT(W-CP-LAST).
          MOVE DHO-VARIANCE TO W-CP-VARIANCE(W-CP-LAST).
          MOVE 'Y' TO W-CP-CLOSE-SW(W-CP-LAST).
          IF W-CP-COUNT >= W-CP-MAX THEN
            GO TO ADD-HANDOVER-PERIOD-EXIT
            END-IF.
          ADD 1 TO W-CP-COUNT.
          MOVE DHO-ACC TO W-CP-ACC(W-CP-COUNT).
          COMPUTE W-CP-SEQ(W-CP-COUNT) = W-CP-SEQ(W-CP-LAST) + 1.
          MOVE DHO-TO-OPER TO W-CP-OPER(W-CP-COUNT).
          MOVE DHO-LAST-TRAN TO W-CP-AFTER(W-CP-COUNT).
          MOVE 99999 TO W-CP-UPTO(W-CP-COUNT).
          MOVE DHO-IN-COUNT TO W-CP-OPEN-CNT(W-CP-COUNT).
          MOVE 'Y' TO W-CP-OPEN-SW(W-CP-COUNT).
       ADD-HANDOVER-PERIOD-EXIT.
          EXIT.
       FIND-CUSTODY-PERIOD.
          PERFORM VARYING W-CP-IDX FROM 1 BY 1
              UNTIL W-CP-IDX > W-CP-COUNT
                 OR (W-CP-ACC(W-CP-IDX) = T-TRAN-CASH-ACC AND
                     T-TRAN-ID > W-CP-AFTER(W-CP-IDX) AND
                     T-TRAN-ID <= W-CP-UPTO(W-CP-IDX))
            CONTINUE
          END-PERFORM.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
