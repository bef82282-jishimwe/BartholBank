       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IBRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'IBRECON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY IBICTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY EVTCTRL.
        COPY RPTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY IBITEM REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY TRAN REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-ITEM-COUNT   PIC 9(5).
            05 W-MATCH-COUNT  PIC 9(5).
            05 W-BREAK-COUNT  PIC 9(5).
            05 W-PR-COUNT     PIC 9(3).
            05 W-PR-IDX       PIC 9(3).
            05 W-PR-MAX       PIC 9(3) VALUE 200.
            05 W-GL-COUNT     PIC 9(3).
            05 W-TO-AMOUNT    PIC S9(7)V99.
            05 W-FROM-AMOUNT  PIC S9(7)V99.
            05 W-TO-SW        PIC X(1).
              88 W-TO-FOUND   VALUE 'Y'.
            05 W-FROM-SW      PIC X(1).
              88 W-FROM-FOUND VALUE 'Y'.
            05 W-REASON       PIC X(30).
            05 W-GL-TOTAL     PIC S9(9)V99.
            05 W-TOT-POS-A    PIC S9(9)V99.
            05 W-TOT-POS-B    PIC S9(9)V99.
            05 W-DIFF         PIC S9(9)V99.
            05 W-COUNT-ED     PIC ZZZZ9.
            05 W-AMOUNT-ED    PIC -ZZZZZZZZ9.99.
            05 W-AMOUNT-ED2   PIC -ZZZZZZZZ9.99.
            05 W-AMOUNT-ED3   PIC -ZZZZZZZZ9.99.
        01 W-PAIR-TABLE.
            05 W-PR-ENTRY OCCURS 200 TIMES.
              10 W-PR-BR-A      PIC X(4).
              10 W-PR-BR-B      PIC X(4).
              10 W-PR-ITEMS     PIC 9(5).
              10 W-PR-POS-A     PIC S9(9)V99.
              10 W-PR-POS-B     PIC S9(9)V99.
       PROCEDURE DIVISION.
       INTER-BRANCH-RECONCILIATION.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "IBIIO" USING IBI-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open IBRECON print file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-MATCH-COUNT.
          MOVE 0 TO W-BREAK-COUNT.
          MOVE 0 TO W-PR-COUNT.
          STRING "Inter-branch reconciliation " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Unmatched items:" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM SCAN-OPEN-ITEMS.
          IF W-BREAK-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          PERFORM PRINT-PAIR-SUMMARY.
          PERFORM PRINT-GL-BALANCES.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Inter-branch reconciliation: " W-ITEM-COUNT
                  " item(s), " W-MATCH-COUNT " matched, "
                  W-BREAK-COUNT " unmatched - see IBRECON file".
          MOVE W-ITEM-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
*********
       SCAN-OPEN-ITEMS.
          INITIALIZE IBI-CTRL-BLK.
          CALL "IBINAF" USING IBI-CTRL-BLK IBI-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL IBI-CTRL-RET-CODE NOT = 0
              IF NOT IBI-MATCHED THEN
                PERFORM CHECK-ONE-ITEM THRU CHECK-ONE-ITEM-EXIT
                END-IF
              INITIALIZE IBI-CTRL-BLK
              CALL "IBINAN" USING IBI-CTRL-BLK IBI-REC
            END-PERFORM.
       CHECK-ONE-ITEM.
          ADD 1 TO W-ITEM-COUNT.
          MOVE SPACES TO W-REASON.
          MOVE 'N' TO W-TO-SW.
          MOVE 'N' TO W-FROM-SW.
          MOVE 0 TO W-TO-AMOUNT.
          MOVE 0 TO W-FROM-AMOUNT.
          INITIALIZE T-TRAN-REC.
          MOVE IBI-TRAN-ID TO T-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE "transaction not on file" TO W-REASON
           ELSE
            IF NOT T-TRAN-CLOSE THEN
              MOVE "transaction not closed" TO W-REASON
              END-IF
            END-IF.
          IF W-REASON = SPACES THEN
            PERFORM FIND-ITEM-LEGS
            END-IF.
          PERFORM ADD-ITEM-TO-PAIR.
          IF W-REASON = SPACES THEN
            ADD 1 TO W-MATCH-COUNT
            SET IBI-MATCHED TO TRUE
           ELSE
            ADD 1 TO W-BREAK-COUNT
            SET IBI-BROKEN TO TRUE
            PERFORM PRINT-UNMATCHED-ITEM
            END-IF.
          MOVE W-TODAY TO IBI-RECON-DATE.
          INITIALIZE IBI-CTRL-BLK.
          CALL "IBIPUT" USING IBI-CTRL-BLK IBI-REC.
       CHECK-ONE-ITEM-EXIT.
          EXIT.
       FIND-ITEM-LEGS.
          INITIALIZE TRAN-LINE-REC.
          MOVE IBI-TRAN-ID TO TL-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLTRF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF TL-ACC = IBI-DUE-TO-ACC AND NOT W-TO-FOUND AND
                  TL-AMOUNT = 0 - IBI-AMOUNT THEN
                SET W-TO-FOUND TO TRUE
                MOVE TL-AMOUNT TO W-TO-AMOUNT
                END-IF
              IF TL-ACC = IBI-DUE-FROM-ACC AND NOT W-FROM-FOUND AND
                  TL-AMOUNT = IBI-AMOUNT THEN
                SET W-FROM-FOUND TO TRUE
                MOVE TL-AMOUNT TO W-FROM-AMOUNT
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLTRN" USING TRAN-CTRL-BLK TRAN-LINE-REC
            END-PERFORM.
          IF NOT W-TO-FOUND AND NOT W-FROM-FOUND THEN
            MOVE "both legs missing" TO W-REASON
           ELSE
            IF NOT W-TO-FOUND THEN
              MOVE "due-to leg missing" TO W-REASON
              END-IF
            IF NOT W-FROM-FOUND THEN
              MOVE "due-from leg missing" TO W-REASON
              END-IF
            END-IF.
       ADD-ITEM-TO-PAIR.
          PERFORM VARYING W-PR-IDX FROM 1 BY 1
              UNTIL W-PR-IDX > W-PR-COUNT OR
                  (W-PR-BR-A(W-PR-IDX) = IBI-DUE-TO-BR AND
                   W-PR-BR-B(W-PR-IDX) = IBI-DUE-FROM-BR) OR
                  (W-PR-BR-A(W-PR-IDX) = IBI-DUE-FROM-BR AND
                   W-PR-BR-B(W-PR-IDX) = IBI-DUE-TO-BR)
            CONTINUE
          END-PERFORM.
          IF W-PR-IDX > W-PR-COUNT THEN
            IF W-PR-COUNT >= W-PR-MAX THEN
              MOVE W-PR-MAX TO W-PR-IDX
             ELSE
              ADD 1 TO W-PR-COUNT
              MOVE W-PR-COUNT TO W-PR-IDX
              IF IBI-DUE-TO-BR < IBI-DUE-FROM-BR THEN
                MOVE IBI-DUE-TO-BR TO W-PR-BR-A(W-PR-IDX)
                MOVE IBI-DUE-FROM-BR TO W-PR-BR-B(W-PR-IDX)
               ELSE
                MOVE IBI-DUE-FROM-BR TO W-PR-BR-A(W-PR-IDX)
                MOVE IBI-DUE-TO-BR TO W-PR-BR-B(W-PR-IDX)
                END-IF
              MOVE 0 TO W-PR-ITEMS(W-PR-IDX)
              MOVE 0 TO W-PR-POS-A(W-PR-IDX)
              MOVE 0 TO W-PR-POS-B(W-PR-IDX)
              END-IF
            END-IF.
          ADD 1 TO W-PR-ITEMS(W-PR-IDX).
          IF W-PR-BR-A(W-PR-IDX) = IBI-DUE-TO-BR THEN
            ADD W-TO-AMOUNT TO W-PR-POS-A(W-PR-IDX)
            ADD W-FROM-AMOUNT TO W-PR-POS-B(W-PR-IDX)
           ELSE
            ADD W-FROM-AMOUNT TO W-PR-POS-A(W-PR-IDX)
            ADD W-TO-AMOUNT TO W-PR-POS-B(W-PR-IDX)
            END-IF.
       PRINT-UNMATCHED-ITEM.
          MOVE IBI-AMOUNT TO W-AMOUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  " IBI-TRAN-ID "/" IBI-SEQ " " IBI-DATE " "
                 IBI-DUE-TO-BR " owes " IBI-DUE-FROM-BR " "
                 W-AMOUNT-ED " " W-REASON
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       PRINT-PAIR-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Br-A   Br-B     Items    Position A    Position B"
            TO PRINT-REC.
          MOVE "    Difference" TO PRINT-REC(51:14).
          WRITE PRINT-REC.
          MOVE 0 TO W-TOT-POS-A.
          MOVE 0 TO W-TOT-POS-B.
          PERFORM PRINT-ONE-PAIR
            VARYING W-PR-IDX FROM 1 BY 1 UNTIL W-PR-IDX > W-PR-COUNT.
          COMPUTE W-DIFF = W-TOT-POS-A + W-TOT-POS-B.
          MOVE W-TOT-POS-A TO W-AMOUNT-ED.
          MOVE W-TOT-POS-B TO W-AMOUNT-ED2.
          MOVE W-DIFF TO W-AMOUNT-ED3.
          MOVE SPACES TO PRINT-REC.
          STRING "Total                 " W-AMOUNT-ED " "
                 W-AMOUNT-ED2 " " W-AMOUNT-ED3
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
       PRINT-ONE-PAIR.
          COMPUTE W-DIFF =
                  W-PR-POS-A(W-PR-IDX) + W-PR-POS-B(W-PR-IDX).
          ADD W-PR-POS-A(W-PR-IDX) TO W-TOT-POS-A.
          ADD W-PR-POS-B(W-PR-IDX) TO W-TOT-POS-B.
          MOVE W-PR-ITEMS(W-PR-IDX) TO W-COUNT-ED.
          MOVE W-PR-POS-A(W-PR-IDX) TO W-AMOUNT-ED.
          MOVE W-PR-POS-B(W-PR-IDX) TO W-AMOUNT-ED2.
          MOVE W-DIFF TO W-AMOUNT-ED3.
          MOVE SPACES TO PRINT-REC.
          STRING W-PR-BR-A(W-PR-IDX) "   " W-PR-BR-B(W-PR-IDX)
                 "     " W-COUNT-ED
                 " " W-AMOUNT-ED " " W-AMOUNT-ED2 " " W-AMOUNT-ED3
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       PRINT-GL-BALANCES.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Inter-branch GL balances:" TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-GL-TOTAL.
          MOVE 0 TO W-GL-COUNT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-LNAME = "GL" AND ACC-FNAME(1:8) = "INTERBR-"
                  THEN
                ADD 1 TO W-GL-COUNT
                ADD ACC-BALANCE TO W-GL-TOTAL
                MOVE ACC-BALANCE TO W-AMOUNT-ED
                MOVE SPACES TO PRINT-REC
                STRING "  " ACC-FNAME(9:4) " account " ACC-ID " "
                       W-AMOUNT-ED DELIMITED BY SIZE INTO PRINT-REC
                WRITE PRINT-REC
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          MOVE W-GL-TOTAL TO W-AMOUNT-ED.
          MOVE SPACES TO PRINT-REC.
          IF W-GL-TOTAL = 0 THEN
            STRING "  Net of all branches " W-AMOUNT-ED " - in balance"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
            STRING "  Net of all branches " W-AMOUNT-ED
                   " - OUT OF BALANCE" DELIMITED BY SIZE INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
*********
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "IBRECON" TO EVT-PROGRAM.
          IF W-BREAK-COUNT > 0 OR W-GL-TOTAL NOT = 0 THEN
            MOVE 'W' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          STRING W-ITEM-COUNT " IB items " W-BREAK-COUNT
                 " unmatched" DELIMITED BY SIZE INTO EVT-TEXT.
          IF W-GL-TOTAL NOT = 0 THEN
            MOVE "IB GL out of balance" TO EVT-TEXT(31:20)
            END-IF.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE "IBRECON" TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
