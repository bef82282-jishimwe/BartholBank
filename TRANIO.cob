       COPY LGOCTRL.
       COPY LEGORD REPLACING ==:PREFIX:== BY ====.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ==P-==.
       COPY IBICTRL.
       COPY IBITEM REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
            05 FS-F PIC 9(2).
            05 FS-FL PIC 9(2).
            05 W-LGO-CREDIT PIC S9(7)V99.
            05 W-HOLD-DAY-IDX PIC 9(3).
            05 W-HOLD-DAY-INT PIC S9(7).
            05 W-IB-TOT PIC 9(3).
            05 W-IB-IDX PIC 9(3).
            05 W-IB-FIND PIC 9(3).
            05 W-IB-MAX PIC 9(3) VALUE 20.
            05 W-IB-SEQ PIC 9(2).
            05 W-IB-DRW-BRANCH PIC X(4).
            05 W-IB-GL-BRANCH PIC X(4).
            05 W-IB-TO-ACC PIC 9(5).
            05 W-IB-FROM-ACC PIC 9(5).
        01 W-IB-TABLE.
            05 W-IB-ENTRY OCCURS 20 TIMES.
              10 W-IB-BRANCH PIC X(4).
              10 W-IB-AMOUNT PIC S9(7)V99.
        01 W-SWP-TABLE.
            05 W-SWP-ENTRY OCCURS 50 TIMES.
              10 W-SWP-FUND PIC 9(5).
        GOBACK.
*********
       CHECK-DRAWER-IS-OPEN.
        IF TRAN-CASH-ACC = 0 OR ACC-LNAME = "ATM" THEN
          SET W-DRAWER-OK TO TRUE
         ELSE
          INITIALIZE BDT-CTRL-BLK
        PERFORM READ-NEXT-LINE-PER-TRAN.
        MOVE T-TRAN-LINE-REC TO TRAN-LINE-REC.
        GOBACK.
*********
        ENTRY "TRANLNAF" USING TRAN-CTRL-BLK
                             TRAN-LINE-REC.
        MOVE LOW-VALUES TO FTL-ID.
        START FD-FL KEY > FTL-ID.
        READ FD-FL NEXT INTO TRAN-LINE-REC.
        perform TRANSFER-CODES-L.
        GOBACK.
*********
        ENTRY "TRANLNAN" USING TRAN-CTRL-BLK
                             TRAN-LINE-REC.
        READ FD-FL NEXT INTO TRAN-LINE-REC.
        perform TRANSFER-CODES-L.
        GOBACK.
*********
        ENTRY "TRANCNT" USING TRAN-CTRL-BLK.
        MOVE W-CLOSED-REC-COUNT TO TRAN-CLOSED-COUNT.
        MOVE TL-ACC TO ACC-ID.
        CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
        IF TL-AMOUNT NOT = 0 AND
           (ACC-CTRL-RET-CODE NOT = 0 OR
            (NOT ACC-ACTIVE AND
             NOT (ACC-DECEASED AND TL-AMOUNT > 0))) THEN
          MOVE "Account is not active" TO TRAN-CTRL-ERR-MSG
          MOVE 98 TO TRAN-CTRL-RET-CODE
         ELSE
        MOVE W-BUFFER(1:8) TO W-VALUE-TODAY.
        MOVE 0 TO W-FAIL-ACC.
        MOVE 0 TO W-SWP-TOT.
        MOVE 0 TO W-IB-TOT.
        MOVE TRAN-ID TO FTL-TRAN-ID.
        MOVE 0 TO FTL-ACC.
        MOVE 0 TO WRK-TOTAL.
            PERFORM DISPLAY-ERR-MSG
            SET W-COMMIT-FAILED TO TRUE
           ELSE
            IF NOT ACC-ACTIVE AND
                NOT (ACC-DECEASED AND FTL-AMOUNT > 0) THEN
              MOVE FTL-ACC TO W-FAIL-ACC
              MOVE FTL-SEQ TO W-FAIL-SEQ
              STRING "Account " FTL-ACC " is not active" INTO
                CALL "ACCREPL" USING ACC-CTRL-BLK
                                     ACC-REC
                PERFORM RECORD-POSITION-MOVE
                PERFORM NOTE-LINE-BRANCH THRU NOTE-LINE-BRANCH-EXIT
                IF NOT ACC-IS-CASH THEN
                  IF W-NOTIFY-AMT NOT = 0 AND
                      FTL-AMOUNT < 0 AND
          ADD W-CONV-AMOUNT TO ACC-BALANCE
          CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
          PERFORM RECORD-POSITION-MOVE
          PERFORM WRITE-INTER-BRANCH-LINES
            THRU WRITE-INTER-BRANCH-LINES-EXIT
          SET TRAN-CLOSE TO TRUE
          PERFORM REWRITE-TRAN-REC
          IF W-OPENED-REC-COUNT > 0 THEN
            PERFORM JOURNAL-LINE-IMAGE
            END-IF
        END-PERFORM.
       NOTE-LINE-BRANCH.
        IF ACC-BRANCH = SPACES OR
            (ACC-LNAME = "GL" AND ACC-FNAME(1:8) = "INTERBR-") THEN
          GO TO NOTE-LINE-BRANCH-EXIT
          END-IF.
        PERFORM VARYING W-IB-FIND FROM 1 BY 1
            UNTIL W-IB-FIND > W-IB-TOT OR
                W-IB-BRANCH(W-IB-FIND) = ACC-BRANCH
          CONTINUE
        END-PERFORM.
        IF W-IB-FIND > W-IB-TOT THEN
          IF W-IB-TOT >= W-IB-MAX THEN
            GO TO NOTE-LINE-BRANCH-EXIT
            END-IF
          ADD 1 TO W-IB-TOT
          MOVE W-IB-TOT TO W-IB-FIND
          MOVE ACC-BRANCH TO W-IB-BRANCH(W-IB-FIND)
          MOVE 0 TO W-IB-AMOUNT(W-IB-FIND)
          END-IF.
        ADD FTL-AMOUNT TO W-IB-AMOUNT(W-IB-FIND).
       NOTE-LINE-BRANCH-EXIT.
        EXIT.
       WRITE-INTER-BRANCH-LINES.
        IF W-IB-TOT = 0 THEN
          GO TO WRITE-INTER-BRANCH-LINES-EXIT
          END-IF.
        IF TRAN-CASH-ACC = 0 THEN
          IF W-IB-TOT < 2 THEN
            GO TO WRITE-INTER-BRANCH-LINES-EXIT
            END-IF
          MOVE W-IB-BRANCH(1) TO W-IB-DRW-BRANCH
         ELSE
          IF ACC-BRANCH = SPACES THEN
            GO TO WRITE-INTER-BRANCH-LINES-EXIT
            END-IF
          MOVE ACC-BRANCH TO W-IB-DRW-BRANCH
          END-IF.
        MOVE 0 TO W-IB-SEQ.
        CALL "IBIIO" USING IBI-CTRL-BLK.
        PERFORM VARYING W-IB-IDX FROM 1 BY 1
            UNTIL W-IB-IDX > W-IB-TOT
          IF W-IB-BRANCH(W-IB-IDX) NOT = W-IB-DRW-BRANCH AND
              W-IB-AMOUNT(W-IB-IDX) NOT = 0 THEN
            PERFORM POST-INTER-BRANCH-PAIR
            END-IF
        END-PERFORM.
       WRITE-INTER-BRANCH-LINES-EXIT.
        EXIT.
       POST-INTER-BRANCH-PAIR.
        MOVE W-IB-DRW-BRANCH TO W-IB-GL-BRANCH.
        PERFORM LOCATE-INTER-BRANCH-GL.
        SUBTRACT W-IB-AMOUNT(W-IB-IDX) FROM P-ACC-BALANCE.
        CALL "ACCREPL" USING ACC-CTRL-BLK P-ACC-REC.
        MOVE P-ACC-ID TO W-IB-TO-ACC.
        MOVE W-IB-BRANCH(W-IB-IDX) TO W-IB-GL-BRANCH.
        PERFORM LOCATE-INTER-BRANCH-GL.
        ADD W-IB-AMOUNT(W-IB-IDX) TO P-ACC-BALANCE.
        CALL "ACCREPL" USING ACC-CTRL-BLK P-ACC-REC.
        MOVE P-ACC-ID TO W-IB-FROM-ACC.
        MOVE TRAN-ID TO W-SAVE-TRAN-ID.
        MOVE W-IB-TO-ACC TO W-SAVE-ACC.
        PERFORM FIND-NEXT-LINE-SEQ.
        COMPUTE FTL-AMOUNT = 0 - W-IB-AMOUNT(W-IB-IDX).
        STRING "Inter-branch due to " W-IB-BRANCH(W-IB-IDX)
               DELIMITED BY SIZE INTO FTL-MEMO.
        MOVE SPACES TO FTL-REF.
        MOVE TRAN-DATE TO FTL-VALUE-DATE.
        WRITE FTRAN-LINE-REC.
        PERFORM JOURNAL-LINE-IMAGE.
        MOVE TRAN-ID TO W-SAVE-TRAN-ID.
        MOVE W-IB-FROM-ACC TO W-SAVE-ACC.
        PERFORM FIND-NEXT-LINE-SEQ.
        MOVE W-IB-AMOUNT(W-IB-IDX) TO FTL-AMOUNT.
        STRING "Inter-branch due from " W-IB-DRW-BRANCH
               DELIMITED BY SIZE INTO FTL-MEMO.
        MOVE SPACES TO FTL-REF.
        MOVE TRAN-DATE TO FTL-VALUE-DATE.
        WRITE FTRAN-LINE-REC.
        PERFORM JOURNAL-LINE-IMAGE.
        INITIALIZE IBI-REC.
        ADD 1 TO W-IB-SEQ.
        MOVE TRAN-ID TO IBI-TRAN-ID.
        MOVE W-IB-SEQ TO IBI-SEQ.
        MOVE TRAN-DATE TO IBI-DATE.
        MOVE W-IB-DRW-BRANCH TO IBI-DUE-TO-BR.
        MOVE W-IB-TO-ACC TO IBI-DUE-TO-ACC.
        MOVE W-IB-BRANCH(W-IB-IDX) TO IBI-DUE-FROM-BR.
        MOVE W-IB-FROM-ACC TO IBI-DUE-FROM-ACC.
        MOVE W-IB-AMOUNT(W-IB-IDX) TO IBI-AMOUNT.
        SET IBI-OPEN TO TRUE.
        INITIALIZE IBI-CTRL-BLK.
        CALL "IBIPUT" USING IBI-CTRL-BLK IBI-REC.
       LOCATE-INTER-BRANCH-GL.
        INITIALIZE P-ACC-REC.
        STRING "INTERBR-" W-IB-GL-BRANCH DELIMITED BY SIZE
               INTO P-ACC-FNAME.
        MOVE "GL" TO P-ACC-LNAME.
        CALL "ACCRNAME" USING ACC-CTRL-BLK P-ACC-REC.
        IF ACC-CTRL-RET-CODE NOT = 0 THEN
          INITIALIZE P-ACC-REC
          STRING "INTERBR-" W-IB-GL-BRANCH DELIMITED BY SIZE
                 INTO P-ACC-FNAME
          MOVE "GL" TO P-ACC-LNAME
          MOVE W-IB-GL-BRANCH TO P-ACC-BRANCH
          MOVE 'A' TO P-ACC-STATUS
          MOVE 9999999.99 TO P-ACC-OD-LIMIT
          CALL "ACCADD" USING ACC-CTRL-BLK P-ACC-REC
          END-IF.
       FIND-NEXT-LINE-SEQ.
        MOVE 0 TO W-MAX-SEQ.
        MOVE W-SAVE-TRAN-ID TO FTL-TRAN-ID.
