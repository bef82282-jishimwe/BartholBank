       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANRAMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY LSCCTRL.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-MRATE        PIC 9(3)V9(9).
            05 W-FACTOR       PIC 9(9)V9(9).
            05 W-PAYMENT      PIC S9(7)V99.
            05 W-REM-BAL      PIC S9(7)V99.
            05 W-OPEN-COUNT   PIC 9(3).
            05 W-ROWS         PIC 9(3).
            05 W-ROW          PIC 9(3).
            05 W-MAX-SEQ      PIC 9(3).
            05 W-KEEP-SEQ     PIC 9(3).
            05 W-SEQ          PIC 9(3).
            05 W-LAST-DUE     PIC 9(8).
            05 W-DUE-Y        PIC 9(4).
            05 W-DUE-M        PIC 9(2).
            05 W-DUE-D        PIC 9(2).
       LINKAGE SECTION.
        COPY LNRCTRL.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING LNR-CTRL-BLK LN-REC.
       REAMORTISE-LOAN.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          MOVE 0 TO LNR-CTRL-RET-CODE.
          MOVE SPACES TO LNR-CTRL-ERR-MSG.
          COMPUTE W-MRATE = LN-RATE-PCT / 1200.
          PERFORM SCAN-OPEN-ROWS.
          IF W-OPEN-COUNT = 0 THEN
            MOVE 1 TO LNR-CTRL-RET-CODE
            MOVE "No open installments to re-amortise" TO
              LNR-CTRL-ERR-MSG
            GOBACK
            END-IF.
          COMPUTE W-ROWS = W-OPEN-COUNT + LNR-EXTRA-ROWS.
          IF LNR-LEVEL-PAYMENT THEN
            PERFORM COMPUTE-LEVEL-PAYMENT
           ELSE
            IF LNR-PAYMENT > 0 THEN
              MOVE LNR-PAYMENT TO W-PAYMENT
              END-IF
            END-IF.
          MOVE LN-BALANCE TO W-REM-BAL.
          MOVE 0 TO W-ROW.
          MOVE 0 TO W-KEEP-SEQ.
          PERFORM REBUILD-OPEN-ROWS.
          IF W-REM-BAL > 0 THEN
            PERFORM APPEND-EXTRA-ROWS
            END-IF.
          IF W-KEEP-SEQ < W-MAX-SEQ THEN
            PERFORM DROP-SURPLUS-ROWS
            END-IF.
          MOVE W-KEEP-SEQ TO LN-TERM-MONTHS.
          MOVE W-PAYMENT TO LNR-PAYMENT.
          MOVE W-ROW TO LNR-ROWS.
          GOBACK.
*********
       SCAN-OPEN-ROWS.
          MOVE 0 TO W-OPEN-COUNT.
          MOVE 0 TO W-MAX-SEQ.
          MOVE 0 TO W-PAYMENT.
          MOVE LN-START TO W-LAST-DUE.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-OPEN THEN
                IF W-OPEN-COUNT = 0 THEN
                  COMPUTE W-PAYMENT = LSC-PRINCIPAL + LSC-INTEREST
                  END-IF
                ADD 1 TO W-OPEN-COUNT
                END-IF
              MOVE LSC-SEQ TO W-MAX-SEQ
              MOVE LSC-DUE-DATE TO W-LAST-DUE
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
       COMPUTE-LEVEL-PAYMENT.
          IF W-MRATE = 0 THEN
            COMPUTE W-PAYMENT ROUNDED = LN-BALANCE / W-ROWS
           ELSE
            COMPUTE W-FACTOR = (1 + W-MRATE) ** W-ROWS
            COMPUTE W-PAYMENT ROUNDED =
                    LN-BALANCE * W-MRATE * W-FACTOR /
                    (W-FACTOR - 1)
            END-IF.
*********
       REBUILD-OPEN-ROWS.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-PAID THEN
                MOVE LSC-SEQ TO W-KEEP-SEQ
               ELSE
                IF W-REM-BAL > 0 THEN
                  PERFORM REPRICE-ONE-ROW
                  END-IF
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
       REPRICE-ONE-ROW.
          ADD 1 TO W-ROW.
          COMPUTE LSC-INTEREST ROUNDED = W-REM-BAL * W-MRATE.
          IF W-ROW >= W-ROWS OR
              W-REM-BAL + LSC-INTEREST <= W-PAYMENT THEN
            MOVE W-REM-BAL TO LSC-PRINCIPAL
           ELSE
            COMPUTE LSC-PRINCIPAL = W-PAYMENT - LSC-INTEREST
            END-IF.
          SUBTRACT LSC-PRINCIPAL FROM W-REM-BAL.
          MOVE 'D' TO LSC-STATUS.
          MOVE LSC-SEQ TO W-KEEP-SEQ.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCREPL" USING LSC-CTRL-BLK LSC-REC.
          IF LSC-CTRL-RET-CODE NOT = 0 THEN
            MOVE LSC-CTRL-RET-CODE TO LNR-CTRL-RET-CODE
            MOVE LSC-CTRL-ERR-MSG TO LNR-CTRL-ERR-MSG
            END-IF.
*********
       APPEND-EXTRA-ROWS.
          MOVE W-LAST-DUE(1:4) TO W-DUE-Y.
          MOVE W-LAST-DUE(5:2) TO W-DUE-M.
          MOVE W-LAST-DUE(7:2) TO W-DUE-D.
          IF W-DUE-D > 28 THEN
            MOVE 28 TO W-DUE-D
            END-IF.
          MOVE W-MAX-SEQ TO W-SEQ.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-REM-BAL <= 0
              ADD 1 TO W-SEQ
              PERFORM ADD-EXTRA-ROW
            END-PERFORM.
          MOVE W-SEQ TO W-MAX-SEQ.
       ADD-EXTRA-ROW.
          ADD 1 TO W-DUE-M.
          IF W-DUE-M > 12 THEN
            MOVE 1 TO W-DUE-M
            ADD 1 TO W-DUE-Y
            END-IF.
          ADD 1 TO W-ROW.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          MOVE W-SEQ TO LSC-SEQ.
          COMPUTE LSC-DUE-DATE =
                  W-DUE-Y * 10000 + W-DUE-M * 100 + W-DUE-D.
          COMPUTE LSC-INTEREST ROUNDED = W-REM-BAL * W-MRATE.
          IF W-ROW >= W-ROWS OR
              W-REM-BAL + LSC-INTEREST <= W-PAYMENT THEN
            MOVE W-REM-BAL TO LSC-PRINCIPAL
           ELSE
            COMPUTE LSC-PRINCIPAL = W-PAYMENT - LSC-INTEREST
            END-IF.
          SUBTRACT LSC-PRINCIPAL FROM W-REM-BAL.
          MOVE 'D' TO LSC-STATUS.
          MOVE W-SEQ TO W-KEEP-SEQ.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCADD" USING LSC-CTRL-BLK LSC-REC.
          IF LSC-CTRL-RET-CODE NOT = 0 THEN
            MOVE LSC-CTRL-RET-CODE TO LNR-CTRL-RET-CODE
            MOVE LSC-CTRL-ERR-MSG TO LNR-CTRL-ERR-MSG
            MOVE 0 TO W-REM-BAL
            END-IF.
*********
       DROP-SURPLUS-ROWS.
          COMPUTE W-SEQ = W-KEEP-SEQ + 1.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-SEQ > W-MAX-SEQ
              INITIALIZE LSC-REC
              MOVE LN-ID TO LSC-LOAN
              MOVE W-SEQ TO LSC-SEQ
              INITIALIZE LSC-CTRL-BLK
              CALL "LSCDEL" USING LSC-CTRL-BLK LSC-REC
              ADD 1 TO W-SEQ
            END-PERFORM.
