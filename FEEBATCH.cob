           05  PRP-IN-RATE    PIC V9(5).
           05  PRP-IN-WAIVE   PIC S9(7)V99.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY FEECTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY FEXCTRL.
        COPY FEEEXC REPLACING ==:PREFIX:== BY ====.
        COPY FITCTRL.
        COPY FEEITEM REPLACING ==:PREFIX:== BY ====.
        COPY PARCTRL.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-SIM-TOT      PIC 9(2).
            05 W-SIM-IDX      PIC 9(2).
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-FROM-DATE    PIC 9(8).
            05 W-ITM-MAX      PIC 9(3) VALUE 100.
            05 W-ITM-TOT      PIC 9(3).
            05 W-ITM-IDX      PIC 9(3).
            05 W-ITM-HIT      PIC 9(3).
            05 W-ITM-SW       PIC X(1).
              88 W-ITM-PRICED VALUE 'Y'.
            05 W-CHG-MEMO-IN  PIC X(30).
            05 W-ITEM-UNIT    PIC S9(5)V99.
            05 W-ITEM-QTY     PIC 9(5).
            05 W-QTY-ED       PIC ZZZZ9.
            05 W-FREE-ED      PIC ZZZ9.
            05 W-UNIT-ED      PIC ZZZZ9.99.
        01 W-ITM-TABLE.
            05 W-ITM-ENTRY OCCURS 100 TIMES.
              10 W-ITM-PROD   PIC X(4).
              10 W-ITM-TYPE   PIC X(4).
              10 W-ITM-DIR    PIC X(1).
              10 W-ITM-FEE    PIC X(4).
              10 W-ITM-UNIT   PIC S9(5)V99.
              10 W-ITM-FREE   PIC 9(4).
              10 W-ITM-COUNT  PIC 9(5).
              10 W-ITM-CHG    PIC S9(7)V99.
              10 W-ITM-STATE  PIC X(1).
        01 W-PRP-TABLE.
            05 W-PRP-ENTRY OCCURS 50 TIMES.
              10 W-PRP-CODE   PIC X(4).
              10 W-CHG-ACC    PIC 9(5).
              10 W-CHG-FEE    PIC X(4).
              10 W-CHG-AMT    PIC S9(7)V99.
              10 W-CHG-MEMO   PIC X(30).
       PROCEDURE DIVISION.
       RUN-SERVICE-CHARGES.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-TODAY TO W-FROM-DATE.
          MOVE 01 TO W-FROM-DATE(7:2).
          MOVE 0 TO W-FEE-COUNT.
          MOVE 0 TO W-FEE-TOTAL.
          MOVE 0 TO W-WAIVE-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          CALL "FEEIO" USING FEE-CTRL-BLK.
          CALL "FEXIO" USING FEX-CTRL-BLK.
          CALL "FITIO" USING FIT-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          PERFORM LOAD-SIMULATE-SWITCH.
          PERFORM LOAD-ITEM-SCHEDULE.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open FEEREG print file, status " FS-P
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          MOVE W-FEE-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-SIMULATE-SWITCH.
          MOVE 'N' TO W-SIM-SW.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT(1:1) = 'Y' THEN
            SET W-SIM-ON TO TRUE
            END-IF.
       LOAD-ITEM-SCHEDULE.
          MOVE 0 TO W-ITM-TOT.
          INITIALIZE FIT-CTRL-BLK.
          CALL "FITNAF" USING FIT-CTRL-BLK FIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FIT-CTRL-RET-CODE NOT = 0 OR W-ITM-TOT >= W-ITM-MAX
              IF FIT-ACTIVE THEN
                ADD 1 TO W-ITM-TOT
                MOVE FIT-PRODUCT TO W-ITM-PROD(W-ITM-TOT)
                MOVE FIT-TRAN-TYPE TO W-ITM-TYPE(W-ITM-TOT)
                MOVE FIT-DIRECTION TO W-ITM-DIR(W-ITM-TOT)
                MOVE FIT-FEE-CODE TO W-ITM-FEE(W-ITM-TOT)
                MOVE FIT-UNIT-CHARGE TO W-ITM-UNIT(W-ITM-TOT)
                MOVE FIT-FREE-ITEMS TO W-ITM-FREE(W-ITM-TOT)
                END-IF
              CALL "FITNAN" USING FIT-CTRL-BLK FIT-REC
            END-PERFORM.
       LOAD-PROPOSED-SCHEDULE.
          MOVE 0 TO W-PRP-TOT.
          OPEN INPUT PROP-FILE.
                END-IF
              CALL "FEENAN" USING FEE-CTRL-BLK FEE-REC
            END-PERFORM.
          PERFORM PRICE-ACCOUNT-ITEMS THRU PRICE-ACCOUNT-EXIT.
          PERFORM SIMULATE-ONE-ITEM
            VARYING W-ITM-IDX FROM 1 BY 1 UNTIL W-ITM-IDX > W-ITM-TOT.
       SIMULATE-ONE-ITEM.
          IF W-ITM-STATE(W-ITM-IDX) = 'C' THEN
            ADD 1 TO W-SIM-COUNT
            ADD W-ITM-CHG(W-ITM-IDX) TO W-CUR-GRAND
            ADD W-ITM-CHG(W-ITM-IDX) TO W-PRP-GRAND
            MOVE W-ITM-CHG(W-ITM-IDX) TO W-CUR-ED
            MOVE 0 TO W-DELTA-ED
            STRING "[" ACC-ID "] " W-ITM-FEE(W-ITM-IDX) " now "
                   W-CUR-ED " proposed " W-CUR-ED " delta "
                   W-DELTA-ED INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       SIMULATE-ONE-FEE.
          PERFORM RESOLVE-FEE-EXCEPTION.
          PERFORM COMPUTE-CURRENT-CHARGE.
                END-IF
              CALL "FEENAN" USING FEE-CTRL-BLK FEE-REC
            END-PERFORM.
          PERFORM PRICE-ACCOUNT-ITEMS THRU PRICE-ACCOUNT-EXIT.
          PERFORM COLLECT-ONE-ITEM THRU COLLECT-ITEM-EXIT
            VARYING W-ITM-IDX FROM 1 BY 1 UNTIL W-ITM-IDX > W-ITM-TOT.
       COLLECT-ONE-FEE.
          MOVE 'N' TO W-EXC-SW.
          INITIALIZE FEX-REC.
                     INTO PRINT-REC
                  WRITE PRINT-REC
                 ELSE
                  MOVE FEE-CODE TO FEX-FEE-CODE
                  MOVE "Service charge" TO W-CHG-MEMO-IN
                  PERFORM ADD-CHARGE-ENTRY
                  END-IF
                END-IF
              END-IF
            END-IF.
       COLLECT-FEE-EXIT.
          EXIT.
       ADD-CHARGE-ENTRY.
          ADD 1 TO W-CHG-TOT.
          MOVE ACC-ID TO W-CHG-ACC(W-CHG-TOT).
          MOVE FEX-FEE-CODE TO W-CHG-FEE(W-CHG-TOT).
          MOVE W-CHARGE TO W-CHG-AMT(W-CHG-TOT).
          MOVE W-CHG-MEMO-IN TO W-CHG-MEMO(W-CHG-TOT).
*********
       PRICE-ACCOUNT-ITEMS.
          MOVE 'N' TO W-ITM-SW.
          PERFORM VARYING W-ITM-IDX FROM 1 BY 1
              UNTIL W-ITM-IDX > W-ITM-TOT
            MOVE 0 TO W-ITM-COUNT(W-ITM-IDX)
            MOVE 0 TO W-ITM-CHG(W-ITM-IDX)
            MOVE SPACE TO W-ITM-STATE(W-ITM-IDX)
            IF W-ITM-PROD(W-ITM-IDX) = ACC-PRODUCT THEN
              SET W-ITM-PRICED TO TRUE
              END-IF
          END-PERFORM.
          IF NOT W-ITM-PRICED OR ACC-PRODUCT = SPACES THEN
            GO TO PRICE-ACCOUNT-EXIT
            END-IF.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF T-TL-AMOUNT OF T-TRAN-LINE-REC NOT = 0 THEN
                PERFORM COUNT-ONE-ITEM THRU COUNT-ONE-EXIT
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLACN" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-PERFORM.
          PERFORM PRICE-ONE-ITEM THRU PRICE-ONE-EXIT
            VARYING W-ITM-IDX FROM 1 BY 1 UNTIL W-ITM-IDX > W-ITM-TOT.
       PRICE-ACCOUNT-EXIT.
          EXIT.
       COUNT-ONE-ITEM.
          INITIALIZE T-TRAN-REC.
          MOVE T-TL-TRAN-ID OF T-TRAN-LINE-REC TO
               T-TRAN-ID OF T-TRAN-REC.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF NOT T-TRAN-CLOSE OR T-TRAN-DATE < W-FROM-DATE OR
              T-TRAN-DATE > W-TODAY THEN
            GO TO COUNT-ONE-EXIT
            END-IF.
          PERFORM VARYING W-ITM-IDX FROM 1 BY 1
              UNTIL W-ITM-IDX > W-ITM-TOT
            IF W-ITM-PROD(W-ITM-IDX) = ACC-PRODUCT AND
                W-ITM-TYPE(W-ITM-IDX) = T-TRAN-TYPE THEN
              EVALUATE TRUE
                WHEN W-ITM-DIR(W-ITM-IDX) = 'D' AND
                    T-TL-AMOUNT OF T-TRAN-LINE-REC < 0
                WHEN W-ITM-DIR(W-ITM-IDX) = 'C' AND
                    T-TL-AMOUNT OF T-TRAN-LINE-REC > 0
                WHEN W-ITM-DIR(W-ITM-IDX) = 'A'
                  ADD 1 TO W-ITM-COUNT(W-ITM-IDX)
              END-EVALUATE
              END-IF
          END-PERFORM.
       COUNT-ONE-EXIT.
          EXIT.
       PRICE-ONE-ITEM.
          IF W-ITM-PROD(W-ITM-IDX) NOT = ACC-PRODUCT OR
              W-ITM-COUNT(W-ITM-IDX) <= W-ITM-FREE(W-ITM-IDX) THEN
            GO TO PRICE-ONE-EXIT
            END-IF.
          MOVE W-ITM-UNIT(W-ITM-IDX) TO W-ITEM-UNIT.
          MOVE 'N' TO W-EXC-SW.
          INITIALIZE FEX-REC.
          MOVE ACC-ID TO FEX-ACC.
          MOVE W-ITM-FEE(W-ITM-IDX) TO FEX-FEE-CODE.
          INITIALIZE FEX-CTRL-BLK.
          CALL "FEXGET" USING FEX-CTRL-BLK FEX-REC.
          IF FEX-CTRL-RET-CODE = 0 AND
              (FEX-EXPIRY = 0 OR FEX-EXPIRY >= W-TODAY) THEN
            SET W-EXC-FOUND TO TRUE
            END-IF.
          IF W-EXC-FOUND THEN
            IF FEX-OVR-AMOUNT = 0 AND FEX-OVR-RATE = 0 THEN
              MOVE 'W' TO W-ITM-STATE(W-ITM-IDX)
              GO TO PRICE-ONE-EXIT
              END-IF
            IF FEX-OVR-AMOUNT NOT = 0 THEN
              MOVE FEX-OVR-AMOUNT TO W-ITEM-UNIT
              END-IF
            END-IF.
          COMPUTE W-ITM-CHG(W-ITM-IDX) = W-ITEM-UNIT *
                  (W-ITM-COUNT(W-ITM-IDX) - W-ITM-FREE(W-ITM-IDX)).
          IF W-ITM-CHG(W-ITM-IDX) > 0 THEN
            MOVE 'C' TO W-ITM-STATE(W-ITM-IDX)
            END-IF.
       PRICE-ONE-EXIT.
          EXIT.
       COLLECT-ONE-ITEM.
          IF W-ITM-STATE(W-ITM-IDX) = 'W' THEN
            ADD 1 TO W-WAIVE-COUNT
            STRING "[" ACC-ID "] " W-ITM-FEE(W-ITM-IDX)
                   "  waived - account exception (per-item "
                   W-ITM-TYPE(W-ITM-IDX) ")" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-ITM-STATE(W-ITM-IDX) NOT = 'C' THEN
            GO TO COLLECT-ITEM-EXIT
            END-IF.
          MOVE W-ITM-CHG(W-ITM-IDX) TO W-CHARGE.
          IF ACC-BALANCE - W-CHARGE < 0 - ACC-OD-LIMIT THEN
            ADD 1 TO W-SKIP-COUNT
            STRING "[" ACC-ID "] " W-ITM-FEE(W-ITM-IDX)
                   "  skipped - would overdraw" INTO PRINT-REC
            WRITE PRINT-REC
            GO TO COLLECT-ITEM-EXIT
            END-IF.
          IF W-CHG-TOT >= 1000 THEN
            ADD 1 TO W-SKIP-COUNT
            STRING "[" ACC-ID "] " W-ITM-FEE(W-ITM-IDX)
                   "  skipped - charge table full" INTO PRINT-REC
            WRITE PRINT-REC
            GO TO COLLECT-ITEM-EXIT
            END-IF.
          MOVE W-ITM-COUNT(W-ITM-IDX) TO W-QTY-ED.
          MOVE W-ITM-FREE(W-ITM-IDX) TO W-FREE-ED.
          COMPUTE W-ITEM-QTY = W-ITM-COUNT(W-ITM-IDX) -
                  W-ITM-FREE(W-ITM-IDX).
          COMPUTE W-UNIT-ED = W-CHARGE / W-ITEM-QTY.
          MOVE SPACES TO W-CHG-MEMO-IN.
          STRING FUNCTION TRIM(W-ITM-TYPE(W-ITM-IDX)) " "
                 FUNCTION TRIM(W-QTY-ED) " items, "
                 FUNCTION TRIM(W-FREE-ED) " free @"
                 FUNCTION TRIM(W-UNIT-ED)
                 DELIMITED BY SIZE INTO W-CHG-MEMO-IN.
          MOVE W-ITM-FEE(W-ITM-IDX) TO FEX-FEE-CODE.
          PERFORM ADD-CHARGE-ENTRY.
       COLLECT-ITEM-EXIT.
          EXIT.
       APPLY-COLLECTED-CHARGES.
          MOVE 1 TO W-CHG-IDX.
          PERFORM
            MOVE W-CUR-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-CHG-AMT(W-CHG-IDX)
            MOVE W-CHG-MEMO(W-CHG-IDX) TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-CHG-FEE(W-CHG-IDX) TO
                 T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
