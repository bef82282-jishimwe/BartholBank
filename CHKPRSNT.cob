       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHKPRSNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRES-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-O.
           SELECT PRINT-FILE ASSIGN TO 'CHKPRSNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRES-FILE.
       01  PX-REC.
           05  PX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  PX-ITEM-ID     PIC 9(5).
           05  FILLER         PIC X(1).
           05  PX-DRAWEE-BANK PIC X(10).
           05  FILLER         PIC X(1).
           05  PX-CHK-NUMBER  PIC 9(10).
           05  FILLER         PIC X(1).
           05  PX-AMOUNT      PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  PX-DEP-DATE    PIC 9(8).
       01  PX-BANK-REC.
           05  PX-BNK-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  PX-BNK-BANK    PIC X(10).
           05  FILLER         PIC X(1).
           05  PX-BNK-COUNT   PIC 9(7).
           05  FILLER         PIC X(1).
           05  PX-BNK-AMOUNT  PIC 9(11)V99.
       01  PX-HEADER-REC.
           05  PX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  PX-HDR-BANK    PIC X(10).
           05  FILLER         PIC X(1).
           05  PX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  PX-HDR-RUN     PIC 9(7).
       01  PX-TRAILER-REC.
           05  PX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  PX-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  PX-TRL-BANKS   PIC 9(5).
           05  FILLER         PIC X(1).
           05  PX-TRL-COUNT   PIC 9(7).
           05  FILLER         PIC X(1).
           05  PX-TRL-AMOUNT  PIC 9(11)V99.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY PRSCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY PRESENT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==C-==.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==D-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==D-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CHKPRSNT'.
            05 FS-O           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-TODAY        PIC 9(8).
            05 W-RUN-NO       PIC 9(7).
            05 W-BANK-ID      PIC X(10) VALUE 'BANK'.
            05 W-DEP-SW       PIC X(1).
              88 W-DEP-POSTED VALUE 'P'.
              88 W-DEP-OPEN   VALUE 'O'.
              88 W-DEP-GONE   VALUE 'G'.
            05 W-ITEM-COUNT   PIC 9(7).
            05 W-ITEM-TOTAL   PIC 9(11)V99.
            05 W-CANCEL-COUNT PIC 9(5).
            05 W-WAIT-COUNT   PIC 9(5).
            05 W-AMT-ED       PIC -ZZZZZZZZZ9.99.
            05 W-BNK-COUNT    PIC 9(3).
            05 W-BNK-IDX      PIC 9(3).
        01 W-BNK-TABLE.
            05 W-BNK-ENTRY OCCURS 200 TIMES.
                10 W-BNK-CODE     PIC X(10).
                10 W-BNK-ITEMS    PIC 9(7).
                10 W-BNK-TOTAL    PIC 9(11)V99.
       PROCEDURE DIVISION.
       PRESENT-DEPOSITED-CHECKS.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Check presentment is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          MOVE 0 TO W-CANCEL-COUNT.
          MOVE 0 TO W-WAIT-COUNT.
          MOVE 0 TO W-BNK-COUNT.
          CALL "PRSIO" USING PRS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BANKID" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BANK-ID
            END-IF.
          PERFORM LOCATE-GL-ACCOUNTS THRU LOCATE-GL-ACCOUNTS-EXIT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Collection or clearing GL account unavailable"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CHKPRSNT report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Outbound check presentment - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSNAF" USING PRS-CTRL-BLK PRS-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL PRS-CTRL-RET-CODE NOT = 0
              IF PRS-ENTERED THEN
                PERFORM SELECT-ONE-ITEM
                END-IF
              CALL "PRSNAN" USING PRS-CTRL-BLK PRS-REC
            END-PERFORM.
          IF W-ITEM-COUNT NOT = 0 THEN
            PERFORM POST-PRESENTMENT-TOTAL
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE SPACES TO PRINT-REC
              STRING "Presentment NOT posted - " TRAN-CTRL-ERR-MSG
                     INTO PRINT-REC
              WRITE PRINT-REC
              MOVE SPACES TO PRINT-REC
              MOVE "No items presented - all remain pending"
                TO PRINT-REC
              WRITE PRINT-REC
              CLOSE PRINT-FILE
              PERFORM KEEP-REPORT-RUN
              DISPLAY "Check presentment NOT posted - see CHKPRSNT"
              MOVE 1 TO RETURN-CODE
              GOBACK
              END-IF
            END-IF.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "CHKPRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          MOVE SPACES TO W-OUT-NAME.
          STRING "CHKPRESOUT." W-RUN-NO INTO W-OUT-NAME.
          OPEN OUTPUT PRES-FILE.
          IF FS-O NOT = 0 THEN
            DISPLAY "Unable to open " W-OUT-NAME " status " FS-O
            MOVE 1 TO RETURN-CODE
            CLOSE PRINT-FILE
            GOBACK
            END-IF.
          INITIALIZE PX-HEADER-REC.
          MOVE 'H' TO PX-HDR-TAG.
          MOVE W-BANK-ID TO PX-HDR-BANK.
          MOVE W-TODAY TO PX-HDR-DATE.
          MOVE W-RUN-NO TO PX-HDR-RUN.
          WRITE PX-HEADER-REC.
          PERFORM VARYING W-BNK-IDX FROM 1 BY 1
              UNTIL W-BNK-IDX > W-BNK-COUNT
            PERFORM WRITE-ONE-DRAWEE-BANK
          END-PERFORM.
          INITIALIZE PX-TRAILER-REC.
          MOVE 'T' TO PX-TRL-TAG.
          MOVE W-RUN-NO TO PX-TRL-RUN.
          MOVE W-BNK-COUNT TO PX-TRL-BANKS.
          MOVE W-ITEM-COUNT TO PX-TRL-COUNT.
          MOVE W-ITEM-TOTAL TO PX-TRL-AMOUNT.
          WRITE PX-TRAILER-REC.
          CLOSE PRES-FILE.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-ITEM-TOTAL TO W-AMT-ED.
          STRING W-ITEM-COUNT " check(s) presented to " W-BNK-COUNT
                 " bank(s), total " W-AMT-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-ITEM-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "Posted to clearing, transaction "
                   T-TRAN-ID OF T-TRAN-REC INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING W-WAIT-COUNT " item(s) waiting for the deposit to "
                 "post, " W-CANCEL-COUNT " cancelled" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-ITEM-COUNT " check(s) presented in " W-OUT-NAME.
          MOVE W-ITEM-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
*********
       SELECT-ONE-ITEM.
          PERFORM CHECK-DEPOSIT-POSTED.
          EVALUATE TRUE
            WHEN W-DEP-OPEN
              ADD 1 TO W-WAIT-COUNT
            WHEN W-DEP-GONE
              SET PRS-CANCELLED TO TRUE
              INITIALIZE PRS-CTRL-BLK
              CALL "PRSREPL" USING PRS-CTRL-BLK PRS-REC
              ADD 1 TO W-CANCEL-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "Item " PRS-ID " check " PRS-CHK-NUMBER
                     " cancelled - deposit no longer on file"
                     INTO PRINT-REC
              WRITE PRINT-REC
            WHEN W-DEP-POSTED
              PERFORM ADD-TO-BANK-TOTAL THRU ADD-TO-BANK-TOTAL-EXIT
          END-EVALUATE.
       CHECK-DEPOSIT-POSTED.
          SET W-DEP-GONE TO TRUE.
          INITIALIZE D-TRAN-REC.
          MOVE PRS-DEP-TRAN TO D-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK D-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            IF D-TRAN-OPEN THEN
              SET W-DEP-OPEN TO TRUE
             ELSE
              INITIALIZE D-TRAN-LINE-REC
              MOVE PRS-DEP-TRAN TO D-TL-TRAN-ID
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLTRF" USING TRAN-CTRL-BLK D-TRAN-LINE-REC
              PERFORM
                WITH TEST BEFORE
                UNTIL TRAN-CTRL-RET-CODE NOT = 0 OR W-DEP-POSTED
                  IF D-TL-ACC = PRS-ACC AND
                      D-TL-SEQ = PRS-DEP-SEQ AND
                      D-TL-AMOUNT = PRS-AMOUNT THEN
                    SET W-DEP-POSTED TO TRUE
                   ELSE
                    INITIALIZE TRAN-CTRL-BLK
                    CALL "TRANLTRN" USING TRAN-CTRL-BLK
                                          D-TRAN-LINE-REC
                    END-IF
                END-PERFORM
              END-IF
            END-IF.
       ADD-TO-BANK-TOTAL.
          PERFORM VARYING W-BNK-IDX FROM 1 BY 1
              UNTIL W-BNK-IDX > W-BNK-COUNT
                 OR W-BNK-CODE(W-BNK-IDX) = PRS-DRAWEE-BANK
            CONTINUE
          END-PERFORM.
          IF W-BNK-IDX > W-BNK-COUNT THEN
            IF W-BNK-COUNT < 200 THEN
              ADD 1 TO W-BNK-COUNT
              MOVE PRS-DRAWEE-BANK TO W-BNK-CODE(W-BNK-COUNT)
              MOVE 0 TO W-BNK-ITEMS(W-BNK-COUNT)
              MOVE 0 TO W-BNK-TOTAL(W-BNK-COUNT)
             ELSE
              ADD 1 TO W-WAIT-COUNT
              GO TO ADD-TO-BANK-TOTAL-EXIT
              END-IF
            END-IF.
          ADD 1 TO W-BNK-ITEMS(W-BNK-IDX).
          ADD PRS-AMOUNT TO W-BNK-TOTAL(W-BNK-IDX).
          ADD 1 TO W-ITEM-COUNT.
          ADD PRS-AMOUNT TO W-ITEM-TOTAL.
       ADD-TO-BANK-TOTAL-EXIT.
          EXIT.
*********
       WRITE-ONE-DRAWEE-BANK.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSNAF" USING PRS-CTRL-BLK PRS-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL PRS-CTRL-RET-CODE NOT = 0
              IF PRS-ENTERED AND
                  PRS-DRAWEE-BANK = W-BNK-CODE(W-BNK-IDX) THEN
                PERFORM CHECK-DEPOSIT-POSTED
                IF W-DEP-POSTED THEN
                  PERFORM WRITE-ONE-ITEM
                  END-IF
                END-IF
              CALL "PRSNAN" USING PRS-CTRL-BLK PRS-REC
            END-PERFORM.
          INITIALIZE PX-BANK-REC.
          MOVE 'B' TO PX-BNK-TAG.
          MOVE W-BNK-CODE(W-BNK-IDX) TO PX-BNK-BANK.
          MOVE W-BNK-ITEMS(W-BNK-IDX) TO PX-BNK-COUNT.
          MOVE W-BNK-TOTAL(W-BNK-IDX) TO PX-BNK-AMOUNT.
          WRITE PX-BANK-REC.
          MOVE W-BNK-TOTAL(W-BNK-IDX) TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Drawee bank " W-BNK-CODE(W-BNK-IDX) " "
                 W-BNK-ITEMS(W-BNK-IDX) " check(s) " W-AMT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-ONE-ITEM.
          INITIALIZE PX-REC.
          MOVE 'D' TO PX-TYPE.
          MOVE PRS-ID TO PX-ITEM-ID.
          MOVE PRS-DRAWEE-BANK TO PX-DRAWEE-BANK.
          MOVE PRS-CHK-NUMBER TO PX-CHK-NUMBER.
          MOVE PRS-AMOUNT TO PX-AMOUNT.
          MOVE PRS-DEP-DATE TO PX-DEP-DATE.
          WRITE PX-REC.
          SET PRS-SENT TO TRUE.
          MOVE W-RUN-NO TO PRS-RUN.
          MOVE W-TODAY TO PRS-SENT-DATE.
          MOVE T-TRAN-ID OF T-TRAN-REC TO PRS-PRES-TRAN.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSREPL" USING PRS-CTRL-BLK PRS-REC.
          MOVE PRS-AMOUNT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  item " PRS-ID " acct " PRS-ACC " check "
                 PRS-CHK-NUMBER " " W-AMT-ED INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       POST-PRESENTMENT-TOTAL.
          INITIALIZE T-TRAN-REC.
          MOVE "CPR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-ITEM-TOTAL TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Checks presented for collection" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE C-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - W-ITEM-TOTAL
            MOVE "Check presentment clearing" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       LOCATE-GL-ACCOUNTS.
          MOVE "CHKCOLL" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CHKCOLL" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GO TO LOCATE-GL-ACCOUNTS-EXIT
            END-IF.
          MOVE "CLEARING" TO C-ACC-FNAME.
          MOVE "GL" TO C-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK C-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE C-ACC-REC
            MOVE "CLEARING" TO C-ACC-FNAME
            MOVE "GL" TO C-ACC-LNAME
            MOVE 'A' TO C-ACC-STATUS
            MOVE 9999999.99 TO C-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK C-ACC-REC
            END-IF.
       LOCATE-GL-ACCOUNTS-EXIT.
          EXIT.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
