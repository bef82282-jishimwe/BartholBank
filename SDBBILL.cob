       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBBILL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'SDBBILL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY SDRCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY SDRENT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'SDBBILL'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-NEXT-DATE    PIC 9(8).
            05 W-NEXT-PARTS REDEFINES W-NEXT-DATE.
                10 W-NEXT-YYYY PIC 9(4).
                10 W-NEXT-MMDD PIC 9(4).
            05 W-AMT-ED       PIC -ZZZZ9.99.
            05 W-TOTAL        PIC S9(9)V99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-BILL-COUNT   PIC 9(5).
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-FAIL-REASON  PIC X(40).
       PROCEDURE DIVISION.
       BILL-BOX-RENTALS.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Box rent billing is not run in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "SDRIO" USING SDR-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          MOVE 0 TO W-BILL-COUNT.
          MOVE 0 TO W-FAIL-COUNT.
          MOVE 0 TO W-TOTAL.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open SDBBILL file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Safe deposit box rent billing - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOCATE-RENT-GL-ACCOUNT.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRNAF" USING SDR-CTRL-BLK SDR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SDR-CTRL-RET-CODE NOT = 0
              IF SDR-ACTIVE AND SDR-PAID-TO NOT > W-TODAY THEN
                PERFORM BILL-ONE-RENTAL THRU BILL-ONE-EXIT
                END-IF
              CALL "SDRNAN" USING SDR-CTRL-BLK SDR-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOTAL TO W-TOTAL-ED.
          STRING W-BILL-COUNT " rental(s) billed for " W-TOTAL-ED
                 ", " W-FAIL-COUNT " could not be debited"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-BILL-COUNT " box rental(s) billed, "
                  W-FAIL-COUNT " failed - see SDBBILL file".
          COMPUTE STEP-RECORD-COUNT = W-BILL-COUNT + W-FAIL-COUNT.
          GOBACK.
       BILL-ONE-RENTAL.
          MOVE SDR-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE THEN
            MOVE "rent account unavailable" TO W-FAIL-REASON
            PERFORM RECORD-BILLING-FAILURE
            GO TO BILL-ONE-EXIT
            END-IF.
          PERFORM POST-RENT-DEBIT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO W-FAIL-REASON
            PERFORM RECORD-BILLING-FAILURE
            GO TO BILL-ONE-EXIT
            END-IF.
          MOVE SDR-PAID-TO TO W-NEXT-DATE.
          ADD 1 TO W-NEXT-YYYY.
          IF W-NEXT-MMDD = 0229 THEN
            MOVE 0228 TO W-NEXT-MMDD
            END-IF.
          MOVE W-NEXT-DATE TO SDR-PAID-TO.
          MOVE W-TODAY TO SDR-LAST-BILL-DATE.
          MOVE 0 TO SDR-BILL-FAILS.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRREPL" USING SDR-CTRL-BLK SDR-REC.
          ADD 1 TO W-BILL-COUNT.
          ADD SDR-ANNUAL-RENT TO W-TOTAL.
          MOVE SDR-ANNUAL-RENT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Rental " SDR-ID " box " SDR-BRANCH "-" SDR-BOX-NO
                 " acct " SDR-ACC " " W-AMT-ED " paid to "
                 SDR-PAID-TO INTO PRINT-REC.
          WRITE PRINT-REC.
       BILL-ONE-EXIT.
          EXIT.
       RECORD-BILLING-FAILURE.
          ADD 1 TO W-FAIL-COUNT.
          ADD 1 TO SDR-BILL-FAILS.
          MOVE W-TODAY TO SDR-LAST-BILL-DATE.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRREPL" USING SDR-CTRL-BLK SDR-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Rental " SDR-ID " box " SDR-BRANCH "-" SDR-BOX-NO
                 " acct " SDR-ACC " NOT BILLED - " W-FAIL-REASON
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       POST-RENT-DEBIT.
          INITIALIZE T-TRAN-REC.
          MOVE "SDB " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE SDR-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - SDR-ANNUAL-RENT
            STRING "Box rent " SDR-BRANCH "-" SDR-BOX-NO
                   DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE SDR-ANNUAL-RENT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Box rent, rental " SDR-ID DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              PERFORM DROP-RENT-TRAN
              END-IF
            END-IF.
       DROP-RENT-TRAN.
          MOVE TRAN-CTRL-ERR-MSG TO W-FAIL-REASON.
          MOVE SDR-ACC TO T-TL-ACC OF T-TRAN-LINE-REC.
          PERFORM REMOVE-RENT-LINE.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          PERFORM REMOVE-RENT-LINE.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC.
          MOVE 1 TO TRAN-CTRL-RET-CODE.
          MOVE W-FAIL-REASON TO TRAN-CTRL-ERR-MSG.
       REMOVE-RENT-LINE.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE 1 TO T-TL-SEQ OF T-TRAN-LINE-REC.
          MOVE 0 TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
       LOCATE-RENT-GL-ACCOUNT.
          MOVE "SDBRENT" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "SDBRENT" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
