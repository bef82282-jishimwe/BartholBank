       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BILLREM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-O.
           SELECT PRINT-FILE ASSIGN TO 'BILLREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  RX-REC.
           05  RX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  RX-PAY-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  RX-PAY-TIME    PIC 9(6).
           05  FILLER         PIC X(1).
           05  RX-CUST-REF    PIC X(20).
           05  FILLER         PIC X(1).
           05  RX-AMOUNT      PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  RX-TRAN-ID     PIC 9(5).
       01  RX-HEADER-REC.
           05  RX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  RX-HDR-BANK    PIC X(10).
           05  FILLER         PIC X(1).
           05  RX-HDR-BILLER  PIC X(6).
           05  FILLER         PIC X(1).
           05  RX-HDR-NAME    PIC X(30).
           05  FILLER         PIC X(1).
           05  RX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  RX-HDR-RUN     PIC 9(7).
       01  RX-TRAILER-REC.
           05  RX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  RX-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  RX-TRL-COUNT   PIC 9(7).
           05  FILLER         PIC X(1).
           05  RX-TRL-AMOUNT  PIC 9(11)V99.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY BLRCTRL.
        COPY BPYCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY OPYCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY BILLER REPLACING ==:PREFIX:== BY ====.
        COPY BILLPAY REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'BILLREM'.
            05 FS-O           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-TODAY        PIC 9(8).
            05 W-RUN-NO       PIC 9(7).
            05 W-BANK-ID      PIC X(10) VALUE 'BANK'.
            05 W-BASE-CURRENCY PIC X(3) VALUE 'USD'.
            05 W-FILE-SW      PIC X(1).
              88 W-FILE-OPEN  VALUE 'Y'.
              88 W-FILE-FAILED VALUE 'F'.
            05 W-ITEM-COUNT   PIC 9(7).
            05 W-ITEM-TOTAL   PIC 9(11)V99.
            05 W-FILE-COUNT   PIC 9(5).
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-GRAND-TOTAL  PIC 9(11)V99.
            05 W-TOTAL-ITEMS  PIC 9(7).
            05 W-AMT-ED       PIC -ZZZZZZZZZ9.99.
            05 W-MEMO         PIC X(30).
       PROCEDURE DIVISION.
       REMIT-BILL-PAYMENTS.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Biller remittance is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE 0 TO W-FILE-COUNT.
          MOVE 0 TO W-FAIL-COUNT.
          MOVE 0 TO W-GRAND-TOTAL.
          MOVE 0 TO W-TOTAL-ITEMS.
          CALL "BILLERIO" USING BLR-CTRL-BLK.
          CALL "BPYIO" USING BPY-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BASECCY" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          MOVE "BANKID" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BANK-ID
            END-IF.
          PERFORM LOCATE-BILLER-SUSPENSE.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Biller suspense account unavailable"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "BILLRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open BILLREM report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Biller remittance run " W-RUN-NO " - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRNAF" USING BLR-CTRL-BLK BLR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BLR-CTRL-RET-CODE NOT = 0
              PERFORM REMIT-ONE-BILLER THRU REMIT-ONE-BILLER-EXIT
              CALL "BLRNAN" USING BLR-CTRL-BLK BLR-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-GRAND-TOTAL TO W-AMT-ED.
          STRING W-FILE-COUNT " remittance file(s), total "
                 W-AMT-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-FAIL-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-FAIL-COUNT " settlement(s) NOT paid - "
                   "amounts remain in biller suspense"
                   INTO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-FILE-COUNT " biller remittance file(s) written "
                  "in run " W-RUN-NO.
          MOVE W-TOTAL-ITEMS TO STEP-RECORD-COUNT.
          GOBACK.
*********
       REMIT-ONE-BILLER.
          MOVE 'N' TO W-FILE-SW.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          INITIALIZE BPY-CTRL-BLK.
          CALL "BPYNAF" USING BPY-CTRL-BLK BPY-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BPY-CTRL-RET-CODE NOT = 0
              IF BPY-BILLER = BLR-CODE AND BPY-UNREMITTED AND
                  NOT W-FILE-FAILED THEN
                PERFORM WRITE-REMITTANCE-ITEM
                   THRU WRITE-REMITTANCE-ITEM-EXIT
                END-IF
              CALL "BPYNAN" USING BPY-CTRL-BLK BPY-REC
            END-PERFORM.
          IF NOT W-FILE-OPEN THEN
            GO TO REMIT-ONE-BILLER-EXIT
            END-IF.
          INITIALIZE RX-TRAILER-REC.
          MOVE 'T' TO RX-TRL-TAG.
          MOVE W-RUN-NO TO RX-TRL-RUN.
          MOVE W-ITEM-COUNT TO RX-TRL-COUNT.
          MOVE W-ITEM-TOTAL TO RX-TRL-AMOUNT.
          WRITE RX-TRAILER-REC.
          CLOSE REMIT-FILE.
          ADD 1 TO W-FILE-COUNT.
          ADD W-ITEM-TOTAL TO W-GRAND-TOTAL.
          ADD W-ITEM-COUNT TO W-TOTAL-ITEMS.
          MOVE W-ITEM-TOTAL TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING BLR-CODE " " BLR-NAME " " W-ITEM-COUNT
                 " item(s) " W-AMT-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM PAY-BILLER-SETTLEMENT.
          MOVE W-RUN-NO TO BLR-LAST-RUN.
          MOVE W-TODAY TO BLR-LAST-REMIT.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRREPL" USING BLR-CTRL-BLK BLR-REC.
       REMIT-ONE-BILLER-EXIT.
          EXIT.
       WRITE-REMITTANCE-ITEM.
          IF NOT W-FILE-OPEN THEN
            MOVE SPACES TO W-OUT-NAME
            STRING "BR" BLR-CODE DELIMITED BY SPACE
                   "." W-RUN-NO DELIMITED BY SIZE INTO W-OUT-NAME
            OPEN OUTPUT REMIT-FILE
            IF FS-O NOT = 0 THEN
              DISPLAY "Unable to open " W-OUT-NAME " status " FS-O
              MOVE 1 TO RETURN-CODE
              MOVE 'F' TO W-FILE-SW
              GO TO WRITE-REMITTANCE-ITEM-EXIT
              END-IF
            MOVE 'Y' TO W-FILE-SW
            INITIALIZE RX-HEADER-REC
            MOVE 'H' TO RX-HDR-TAG
            MOVE W-BANK-ID TO RX-HDR-BANK
            MOVE BLR-CODE TO RX-HDR-BILLER
            MOVE BLR-NAME TO RX-HDR-NAME
            MOVE W-TODAY TO RX-HDR-DATE
            MOVE W-RUN-NO TO RX-HDR-RUN
            WRITE RX-HEADER-REC
            END-IF.
          INITIALIZE RX-REC.
          MOVE 'D' TO RX-TYPE.
          MOVE BPY-DATE TO RX-PAY-DATE.
          MOVE BPY-TIME TO RX-PAY-TIME.
          MOVE BPY-CUST-REF TO RX-CUST-REF.
          MOVE BPY-AMOUNT TO RX-AMOUNT.
          MOVE BPY-TRAN-ID TO RX-TRAN-ID.
          WRITE RX-REC.
          ADD 1 TO W-ITEM-COUNT.
          ADD BPY-AMOUNT TO W-ITEM-TOTAL.
          MOVE W-RUN-NO TO BPY-REMIT-RUN.
          MOVE W-TODAY TO BPY-REMIT-DATE.
          INITIALIZE BPY-CTRL-BLK.
          CALL "BPYREPL" USING BPY-CTRL-BLK BPY-REC.
       WRITE-REMITTANCE-ITEM-EXIT.
          EXIT.
*********
       PAY-BILLER-SETTLEMENT.
          IF BLR-SETTLE-ACC NOT = 0 THEN
            PERFORM POST-INTERNAL-SETTLEMENT
            IF TRAN-CTRL-RET-CODE = 0 THEN
              MOVE SPACES TO PRINT-REC
              STRING "       settled to account " BLR-SETTLE-ACC
                     ", tran " T-TRAN-ID OF T-TRAN-REC
                     INTO PRINT-REC
             ELSE
              ADD 1 TO W-FAIL-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "       settlement NOT posted - "
                     TRAN-CTRL-ERR-MSG INTO PRINT-REC
              END-IF
           ELSE
            PERFORM QUEUE-EXTERNAL-SETTLEMENT
            IF OPY-CTRL-RET-CODE = 0 THEN
              MOVE SPACES TO PRINT-REC
              STRING "       outbound credit " OPY-ID " to "
                     BLR-SETTLE-BANK " " BLR-SETTLE-REF
                     INTO PRINT-REC
             ELSE
              ADD 1 TO W-FAIL-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "       settlement NOT queued - "
                     OPY-CTRL-ERR-MSG INTO PRINT-REC
              END-IF
            END-IF.
          WRITE PRINT-REC.
       POST-INTERNAL-SETTLEMENT.
          MOVE SPACES TO W-MEMO.
          STRING "Biller remittance " BLR-CODE DELIMITED BY SPACE
                 INTO W-MEMO.
          INITIALIZE T-TRAN-REC.
          MOVE "BIL " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC = 0 - W-ITEM-TOTAL
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-RUN-NO TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE BLR-SETTLE-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-ITEM-TOTAL TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE W-MEMO TO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE W-RUN-NO TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       QUEUE-EXTERNAL-SETTLEMENT.
          INITIALIZE OPY-REC.
          MOVE G-ACC-ID TO OPY-ACC.
          SET OPY-CREDIT TO TRUE.
          MOVE W-ITEM-TOTAL TO OPY-AMOUNT.
          MOVE BLR-NAME TO OPY-BEN-NAME.
          MOVE BLR-SETTLE-BANK TO OPY-BEN-BANK.
          MOVE BLR-SETTLE-REF TO OPY-BEN-ACC-REF.
          MOVE W-TODAY TO OPY-CAPTURED-DATE.
          MOVE "BILLREM" TO OPY-CAPTURED-BY.
          SET OPY-ENTERED TO TRUE.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC.
*********
       LOCATE-BILLER-SUSPENSE.
          MOVE "BILLSUSP" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "BILLSUSP" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            MOVE W-BASE-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
