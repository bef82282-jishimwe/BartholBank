       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BUREXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-FILE ASSIGN TO 'BUREXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-FILE.
       01  BX-REC.
           05  BX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  BX-PERIOD      PIC 9(6).
           05  FILLER         PIC X(1).
           05  BX-LOAN        PIC 9(5).
           05  FILLER         PIC X(1).
           05  BX-CUST-ID     PIC 9(5).
           05  FILLER         PIC X(1).
           05  BX-LNAME       PIC X(15).
           05  FILLER         PIC X(1).
           05  BX-FNAME       PIC X(15).
           05  FILLER         PIC X(1).
           05  BX-ADDRESS     PIC X(30).
           05  FILLER         PIC X(1).
           05  BX-START       PIC 9(8).
           05  FILLER         PIC X(1).
           05  BX-PRINCIPAL   PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  BX-BALANCE     PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  BX-INSTALLMENT PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  BX-DAYS-PAST   PIC 9(5).
           05  FILLER         PIC X(1).
           05  BX-BUCKET      PIC X(1).
           05  FILLER         PIC X(1).
           05  BX-STATUS      PIC X(1).
           05  FILLER         PIC X(1).
           05  BX-RESTRUCTURED PIC X(1).
       01  BX-HEADER-REC.
           05  BX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  BX-HDR-LENDER  PIC X(10).
           05  FILLER         PIC X(1).
           05  BX-HDR-PERIOD  PIC 9(6).
           05  FILLER         PIC X(1).
           05  BX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  BX-HDR-RUN     PIC 9(7).
       01  BX-TRAILER-REC.
           05  BX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  BX-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  BX-TRL-DETAILS PIC 9(7).
           05  FILLER         PIC X(1).
           05  BX-TRL-CORRECTIONS PIC 9(7).
           05  FILLER         PIC X(1).
           05  BX-TRL-PRINCIPAL PIC 9(11)V99.
           05  FILLER         PIC X(1).
           05  BX-TRL-BALANCE PIC 9(11)V99.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY LNCTRL.
        COPY LSCCTRL.
        COPY DLQCTRL.
        COPY BURCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        COPY LOANDLQ REPLACING ==:PREFIX:== BY ====.
        COPY LOANBUR REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'BUREXTR'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-PERIOD       PIC 9(6).
            05 W-RUN-NO       PIC 9(7).
            05 W-LENDER       PIC X(10) VALUE 'BANK'.
            05 W-INSTALLMENT  PIC S9(7)V99.
            05 W-DETAIL-COUNT PIC 9(7).
            05 W-CORR-COUNT   PIC 9(7).
            05 W-PRINCIPAL-HASH PIC 9(11)V99.
            05 W-BALANCE-HASH PIC 9(11)V99.
            05 W-FOUND-SW     PIC X(1).
              88 W-BUR-FOUND  VALUE 'Y'.
       PROCEDURE DIVISION.
       EXTRACT-BUREAU-FILE.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Bureau extraction is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY(1:6) TO W-PERIOD.
          MOVE 0 TO W-DETAIL-COUNT.
          MOVE 0 TO W-CORR-COUNT.
          MOVE 0 TO W-PRINCIPAL-HASH.
          MOVE 0 TO W-BALANCE-HASH.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          CALL "DLQIO" USING DLQ-CTRL-BLK.
          CALL "BURIO" USING BUR-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BUREAUID" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-LENDER
            END-IF.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "BURRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          OPEN OUTPUT BUREAU-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open BUREXTR file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          PERFORM WRITE-HEADER-RECORD.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              PERFORM REPORT-ONE-LOAN
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
          PERFORM WRITE-TRAILER-RECORD.
          CLOSE BUREAU-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-DETAIL-COUNT " loan(s), " W-CORR-COUNT
                  " correction(s) extracted in bureau run " W-RUN-NO.
          COMPUTE STEP-RECORD-COUNT = W-DETAIL-COUNT + W-CORR-COUNT.
          GOBACK.
       WRITE-HEADER-RECORD.
          INITIALIZE BX-HEADER-REC.
          MOVE 'H' TO BX-HDR-TAG.
          MOVE W-LENDER TO BX-HDR-LENDER.
          MOVE W-PERIOD TO BX-HDR-PERIOD.
          MOVE W-TODAY TO BX-HDR-DATE.
          MOVE W-RUN-NO TO BX-HDR-RUN.
          WRITE BX-HEADER-REC.
*********
       REPORT-ONE-LOAN.
          INITIALIZE BUR-REC.
          MOVE LN-ID TO BUR-LOAN.
          INITIALIZE BUR-CTRL-BLK.
          CALL "BURGET" USING BUR-CTRL-BLK BUR-REC.
          IF BUR-CTRL-RET-CODE = 0 THEN
            MOVE 'Y' TO W-FOUND-SW
           ELSE
            MOVE 'N' TO W-FOUND-SW
            INITIALIZE BUR-REC
            MOVE LN-ID TO BUR-LOAN
            END-IF.
          IF LN-ACTIVE OR BUR-CORR-PENDING OR
              (W-BUR-FOUND AND NOT BUR-FINAL-SENT) THEN
            PERFORM WRITE-LOAN-RECORDS
            END-IF.
       WRITE-LOAN-RECORDS.
          PERFORM LOAD-BORROWER.
          PERFORM LOAD-INSTALLMENT.
          IF BUR-CORR-PENDING THEN
            PERFORM WRITE-CORRECTION-RECORD
            END-IF.
          IF LN-ACTIVE OR (W-BUR-FOUND AND NOT BUR-FINAL-SENT) THEN
            PERFORM WRITE-DETAIL-RECORD
            END-IF.
          INITIALIZE BUR-CTRL-BLK.
          CALL "BURPUT" USING BUR-CTRL-BLK BUR-REC.
          IF BUR-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Loan " LN-ID " - " BUR-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            END-IF.
       LOAD-BORROWER.
          INITIALIZE BX-REC.
          MOVE LN-ID TO BX-LOAN.
          MOVE LN-START TO BX-START.
          MOVE LN-PRINCIPAL TO BX-PRINCIPAL.
          IF LN-RESTRUCTURED THEN
            MOVE 'Y' TO BX-RESTRUCTURED
           ELSE
            MOVE 'N' TO BX-RESTRUCTURED
            END-IF.
          INITIALIZE ACC-REC.
          MOVE LN-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          MOVE ACC-CUST-ID TO BX-CUST-ID.
          MOVE ACC-LNAME TO BX-LNAME.
          MOVE ACC-FNAME TO BX-FNAME.
          MOVE ACC-ADDRESS TO BX-ADDRESS.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CUST-ID NOT = 0 THEN
            INITIALIZE CUST-REC
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 THEN
              MOVE CUST-LNAME TO BX-LNAME
              MOVE CUST-FNAME TO BX-FNAME
              MOVE CUST-ADDRESS TO BX-ADDRESS
              END-IF
            END-IF.
       LOAD-INSTALLMENT.
          MOVE 0 TO W-INSTALLMENT.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0 OR W-INSTALLMENT NOT = 0
              IF LSC-OPEN THEN
                COMPUTE W-INSTALLMENT = LSC-PRINCIPAL + LSC-INTEREST
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
          MOVE W-INSTALLMENT TO BX-INSTALLMENT.
*********
       WRITE-CORRECTION-RECORD.
          MOVE 'C' TO BX-TYPE.
          MOVE BUR-CORR-PERIOD TO BX-PERIOD.
          MOVE BUR-CORR-BALANCE TO BX-BALANCE.
          MOVE BUR-CORR-DAYS-PAST TO BX-DAYS-PAST.
          EVALUATE TRUE
            WHEN BUR-CORR-DAYS-PAST > 90
              MOVE '4' TO BX-BUCKET
            WHEN BUR-CORR-DAYS-PAST > 60
              MOVE '3' TO BX-BUCKET
            WHEN BUR-CORR-DAYS-PAST > 30
              MOVE '2' TO BX-BUCKET
            WHEN BUR-CORR-DAYS-PAST > 0
              MOVE '1' TO BX-BUCKET
            WHEN OTHER
              MOVE '0' TO BX-BUCKET
          END-EVALUATE.
          MOVE BUR-CORR-STATUS TO BX-STATUS.
          WRITE BX-REC.
          ADD 1 TO W-CORR-COUNT.
          ADD BX-PRINCIPAL TO W-PRINCIPAL-HASH.
          ADD BX-BALANCE TO W-BALANCE-HASH.
          IF BUR-CORR-PERIOD = BUR-PERIOD THEN
            MOVE BUR-CORR-BALANCE TO BUR-BALANCE
            MOVE BUR-CORR-DAYS-PAST TO BUR-DAYS-PAST
            MOVE BX-BUCKET TO BUR-BUCKET
            MOVE BUR-CORR-STATUS TO BUR-STATUS
            END-IF.
          MOVE SPACE TO BUR-CORR-FLAG.
       WRITE-DETAIL-RECORD.
          MOVE 'D' TO BX-TYPE.
          MOVE W-PERIOD TO BX-PERIOD.
          MOVE 0 TO BX-DAYS-PAST.
          MOVE '0' TO BX-BUCKET.
          EVALUATE TRUE
            WHEN LN-ACTIVE
              MOVE LN-BALANCE TO BX-BALANCE
              MOVE 'C' TO BX-STATUS
              INITIALIZE DLQ-REC
              MOVE LN-ID TO DLQ-LOAN
              INITIALIZE DLQ-CTRL-BLK
              CALL "DLQGET" USING DLQ-CTRL-BLK DLQ-REC
              IF DLQ-CTRL-RET-CODE = 0 THEN
                MOVE DLQ-DAYS-PAST TO BX-DAYS-PAST
                MOVE DLQ-BUCKET TO BX-BUCKET
                MOVE 'D' TO BX-STATUS
                END-IF
            WHEN LN-PAID
              MOVE 0 TO BX-BALANCE
              MOVE 'P' TO BX-STATUS
              SET BUR-FINAL-SENT TO TRUE
            WHEN OTHER
              MOVE 0 TO BX-BALANCE
              MOVE 'X' TO BX-STATUS
              SET BUR-FINAL-SENT TO TRUE
          END-EVALUATE.
          WRITE BX-REC.
          ADD 1 TO W-DETAIL-COUNT.
          ADD BX-PRINCIPAL TO W-PRINCIPAL-HASH.
          ADD BX-BALANCE TO W-BALANCE-HASH.
          MOVE W-PERIOD TO BUR-PERIOD.
          MOVE BX-BALANCE TO BUR-BALANCE.
          MOVE BX-DAYS-PAST TO BUR-DAYS-PAST.
          MOVE BX-BUCKET TO BUR-BUCKET.
          MOVE BX-STATUS TO BUR-STATUS.
       WRITE-TRAILER-RECORD.
          INITIALIZE BX-TRAILER-REC.
          MOVE 'T' TO BX-TRL-TAG.
          MOVE W-RUN-NO TO BX-TRL-RUN.
          MOVE W-DETAIL-COUNT TO BX-TRL-DETAILS.
          MOVE W-CORR-COUNT TO BX-TRL-CORRECTIONS.
          MOVE W-PRINCIPAL-HASH TO BX-TRL-PRINCIPAL.
          MOVE W-BALANCE-HASH TO BX-TRL-BALANCE.
          WRITE BX-TRAILER-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
