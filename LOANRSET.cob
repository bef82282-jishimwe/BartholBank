       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANRSET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'LOANRSET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY LNCTRL.
        COPY LNRCTRL.
        COPY PARCTRL.
        COPY NTCCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'LOANRSET'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-NEW-RATE     PIC S9(3)V9(3).
            05 W-OLD-RATE     PIC 9(2)V9(3).
            05 W-RATE-ED      PIC Z9.999.
            05 W-OLD-RATE-ED  PIC Z9.999.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-LOAN-COUNT   PIC 9(5).
            05 W-RESET-COUNT  PIC 9(5).
            05 W-FAIL-COUNT   PIC 9(5).
       PROCEDURE DIVISION.
       RESET-VARIABLE-RATES.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "LOANIO" USING LN-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          MOVE 0 TO W-LOAN-COUNT.
          MOVE 0 TO W-RESET-COUNT.
          MOVE 0 TO W-FAIL-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open LOANRSET file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Variable-rate loan repricing - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM SCAN-LOANS.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          MOVE W-LOAN-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE AND LN-VARIABLE-RATE THEN
                ADD 1 TO W-LOAN-COUNT
                PERFORM REPRICE-ONE-LOAN
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       REPRICE-ONE-LOAN.
          MOVE LN-BASE-NAME TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE NOT = 0 THEN
            ADD 1 TO W-FAIL-COUNT
            MOVE SPACES TO PRINT-REC
            STRING "Loan " LN-ID " base rate " LN-BASE-NAME
                   " not on file" INTO PRINT-REC
            WRITE PRINT-REC
           ELSE
            COMPUTE W-NEW-RATE ROUNDED = PAR-NUM + LN-MARGIN-PCT
            IF W-NEW-RATE < 0 THEN
              MOVE 0 TO W-NEW-RATE
              END-IF
            IF W-NEW-RATE NOT = LN-RATE-PCT THEN
              PERFORM APPLY-NEW-RATE
              END-IF
            END-IF.
       APPLY-NEW-RATE.
          MOVE LN-RATE-PCT TO W-OLD-RATE.
          MOVE W-NEW-RATE TO LN-RATE-PCT.
          INITIALIZE LNR-CTRL-BLK.
          SET LNR-LEVEL-PAYMENT TO TRUE.
          CALL "LOANRAMT" USING LNR-CTRL-BLK LN-REC.
          MOVE W-OLD-RATE TO W-OLD-RATE-ED.
          MOVE LN-RATE-PCT TO W-RATE-ED.
          MOVE LNR-PAYMENT TO W-AMT-ED.
          IF LNR-CTRL-RET-CODE NOT = 0 THEN
            MOVE W-OLD-RATE TO LN-RATE-PCT
           ELSE
            INITIALIZE LN-CTRL-BLK
            CALL "LNREPL" USING LN-CTRL-BLK LN-REC
            IF LN-CTRL-RET-CODE NOT = 0 THEN
              MOVE 1 TO LNR-CTRL-RET-CODE
              MOVE LN-CTRL-ERR-MSG TO LNR-CTRL-ERR-MSG
              END-IF
            END-IF.
          IF LNR-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-RESET-COUNT
            MOVE SPACES TO PRINT-REC
            STRING "Loan " LN-ID " rate " W-OLD-RATE-ED " -> "
                   W-RATE-ED " new installment " W-AMT-ED
                   " x " LNR-ROWS INTO PRINT-REC
            WRITE PRINT-REC
            PERFORM QUEUE-RATE-NOTICE
           ELSE
            ADD 1 TO W-FAIL-COUNT
            MOVE SPACES TO PRINT-REC
            STRING "Loan " LN-ID " rate " W-OLD-RATE-ED " -> "
                   W-RATE-ED " - " LNR-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       QUEUE-RATE-NOTICE.
          INITIALIZE NTC-REC.
          MOVE LN-ACC TO NTC-ACC.
          MOVE "RATECHANGE" TO NTC-EVENT.
          STRING "Loan " LN-ID " rate" W-RATE-ED " pct, pay"
                 W-AMT-ED INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-LOAN-COUNT " variable-rate loan(s), "
                 W-RESET-COUNT " repriced, " W-FAIL-COUNT
                 " failed" INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-RESET-COUNT " loan(s) repriced, "
                  W-FAIL-COUNT " failed - see LOANRSET file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
