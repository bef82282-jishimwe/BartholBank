       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANLTV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'LOANLTV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY LNCTRL.
        COPY COLCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY COLLAT REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'LOANLTV'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LTV-LIMIT    PIC 9(3)V9(2) VALUE 80.
            05 W-REVAL-DAYS   PIC 9(5) VALUE 365.
            05 W-STALE-DATE   PIC 9(8).
            05 W-DAY-INT      PIC S9(7).
            05 W-TOTAL-VALUE  PIC S9(9)V99.
            05 W-OLDEST-VAL   PIC 9(8).
            05 W-LTV          PIC 9(5)V9.
            05 W-LTV-ED       PIC ZZZZ9.9.
            05 W-LIMIT-ED     PIC ZZ9.99.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-VAL-ED       PIC -ZZZZZZZZ9.99.
            05 W-LOAN-COUNT   PIC 9(5).
            05 W-OVER-COUNT   PIC 9(5).
            05 W-STALE-COUNT  PIC 9(5).
            05 W-UNSEC-COUNT  PIC 9(5).
            05 W-ITEM-COUNT   PIC 9(3).
       PROCEDURE DIVISION.
       LOAN-TO-VALUE-REPORT.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "COLLIO" USING COL-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          COMPUTE W-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(W-TODAY) - W-REVAL-DAYS.
          COMPUTE W-STALE-DATE = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
          MOVE 0 TO W-LOAN-COUNT.
          MOVE 0 TO W-OVER-COUNT.
          MOVE 0 TO W-STALE-COUNT.
          MOVE 0 TO W-UNSEC-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open LOANLTV file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE W-LTV-LIMIT TO W-LIMIT-ED.
          STRING "Loan-to-value exceptions - " W-TODAY
                 " - limit " W-LIMIT-ED " pct, revalue every "
                 W-REVAL-DAYS " day(s)" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Loan  Acct       Balance   Collateral    LTV  Oldest"
            TO PRINT-REC.
          MOVE "Flag" TO PRINT-REC(61:4).
          WRITE PRINT-REC.
          PERFORM SCAN-LOANS.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          MOVE W-LOAN-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "LTVLIMIT" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-LTV-LIMIT
            END-IF.
          MOVE "REVALDAYS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-REVAL-DAYS
            END-IF.
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE THEN
                ADD 1 TO W-LOAN-COUNT
                PERFORM CHECK-ONE-LOAN
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       CHECK-ONE-LOAN.
          MOVE 0 TO W-TOTAL-VALUE.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 99999999 TO W-OLDEST-VAL.
          INITIALIZE COL-REC.
          MOVE LN-ID TO COL-LOAN.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLLNF" USING COL-CTRL-BLK COL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL COL-CTRL-RET-CODE NOT = 0
              IF NOT COL-LIEN-RELEASED THEN
                ADD 1 TO W-ITEM-COUNT
                ADD COL-VALUE TO W-TOTAL-VALUE
                IF COL-VAL-DATE < W-OLDEST-VAL THEN
                  MOVE COL-VAL-DATE TO W-OLDEST-VAL
                  END-IF
                END-IF
              CALL "COLLNN" USING COL-CTRL-BLK COL-REC
            END-PERFORM.
          IF W-ITEM-COUNT = 0 THEN
            ADD 1 TO W-UNSEC-COUNT
           ELSE
            IF W-TOTAL-VALUE > 0 THEN
              COMPUTE W-LTV ROUNDED =
                      LN-BALANCE * 100 / W-TOTAL-VALUE
                ON SIZE ERROR
                  MOVE 99999.9 TO W-LTV
              END-COMPUTE
             ELSE
              MOVE 99999.9 TO W-LTV
              END-IF
            IF W-LTV > W-LTV-LIMIT OR W-OLDEST-VAL < W-STALE-DATE
                THEN
              PERFORM PRINT-EXCEPTION-LINE
              END-IF
            END-IF.
       PRINT-EXCEPTION-LINE.
          MOVE LN-BALANCE TO W-AMT-ED.
          MOVE W-TOTAL-VALUE TO W-VAL-ED.
          MOVE W-LTV TO W-LTV-ED.
          MOVE SPACES TO PRINT-REC.
          STRING LN-ID " " LN-ACC " " W-AMT-ED " " W-VAL-ED " "
                 W-LTV-ED " " W-OLDEST-VAL INTO PRINT-REC.
          IF W-LTV > W-LTV-LIMIT THEN
            ADD 1 TO W-OVER-COUNT
            MOVE "OVER" TO PRINT-REC(61:4)
            END-IF.
          IF W-OLDEST-VAL < W-STALE-DATE THEN
            ADD 1 TO W-STALE-COUNT
            MOVE "STALE" TO PRINT-REC(66:5)
            END-IF.
          WRITE PRINT-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-LOAN-COUNT " active loan(s), " W-OVER-COUNT
                 " over LTV limit, " W-STALE-COUNT
                 " with stale valuations, " W-UNSEC-COUNT
                 " unsecured" INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-OVER-COUNT " loan(s) over LTV limit, "
                  W-STALE-COUNT " stale - see LOANLTV file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
