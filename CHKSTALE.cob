       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHKSTALE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'CHKSTALE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY CHKCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY NTCCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY EVTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CHECK REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==U-==.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CHKSTALE'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-TODAY-INT    PIC S9(7).
            05 W-STALE-DAYS   PIC 9(3) VALUE 180.
            05 W-AGE-DAYS     PIC S9(5).
            05 W-STALE-AMT    PIC S9(7)V99.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-REFUND-COUNT PIC 9(5).
            05 W-REFUND-TOTAL PIC S9(9)V99.
            05 W-UNCL-COUNT   PIC 9(5).
            05 W-UNCL-TOTAL   PIC S9(9)V99.
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-STL-TOT      PIC 9(3).
            05 W-STL-IDX      PIC 9(3).
            05 W-ROUTE        PIC X(1).
              88 W-TO-CUSTOMER  VALUE 'C'.
              88 W-TO-UNCLAIMED VALUE 'U'.
        01 W-STL-TABLE.
            05 W-STL-NUMBER PIC 9(7) OCCURS 500 TIMES.
       PROCEDURE DIVISION.
       STALE-CHECK-PROCESSING.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
          CALL "CHECKIO" USING CHK-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "STALEDAY" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-STALE-DAYS
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CHKSTALE print file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 0 TO W-REFUND-COUNT.
          MOVE 0 TO W-REFUND-TOTAL.
          MOVE 0 TO W-UNCL-COUNT.
          MOVE 0 TO W-UNCL-TOTAL.
          MOVE 0 TO W-FAIL-COUNT.
          MOVE 0 TO W-STL-TOT.
          STRING "Stale-dated check processing - " W-TODAY
                 " (stale after " W-STALE-DAYS " days)"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKNAF" USING CHK-CTRL-BLK CHK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CHK-CTRL-RET-CODE NOT = 0
              IF CHK-OUTSTANDING AND CHK-DATE NOT = 0 THEN
                PERFORM SELECT-IF-STALE
                END-IF
              CALL "CHKNAN" USING CHK-CTRL-BLK CHK-REC
            END-PERFORM.
          PERFORM VARYING W-STL-IDX FROM 1 BY 1
              UNTIL W-STL-IDX > W-STL-TOT
            PERFORM PROCESS-STALE-CHECK THRU PROCESS-STALE-CHECK-EXIT
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-REFUND-TOTAL TO W-TOTAL-ED.
          STRING W-REFUND-COUNT " stale draft(s) credited back "
                 W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-UNCL-TOTAL TO W-TOTAL-ED.
          STRING W-UNCL-COUNT " check(s) moved to unclaimed funds "
                 W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-FAIL-COUNT " check(s) could not be processed"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY W-REFUND-COUNT " stale draft(s) credited back, "
                  W-UNCL-COUNT " moved to unclaimed - see CHKSTALE "
                  "file".
          COMPUTE STEP-RECORD-COUNT = W-REFUND-COUNT + W-UNCL-COUNT.
          GOBACK.
       SELECT-IF-STALE.
          COMPUTE W-AGE-DAYS = W-TODAY-INT -
                  FUNCTION INTEGER-OF-DATE(CHK-DATE).
          IF W-AGE-DAYS > W-STALE-DAYS THEN
            IF W-STL-TOT < 500 THEN
              ADD 1 TO W-STL-TOT
              MOVE CHK-NUMBER TO W-STL-NUMBER(W-STL-TOT)
             ELSE
              DISPLAY "Stale check table full - check " CHK-NUMBER
                      " not processed this run"
              END-IF
            END-IF.
*********
       PROCESS-STALE-CHECK.
          INITIALIZE CHK-REC.
          MOVE W-STL-NUMBER(W-STL-IDX) TO CHK-NUMBER.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKRID" USING CHK-CTRL-BLK CHK-REC.
          IF CHK-CTRL-RET-CODE NOT = 0 OR NOT CHK-OUTSTANDING THEN
            GO TO PROCESS-STALE-CHECK-EXIT
            END-IF.
          COMPUTE W-STALE-AMT = FUNCTION ABS(CHK-AMOUNT).
          INITIALIZE ACC-REC.
          MOVE CHK-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF CHK-OFFICIAL OR ACC-CTRL-RET-CODE NOT = 0 OR
              NOT ACC-ACTIVE THEN
            SET W-TO-UNCLAIMED TO TRUE
           ELSE
            SET W-TO-CUSTOMER TO TRUE
            END-IF.
          PERFORM FIND-CHECKS-PAYABLE-ACCOUNT.
          IF W-TO-UNCLAIMED THEN
            PERFORM FIND-UNCLAIMED-ACCOUNT
            END-IF.
          IF G-ACC-ID = 0 OR (W-TO-UNCLAIMED AND U-ACC-ID = 0) THEN
            MOVE "GL account unavailable" TO TRAN-CTRL-ERR-MSG
            PERFORM REPORT-FAILED-CHECK
            GO TO PROCESS-STALE-CHECK-EXIT
            END-IF.
          PERFORM POST-STALE-TRANSFER.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            PERFORM REPORT-FAILED-CHECK
            GO TO PROCESS-STALE-CHECK-EXIT
            END-IF.
          IF W-TO-UNCLAIMED THEN
            SET CHK-UNCLAIMED TO TRUE
           ELSE
            SET CHK-STALE TO TRUE
            END-IF.
          MOVE W-TODAY TO CHK-STALE-DATE.
          MOVE T-TRAN-ID OF T-TRAN-REC TO CHK-STALE-TRAN.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKREPL" USING CHK-CTRL-BLK CHK-REC.
          PERFORM QUEUE-STALE-NOTICE.
          MOVE W-STALE-AMT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          IF W-TO-UNCLAIMED THEN
            ADD 1 TO W-UNCL-COUNT
            ADD W-STALE-AMT TO W-UNCL-TOTAL
            STRING "Check " CHK-NUMBER "  acct " CHK-ACC "  "
                   W-AMT-ED "  to unclaimed funds  " CHK-PAYEE
                   INTO PRINT-REC
           ELSE
            ADD 1 TO W-REFUND-COUNT
            ADD W-STALE-AMT TO W-REFUND-TOTAL
            STRING "Check " CHK-NUMBER "  acct " CHK-ACC "  "
                   W-AMT-ED "  credited back  " CHK-PAYEE
                   INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
       PROCESS-STALE-CHECK-EXIT.
          EXIT.
       REPORT-FAILED-CHECK.
          ADD 1 TO W-FAIL-COUNT.
          MOVE W-STALE-AMT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Check " CHK-NUMBER "  acct " CHK-ACC "  "
                 W-AMT-ED "  NOT PROCESSED - " TRAN-CTRL-ERR-MSG
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       FIND-CHECKS-PAYABLE-ACCOUNT.
          INITIALIZE G-ACC-REC.
          MOVE "CHKPAY" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CHKPAY" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       FIND-UNCLAIMED-ACCOUNT.
          INITIALIZE U-ACC-REC.
          MOVE "UNCLAIMED" TO U-ACC-FNAME.
          MOVE "GL" TO U-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK U-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE U-ACC-REC
            MOVE "UNCLAIMED" TO U-ACC-FNAME
            MOVE "GL" TO U-ACC-LNAME
            MOVE 'A' TO U-ACC-STATUS
            MOVE 9999999.99 TO U-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK U-ACC-REC
            END-IF.
       POST-STALE-TRANSFER.
          INITIALIZE T-TRAN-REC.
          MOVE "STLC" TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-STALE-AMT
            STRING "Stale check " CHK-NUMBER DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            IF W-TO-UNCLAIMED THEN
              MOVE U-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              STRING "Unclaimed check " CHK-NUMBER DELIMITED BY SIZE
                     INTO T-TL-MEMO OF T-TRAN-LINE-REC
             ELSE
              MOVE CHK-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
              STRING "Stale check " CHK-NUMBER " credited back"
                     DELIMITED BY SIZE
                     INTO T-TL-MEMO OF T-TRAN-LINE-REC
              END-IF
            MOVE W-STALE-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       QUEUE-STALE-NOTICE.
          INITIALIZE NTC-REC.
          MOVE CHK-ACC TO NTC-ACC.
          MOVE "STALECHK" TO NTC-EVENT.
          IF W-TO-UNCLAIMED THEN
            STRING "Stale check " CHK-NUMBER " held unclaimed"
                   DELIMITED BY SIZE INTO NTC-TEXT
           ELSE
            STRING "Stale check " CHK-NUMBER " credited back"
                   DELIMITED BY SIZE INTO NTC-TEXT
            END-IF.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
*********
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "CHKSTALE" TO EVT-PROGRAM.
          IF W-FAIL-COUNT > 0 THEN
            MOVE 'W' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          STRING W-REFUND-COUNT " credited back " W-UNCL-COUNT
                 " unclaimed " W-FAIL-COUNT " failed"
                 DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
