       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LNDECRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'LNDECRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY LAPCTRL.
        COPY LOANAPP REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'LNDECRPT'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-TOTAL        PIC S9(9)V99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-DECL-COUNT   PIC 9(5).
            05 W-APPL-COUNT   PIC 9(5).
       PROCEDURE DIVISION.
       PRODUCE-DECLINE-REGISTER.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "LAPIO" USING LAP-CTRL-BLK.
          MOVE 0 TO W-DECL-COUNT.
          MOVE 0 TO W-APPL-COUNT.
          MOVE 0 TO W-TOTAL.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open LNDECRPT file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Loan application decline register - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Appl  Received Acct       Amount Trm Declined by Reason"
            TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPNAF" USING LAP-CTRL-BLK LAP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LAP-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-APPL-COUNT
              IF LAP-DECLINED THEN
                PERFORM PRINT-DECLINE-LINE
                END-IF
              CALL "LAPNAN" USING LAP-CTRL-BLK LAP-REC
            END-PERFORM.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       PRINT-DECLINE-LINE.
          ADD 1 TO W-DECL-COUNT.
          ADD LAP-AMOUNT TO W-TOTAL.
          MOVE LAP-AMOUNT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING LAP-ID " " LAP-DATE " " LAP-ACC " " W-AMT-ED " "
                 LAP-TERM-MONTHS " " LAP-DECIDED-BY " " LAP-REASON
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOTAL TO W-TOTAL-ED.
          STRING W-DECL-COUNT " declined of " W-APPL-COUNT
                 " application(s), total requested " W-TOTAL-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-DECL-COUNT " declined application(s) - see "
                  "LNDECRPT file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
