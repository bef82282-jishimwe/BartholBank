       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANPROV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'LOANPROV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY LNCTRL.
        COPY DLQCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY PARCTRL.
        COPY GLMCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANDLQ REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==E-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY GLMAP REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'LOANPROV'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-IDX          PIC 9(1).
            05 W-BUCKET-NUM   PIC 9(1).
            05 W-BUCKET-CHAR REDEFINES W-BUCKET-NUM PIC X(1).
            05 W-GL-NAME      PIC X(15).
            05 W-AMT-ED       PIC -ZZZZZZZZ9.99.
            05 W-REQ-ED       PIC -ZZZZZZZZ9.99.
            05 W-HELD-ED      PIC -ZZZZZZZZ9.99.
            05 W-DELTA-ED     PIC -ZZZZZZZZ9.99.
            05 W-PCT-ED       PIC ZZ9.99.
            05 W-TOT-BAL      PIC S9(9)V99.
            05 W-TOT-REQ      PIC S9(9)V99.
            05 W-TOT-HELD     PIC S9(9)V99.
            05 W-TOT-DELTA    PIC S9(9)V99.
            05 W-ERROR-SW     PIC X(1).
              88 W-GL-ERROR   VALUE 'Y'.
        01 W-PCT-DEFAULTS.
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 5.
            05 FILLER PIC 9(3)V99 VALUE 25.
            05 FILLER PIC 9(3)V99 VALUE 50.
            05 FILLER PIC 9(3)V99 VALUE 100.
        01 W-PCT-DEFAULT-TABLE REDEFINES W-PCT-DEFAULTS.
            05 W-PCT-DEFAULT PIC 9(3)V99 OCCURS 5 TIMES.
        01 W-BUCKET-TABLE.
            05 W-BUCKET OCCURS 5 TIMES.
              10 W-BKT-COUNT  PIC 9(5).
              10 W-BKT-BAL    PIC S9(9)V99.
              10 W-BKT-PCT    PIC 9(3)V99.
              10 W-BKT-REQ    PIC S9(9)V99.
              10 W-BKT-HELD   PIC S9(9)V99.
              10 W-BKT-DELTA  PIC S9(9)V99.
              10 W-BKT-ACC    PIC 9(5).
       PROCEDURE DIVISION.
       LOAN-LOSS-PROVISIONING.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "DLQIO" USING DLQ-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "GLMAPIO" USING GLM-CTRL-BLK.
          INITIALIZE W-BUCKET-TABLE.
          PERFORM LOAD-PARAMETERS.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open LOANPROV file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Loan loss provisioning schedule - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 'N' TO W-ERROR-SW.
          PERFORM LOCATE-PROVISION-ACCOUNTS.
          IF W-GL-ERROR THEN
            MOVE "Provision GL accounts unavailable" TO PRINT-REC
            WRITE PRINT-REC
            CLOSE PRINT-FILE
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          PERFORM SCAN-LOANS.
          PERFORM COMPUTE-PROVISIONS.
          PERFORM PRINT-SCHEDULE.
          IF W-TOT-DELTA NOT = 0 OR
              W-BKT-DELTA(1) NOT = 0 OR W-BKT-DELTA(2) NOT = 0 OR
              W-BKT-DELTA(3) NOT = 0 OR W-BKT-DELTA(4) NOT = 0 OR
              W-BKT-DELTA(5) NOT = 0 THEN
            PERFORM POST-PROVISION-MOVEMENT
           ELSE
            MOVE "No change in provision - nothing posted" TO
              PRINT-REC
            WRITE PRINT-REC
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          COMPUTE STEP-RECORD-COUNT = W-BKT-COUNT(1) + W-BKT-COUNT(2)
                  + W-BKT-COUNT(3) + W-BKT-COUNT(4) + W-BKT-COUNT(5).
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
            MOVE W-PCT-DEFAULT(W-IDX) TO W-BKT-PCT(W-IDX)
            COMPUTE W-BUCKET-NUM = W-IDX - 1
            MOVE SPACES TO PAR-NAME
            STRING "PROVPCT" W-BUCKET-CHAR DELIMITED BY SIZE
                   INTO PAR-NAME
            INITIALIZE PAR-CTRL-BLK
            CALL "PARGET" USING PAR-CTRL-BLK PAR-REC
            IF PAR-CTRL-RET-CODE = 0 THEN
              MOVE PAR-NUM TO W-BKT-PCT(W-IDX)
              END-IF
          END-PERFORM.
*********
       LOCATE-PROVISION-ACCOUNTS.
          MOVE "PROVEXP" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-REC TO E-ACC-REC.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
            COMPUTE W-BUCKET-NUM = W-IDX - 1
            MOVE SPACES TO W-GL-NAME
            STRING "LNPROV" W-BUCKET-CHAR DELIMITED BY SIZE
                   INTO W-GL-NAME
            PERFORM LOCATE-GL-ACCOUNT
            MOVE G-ACC-ID TO W-BKT-ACC(W-IDX)
            MOVE G-ACC-BALANCE TO W-BKT-HELD(W-IDX)
          END-PERFORM.
       LOCATE-GL-ACCOUNT.
          INITIALIZE G-ACC-REC.
          MOVE W-GL-NAME TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE W-GL-NAME TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "GL account " W-GL-NAME " unavailable"
            SET W-GL-ERROR TO TRUE
            END-IF.
*********
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE AND LN-BALANCE > 0 THEN
                PERFORM BUCKET-ONE-LOAN
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       BUCKET-ONE-LOAN.
          INITIALIZE DLQ-REC.
          MOVE LN-ID TO DLQ-LOAN.
          INITIALIZE DLQ-CTRL-BLK.
          CALL "DLQGET" USING DLQ-CTRL-BLK DLQ-REC.
          IF DLQ-CTRL-RET-CODE = 0 AND DLQ-BUCKET >= '1' AND
              DLQ-BUCKET <= '4' THEN
            MOVE DLQ-BUCKET TO W-BUCKET-CHAR
            COMPUTE W-IDX = W-BUCKET-NUM + 1
           ELSE
            MOVE 1 TO W-IDX
            END-IF.
          ADD 1 TO W-BKT-COUNT(W-IDX).
          ADD LN-BALANCE TO W-BKT-BAL(W-IDX).
       COMPUTE-PROVISIONS.
          MOVE 0 TO W-TOT-BAL.
          MOVE 0 TO W-TOT-REQ.
          MOVE 0 TO W-TOT-HELD.
          MOVE 0 TO W-TOT-DELTA.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
            COMPUTE W-BKT-REQ(W-IDX) ROUNDED =
                    W-BKT-BAL(W-IDX) * W-BKT-PCT(W-IDX) / 100
            COMPUTE W-BKT-DELTA(W-IDX) =
                    W-BKT-REQ(W-IDX) - W-BKT-HELD(W-IDX)
            ADD W-BKT-BAL(W-IDX) TO W-TOT-BAL
            ADD W-BKT-REQ(W-IDX) TO W-TOT-REQ
            ADD W-BKT-HELD(W-IDX) TO W-TOT-HELD
            ADD W-BKT-DELTA(W-IDX) TO W-TOT-DELTA
          END-PERFORM.
*********
       PRINT-SCHEDULE.
          MOVE "Bkt Loans       Balance   Pct      Required" TO
            PRINT-REC.
          MOVE "Last month        Change" TO PRINT-REC(50:24).
          WRITE PRINT-REC.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
            COMPUTE W-BUCKET-NUM = W-IDX - 1
            MOVE W-BKT-BAL(W-IDX) TO W-AMT-ED
            MOVE W-BKT-PCT(W-IDX) TO W-PCT-ED
            MOVE W-BKT-REQ(W-IDX) TO W-REQ-ED
            MOVE W-BKT-HELD(W-IDX) TO W-HELD-ED
            MOVE W-BKT-DELTA(W-IDX) TO W-DELTA-ED
            MOVE SPACES TO PRINT-REC
            STRING " " W-BUCKET-CHAR "  " W-BKT-COUNT(W-IDX) " "
                   W-AMT-ED " " W-PCT-ED " " W-REQ-ED " "
                   W-HELD-ED " " W-DELTA-ED DELIMITED BY SIZE
                   INTO PRINT-REC
            WRITE PRINT-REC
          END-PERFORM.
          MOVE W-TOT-BAL TO W-AMT-ED.
          MOVE W-TOT-REQ TO W-REQ-ED.
          MOVE W-TOT-HELD TO W-HELD-ED.
          MOVE W-TOT-DELTA TO W-DELTA-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Total      " W-AMT-ED "        " W-REQ-ED " "
                 W-HELD-ED " " W-DELTA-ED DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "PROVEXP" TO W-GL-NAME.
          MOVE E-ACC-ID TO GLM-ACC.
          PERFORM PRINT-GL-MAPPING.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
            COMPUTE W-BUCKET-NUM = W-IDX - 1
            MOVE SPACES TO W-GL-NAME
            STRING "LNPROV" W-BUCKET-CHAR DELIMITED BY SIZE
                   INTO W-GL-NAME
            MOVE W-BKT-ACC(W-IDX) TO GLM-ACC
            PERFORM PRINT-GL-MAPPING
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
       PRINT-GL-MAPPING.
          MOVE "LLP " TO GLM-TRAN-TYPE.
          INITIALIZE GLM-CTRL-BLK.
          CALL "GLMFIND" USING GLM-CTRL-BLK GLM-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "  " W-GL-NAME " account " GLM-ACC
                 " posts to GL " GLM-GL-ACCOUNT DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       POST-PROVISION-MOVEMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "LLP " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
              IF W-BKT-DELTA(W-IDX) NOT = 0 THEN
                PERFORM ADD-BUCKET-LINE
                END-IF
            END-PERFORM
            IF W-TOT-DELTA NOT = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE E-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                      0 - W-TOT-DELTA
              STRING "Loan loss provision charge " W-TODAY INTO
                 T-TL-MEMO OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              END-IF
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          MOVE W-TOT-DELTA TO W-DELTA-ED.
          MOVE SPACES TO PRINT-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            STRING "Provision change " W-DELTA-ED
                   " posted, transaction " T-TRAN-ID OF T-TRAN-REC
                   INTO PRINT-REC
            DISPLAY "Loan loss provision change " W-DELTA-ED
                    " posted - see LOANPROV file"
           ELSE
            STRING "Provision change NOT posted - "
                   TRAN-CTRL-ERR-MSG INTO PRINT-REC
            DISPLAY "Loan loss provision NOT posted - "
                    TRAN-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            END-IF.
          WRITE PRINT-REC.
       ADD-BUCKET-LINE.
          COMPUTE W-BUCKET-NUM = W-IDX - 1.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE W-BKT-ACC(W-IDX) TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE W-BKT-DELTA(W-IDX) TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          STRING "Loan loss provision bucket " W-BUCKET-CHAR INTO
             T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
