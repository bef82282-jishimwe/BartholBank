       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EXPOSRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'EXPOSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY CUSCTRL.
        COPY ACCCTRL.
        COPY LNCTRL.
        COPY COLCTRL.
        COPY RELCTRL.
        COPY SIGCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY COLLAT REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY SIGNTRY REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'EXPOSRPT'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-CAPITAL      PIC S9(9)V99 VALUE 0.
            05 W-LARGE-PCT    PIC 9(3)V99 VALUE 10.
            05 W-LIMIT-PCT    PIC 9(3)V99 VALUE 25.
            05 W-CUST-MAX     PIC 9(4) VALUE 3000.
            05 W-CUST-TOT     PIC 9(4).
            05 W-IDX          PIC 9(4).
            05 W-FIND-ID      PIC 9(5).
            05 W-FIND-IDX     PIC 9(4).
            05 W-ROOT         PIC 9(4).
            05 W-ROOT-A       PIC 9(4).
            05 W-ROOT-B       PIC 9(4).
            05 W-LINK-A       PIC 9(4).
            05 W-LINK-B       PIC 9(4).
            05 W-BEST         PIC 9(4).
            05 W-BEST-AMT     PIC S9(11)V99.
            05 W-RANK         PIC 9(4).
            05 W-AMOUNT       PIC S9(9)V99.
            05 W-MEMBER-TOT   PIC S9(11)V99.
            05 W-PCT          PIC 9(5)V99.
            05 W-PCT-ED       PIC ZZZZ9.99.
            05 W-TOT-ED       PIC ZZZZZZZZZZ9.99.
            05 W-LN-ED        PIC -ZZZZZZZ9.99.
            05 W-OD-ED        PIC -ZZZZZZZ9.99.
            05 W-GT-ED        PIC -ZZZZZZZ9.99.
            05 W-FLAG         PIC X(6).
            05 W-SIG-NAME     PIC X(30).
            05 W-LARGE-COUNT  PIC 9(4).
            05 W-BREACH-COUNT PIC 9(4).
            05 W-SKIP-COUNT   PIC 9(5).
        01 W-CUST-TABLE.
            05 W-CUST-ENTRY OCCURS 3000 TIMES.
              10 W-C-ID        PIC 9(5).
              10 W-C-NAME      PIC X(31).
              10 W-C-PARENT    PIC 9(4).
              10 W-C-LOANS     PIC S9(9)V99.
              10 W-C-OVERDRAFT PIC S9(9)V99.
              10 W-C-GUARANTEE PIC S9(9)V99.
              10 W-C-GROUP-TOT PIC S9(11)V99.
              10 W-C-MEMBERS   PIC 9(4).
              10 W-C-RANKED    PIC X(1).
       PROCEDURE DIVISION.
       LARGE-EXPOSURE-REPORT.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "COLLIO" USING COL-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "SIGIO" USING SIG-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open EXPOSRPT file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Large exposure report - " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-CAPITAL TO W-TOT-ED.
          MOVE W-LARGE-PCT TO W-PCT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Bank capital " W-TOT-ED "  large exposure at "
                 W-PCT-ED " pct" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-LIMIT-PCT TO W-PCT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Regulatory limit " W-PCT-ED " pct of capital"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-CAPITAL NOT > 0 THEN
            MOVE "*** CAPITAL parameter not set - no percentages"
              TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOAD-CUSTOMERS.
          PERFORM LINK-JOINT-HOLDERS.
          PERFORM LINK-SIGNATORIES.
          PERFORM ADD-LOAN-EXPOSURE.
          PERFORM ADD-OVERDRAFT-EXPOSURE.
          PERFORM ADD-GUARANTEE-EXPOSURE.
          PERFORM TOTAL-GROUPS.
          PERFORM PRINT-RANKED-GROUPS.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-LARGE-COUNT " large exposure(s), "
                  W-BREACH-COUNT " over limit - see EXPOSRPT file".
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "CAPITAL" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 THEN
            MOVE PAR-NUM TO W-CAPITAL
            END-IF.
          MOVE "LGEXPPCT" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LARGE-PCT
            END-IF.
          MOVE "LGEXPLIM" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LIMIT-PCT
            END-IF.
*********
       LOAD-CUSTOMERS.
          MOVE 0 TO W-CUST-TOT.
          MOVE 0 TO W-SKIP-COUNT.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF W-CUST-TOT < W-CUST-MAX THEN
                ADD 1 TO W-CUST-TOT
                INITIALIZE W-CUST-ENTRY(W-CUST-TOT)
                MOVE CUST-ID TO W-C-ID(W-CUST-TOT)
                STRING FUNCTION TRIM(CUST-FNAME) " "
                       FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                       INTO W-C-NAME(W-CUST-TOT)
                MOVE FUNCTION UPPER-CASE(W-C-NAME(W-CUST-TOT)) TO
                  W-C-NAME(W-CUST-TOT)
                MOVE W-CUST-TOT TO W-C-PARENT(W-CUST-TOT)
               ELSE
                ADD 1 TO W-SKIP-COUNT
                END-IF
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
       FIND-CUSTOMER.
          MOVE 0 TO W-FIND-IDX.
          IF W-FIND-ID NOT = 0 THEN
            PERFORM VARYING W-IDX FROM 1 BY 1
                UNTIL W-IDX > W-CUST-TOT OR W-FIND-IDX NOT = 0
              IF W-C-ID(W-IDX) = W-FIND-ID THEN
                MOVE W-IDX TO W-FIND-IDX
                END-IF
            END-PERFORM
            END-IF.
       FIND-ACCOUNT-OWNER.
          INITIALIZE ACC-REC.
          MOVE W-FIND-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            MOVE ACC-CUST-ID TO W-FIND-ID
            PERFORM FIND-CUSTOMER
           ELSE
            MOVE 0 TO W-FIND-IDX
            END-IF.
       FIND-ROOT.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-C-PARENT(W-ROOT) = W-ROOT
              MOVE W-C-PARENT(W-ROOT) TO W-ROOT
            END-PERFORM.
       LINK-CUSTOMERS.
          MOVE W-LINK-A TO W-ROOT.
          PERFORM FIND-ROOT.
          MOVE W-ROOT TO W-ROOT-A.
          MOVE W-LINK-B TO W-ROOT.
          PERFORM FIND-ROOT.
          MOVE W-ROOT TO W-ROOT-B.
          IF W-ROOT-A < W-ROOT-B THEN
            MOVE W-ROOT-A TO W-C-PARENT(W-ROOT-B)
            END-IF.
          IF W-ROOT-B < W-ROOT-A THEN
            MOVE W-ROOT-B TO W-C-PARENT(W-ROOT-A)
            END-IF.
*********
       LINK-JOINT-HOLDERS.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELNAF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0
              IF REL-JOINT OR REL-PRIMARY THEN
                MOVE REL-CUST TO W-FIND-ID
                PERFORM FIND-CUSTOMER
                MOVE W-FIND-IDX TO W-LINK-A
                MOVE REL-ACC TO W-FIND-ID
                PERFORM FIND-ACCOUNT-OWNER
                MOVE W-FIND-IDX TO W-LINK-B
                IF W-LINK-A NOT = 0 AND W-LINK-B NOT = 0 THEN
                  PERFORM LINK-CUSTOMERS
                  END-IF
                END-IF
              CALL "RELNAN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
       LINK-SIGNATORIES.
          INITIALIZE SIG-CTRL-BLK.
          CALL "SIGNAF" USING SIG-CTRL-BLK SIG-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SIG-CTRL-RET-CODE NOT = 0
              MOVE SIG-ACC TO W-FIND-ID
              PERFORM FIND-ACCOUNT-OWNER
              MOVE W-FIND-IDX TO W-LINK-B
              MOVE FUNCTION UPPER-CASE(SIG-NAME) TO W-SIG-NAME
              MOVE 0 TO W-LINK-A
              IF W-LINK-B NOT = 0 THEN
                PERFORM VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX > W-CUST-TOT OR W-LINK-A NOT = 0
                  IF W-C-NAME(W-IDX) = W-SIG-NAME THEN
                    MOVE W-IDX TO W-LINK-A
                    END-IF
                END-PERFORM
                END-IF
              IF W-LINK-A NOT = 0 THEN
                PERFORM LINK-CUSTOMERS
                END-IF
              CALL "SIGNAN" USING SIG-CTRL-BLK SIG-REC
            END-PERFORM.
*********
       ADD-LOAN-EXPOSURE.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE AND LN-BALANCE > 0 THEN
                MOVE LN-ACC TO W-FIND-ID
                PERFORM FIND-ACCOUNT-OWNER
                IF W-FIND-IDX NOT = 0 THEN
                  ADD LN-BALANCE TO W-C-LOANS(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       ADD-OVERDRAFT-EXPOSURE.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-BALANCE < 0 AND ACC-CUST-ID NOT = 0 AND
                  NOT ACC-IS-CASH THEN
                COMPUTE W-AMOUNT = 0 - ACC-BALANCE
                IF ACC-OD-LIMIT > 0 AND W-AMOUNT > ACC-OD-LIMIT
                    THEN
                  MOVE ACC-OD-LIMIT TO W-AMOUNT
                  END-IF
                MOVE ACC-CUST-ID TO W-FIND-ID
                PERFORM FIND-CUSTOMER
                IF W-FIND-IDX NOT = 0 THEN
                  ADD W-AMOUNT TO W-C-OVERDRAFT(W-FIND-IDX)
                  END-IF
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       ADD-GUARANTEE-EXPOSURE.
          INITIALIZE COL-CTRL-BLK.
          CALL "COLNAF" USING COL-CTRL-BLK COL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL COL-CTRL-RET-CODE NOT = 0
              IF COL-TYPE = "GUAR" AND NOT COL-LIEN-RELEASED AND
                  COL-GUARANTOR NOT = 0 THEN
                PERFORM ADD-ONE-GUARANTEE
                END-IF
              CALL "COLNAN" USING COL-CTRL-BLK COL-REC
            END-PERFORM.
       ADD-ONE-GUARANTEE.
          INITIALIZE LN-REC.
          MOVE COL-LOAN TO LN-ID.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNGET" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE = 0 AND LN-ACTIVE THEN
            MOVE COL-VALUE TO W-AMOUNT
            IF LN-BALANCE < W-AMOUNT THEN
              MOVE LN-BALANCE TO W-AMOUNT
              END-IF
            MOVE COL-GUARANTOR TO W-FIND-ID
            PERFORM FIND-CUSTOMER
            IF W-FIND-IDX NOT = 0 AND W-AMOUNT > 0 THEN
              ADD W-AMOUNT TO W-C-GUARANTEE(W-FIND-IDX)
              END-IF
            END-IF.
*********
       TOTAL-GROUPS.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CUST-TOT
            MOVE W-IDX TO W-ROOT
            PERFORM FIND-ROOT
            MOVE W-ROOT TO W-C-PARENT(W-IDX)
            ADD W-C-LOANS(W-IDX) W-C-OVERDRAFT(W-IDX)
                W-C-GUARANTEE(W-IDX) TO W-C-GROUP-TOT(W-ROOT)
            ADD 1 TO W-C-MEMBERS(W-ROOT)
          END-PERFORM.
       PRINT-RANKED-GROUPS.
          MOVE 0 TO W-RANK.
          MOVE 0 TO W-LARGE-COUNT.
          MOVE 0 TO W-BREACH-COUNT.
          MOVE "Rank Group Members        Exposure  Pct cap Flag"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "     Cust  Name                      Loans    "
            TO PRINT-REC.
          MOVE "Overdrawn   Guarantees" TO PRINT-REC(49:22).
          WRITE PRINT-REC.
          MOVE 1 TO W-BEST.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-BEST = 0
              PERFORM SELECT-NEXT-GROUP
              IF W-BEST NOT = 0 THEN
                PERFORM PRINT-ONE-GROUP
                END-IF
            END-PERFORM.
       SELECT-NEXT-GROUP.
          MOVE 0 TO W-BEST.
          MOVE 0 TO W-BEST-AMT.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CUST-TOT
            IF W-C-PARENT(W-IDX) = W-IDX AND
                W-C-RANKED(W-IDX) NOT = 'Y' AND
                W-C-GROUP-TOT(W-IDX) > W-BEST-AMT THEN
              MOVE W-IDX TO W-BEST
              MOVE W-C-GROUP-TOT(W-IDX) TO W-BEST-AMT
              END-IF
          END-PERFORM.
       PRINT-ONE-GROUP.
          MOVE 'Y' TO W-C-RANKED(W-BEST).
          ADD 1 TO W-RANK.
          MOVE 0 TO W-PCT.
          IF W-CAPITAL > 0 THEN
            COMPUTE W-PCT ROUNDED = W-BEST-AMT * 100 / W-CAPITAL
            END-IF.
          MOVE SPACES TO W-FLAG.
          IF W-CAPITAL > 0 AND W-PCT >= W-LARGE-PCT THEN
            MOVE "LARGE" TO W-FLAG
            ADD 1 TO W-LARGE-COUNT
            END-IF.
          IF W-CAPITAL > 0 AND W-PCT > W-LIMIT-PCT THEN
            MOVE "BREACH" TO W-FLAG
            ADD 1 TO W-BREACH-COUNT
            END-IF.
          MOVE W-BEST-AMT TO W-TOT-ED.
          MOVE W-PCT TO W-PCT-ED.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-RANK " " W-C-ID(W-BEST) " " W-C-MEMBERS(W-BEST)
                 "   " W-TOT-ED " " W-PCT-ED " " W-FLAG
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CUST-TOT
            IF W-C-PARENT(W-IDX) = W-BEST THEN
              PERFORM PRINT-GROUP-MEMBER
              END-IF
          END-PERFORM.
       PRINT-GROUP-MEMBER.
          COMPUTE W-MEMBER-TOT = W-C-LOANS(W-IDX) +
                  W-C-OVERDRAFT(W-IDX) + W-C-GUARANTEE(W-IDX).
          IF W-MEMBER-TOT NOT = 0 OR W-C-MEMBERS(W-BEST) > 1 THEN
            MOVE W-C-LOANS(W-IDX) TO W-LN-ED
            MOVE W-C-OVERDRAFT(W-IDX) TO W-OD-ED
            MOVE W-C-GUARANTEE(W-IDX) TO W-GT-ED
            MOVE SPACES TO PRINT-REC
            STRING "     " W-C-ID(W-IDX) " " W-C-NAME(W-IDX)(1:20)
                   " " W-LN-ED " " W-OD-ED " " W-GT-ED
                   DELIMITED BY SIZE INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-RANK " group(s) with exposure, " W-LARGE-COUNT
                 " large, " W-BREACH-COUNT " over the limit"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-SKIP-COUNT > 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "*** " W-SKIP-COUNT " customer(s) beyond table "
                   "capacity not included" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
