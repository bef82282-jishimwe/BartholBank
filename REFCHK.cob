       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REFCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'REFCHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY ARCCTRL.
        COPY CUSCTRL.
        COPY PRDCTRL.
        COPY RPLCTRL.
        COPY CRDCTRL.
        COPY HLDCTRL.
        COPY SWPCTRL.
        COPY STDCTRL.
        COPY LNCTRL.
        COPY TDPCTRL.
        COPY CHKCTRL.
        COPY BDTCTRL.
        COPY EVTCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==L-==.
        COPY TRAN    REPLACING ==:PREFIX:== BY ====.
        COPY TRANL   REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY PRODUCT REPLACING ==:PREFIX:== BY ====.
        COPY RATEPLAN REPLACING ==:PREFIX:== BY ====.
        COPY CARD    REPLACING ==:PREFIX:== BY ====.
        COPY HOLD    REPLACING ==:PREFIX:== BY ====.
        COPY SWEEP   REPLACING ==:PREFIX:== BY ====.
        COPY STDORD  REPLACING ==:PREFIX:== BY ====.
        COPY LOAN    REPLACING ==:PREFIX:== BY ====.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY CHECK   REPLACING ==:PREFIX:== BY ====.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'REFCHK'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-READ-COUNT   PIC 9(9).
            05 W-ERR-COUNT    PIC 9(5).
            05 W-WARN-COUNT   PIC 9(5).
            05 W-CHK-IDX      PIC 9(2).
            05 W-DETAIL       PIC X(60).
            05 W-COUNT-ED     PIC ZZZZ9.
            05 W-ERR-ED       PIC ZZZZ9.
            05 W-WARN-ED      PIC ZZZZ9.
            05 W-LAST-TRAN    PIC 9(5).
            05 W-LAST-ACC     PIC 9(5).
            05 W-LOOK-ACC     PIC 9(5).
            05 W-ACC-STATE    PIC X(1).
              88 W-ACC-OK       VALUE 'O'.
              88 W-ACC-MISSING  VALUE 'M'.
              88 W-ACC-IS-CLOSED VALUE 'C'.
            05 W-STATE-TXT    PIC X(7).
            05 W-RPL-TOT      PIC 9(3).
            05 W-RPL-IDX      PIC 9(3).
            05 W-RPL-FOUND    PIC X(1).
              88 W-RPL-IS-FOUND VALUE 'Y'.
        01 W-RPL-TABLE.
            05 W-RPL-CODE OCCURS 200 TIMES PIC X(4).
        01 W-CHECK-TABLE.
            05 FILLER PIC X(41) VALUE
               "TLHDR E TRANL line(s) without TRAN header".
            05 FILLER PIC X(41) VALUE
               "TLACC E TRANL line(s) on missing account ".
            05 FILLER PIC X(41) VALUE
               "ACCUS E account(s) with missing customer ".
            05 FILLER PIC X(41) VALUE
               "ACPRD E account(s) with missing product  ".
            05 FILLER PIC X(41) VALUE
               "ACRPL W account(s) with missing rate plan".
            05 FILLER PIC X(41) VALUE
               "CRDAC E active card(s) on closed account ".
            05 FILLER PIC X(41) VALUE
               "HLDAC W active hold(s) on closed account ".
            05 FILLER PIC X(41) VALUE
               "SWPAC E active sweep(s) on closed account".
            05 FILLER PIC X(41) VALUE
               "STDFR E standing order(s) from closed acc".
            05 FILLER PIC X(41) VALUE
               "STDTO W standing order(s) to closed acc  ".
            05 FILLER PIC X(41) VALUE
               "LNACC E loan(s) with closed settlement   ".
            05 FILLER PIC X(41) VALUE
               "TDACC E deposit(s) with closed settlement".
            05 FILLER PIC X(41) VALUE
               "CHKTR W check(s) with missing transaction".
        01 W-CHECK-LIST REDEFINES W-CHECK-TABLE.
            05 W-CHECK-ENTRY OCCURS 13 TIMES.
              10 W-CHECK-CODE  PIC X(5).
              10 FILLER        PIC X(1).
              10 W-CHECK-SEV   PIC X(1).
              10 FILLER        PIC X(1).
              10 W-CHECK-DESC  PIC X(33).
        01 W-CHECK-COUNTS.
            05 W-CHECK-COUNT OCCURS 13 TIMES PIC 9(5).
       PROCEDURE DIVISION.
       REFERENTIAL-INTEGRITY-CHECK.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE 0 TO W-READ-COUNT.
          MOVE 0 TO W-ERR-COUNT.
          MOVE 0 TO W-WARN-COUNT.
          MOVE SPACES TO W-DETAIL.
          INITIALIZE W-CHECK-COUNTS.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ARCHIO" USING ARC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "PRODIO" USING PRD-CTRL-BLK.
          CALL "RATEIO" USING RPL-CTRL-BLK.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          CALL "SWPIO" USING SWP-CTRL-BLK.
          CALL "STANDIO" USING STD-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          CALL "CHECKIO" USING CHK-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open REFCHK file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Cross-file integrity check for " W-TODAY
                 " (read only - nothing is changed)" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Sev Check Detail" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOAD-RATE-PLANS.
          PERFORM CHECK-TRAN-LINES.
          PERFORM CHECK-ACCOUNTS.
          PERFORM CHECK-CARDS.
          PERFORM CHECK-HOLDS.
          PERFORM CHECK-SWEEPS.
          PERFORM CHECK-STANDING-ORDERS.
          PERFORM CHECK-LOANS.
          PERFORM CHECK-TERM-DEPOSITS.
          PERFORM CHECK-CHECKS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM PRINT-CHECK-TOTAL
            VARYING W-CHK-IDX FROM 1 BY 1 UNTIL W-CHK-IDX > 13.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-ERR-COUNT TO W-ERR-ED.
          MOVE W-WARN-COUNT TO W-WARN-ED.
          STRING W-READ-COUNT " record(s) read, " W-ERR-ED
                 " error(s), " W-WARN-ED " warning(s)"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Integrity check: " W-ERR-ED " error(s), "
                  W-WARN-ED " warning(s) - see REFCHK file".
          MOVE W-READ-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-RATE-PLANS.
          MOVE 0 TO W-RPL-TOT.
          INITIALIZE RPL-REC.
          INITIALIZE RPL-CTRL-BLK.
          CALL "RPLNAF" USING RPL-CTRL-BLK RPL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RPL-CTRL-RET-CODE NOT = 0
              IF W-RPL-TOT = 0 THEN
                ADD 1 TO W-RPL-TOT
                MOVE RPL-CODE TO W-RPL-CODE(W-RPL-TOT)
               ELSE
                IF RPL-CODE NOT = W-RPL-CODE(W-RPL-TOT) AND
                    W-RPL-TOT < 200 THEN
                  ADD 1 TO W-RPL-TOT
                  MOVE RPL-CODE TO W-RPL-CODE(W-RPL-TOT)
                  END-IF
                END-IF
              CALL "RPLNAN" USING RPL-CTRL-BLK RPL-REC
            END-PERFORM.
       CHECK-TRAN-LINES.
          MOVE 0 TO W-LAST-TRAN.
          MOVE 0 TO W-LAST-ACC.
          INITIALIZE TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLNAF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF TL-TRAN-ID NOT = W-LAST-TRAN THEN
                MOVE TL-TRAN-ID TO W-LAST-TRAN
                MOVE 0 TO W-LAST-ACC
                PERFORM CHECK-LINE-HEADER
                END-IF
              IF TL-ACC NOT = W-LAST-ACC THEN
                MOVE TL-ACC TO W-LAST-ACC
                MOVE TL-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF W-ACC-MISSING THEN
                  MOVE 2 TO W-CHK-IDX
                  STRING "Tran " TL-TRAN-ID " line " TL-SEQ
                         " account " TL-ACC " not on file"
                         INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLNAN" USING TRAN-CTRL-BLK TRAN-LINE-REC
            END-PERFORM.
       CHECK-LINE-HEADER.
          INITIALIZE TRAN-REC.
          MOVE TL-TRAN-ID TO TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE TRAN-REC
            MOVE TL-TRAN-ID TO TRAN-ID
            INITIALIZE ARC-CTRL-BLK
            CALL "ARCRID" USING ARC-CTRL-BLK TRAN-REC
            IF ARC-CTRL-RET-CODE NOT = 0 THEN
              MOVE 1 TO W-CHK-IDX
              STRING "Tran " TL-TRAN-ID " has lines but no "
                     "header in TRAN or archive" INTO W-DETAIL
              PERFORM REPORT-FINDING
              END-IF
            END-IF.
       CHECK-ACCOUNTS.
          INITIALIZE ACC-REC.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              PERFORM CHECK-ONE-ACCOUNT
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       CHECK-ONE-ACCOUNT.
          IF ACC-CUST-ID > 0 THEN
            INITIALIZE CUST-REC
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              MOVE 3 TO W-CHK-IDX
              STRING "Account " ACC-ID " customer " ACC-CUST-ID
                     " not on file" INTO W-DETAIL
              PERFORM REPORT-FINDING
              END-IF
            END-IF.
          IF ACC-PRODUCT NOT = SPACES THEN
            INITIALIZE PRD-REC
            MOVE ACC-PRODUCT TO PRD-CODE
            INITIALIZE PRD-CTRL-BLK
            CALL "PRDRID" USING PRD-CTRL-BLK PRD-REC
            IF PRD-CTRL-RET-CODE NOT = 0 THEN
              MOVE 4 TO W-CHK-IDX
              STRING "Account " ACC-ID " product " ACC-PRODUCT
                     " not on file" INTO W-DETAIL
              PERFORM REPORT-FINDING
              END-IF
            END-IF.
          IF ACC-RATE-PLAN NOT = SPACES THEN
            MOVE 'N' TO W-RPL-FOUND
            PERFORM VARYING W-RPL-IDX FROM 1 BY 1
                UNTIL W-RPL-IDX > W-RPL-TOT OR W-RPL-IS-FOUND
              IF W-RPL-CODE(W-RPL-IDX) = ACC-RATE-PLAN THEN
                MOVE 'Y' TO W-RPL-FOUND
                END-IF
            END-PERFORM
            IF NOT W-RPL-IS-FOUND THEN
              MOVE 5 TO W-CHK-IDX
              STRING "Account " ACC-ID " rate plan " ACC-RATE-PLAN
                     " not on file" INTO W-DETAIL
              PERFORM REPORT-FINDING
              END-IF
            END-IF.
       CHECK-CARDS.
          INITIALIZE CRD-REC.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF CRD-ACTIVE THEN
                MOVE CRD-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 6 TO W-CHK-IDX
                  STRING "Card " CRD-NUMBER " account " CRD-ACC
                         " " W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
       CHECK-HOLDS.
          INITIALIZE HLD-REC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDNAF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HLD-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF HLD-ACTIVE THEN
                MOVE HLD-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 7 TO W-CHK-IDX
                  STRING "Hold " HLD-ACC "/" HLD-SEQ " account "
                         W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "HLDNAN" USING HLD-CTRL-BLK HLD-REC
            END-PERFORM.
       CHECK-SWEEPS.
          INITIALIZE SWP-REC.
          INITIALIZE SWP-CTRL-BLK.
          CALL "SWPNAF" USING SWP-CTRL-BLK SWP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SWP-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF SWP-ACTIVE THEN
                MOVE 8 TO W-CHK-IDX
                MOVE SWP-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  STRING "Sweep " SWP-ACC " to " SWP-MASTER
                         " swept account " W-STATE-TXT
                         INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                MOVE SWP-MASTER TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  STRING "Sweep " SWP-ACC " to " SWP-MASTER
                         " master account " W-STATE-TXT
                         INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "SWPNAN" USING SWP-CTRL-BLK SWP-REC
            END-PERFORM.
       CHECK-STANDING-ORDERS.
          INITIALIZE STD-REC.
          INITIALIZE STD-CTRL-BLK.
          CALL "STDNAF" USING STD-CTRL-BLK STD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STD-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF STD-ACTIVE THEN
                MOVE STD-FROM-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 9 TO W-CHK-IDX
                  STRING "Standing order " STD-ID " from account "
                         STD-FROM-ACC " " W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                MOVE STD-TO-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 10 TO W-CHK-IDX
                  STRING "Standing order " STD-ID " to account "
                         STD-TO-ACC " " W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "STDNAN" USING STD-CTRL-BLK STD-REC
            END-PERFORM.
       CHECK-LOANS.
          INITIALIZE LN-REC.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF LN-ACTIVE THEN
                MOVE LN-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 11 TO W-CHK-IDX
                  STRING "Loan " LN-ID " settlement account "
                         LN-ACC " " W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       CHECK-TERM-DEPOSITS.
          INITIALIZE TDP-REC.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF TDP-ACTIVE THEN
                MOVE TDP-ACC TO W-LOOK-ACC
                PERFORM LOOKUP-ACCOUNT
                IF NOT W-ACC-OK THEN
                  MOVE 12 TO W-CHK-IDX
                  STRING "Deposit " TDP-ID " settlement account "
                         TDP-ACC " " W-STATE-TXT INTO W-DETAIL
                  PERFORM REPORT-FINDING
                  END-IF
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       CHECK-CHECKS.
          INITIALIZE CHK-REC.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKNAF" USING CHK-CTRL-BLK CHK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CHK-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-READ-COUNT
              IF CHK-TRAN-ID > 0 THEN
                PERFORM CHECK-CHECK-TRAN
                END-IF
              CALL "CHKNAN" USING CHK-CTRL-BLK CHK-REC
            END-PERFORM.
       CHECK-CHECK-TRAN.
          INITIALIZE TRAN-REC.
          MOVE CHK-TRAN-ID TO TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE TRAN-REC
            MOVE CHK-TRAN-ID TO TRAN-ID
            INITIALIZE ARC-CTRL-BLK
            CALL "ARCRID" USING ARC-CTRL-BLK TRAN-REC
            IF ARC-CTRL-RET-CODE NOT = 0 THEN
              MOVE 13 TO W-CHK-IDX
              STRING "Check " CHK-NUMBER " account " CHK-ACC
                     " tran " CHK-TRAN-ID " not on file"
                     INTO W-DETAIL
              PERFORM REPORT-FINDING
              END-IF
            END-IF.
       LOOKUP-ACCOUNT.
          INITIALIZE L-ACC-REC.
          MOVE W-LOOK-ACC TO L-ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK L-ACC-REC.
          EVALUATE TRUE
            WHEN ACC-CTRL-RET-CODE NOT = 0
              SET W-ACC-MISSING TO TRUE
              MOVE "missing" TO W-STATE-TXT
            WHEN L-ACC-CLOSED
              SET W-ACC-IS-CLOSED TO TRUE
              MOVE "closed" TO W-STATE-TXT
            WHEN OTHER
              SET W-ACC-OK TO TRUE
              MOVE SPACES TO W-STATE-TXT
          END-EVALUATE.
       REPORT-FINDING.
          ADD 1 TO W-CHECK-COUNT(W-CHK-IDX).
          IF W-CHECK-SEV(W-CHK-IDX) = 'E' THEN
            ADD 1 TO W-ERR-COUNT
           ELSE
            ADD 1 TO W-WARN-COUNT
            END-IF.
          MOVE SPACES TO PRINT-REC.
          MOVE W-CHECK-SEV(W-CHK-IDX) TO PRINT-REC(2:1).
          MOVE W-CHECK-CODE(W-CHK-IDX) TO PRINT-REC(5:5).
          MOVE W-DETAIL TO PRINT-REC(11:60).
          WRITE PRINT-REC.
          MOVE SPACES TO W-DETAIL.
       PRINT-CHECK-TOTAL.
          MOVE SPACES TO PRINT-REC.
          MOVE W-CHECK-COUNT(W-CHK-IDX) TO W-COUNT-ED.
          MOVE W-CHECK-SEV(W-CHK-IDX) TO PRINT-REC(2:1).
          MOVE W-CHECK-CODE(W-CHK-IDX) TO PRINT-REC(5:5).
          MOVE W-COUNT-ED TO PRINT-REC(11:5).
          MOVE W-CHECK-DESC(W-CHK-IDX) TO PRINT-REC(17:33).
          WRITE PRINT-REC.
       LOG-SUMMARY.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          PERFORM LOG-CHECK-COUNT
            VARYING W-CHK-IDX FROM 1 BY 1 UNTIL W-CHK-IDX > 13.
          INITIALIZE EVT-REC.
          MOVE "REFCHK" TO EVT-PROGRAM.
          EVALUATE TRUE
            WHEN W-ERR-COUNT > 0
              MOVE 'E' TO EVT-SEVERITY
            WHEN W-WARN-COUNT > 0
              MOVE 'W' TO EVT-SEVERITY
            WHEN OTHER
              MOVE 'I' TO EVT-SEVERITY
          END-EVALUATE.
          STRING "Integrity check: " W-ERR-ED " error(s), "
                 W-WARN-ED " warning(s)" DELIMITED BY SIZE
                 INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       LOG-CHECK-COUNT.
          IF W-CHECK-COUNT(W-CHK-IDX) > 0 THEN
            INITIALIZE EVT-REC
            MOVE "REFCHK" TO EVT-PROGRAM
            MOVE W-CHECK-SEV(W-CHK-IDX) TO EVT-SEVERITY
            MOVE W-CHECK-COUNT(W-CHK-IDX) TO W-COUNT-ED
            STRING W-CHECK-CODE(W-CHK-IDX) W-COUNT-ED " "
                   W-CHECK-DESC(W-CHK-IDX) DELIMITED BY SIZE
                   INTO EVT-TEXT
            INITIALIZE EVT-CTRL-BLK
            CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
