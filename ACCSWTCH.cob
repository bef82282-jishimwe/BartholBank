       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCSWTCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-FILE ASSIGN TO 'SWITCHOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-O.
       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-FILE.
       01  SWH-REC.
           05  SWH-TYPE        PIC X(1).
           05  SWH-ACC         PIC 9(5).
           05  SWH-NEW-BANK    PIC X(10).
           05  SWH-NEW-ACC-REF PIC X(15).
           05  SWH-NEW-NAME    PIC X(30).
           05  SWH-DATE        PIC 9(8).
       01  SWD-REC.
           05  SWD-TYPE        PIC X(1).
           05  SWD-KIND        PIC X(1).
           05  SWD-REF         PIC X(10).
           05  SWD-NAME        PIC X(30).
           05  SWD-AMOUNT      PIC S9(7)V99.
           05  SWD-FREQ        PIC X(3).
           05  SWD-DATE        PIC 9(8).
       01  SWT-REC.
           05  SWT-TYPE        PIC X(1).
           05  SWT-COUNT       PIC 9(5).
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
        COPY STDCTRL.
        COPY MDTCTRL.
        COPY TRANCTRL.
        COPY PARCTRL.
        COPY CNTCTRL.
        COPY SWICTRL.
        COPY OPERID.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY STDORD REPLACING ==:PREFIX:== BY ====.
        COPY MANDATE REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY SWITCH REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 FS-O           PIC 9(2).
            05 W-ACTION       PIC X(1).
            05 W-TODAY        PIC 9(8).
            05 W-CUTOFF       PIC 9(8).
            05 W-LOOK-DAYS    PIC 9(5) VALUE 90.
            05 W-NEW-BANK     PIC X(10).
            05 W-NEW-ACC-REF  PIC X(15).
            05 W-NEW-NAME     PIC X(30).
            05 W-OTHER-ACC    PIC 9(5).
            05 W-OTHER-NAME   PIC X(30).
            05 W-PAYER-REF    PIC X(10).
            05 W-PAYER-NAME   PIC X(30).
            05 W-STD-COUNT    PIC 9(3).
            05 W-MDT-COUNT    PIC 9(3).
            05 W-PAYER-COUNT  PIC 9(3).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-ITM-TOT      PIC 9(3).
            05 W-ITM-IDX      PIC 9(3).
            05 W-ITM-MAX      PIC 9(3) VALUE 200.
            05 W-HIT-IDX      PIC 9(3).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-ITM-TABLE.
            05 W-ITM-ENTRY OCCURS 200 TIMES.
                10 W-ITM-KIND     PIC X(1).
                10 W-ITM-REF      PIC X(10).
                10 W-ITM-NAME     PIC X(30).
                10 W-ITM-AMOUNT   PIC S9(7)V99.
                10 W-ITM-FREQ     PIC X(3).
                10 W-ITM-DATE     PIC 9(8).
       LINKAGE SECTION.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==L-==.
       PROCEDURE DIVISION USING L-ACC-REC.
       SWITCH-ACCOUNT.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "SWIIO" USING SWI-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE L-ACC-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Account not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF ACC-IS-CASH THEN
            MOVE "Cash accounts cannot be switched" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE SWI-REC.
          MOVE ACC-ID TO SWI-ACC.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIGET" USING SWI-CTRL-BLK SWI-REC.
          IF SWI-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE SWI-REC
            MOVE ACC-ID TO SWI-ACC
            END-IF.
          DISPLAY "Account " ACC-ID ": " FUNCTION TRIM(ACC-FNAME) " "
                  FUNCTION TRIM(ACC-LNAME).
          PERFORM SHOW-SWITCH-STATUS.
          DISPLAY "Action (N=new bank details, L=list payments to "
                  "move, F=produce switch file,".
          DISPLAY "        C=close and redirect, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'N'
              PERFORM CAPTURE-NEW-BANK
            WHEN 'L'
              PERFORM LIST-SWITCH-ITEMS
            WHEN 'F'
              PERFORM PRODUCE-SWITCH-FILE
            WHEN 'C'
              PERFORM CLOSE-SWITCHED-ACCOUNT
          END-EVALUATE.
          GOBACK.
       SHOW-SWITCH-STATUS.
          EVALUATE TRUE
            WHEN SWI-CAPTURED
              DISPLAY "Switching to bank " SWI-NEW-BANK " account "
                      SWI-NEW-ACC-REF " - captured " SWI-CAPTURED-DATE
            WHEN SWI-FILE-SENT
              DISPLAY "Switching to bank " SWI-NEW-BANK " account "
                      SWI-NEW-ACC-REF " - file sent " SWI-FILE-DATE
            WHEN SWI-REDIRECTING
              DISPLAY "Switched to bank " SWI-NEW-BANK " account "
                      SWI-NEW-ACC-REF " - closed " SWI-CLOSE-DATE
              DISPLAY "Credits redirected until " SWI-REDIRECT-UNTIL
                      ", " SWI-REDIRECT-COUNT " redirected so far"
            WHEN OTHER
              DISPLAY "No switch in progress for this account"
          END-EVALUATE.
*********
       CAPTURE-NEW-BANK.
          IF NOT ACC-ACTIVE THEN
            MOVE "Only an active account can be switched" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF SWI-FILE-SENT OR SWI-REDIRECTING THEN
            MOVE "Switch already under way for this account" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "New bank code: " NO ADVANCING.
          MOVE SPACES TO W-NEW-BANK.
          ACCEPT W-NEW-BANK.
          DISPLAY "Account reference at new bank: " NO ADVANCING.
          MOVE SPACES TO W-NEW-ACC-REF.
          ACCEPT W-NEW-ACC-REF.
          IF W-NEW-BANK = SPACES OR W-NEW-ACC-REF = SPACES THEN
            MOVE "New bank code and account are required" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Account name at new bank (blank = as here): "
                  NO ADVANCING.
          MOVE SPACES TO W-NEW-NAME.
          ACCEPT W-NEW-NAME.
          IF W-NEW-NAME = SPACES THEN
            STRING FUNCTION TRIM(ACC-FNAME) " "
                   FUNCTION TRIM(ACC-LNAME) DELIMITED BY SIZE
                   INTO W-NEW-NAME
            END-IF.
          MOVE "Confirm switch details" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF NOT SCREEN-YES THEN
            GOBACK
            END-IF.
          INITIALIZE SWI-REC.
          MOVE ACC-ID TO SWI-ACC.
          MOVE ACC-CUST-ID TO SWI-CUST.
          MOVE W-NEW-BANK TO SWI-NEW-BANK.
          MOVE W-NEW-ACC-REF TO SWI-NEW-ACC-REF.
          MOVE W-NEW-NAME TO SWI-NEW-NAME.
          MOVE W-TODAY TO SWI-CAPTURED-DATE.
          MOVE OPERATOR-ID TO SWI-CAPTURED-BY.
          SET SWI-CAPTURED TO TRUE.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
          IF SWI-CTRL-RET-CODE NOT = 0 THEN
            MOVE SWI-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM RECORD-SWITCH-NOTE.
          DISPLAY "Switch recorded - list the payments and produce "
                  "the switch file next".
       RECORD-SWITCH-NOTE.
          IF ACC-CUST-ID NOT = 0 THEN
            CALL "CNOTEIO" USING CNT-CTRL-BLK
            INITIALIZE CNT-REC
            MOVE ACC-CUST-ID TO CNT-CUST
            MOVE "SWCH" TO CNT-CATEGORY
            MOVE OPERATOR-ID TO CNT-OPER
            STRING "Account " ACC-ID " switching to bank "
                   SWI-NEW-BANK " acct " SWI-NEW-ACC-REF
                   INTO CNT-TEXT
            INITIALIZE CNT-CTRL-BLK
            CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC
            END-IF.
*********
       LIST-SWITCH-ITEMS.
          PERFORM COLLECT-SWITCH-ITEMS.
          IF W-ITM-TOT = 0 THEN
            DISPLAY "No standing orders, mandates or recent payers "
                    "found"
           ELSE
            PERFORM VARYING W-ITM-IDX FROM 1 BY 1
                UNTIL W-ITM-IDX > W-ITM-TOT
              PERFORM DISPLAY-ONE-ITEM
            END-PERFORM
            END-IF.
          DISPLAY W-STD-COUNT " standing order(s), " W-MDT-COUNT
                  " direct debit(s), " W-PAYER-COUNT
                  " inbound payer(s) since " W-CUTOFF.
       DISPLAY-ONE-ITEM.
          MOVE W-ITM-AMOUNT(W-ITM-IDX) TO W-AMOUNT.
          EVALUATE W-ITM-KIND(W-ITM-IDX)
            WHEN 'S'
              DISPLAY "  Standing order " W-ITM-REF(W-ITM-IDX)
                      W-ITM-NAME(W-ITM-IDX) W-AMOUNT " every "
                      W-ITM-FREQ(W-ITM-IDX) " days"
            WHEN 'D'
              DISPLAY "  Direct debit   " W-ITM-REF(W-ITM-IDX)
                      W-ITM-NAME(W-ITM-IDX) W-AMOUNT " max, freq "
                      W-ITM-FREQ(W-ITM-IDX)
            WHEN 'P'
              DISPLAY "  Inbound payer  " W-ITM-REF(W-ITM-IDX)
                      W-ITM-NAME(W-ITM-IDX) W-AMOUNT " on "
                      W-ITM-DATE(W-ITM-IDX)
          END-EVALUATE.
*********
       COLLECT-SWITCH-ITEMS.
          MOVE 0 TO W-ITM-TOT.
          MOVE 0 TO W-STD-COUNT.
          MOVE 0 TO W-MDT-COUNT.
          MOVE 0 TO W-PAYER-COUNT.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "SWITCHLOOK" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LOOK-DAYS
            END-IF.
          COMPUTE W-CUTOFF = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) - W-LOOK-DAYS).
          PERFORM COLLECT-STANDING-ORDERS.
          PERFORM COLLECT-MANDATES.
          PERFORM COLLECT-RECENT-PAYERS.
       COLLECT-STANDING-ORDERS.
          CALL "STANDIO" USING STD-CTRL-BLK.
          INITIALIZE STD-CTRL-BLK.
          CALL "STDNAF" USING STD-CTRL-BLK STD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STD-CTRL-RET-CODE NOT = 0
              IF STD-ACTIVE AND STD-FROM-ACC = ACC-ID THEN
                PERFORM ADD-STANDING-ORDER
                END-IF
              IF STD-ACTIVE AND STD-TO-ACC = ACC-ID THEN
                PERFORM ADD-INTERNAL-PAYER
                END-IF
              CALL "STDNAN" USING STD-CTRL-BLK STD-REC
            END-PERFORM.
       ADD-STANDING-ORDER.
          IF W-ITM-TOT < W-ITM-MAX THEN
            ADD 1 TO W-ITM-TOT
            ADD 1 TO W-STD-COUNT
            MOVE STD-TO-ACC TO W-OTHER-ACC
            PERFORM FETCH-OTHER-NAME
            MOVE 'S' TO W-ITM-KIND(W-ITM-TOT)
            MOVE STD-ID TO W-ITM-REF(W-ITM-TOT)
            MOVE W-OTHER-NAME TO W-ITM-NAME(W-ITM-TOT)
            MOVE STD-AMOUNT TO W-ITM-AMOUNT(W-ITM-TOT)
            MOVE STD-FREQ-DAYS TO W-ITM-FREQ(W-ITM-TOT)
            MOVE STD-NEXT-DATE TO W-ITM-DATE(W-ITM-TOT)
            END-IF.
       ADD-INTERNAL-PAYER.
          IF W-ITM-TOT < W-ITM-MAX THEN
            ADD 1 TO W-ITM-TOT
            ADD 1 TO W-PAYER-COUNT
            MOVE STD-FROM-ACC TO W-OTHER-ACC
            PERFORM FETCH-OTHER-NAME
            MOVE 'P' TO W-ITM-KIND(W-ITM-TOT)
            MOVE STD-FROM-ACC TO W-ITM-REF(W-ITM-TOT)
            MOVE W-OTHER-NAME TO W-ITM-NAME(W-ITM-TOT)
            MOVE STD-AMOUNT TO W-ITM-AMOUNT(W-ITM-TOT)
            MOVE STD-FREQ-DAYS TO W-ITM-FREQ(W-ITM-TOT)
            MOVE STD-NEXT-DATE TO W-ITM-DATE(W-ITM-TOT)
            END-IF.
       FETCH-OTHER-NAME.
          MOVE SPACES TO W-OTHER-NAME.
          MOVE W-OTHER-ACC TO G-ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            STRING FUNCTION TRIM(G-ACC-FNAME) " "
                   FUNCTION TRIM(G-ACC-LNAME) DELIMITED BY SIZE
                   INTO W-OTHER-NAME
           ELSE
            STRING "Account " W-OTHER-ACC INTO W-OTHER-NAME
            END-IF.
       COLLECT-MANDATES.
          CALL "MDTIO" USING MDT-CTRL-BLK.
          INITIALIZE MDT-REC.
          MOVE ACC-ID TO MDT-ACC.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTACF" USING MDT-CTRL-BLK MDT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL MDT-CTRL-RET-CODE NOT = 0
              IF MDT-IS-ACTIVE AND W-ITM-TOT < W-ITM-MAX THEN
                ADD 1 TO W-ITM-TOT
                ADD 1 TO W-MDT-COUNT
                MOVE 'D' TO W-ITM-KIND(W-ITM-TOT)
                MOVE MDT-ORIG TO W-ITM-REF(W-ITM-TOT)
                MOVE MDT-ORIG-NAME TO W-ITM-NAME(W-ITM-TOT)
                MOVE MDT-MAX-AMOUNT TO W-ITM-AMOUNT(W-ITM-TOT)
                MOVE MDT-FREQ TO W-ITM-FREQ(W-ITM-TOT)
                MOVE MDT-LAST-DEBIT TO W-ITM-DATE(W-ITM-TOT)
                END-IF
              CALL "MDTACN" USING MDT-CTRL-BLK MDT-REC
            END-PERFORM.
       COLLECT-RECENT-PAYERS.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF T-TL-AMOUNT OF T-TRAN-LINE-REC > 0 THEN
                PERFORM CHECK-PAYER-LINE
                  THRU CHECK-PAYER-LINE-EXIT
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLACN" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-PERFORM.
       CHECK-PAYER-LINE.
          MOVE T-TL-TRAN-ID OF T-TRAN-LINE-REC TO
               T-TRAN-ID OF T-TRAN-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 OR
              T-TRAN-DATE OF T-TRAN-REC < W-CUTOFF THEN
            GO TO CHECK-PAYER-LINE-EXIT
            END-IF.
          MOVE SPACES TO W-PAYER-REF.
          MOVE SPACES TO W-PAYER-NAME.
          EVALUATE T-TRAN-TYPE OF T-TRAN-REC
            WHEN "CLR "
              IF T-TL-MEMO OF T-TRAN-LINE-REC(1:14) =
                  "Clearing item " THEN
                MOVE T-TL-MEMO OF T-TRAN-LINE-REC(15:10) TO
                     W-PAYER-REF
                MOVE W-PAYER-REF TO W-PAYER-NAME
                END-IF
            WHEN "PAY "
              IF T-TL-MEMO OF T-TRAN-LINE-REC(1:9) = "Salary - "
                 THEN
                MOVE "PAYROLL" TO W-PAYER-REF
                MOVE T-TL-MEMO OF T-TRAN-LINE-REC(10:21) TO
                     W-PAYER-NAME
                END-IF
          END-EVALUATE.
          IF W-PAYER-NAME NOT = SPACES THEN
            PERFORM NOTE-PAYER
            END-IF.
       CHECK-PAYER-LINE-EXIT.
          EXIT.
       NOTE-PAYER.
          MOVE 'N' TO W-FOUND-SW.
          MOVE 0 TO W-HIT-IDX.
          PERFORM VARYING W-ITM-IDX FROM 1 BY 1
              UNTIL W-ITM-IDX > W-ITM-TOT OR W-FOUND
            IF W-ITM-KIND(W-ITM-IDX) = 'P' AND
                W-ITM-REF(W-ITM-IDX) = W-PAYER-REF AND
                W-ITM-NAME(W-ITM-IDX) = W-PAYER-NAME THEN
              SET W-FOUND TO TRUE
              MOVE W-ITM-IDX TO W-HIT-IDX
              END-IF
          END-PERFORM.
          IF W-FOUND THEN
            IF T-TRAN-DATE OF T-TRAN-REC >= W-ITM-DATE(W-HIT-IDX)
               THEN
              MOVE T-TL-AMOUNT OF T-TRAN-LINE-REC TO
                   W-ITM-AMOUNT(W-HIT-IDX)
              MOVE T-TRAN-DATE OF T-TRAN-REC TO W-ITM-DATE(W-HIT-IDX)
              END-IF
           ELSE
            IF W-ITM-TOT < W-ITM-MAX THEN
              ADD 1 TO W-ITM-TOT
              ADD 1 TO W-PAYER-COUNT
              MOVE 'P' TO W-ITM-KIND(W-ITM-TOT)
              MOVE W-PAYER-REF TO W-ITM-REF(W-ITM-TOT)
              MOVE W-PAYER-NAME TO W-ITM-NAME(W-ITM-TOT)
              MOVE T-TL-AMOUNT OF T-TRAN-LINE-REC TO
                   W-ITM-AMOUNT(W-ITM-TOT)
              MOVE SPACES TO W-ITM-FREQ(W-ITM-TOT)
              MOVE T-TRAN-DATE OF T-TRAN-REC TO W-ITM-DATE(W-ITM-TOT)
              END-IF
            END-IF.
*********
       PRODUCE-SWITCH-FILE.
          IF NOT SWI-CAPTURED AND NOT SWI-FILE-SENT THEN
            MOVE "Capture the new bank details first" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM COLLECT-SWITCH-ITEMS.
          OPEN OUTPUT SWITCH-FILE.
          IF FS-O NOT = 0 THEN
            STRING "Unable to open SWITCHOUT, status " FS-O
                   INTO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE SWH-REC.
          MOVE 'H' TO SWH-TYPE.
          MOVE ACC-ID TO SWH-ACC.
          MOVE SWI-NEW-BANK TO SWH-NEW-BANK.
          MOVE SWI-NEW-ACC-REF TO SWH-NEW-ACC-REF.
          MOVE SWI-NEW-NAME TO SWH-NEW-NAME.
          MOVE W-TODAY TO SWH-DATE.
          WRITE SWH-REC.
          PERFORM VARYING W-ITM-IDX FROM 1 BY 1
              UNTIL W-ITM-IDX > W-ITM-TOT
            PERFORM WRITE-SWITCH-DETAIL
          END-PERFORM.
          INITIALIZE SWT-REC.
          MOVE 'T' TO SWT-TYPE.
          MOVE W-ITM-TOT TO SWT-COUNT.
          WRITE SWT-REC.
          CLOSE SWITCH-FILE.
          MOVE W-TODAY TO SWI-FILE-DATE.
          MOVE W-STD-COUNT TO SWI-STD-COUNT.
          MOVE W-MDT-COUNT TO SWI-MDT-COUNT.
          MOVE W-PAYER-COUNT TO SWI-PAYER-COUNT.
          SET SWI-FILE-SENT TO TRUE.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
          IF SWI-CTRL-RET-CODE NOT = 0 THEN
            MOVE SWI-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY W-ITM-TOT " item(s) written to SWITCHOUT for bank "
                  SWI-NEW-BANK.
          DISPLAY "The account can now be closed and redirected".
       WRITE-SWITCH-DETAIL.
          INITIALIZE SWD-REC.
          MOVE 'D' TO SWD-TYPE.
          MOVE W-ITM-KIND(W-ITM-IDX) TO SWD-KIND.
          MOVE W-ITM-REF(W-ITM-IDX) TO SWD-REF.
          MOVE W-ITM-NAME(W-ITM-IDX) TO SWD-NAME.
          MOVE W-ITM-AMOUNT(W-ITM-IDX) TO SWD-AMOUNT.
          MOVE W-ITM-FREQ(W-ITM-IDX) TO SWD-FREQ.
          MOVE W-ITM-DATE(W-ITM-IDX) TO SWD-DATE.
          WRITE SWD-REC.
*********
       CLOSE-SWITCHED-ACCOUNT.
          IF NOT SWI-FILE-SENT THEN
            MOVE "Produce the switch file before closing" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          CALL "ACCCLS" USING L-ACC-REC.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIGET" USING SWI-CTRL-BLK SWI-REC.
          IF SWI-CTRL-RET-CODE = 0 AND SWI-REDIRECTING THEN
            DISPLAY "Inbound credits will be redirected to bank "
                    SWI-NEW-BANK " until " SWI-REDIRECT-UNTIL
            END-IF.
       COPY SCREENIO.
