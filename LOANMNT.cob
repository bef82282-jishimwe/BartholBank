        COPY LSCCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY LNRCTRL.
        COPY LAPCTRL.
        COPY PARCTRL.
        COPY SCREENIOV.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==I-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY LOANAPP REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-DUE-Y        PIC 9(4).
            05 W-DUE-M        PIC 9(2).
            05 W-DUE-D        PIC 9(2).
            05 W-QUOTE-DATE   PIC 9(8).
            05 W-LAST-DATE    PIC 9(8).
            05 W-DAYS         PIC S9(5).
            05 W-ACCRUED      PIC S9(7)V99.
            05 W-PAYOFF       PIC S9(7)V99.
            05 W-PREPAY       PIC S9(7)V99.
            05 W-CHOICE       PIC X(1).
            05 W-NEW-RATE     PIC S9(3)V9(3).
            05 W-FIRST-SW     PIC X(1).
              88 W-FIRST-ROW  VALUE 'Y'.
       PROCEDURE DIVISION.
       LOAN-DESK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "LAPIO" USING LAP-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Loans on file:".
          PERFORM LIST-LOANS.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=applications, O=open loan, "
                  "S=show schedule, P=payoff quote,".
          DISPLAY "        E=early settlement, R=partial prepayment, "
                  "C=collateral,".
          DISPLAY "        B=bureau correction, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              CALL "LNAPPMNT"
            WHEN 'C'
              CALL "COLLMNT"
            WHEN 'B'
              CALL "BURMNT"
            WHEN 'O'
              PERFORM OPEN-LOAN
            WHEN 'S'
              PERFORM SHOW-SCHEDULE
            WHEN 'P'
              PERFORM PAYOFF-QUOTE
            WHEN 'E'
              PERFORM EARLY-SETTLEMENT
            WHEN 'R'
              PERFORM PARTIAL-PREPAYMENT
          END-EVALUATE.
          GOBACK.
       LIST-LOANS.
            END-PERFORM.
       OPEN-LOAN.
          INITIALIZE LN-REC.
          DISPLAY "Approved application id: " NO ADVANCING.
          INITIALIZE LAP-REC.
          MOVE 0 TO LAP-ID.
          ACCEPT LAP-ID.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPGET" USING LAP-CTRL-BLK LAP-REC.
          IF LAP-CTRL-RET-CODE NOT = 0 OR NOT LAP-APPROVED OR
              LAP-LOAN-ID NOT = 0 THEN
            MOVE "Not an approved, unbooked application" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE LAP-ACC TO LN-ACC.
          DISPLAY "Linked account id: " LN-ACC.
          MOVE LN-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE LAP-AMOUNT TO LN-PRINCIPAL.
          MOVE LN-PRINCIPAL TO W-AMT-ED.
          DISPLAY "Principal amount: " W-AMT-ED.
          DISPLAY "Rate type (F=fixed, V=variable): " NO ADVANCING.
          MOVE SPACES TO W-CHOICE.
          ACCEPT W-CHOICE.
          MOVE FUNCTION UPPER-CASE(W-CHOICE) TO LN-RATE-TYPE.
          IF LN-VARIABLE-RATE THEN
            PERFORM ASK-VARIABLE-RATE
           ELSE
            MOVE 'F' TO LN-RATE-TYPE
            DISPLAY "Annual rate percent (e.g. 07.500): "
                    NO ADVANCING
            MOVE 0 TO LN-RATE-PCT
            ACCEPT LN-RATE-PCT
            END-IF.
          MOVE LAP-TERM-MONTHS TO LN-TERM-MONTHS.
          DISPLAY "Term in months: " LN-TERM-MONTHS.
          MOVE W-TODAY TO LN-START.
          MOVE LN-PRINCIPAL TO LN-BALANCE.
          SET LN-ACTIVE TO TRUE.
            END-IF.
          PERFORM POST-DISBURSEMENT.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            MOVE LN-ID TO LAP-LOAN-ID
            INITIALIZE LAP-CTRL-BLK
            CALL "LAPREPL" USING LAP-CTRL-BLK LAP-REC
            DISPLAY "Loan " LN-ID " opened, " LN-TERM-MONTHS
                    " installment(s) scheduled"
           ELSE
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       ASK-VARIABLE-RATE.
          DISPLAY "Base rate parameter name: " NO ADVANCING.
          MOVE SPACES TO LN-BASE-NAME.
          ACCEPT LN-BASE-NAME.
          MOVE FUNCTION UPPER-CASE(LN-BASE-NAME) TO LN-BASE-NAME.
          MOVE LN-BASE-NAME TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Base rate not found in parameters" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Margin percent over base (e.g. 2.5 or -0.25): "
                  NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE LN-MARGIN-PCT = FUNCTION NUMVAL(W-AMT-IN).
          COMPUTE W-NEW-RATE ROUNDED = PAR-NUM + LN-MARGIN-PCT.
          IF W-NEW-RATE < 0 THEN
            MOVE 0 TO W-NEW-RATE
            END-IF.
          MOVE W-NEW-RATE TO LN-RATE-PCT.
          DISPLAY "Current rate " LN-RATE-PCT " pct".
       COMPUTE-PAYMENT.
          COMPUTE W-MRATE = LN-RATE-PCT / 1200.
          IF W-MRATE = 0 THEN
                      W-AMT-ED " (" LSC-STATUS ")"
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
       SELECT-ACTIVE-LOAN.
          DISPLAY "Loan id: " NO ADVANCING.
          INITIALIZE LN-REC.
          MOVE 0 TO LN-ID.
          ACCEPT LN-ID.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNGET" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Loan not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT LN-ACTIVE THEN
            MOVE "Loan is not active" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
       PAYOFF-QUOTE.
          PERFORM SELECT-ACTIVE-LOAN.
          DISPLAY "Payoff date (YYYYMMDD, 0=today): " NO ADVANCING.
          MOVE 0 TO W-QUOTE-DATE.
          ACCEPT W-QUOTE-DATE.
          IF W-QUOTE-DATE = 0 THEN
            MOVE W-TODAY TO W-QUOTE-DATE
            END-IF.
          IF FUNCTION TEST-DATE-YYYYMMDD(W-QUOTE-DATE) NOT = 0 OR
              W-QUOTE-DATE < W-TODAY THEN
            MOVE "Payoff date must be today or later" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM COMPUTE-PAYOFF.
          PERFORM DISPLAY-PAYOFF.
       COMPUTE-PAYOFF.
          MOVE LN-START TO W-LAST-DATE.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-PAID AND LSC-DUE-DATE > W-LAST-DATE THEN
                MOVE LSC-DUE-DATE TO W-LAST-DATE
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
          COMPUTE W-DAYS =
                  FUNCTION INTEGER-OF-DATE(W-QUOTE-DATE) -
                  FUNCTION INTEGER-OF-DATE(W-LAST-DATE).
          IF W-DAYS < 0 THEN
            MOVE 0 TO W-DAYS
            END-IF.
          COMPUTE W-ACCRUED ROUNDED =
                  LN-BALANCE * LN-RATE-PCT * W-DAYS / 36500.
          COMPUTE W-PAYOFF = LN-BALANCE + W-ACCRUED.
       DISPLAY-PAYOFF.
          DISPLAY "Payoff for loan " LN-ID " as of " W-QUOTE-DATE.
          MOVE LN-BALANCE TO W-AMT-ED.
          DISPLAY "  Outstanding principal   " W-AMT-ED.
          MOVE W-ACCRUED TO W-AMT-ED.
          DISPLAY "  Interest accrued        " W-AMT-ED
                  " (" W-DAYS " day(s) since " W-LAST-DATE ")".
          MOVE W-PAYOFF TO W-AMT-ED.
          DISPLAY "  Payoff amount           " W-AMT-ED.
       EARLY-SETTLEMENT.
          PERFORM SELECT-ACTIVE-LOAN.
          MOVE W-TODAY TO W-QUOTE-DATE.
          PERFORM COMPUTE-PAYOFF.
          PERFORM DISPLAY-PAYOFF.
          MOVE "Confirm early settlement" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          PERFORM LOCATE-LOAN-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM LOCATE-INTEREST-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM POST-SETTLEMENT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SETTLE-SCHEDULE-ROWS.
          MOVE 0 TO LN-BALANCE.
          SET LN-PAID TO TRUE.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNREPL" USING LN-CTRL-BLK LN-REC.
          DISPLAY "Loan " LN-ID " settled in full".
       POST-SETTLEMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "LNS " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE LN-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-PAYOFF
            STRING "Loan " LN-ID " early settlement" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE LN-BALANCE TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Loan " LN-ID " principal" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            IF W-ACCRUED NOT = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE I-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              MOVE W-ACCRUED TO T-TL-AMOUNT OF T-TRAN-LINE-REC
              STRING "Loan " LN-ID " interest" INTO
                 T-TL-MEMO OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              END-IF
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       SETTLE-SCHEDULE-ROWS.
          SET W-FIRST-ROW TO TRUE.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-OPEN THEN
                PERFORM SETTLE-ONE-ROW
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
       SETTLE-ONE-ROW.
          IF W-FIRST-ROW THEN
            MOVE LN-BALANCE TO LSC-PRINCIPAL
            MOVE W-ACCRUED TO LSC-INTEREST
            MOVE 'N' TO W-FIRST-SW
           ELSE
            MOVE 0 TO LSC-PRINCIPAL
            MOVE 0 TO LSC-INTEREST
            END-IF.
          SET LSC-PAID TO TRUE.
          MOVE W-TODAY TO LSC-PAID-DATE.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCREPL" USING LSC-CTRL-BLK LSC-REC.
       PARTIAL-PREPAYMENT.
          PERFORM SELECT-ACTIVE-LOAN.
          MOVE LN-BALANCE TO W-AMT-ED.
          DISPLAY "Outstanding principal: " W-AMT-ED.
          DISPLAY "Prepayment amount: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE W-PREPAY = FUNCTION NUMVAL(W-AMT-IN).
          IF W-PREPAY <= 0 THEN
            MOVE "Amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF W-PREPAY >= LN-BALANCE THEN
            MOVE "Use early settlement to repay in full" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Shorten the (T)erm or lower the (I)nstallment: "
                  NO ADVANCING.
          MOVE SPACES TO W-CHOICE.
          ACCEPT W-CHOICE.
          INITIALIZE LNR-CTRL-BLK.
          EVALUATE FUNCTION UPPER-CASE(W-CHOICE)
            WHEN 'T'
              SET LNR-KEEP-PAYMENT TO TRUE
            WHEN 'I'
              SET LNR-LEVEL-PAYMENT TO TRUE
            WHEN OTHER
              MOVE "Choose T or I" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
          END-EVALUATE.
          MOVE "Confirm prepayment" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          PERFORM LOCATE-LOAN-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM POST-PREPAYMENT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          SUBTRACT W-PREPAY FROM LN-BALANCE.
          CALL "LOANRAMT" USING LNR-CTRL-BLK LN-REC.
          IF LNR-CTRL-RET-CODE NOT = 0 THEN
            MOVE LNR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE SPACES TO SCREEN-MSG
            STRING "Prepayment posted but schedule not rebuilt - "
                   "re-amortise the loan" DELIMITED BY SIZE
                   INTO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNREPL" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE NOT = 0 THEN
            MOVE LN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF LNR-CTRL-RET-CODE = 0 THEN
            MOVE LNR-PAYMENT TO W-AMT-ED
            DISPLAY "Prepayment applied, " LNR-ROWS
                    " installment(s) of " W-AMT-ED " remaining"
            END-IF.
       POST-PREPAYMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "LNP " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE LN-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-PREPAY
            STRING "Loan " LN-ID " prepayment" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-PREPAY TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Loan " LN-ID " principal" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       LOCATE-LOAN-GL-ACCOUNT.
          MOVE "LOANS" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
            MOVE "Loan GL account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       LOCATE-INTEREST-GL-ACCOUNT.
          MOVE "LNINT" TO I-ACC-FNAME.
          MOVE "GL" TO I-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK I-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE I-ACC-REC
            MOVE "LNINT" TO I-ACC-FNAME
            MOVE "GL" TO I-ACC-LNAME
            MOVE 'A' TO I-ACC-STATUS
            MOVE 9999999.99 TO I-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK I-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Loan interest GL account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       COPY SCREENIO.
