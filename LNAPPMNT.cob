       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LNAPPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY LAPCTRL.
        COPY LNCTRL.
        COPY ACCCTRL.
        COPY KYCCTRL.
        COPY OPERCTRL.
        COPY AUDCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY LOANAPP REPLACING ==:PREFIX:== BY ====.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==X-==.
        COPY KYCDOC REPLACING ==:PREFIX:== BY ====.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        COPY AUDIT REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-EXP-ED       PIC -ZZZZZZ9.99.
            05 W-TOTAL-EXP    PIC S9(8)V99.
            05 W-DOC-COUNT    PIC 9(3).
            05 W-MISS-COUNT   PIC 9(3).
            05 W-OPEN-COUNT   PIC 9(5).
       PROCEDURE DIVISION.
       APPLICATION-DESK.
          CALL "LAPIO" USING LAP-CTRL-BLK.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "KYCIO" USING KYC-CTRL-BLK.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Open loan applications:".
          PERFORM LIST-OPEN-APPLICATIONS.
          PERFORM NEW-LINE.
          DISPLAY "Action (N=new, R=start review, A=approve, "
                  "D=decline,".
          DISPLAY "        W=withdraw, Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'N'
              PERFORM NEW-APPLICATION
            WHEN 'R'
              PERFORM START-REVIEW
            WHEN 'A'
              PERFORM APPROVE-APPLICATION
            WHEN 'D'
              PERFORM DECLINE-APPLICATION
            WHEN 'W'
              PERFORM WITHDRAW-APPLICATION
          END-EVALUATE.
          GOBACK.
       LIST-OPEN-APPLICATIONS.
          MOVE 0 TO W-OPEN-COUNT.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPNAF" USING LAP-CTRL-BLK LAP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LAP-CTRL-RET-CODE NOT = 0
              IF LAP-RECEIVED OR LAP-UNDER-REVIEW OR
                  (LAP-APPROVED AND LAP-LOAN-ID = 0) THEN
                ADD 1 TO W-OPEN-COUNT
                MOVE LAP-AMOUNT TO W-AMT-ED
                DISPLAY "  " LAP-ID " acct " LAP-ACC " amount "
                        W-AMT-ED " over " LAP-TERM-MONTHS
                        " month(s) (" LAP-STATUS ") KYC "
                        LAP-KYC-STATUS
                END-IF
              CALL "LAPNAN" USING LAP-CTRL-BLK LAP-REC
            END-PERFORM.
          IF W-OPEN-COUNT = 0 THEN
            DISPLAY "  (none)"
            END-IF.
       NEW-APPLICATION.
          INITIALIZE LAP-REC.
          DISPLAY "Account id: " NO ADVANCING.
          MOVE 0 TO LAP-ACC.
          ACCEPT LAP-ACC.
          MOVE LAP-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
              ACC-IS-CASH THEN
            MOVE "Not an active customer account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE ACC-CUST-ID TO LAP-CUST-ID.
          DISPLAY "Requested amount: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE LAP-AMOUNT = FUNCTION NUMVAL(W-AMT-IN).
          IF LAP-AMOUNT <= 0 THEN
            MOVE "Amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Requested term in months: " NO ADVANCING.
          MOVE 0 TO LAP-TERM-MONTHS.
          ACCEPT LAP-TERM-MONTHS.
          IF LAP-TERM-MONTHS = 0 THEN
            MOVE "Term must be at least one month" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Purpose: " NO ADVANCING.
          ACCEPT LAP-PURPOSE.
          MOVE W-TODAY TO LAP-DATE.
          MOVE OPERATOR-ID TO LAP-MAKER.
          SET LAP-RECEIVED TO TRUE.
          PERFORM CAPTURE-EXPOSURE.
          PERFORM CAPTURE-KYC-STATUS.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPADD" USING LAP-CTRL-BLK LAP-REC.
          IF LAP-CTRL-RET-CODE NOT = 0 THEN
            MOVE LAP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Application " LAP-ID " received".
          PERFORM SHOW-APPLICATION.
*********
       CAPTURE-EXPOSURE.
          MOVE 0 TO LAP-EXP-LOANS.
          MOVE 0 TO LAP-EXP-OVERDRAWN.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK X-ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF X-ACC-BALANCE < 0 AND NOT X-ACC-IS-CASH AND
                  (X-ACC-ID = LAP-ACC OR
                   (LAP-CUST-ID NOT = 0 AND
                    X-ACC-CUST-ID = LAP-CUST-ID)) THEN
                SUBTRACT X-ACC-BALANCE FROM LAP-EXP-OVERDRAWN
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK X-ACC-REC
            END-PERFORM.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNNAF" USING LN-CTRL-BLK LN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LN-CTRL-RET-CODE NOT = 0
              IF LN-ACTIVE THEN
                PERFORM ADD-LOAN-EXPOSURE
                END-IF
              CALL "LNNAN" USING LN-CTRL-BLK LN-REC
            END-PERFORM.
       ADD-LOAN-EXPOSURE.
          IF LN-ACC = LAP-ACC THEN
            ADD LN-BALANCE TO LAP-EXP-LOANS
           ELSE
            IF LAP-CUST-ID NOT = 0 THEN
              MOVE LN-ACC TO X-ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK X-ACC-REC
              IF ACC-CTRL-RET-CODE = 0 AND
                  X-ACC-CUST-ID = LAP-CUST-ID THEN
                ADD LN-BALANCE TO LAP-EXP-LOANS
                END-IF
              END-IF
            END-IF.
       CAPTURE-KYC-STATUS.
          MOVE 0 TO W-DOC-COUNT.
          MOVE 0 TO W-MISS-COUNT.
          INITIALIZE KYC-REC.
          MOVE LAP-ACC TO KYC-ACC.
          INITIALIZE KYC-CTRL-BLK.
          CALL "KYCACF" USING KYC-CTRL-BLK KYC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL KYC-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-DOC-COUNT
              IF NOT KYC-DOC-SEEN THEN
                ADD 1 TO W-MISS-COUNT
                END-IF
              CALL "KYCACN" USING KYC-CTRL-BLK KYC-REC
            END-PERFORM.
          EVALUATE TRUE
            WHEN W-DOC-COUNT = 0
              SET LAP-KYC-NONE TO TRUE
            WHEN W-MISS-COUNT > 0
              SET LAP-KYC-MISSING TO TRUE
            WHEN OTHER
              SET LAP-KYC-COMPLETE TO TRUE
          END-EVALUATE.
       SHOW-APPLICATION.
          MOVE LAP-AMOUNT TO W-AMT-ED.
          DISPLAY "  Account " LAP-ACC " customer " LAP-CUST-ID
                  " requests " W-AMT-ED " over " LAP-TERM-MONTHS
                  " month(s)".
          MOVE LAP-EXP-LOANS TO W-EXP-ED.
          DISPLAY "  Existing loan balances    " W-EXP-ED.
          MOVE LAP-EXP-OVERDRAWN TO W-EXP-ED.
          DISPLAY "  Overdrawn account balances" W-EXP-ED.
          EVALUATE TRUE
            WHEN LAP-KYC-COMPLETE
              DISPLAY "  KYC checklist complete"
            WHEN LAP-KYC-MISSING
              DISPLAY "  KYC checklist has missing documents"
            WHEN OTHER
              DISPLAY "  No KYC checklist on file"
          END-EVALUATE.
*********
       SELECT-OPEN-APPLICATION.
          DISPLAY "Application id: " NO ADVANCING.
          INITIALIZE LAP-REC.
          MOVE 0 TO LAP-ID.
          ACCEPT LAP-ID.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPGET" USING LAP-CTRL-BLK LAP-REC.
          IF LAP-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Application not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT LAP-RECEIVED AND NOT LAP-UNDER-REVIEW THEN
            MOVE "Application is no longer open" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
       START-REVIEW.
          PERFORM SELECT-OPEN-APPLICATION.
          PERFORM CAPTURE-EXPOSURE.
          PERFORM CAPTURE-KYC-STATUS.
          SET LAP-UNDER-REVIEW TO TRUE.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPREPL" USING LAP-CTRL-BLK LAP-REC.
          DISPLAY "Application " LAP-ID " under review".
          PERFORM SHOW-APPLICATION.
       APPROVE-APPLICATION.
          IF NOT OPERATOR-IS-SUPERVISOR AND NOT OPERATOR-IS-ADMIN
              THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SELECT-OPEN-APPLICATION.
          IF LAP-MAKER = OPERATOR-ID THEN
            MOVE "Approver must differ from the capturing operator"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM CAPTURE-EXPOSURE.
          PERFORM CAPTURE-KYC-STATUS.
          PERFORM SHOW-APPLICATION.
          IF NOT LAP-KYC-COMPLETE THEN
            MOVE "KYC checklist must be complete to approve" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          COMPUTE W-TOTAL-EXP =
                  LAP-AMOUNT + LAP-EXP-LOANS + LAP-EXP-OVERDRAWN.
          MOVE OPERATOR-ID TO OPER-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK OPER-REC.
          IF OPER-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Approver not on the operator file" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF OPER-LIMIT NOT = 0 AND W-TOTAL-EXP > OPER-LIMIT THEN
            MOVE OPER-LIMIT TO W-EXP-ED
            DISPLAY "Total exposure exceeds your authority of "
                    W-EXP-ED
            MOVE "Refer to a higher approval authority" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Approve application" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          SET LAP-APPROVED TO TRUE.
          MOVE SPACES TO LAP-REASON.
          PERFORM RECORD-DECISION.
          MOVE "LNAPPROVE" TO AUDIT-ACTION.
          PERFORM RECORD-DECISION-AUDIT.
          DISPLAY "Application " LAP-ID " approved".
       DECLINE-APPLICATION.
          IF NOT OPERATOR-IS-SUPERVISOR AND NOT OPERATOR-IS-ADMIN
              THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SELECT-OPEN-APPLICATION.
          PERFORM SHOW-APPLICATION.
          DISPLAY "Decline reason: " NO ADVANCING.
          MOVE SPACES TO LAP-REASON.
          ACCEPT LAP-REASON.
          IF LAP-REASON = SPACES THEN
            MOVE "A decline reason is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          SET LAP-DECLINED TO TRUE.
          PERFORM RECORD-DECISION.
          MOVE "LNDECLINE" TO AUDIT-ACTION.
          PERFORM RECORD-DECISION-AUDIT.
          DISPLAY "Application " LAP-ID " declined".
       WITHDRAW-APPLICATION.
          DISPLAY "Application id: " NO ADVANCING.
          INITIALIZE LAP-REC.
          MOVE 0 TO LAP-ID.
          ACCEPT LAP-ID.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPGET" USING LAP-CTRL-BLK LAP-REC.
          IF LAP-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Application not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF LAP-DECLINED OR LAP-WITHDRAWN OR LAP-LOAN-ID NOT = 0
              THEN
            MOVE "Application can no longer be withdrawn" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Withdrawal reason: " NO ADVANCING.
          MOVE SPACES TO LAP-REASON.
          ACCEPT LAP-REASON.
          SET LAP-WITHDRAWN TO TRUE.
          PERFORM RECORD-DECISION.
          DISPLAY "Application " LAP-ID " withdrawn".
       RECORD-DECISION.
          MOVE OPERATOR-ID TO LAP-DECIDED-BY.
          MOVE W-TODAY TO LAP-DECIDED-DATE.
          INITIALIZE LAP-CTRL-BLK.
          CALL "LAPREPL" USING LAP-CTRL-BLK LAP-REC.
          IF LAP-CTRL-RET-CODE NOT = 0 THEN
            MOVE LAP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       RECORD-DECISION-AUDIT.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO AUDIT-DATE.
          MOVE W-BUFFER(9:6) TO AUDIT-TIME.
          MOVE OPERATOR-ID TO AUDIT-OPERATOR.
          MOVE LAP-ID TO AUDIT-TRAN-ID.
          MOVE LAP-AMOUNT TO AUDIT-AMOUNT.
          CALL "AUDWRITE" USING AUD-CTRL-BLK
                               AUDIT-REC.
       COPY SCREENIO.
