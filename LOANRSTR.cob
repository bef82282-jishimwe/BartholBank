       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANRSTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY LNCTRL.
        COPY LSCCTRL.
        COPY DLQCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY LNRCTRL.
        COPY OPERCTRL.
        COPY NTCCTRL.
        COPY AUDCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANSCH REPLACING ==:PREFIX:== BY ====.
        COPY LOANDLQ REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==I-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ==V-==.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY AUDIT REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-OPTION       PIC X(1).
              88 W-OPT-HOLIDAY  VALUE 'H'.
              88 W-OPT-EXTEND   VALUE 'E'.
              88 W-OPT-PLAN     VALUE 'P'.
            05 W-CHOICE       PIC X(1).
              88 W-CAPITALISE   VALUE 'C'.
              88 W-DEFER        VALUE 'D'.
            05 W-MONTHS       PIC 9(2).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-MRATE        PIC 9(3)V9(9).
            05 W-FACTOR       PIC 9(9)V9(9).
            05 W-HOLIDAY-INT  PIC S9(7)V99.
            05 W-PLAN-PAYMENT PIC S9(7)V99.
            05 W-MIN-PAYMENT  PIC S9(7)V99.
            05 W-OPEN-COUNT   PIC 9(3).
            05 W-OVERDUE-COUNT PIC 9(3).
            05 W-DUE-DAY      PIC 9(2).
            05 W-NEXT-DUE     PIC 9(8).
            05 W-ND-PARTS REDEFINES W-NEXT-DUE.
              10 W-ND-YEAR    PIC 9(4).
              10 W-ND-MONTH   PIC 9(2).
              10 W-ND-DAY     PIC 9(2).
            05 W-ADD-MONTHS   PIC 9(3).
            05 W-FIRST-DUE    PIC 9(8).
            05 W-APPROVER     PIC X(10).
            05 W-OVR-PASSWORD PIC X(10).
            05 W-OVR-HASH     PIC X(10).
            05 W-APPROVED-SW  PIC X(1).
              88 W-APPROVED   VALUE 'Y'.
       LINKAGE SECTION.
       01 LK-LOAN-ID         PIC 9(5).
       PROCEDURE DIVISION USING LK-LOAN-ID.
       RESTRUCTURE-LOAN.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "LSCIO" USING LSC-CTRL-BLK.
          CALL "DLQIO" USING DLQ-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          INITIALIZE LN-REC.
          MOVE LK-LOAN-ID TO LN-ID.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNGET" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE NOT = 0 OR NOT LN-ACTIVE THEN
            MOVE "Not an active loan" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          COMPUTE W-MRATE = LN-RATE-PCT / 1200.
          PERFORM SCAN-SCHEDULE.
          MOVE LN-BALANCE TO W-AMT-ED.
          DISPLAY "Loan " LN-ID " balance " W-AMT-ED " at "
                  LN-RATE-PCT " pct, " W-OPEN-COUNT
                  " open installment(s), " W-OVERDUE-COUNT
                  " overdue".
          IF LN-RESTRUCTURED THEN
            DISPLAY "  Previously restructured on " LN-RESTRUCT-DATE
            END-IF.
          IF W-OPEN-COUNT = 0 THEN
            MOVE "No open installments to restructure" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Restructure (H=payment holiday, E=extend term, "
                  "P=agreed payment plan): " NO ADVANCING.
          MOVE SPACES TO W-OPTION.
          ACCEPT W-OPTION.
          MOVE FUNCTION UPPER-CASE(W-OPTION) TO W-OPTION.
          EVALUATE TRUE
            WHEN W-OPT-HOLIDAY
              PERFORM CAPTURE-HOLIDAY
            WHEN W-OPT-EXTEND
              PERFORM CAPTURE-EXTENSION
            WHEN W-OPT-PLAN
              PERFORM CAPTURE-PAYMENT-PLAN
            WHEN OTHER
              GOBACK
          END-EVALUATE.
          PERFORM CAPTURE-SUPERVISOR-APPROVAL
            THRU CAPTURE-APPROVAL-EXIT.
          IF NOT W-APPROVED THEN
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          EVALUATE TRUE
            WHEN W-OPT-HOLIDAY
              PERFORM APPLY-HOLIDAY
            WHEN W-OPT-EXTEND
              PERFORM APPLY-EXTENSION
            WHEN W-OPT-PLAN
              PERFORM APPLY-PAYMENT-PLAN
          END-EVALUATE.
          IF LNR-CTRL-RET-CODE NOT = 0 THEN
            MOVE LNR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          SET LN-RESTRUCTURED TO TRUE.
          MOVE W-TODAY TO LN-RESTRUCT-DATE.
          INITIALIZE LN-CTRL-BLK.
          CALL "LNREPL" USING LN-CTRL-BLK LN-REC.
          IF LN-CTRL-RET-CODE NOT = 0 THEN
            MOVE LN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM RELEASE-FROM-COLLECTIONS.
          PERFORM RECORD-RESTRUCTURE-AUDIT.
          PERFORM QUEUE-RESTRUCTURE-NOTICE.
          MOVE LNR-PAYMENT TO W-AMT-ED.
          DISPLAY "Loan " LN-ID " restructured, " LNR-ROWS
                  " installment(s) of " W-AMT-ED " from " W-FIRST-DUE.
          GOBACK.
*********
       SCAN-SCHEDULE.
          MOVE 0 TO W-OPEN-COUNT.
          MOVE 0 TO W-OVERDUE-COUNT.
          MOVE 0 TO W-DUE-DAY.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-OPEN THEN
                IF W-OPEN-COUNT = 0 THEN
                  MOVE LSC-DUE-DATE(7:2) TO W-DUE-DAY
                  END-IF
                ADD 1 TO W-OPEN-COUNT
                IF LSC-DUE-DATE < W-TODAY THEN
                  ADD 1 TO W-OVERDUE-COUNT
                  END-IF
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
          IF W-DUE-DAY = 0 OR W-DUE-DAY > 28 THEN
            MOVE 28 TO W-DUE-DAY
            END-IF.
       FIRST-DUE-AFTER-MONTHS.
          MOVE W-TODAY TO W-NEXT-DUE.
          MOVE W-DUE-DAY TO W-ND-DAY.
          PERFORM ADVANCE-ONE-MONTH W-ADD-MONTHS TIMES.
       ADVANCE-ONE-MONTH.
          ADD 1 TO W-ND-MONTH.
          IF W-ND-MONTH > 12 THEN
            MOVE 1 TO W-ND-MONTH
            ADD 1 TO W-ND-YEAR
            END-IF.
*********
       CAPTURE-HOLIDAY.
          DISPLAY "Number of installments to suspend: " NO ADVANCING.
          MOVE 0 TO W-MONTHS.
          ACCEPT W-MONTHS.
          IF W-MONTHS = 0 OR W-MONTHS > 12 THEN
            MOVE "Holiday must be 1 to 12 installments" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "(C)apitalise or (D)efer the holiday interest: "
                  NO ADVANCING.
          MOVE SPACES TO W-CHOICE.
          ACCEPT W-CHOICE.
          MOVE FUNCTION UPPER-CASE(W-CHOICE) TO W-CHOICE.
          IF NOT W-CAPITALISE AND NOT W-DEFER THEN
            MOVE "Choose C or D" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          COMPUTE W-FACTOR = (1 + W-MRATE) ** W-MONTHS.
          COMPUTE W-HOLIDAY-INT ROUNDED =
                  LN-BALANCE * (W-FACTOR - 1).
          COMPUTE W-ADD-MONTHS = W-MONTHS + 1.
          PERFORM FIRST-DUE-AFTER-MONTHS.
          MOVE W-HOLIDAY-INT TO W-AMT-ED.
          DISPLAY "Holiday of " W-MONTHS " installment(s), interest "
                  W-AMT-ED " (" W-CHOICE "), payments resume "
                  W-NEXT-DUE.
       CAPTURE-EXTENSION.
          DISPLAY "Extend the term by how many months: " NO ADVANCING.
          MOVE 0 TO W-MONTHS.
          ACCEPT W-MONTHS.
          IF W-MONTHS = 0 OR LN-TERM-MONTHS + W-MONTHS > 600 THEN
            MOVE "Invalid term extension" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE 1 TO W-ADD-MONTHS.
          PERFORM FIRST-DUE-AFTER-MONTHS.
          DISPLAY "Term extended by " W-MONTHS " month(s), "
                  "payments from " W-NEXT-DUE.
       CAPTURE-PAYMENT-PLAN.
          IF W-MRATE = 0 THEN
            COMPUTE W-MIN-PAYMENT ROUNDED = LN-BALANCE / 480
           ELSE
            COMPUTE W-FACTOR = (1 + W-MRATE) ** 480
            COMPUTE W-MIN-PAYMENT ROUNDED =
                    LN-BALANCE * W-MRATE * W-FACTOR /
                    (W-FACTOR - 1)
            END-IF.
          DISPLAY "Agreed monthly payment: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE W-PLAN-PAYMENT = FUNCTION NUMVAL(W-AMT-IN).
          IF W-PLAN-PAYMENT < W-MIN-PAYMENT THEN
            MOVE W-MIN-PAYMENT TO W-AMT-ED
            MOVE SPACES TO SCREEN-MSG
            STRING "Minimum plan payment is " W-AMT-ED
                   INTO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "First payment date (YYYYMMDD): " NO ADVANCING.
          MOVE 0 TO W-NEXT-DUE.
          ACCEPT W-NEXT-DUE.
          IF FUNCTION TEST-DATE-YYYYMMDD(W-NEXT-DUE) NOT = 0 OR
              W-NEXT-DUE <= W-TODAY OR W-ND-DAY > 28 THEN
            MOVE "Invalid first payment date (day 1-28, future)" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE W-PLAN-PAYMENT TO W-AMT-ED.
          DISPLAY "Plan of " W-AMT-ED " a month from " W-NEXT-DUE.
*********
       CAPTURE-SUPERVISOR-APPROVAL.
          MOVE 'N' TO W-APPROVED-SW.
          DISPLAY "Supervisor approval id (blank = cancel): "
                  NO ADVANCING.
          MOVE SPACES TO W-APPROVER.
          ACCEPT W-APPROVER.
          IF W-APPROVER = SPACES OR W-APPROVER = OPERATOR-ID THEN
            MOVE "Restructure needs another supervisor" TO SCREEN-MSG
            GO TO CAPTURE-APPROVAL-EXIT
            END-IF.
          INITIALIZE V-OPER-REC.
          MOVE W-APPROVER TO V-OPER-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK V-OPER-REC.
          IF OPER-CTRL-RET-CODE NOT = 0 OR V-OPER-LOCKED OR
              NOT (V-OPER-SUPERVISOR OR V-OPER-ADMIN) THEN
            MOVE "Approval requires an unlocked supervisor" TO
              SCREEN-MSG
            GO TO CAPTURE-APPROVAL-EXIT
            END-IF.
          DISPLAY "Supervisor password: " NO ADVANCING.
          MOVE SPACES TO W-OVR-PASSWORD.
          ACCEPT W-OVR-PASSWORD.
          CALL "OPERHASH" USING W-OVR-PASSWORD W-OVR-HASH.
          IF W-OVR-HASH NOT = V-OPER-PASSWORD THEN
            MOVE "Approval password not accepted" TO SCREEN-MSG
           ELSE
            SET W-APPROVED TO TRUE
            END-IF.
       CAPTURE-APPROVAL-EXIT.
          EXIT.
*********
       APPLY-HOLIDAY.
          IF W-CAPITALISE THEN
            PERFORM POST-CAPITALISATION
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
              END-IF
            ADD W-HOLIDAY-INT TO LN-BALANCE
            END-IF.
          PERFORM REDATE-OPEN-ROWS.
          INITIALIZE LNR-CTRL-BLK.
          SET LNR-LEVEL-PAYMENT TO TRUE.
          MOVE 0 TO LNR-EXTRA-ROWS.
          CALL "LOANRAMT" USING LNR-CTRL-BLK LN-REC.
          IF LNR-CTRL-RET-CODE = 0 AND W-DEFER AND
              W-HOLIDAY-INT > 0 THEN
            PERFORM DEFER-HOLIDAY-INTEREST
            END-IF.
       DEFER-HOLIDAY-INTEREST.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          MOVE LN-TERM-MONTHS TO LSC-SEQ.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCGET" USING LSC-CTRL-BLK LSC-REC.
          IF LSC-CTRL-RET-CODE = 0 THEN
            ADD W-HOLIDAY-INT TO LSC-INTEREST
            INITIALIZE LSC-CTRL-BLK
            CALL "LSCREPL" USING LSC-CTRL-BLK LSC-REC
            END-IF.
       APPLY-EXTENSION.
          PERFORM REDATE-OPEN-ROWS.
          INITIALIZE LNR-CTRL-BLK.
          SET LNR-LEVEL-PAYMENT TO TRUE.
          MOVE W-MONTHS TO LNR-EXTRA-ROWS.
          CALL "LOANRAMT" USING LNR-CTRL-BLK LN-REC.
       APPLY-PAYMENT-PLAN.
          PERFORM REDATE-OPEN-ROWS.
          INITIALIZE LNR-CTRL-BLK.
          SET LNR-KEEP-PAYMENT TO TRUE.
          MOVE W-PLAN-PAYMENT TO LNR-PAYMENT.
          COMPUTE LNR-EXTRA-ROWS = 998 - LN-TERM-MONTHS.
          CALL "LOANRAMT" USING LNR-CTRL-BLK LN-REC.
       REDATE-OPEN-ROWS.
          MOVE W-NEXT-DUE TO W-FIRST-DUE.
          INITIALIZE LSC-REC.
          MOVE LN-ID TO LSC-LOAN.
          INITIALIZE LSC-CTRL-BLK.
          CALL "LSCLNF" USING LSC-CTRL-BLK LSC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LSC-CTRL-RET-CODE NOT = 0
              IF LSC-OPEN THEN
                MOVE W-NEXT-DUE TO LSC-DUE-DATE
                PERFORM ADVANCE-ONE-MONTH
                INITIALIZE LSC-CTRL-BLK
                CALL "LSCREPL" USING LSC-CTRL-BLK LSC-REC
                END-IF
              CALL "LSCLNN" USING LSC-CTRL-BLK LSC-REC
            END-PERFORM.
*********
       POST-CAPITALISATION.
          PERFORM LOCATE-LOAN-GL-ACCOUNT.
          PERFORM LOCATE-INTEREST-GL-ACCOUNT.
          INITIALIZE T-TRAN-REC.
          MOVE "LNR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-HOLIDAY-INT
            STRING "Loan " LN-ID " capitalised interest" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE I-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-HOLIDAY-INT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Loan " LN-ID " holiday interest" INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       LOCATE-LOAN-GL-ACCOUNT.
          MOVE "LOANS" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "LOANS" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
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
*********
       RELEASE-FROM-COLLECTIONS.
          INITIALIZE DLQ-REC.
          MOVE LN-ID TO DLQ-LOAN.
          INITIALIZE DLQ-CTRL-BLK.
          CALL "DLQDEL" USING DLQ-CTRL-BLK DLQ-REC.
          IF DLQ-CTRL-RET-CODE = 0 THEN
            DISPLAY "Loan " LN-ID " is current - removed from the "
                    "collections queue"
            END-IF.
       RECORD-RESTRUCTURE-AUDIT.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO AUDIT-DATE.
          MOVE W-BUFFER(9:6) TO AUDIT-TIME.
          MOVE OPERATOR-ID TO AUDIT-OPERATOR.
          MOVE "LNRESTRUCT" TO AUDIT-ACTION.
          MOVE LN-ID TO AUDIT-TRAN-ID.
          MOVE LN-BALANCE TO AUDIT-AMOUNT.
          CALL "AUDWRITE" USING AUD-CTRL-BLK
                               AUDIT-REC.
          MOVE W-APPROVER TO AUDIT-OPERATOR.
          MOVE "LNRSTAPPR" TO AUDIT-ACTION.
          CALL "AUDWRITE" USING AUD-CTRL-BLK
                               AUDIT-REC.
       QUEUE-RESTRUCTURE-NOTICE.
          MOVE LNR-PAYMENT TO W-AMT-ED.
          INITIALIZE NTC-REC.
          MOVE LN-ACC TO NTC-ACC.
          MOVE "RESTRUCT" TO NTC-EVENT.
          STRING "Loan " LN-ID " pay" W-AMT-ED " from "
                 W-FIRST-DUE INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
       COPY SCREENIO.
