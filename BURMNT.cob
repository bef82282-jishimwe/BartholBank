       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BURMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY LNCTRL.
        COPY BURCTRL.
        COPY AUDCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY LOAN REPLACING ==:PREFIX:== BY ====.
        COPY LOANBUR REPLACING ==:PREFIX:== BY ====.
        COPY AUDIT REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-PERIOD       PIC 9(6).
            05 W-STATUS-IN    PIC X(1).
       PROCEDURE DIVISION.
       BUREAU-CORRECTION.
          CALL "LOANIO" USING LN-CTRL-BLK.
          CALL "BURIO" USING BUR-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          IF NOT OPERATOR-IS-SUPERVISOR AND NOT OPERATOR-IS-ADMIN
              THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
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
          INITIALIZE BUR-REC.
          MOVE LN-ID TO BUR-LOAN.
          INITIALIZE BUR-CTRL-BLK.
          CALL "BURGET" USING BUR-CTRL-BLK BUR-REC.
          IF BUR-CTRL-RET-CODE NOT = 0 THEN
            MOVE BUR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SHOW-LAST-REPORTED.
          PERFORM CAPTURE-CORRECTION.
          MOVE "Queue correction for next bureau file" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          SET BUR-CORR-PENDING TO TRUE.
          MOVE OPERATOR-ID TO BUR-CORR-BY.
          MOVE W-TODAY TO BUR-CORR-DATE.
          INITIALIZE BUR-CTRL-BLK.
          CALL "BURPUT" USING BUR-CTRL-BLK BUR-REC.
          IF BUR-CTRL-RET-CODE NOT = 0 THEN
            MOVE BUR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM RECORD-CORRECTION-AUDIT.
          DISPLAY "Correction for period " BUR-CORR-PERIOD
                  " queued for loan " LN-ID.
          GOBACK.
       SHOW-LAST-REPORTED.
          MOVE BUR-BALANCE TO W-AMT-ED.
          DISPLAY "Last reported period " BUR-PERIOD " balance "
                  W-AMT-ED " days past due " BUR-DAYS-PAST
                  " status " BUR-STATUS.
          IF BUR-CORR-PENDING THEN
            MOVE BUR-CORR-BALANCE TO W-AMT-ED
            DISPLAY "Correction already queued for period "
                    BUR-CORR-PERIOD " balance " W-AMT-ED
                    " by " BUR-CORR-BY
            END-IF.
       CAPTURE-CORRECTION.
          DISPLAY "Period to correct (YYYYMM, 0=last reported): "
                  NO ADVANCING.
          MOVE 0 TO W-PERIOD.
          ACCEPT W-PERIOD.
          IF W-PERIOD = 0 THEN
            MOVE BUR-PERIOD TO W-PERIOD
            END-IF.
          IF W-PERIOD > BUR-PERIOD OR W-PERIOD(5:2) < '01' OR
              W-PERIOD(5:2) > '12' THEN
            MOVE "Period has not been reported" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE W-PERIOD TO BUR-CORR-PERIOD.
          DISPLAY "Corrected balance: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE BUR-CORR-BALANCE = FUNCTION NUMVAL(W-AMT-IN).
          IF BUR-CORR-BALANCE < 0 THEN
            MOVE "Balance cannot be negative" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Corrected days past due: " NO ADVANCING.
          MOVE 0 TO BUR-CORR-DAYS-PAST.
          ACCEPT BUR-CORR-DAYS-PAST.
          DISPLAY "Corrected status (C=current, D=delinquent, "
                  "P=paid, X=cancelled): " NO ADVANCING.
          MOVE SPACES TO W-STATUS-IN.
          ACCEPT W-STATUS-IN.
          MOVE FUNCTION UPPER-CASE(W-STATUS-IN) TO BUR-CORR-STATUS.
          IF BUR-CORR-STATUS NOT = 'C' AND NOT = 'D' AND
              NOT = 'P' AND NOT = 'X' THEN
            MOVE "Invalid status" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
       RECORD-CORRECTION-AUDIT.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO AUDIT-DATE.
          MOVE W-BUFFER(9:6) TO AUDIT-TIME.
          MOVE OPERATOR-ID TO AUDIT-OPERATOR.
          MOVE "BURCORRECT" TO AUDIT-ACTION.
          MOVE LN-ID TO AUDIT-TRAN-ID.
          MOVE BUR-CORR-BALANCE TO AUDIT-AMOUNT.
          CALL "AUDWRITE" USING AUD-CTRL-BLK
                               AUDIT-REC.
       COPY SCREENIO.
