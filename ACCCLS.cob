        COPY STDCTRL.
        COPY RPLCTRL.
        COPY PARCTRL.
        COPY SWICTRL.
        COPY MDTCTRL.
        COPY OPYCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CHECK REPLACING ==:PREFIX:== BY ==K-==.
        COPY STDORD REPLACING ==:PREFIX:== BY ==S-==.
        COPY RATEPLAN REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY SWITCH REPLACING ==:PREFIX:== BY ====.
        COPY MANDATE REPLACING ==:PREFIX:== BY ====.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        01 WRK-VARS.
            05 W-CUR-YEAR     PIC 9(4).
            05 W-BLOCK-SW     PIC X(1).
              88 W-BLOCKED    VALUE 'Y'.
            05 W-SWITCH-SW    PIC X(1).
              88 W-SWITCHING  VALUE 'Y'.
            05 W-REDIRECT-DAYS PIC 9(5) VALUE 90.
            05 W-STD-COUNT    PIC 9(3).
            05 W-MDT-COUNT    PIC 9(3).
       LINKAGE SECTION.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==L-==.
       PROCEDURE DIVISION USING L-ACC-REC.
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM CHECK-SWITCH-REQUEST.
          PERFORM CHECK-CLOSURE-BLOCKERS.
          IF W-BLOCKED THEN
            GOBACK
          DISPLAY "Balance " ACC-BALANCE " plus final interest ".
          MOVE W-INTEREST TO W-AMOUNT.
          DISPLAY "of " W-AMOUNT " will be paid out.".
          IF W-SWITCHING THEN
            PERFORM PREPARE-SWITCH-PAYOUT
            IF W-BLOCKED THEN
              GOBACK
              END-IF
           ELSE
            DISPLAY "Payout cash drawer / settlement account id: "
                    NO ADVANCING
            MOVE 0 TO W-DRAWER
            ACCEPT W-DRAWER
            END-IF.
          MOVE "Confirm closure" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            PERFORM FINISH-CLOSURE
            END-IF.
          GOBACK.
       CHECK-SWITCH-REQUEST.
          MOVE 'N' TO W-SWITCH-SW.
          CALL "SWIIO" USING SWI-CTRL-BLK.
          INITIALIZE SWI-REC.
          MOVE ACC-ID TO SWI-ACC.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIGET" USING SWI-CTRL-BLK SWI-REC.
          IF SWI-CTRL-RET-CODE = 0 AND SWI-FILE-SENT THEN
            SET W-SWITCHING TO TRUE
            END-IF.
       CHECK-CLOSURE-BLOCKERS.
          MOVE 'N' TO W-BLOCK-SW.
          INITIALIZE CHK-CTRL-BLK.
              WITH TEST BEFORE
              UNTIL STD-CTRL-RET-CODE NOT = 0 OR W-BLOCKED
                IF S-STD-ACTIVE AND
                    ((S-STD-FROM-ACC = ACC-ID AND NOT W-SWITCHING) OR
                     S-STD-TO-ACC = ACC-ID) THEN
                  SET W-BLOCKED TO TRUE
                  MOVE "Account has active standing orders" TO
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-DAILY-RATE
            END-IF.
          MOVE "SWITCHDAYS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-REDIRECT-DAYS
            END-IF.
       COMPUTE-FINAL-INTEREST.
          MOVE 0 TO W-INTEREST.
          IF ACC-BALANCE > 0 THEN
              MOVE RPL-TIER-RATE(W-TIER-IDX) TO W-ACCT-RATE
              END-IF
          END-PERFORM.
       PREPARE-SWITCH-PAYOUT.
          IF W-PAYOUT < 0 THEN
            SET W-BLOCKED TO TRUE
            MOVE "Overdrawn balance must be cleared before switching"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            PERFORM LOCATE-SWITCH-ACCOUNT
            MOVE 0 TO W-DRAWER
            DISPLAY "Payout goes to bank " SWI-NEW-BANK " account "
                    SWI-NEW-ACC-REF
            END-IF.
       LOCATE-SWITCH-ACCOUNT.
          MOVE "SWITCH" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "SWITCH" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            MOVE ACC-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       POST-CLOSURE-TRANSACTION.
          INITIALIZE T-TRAN-REC.
          MOVE "CLS " TO T-TRAN-TYPE.
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-IF.
          IF W-SWITCHING AND W-PAYOUT NOT = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-PAYOUT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Switch payout to new bank" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-IF.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Account " ACC-ID " closed, payout transaction "
                    T-TRAN-ID OF T-TRAN-REC
            DISPLAY "Final statement written to ACCSTMT print file"
            IF W-SWITCHING THEN
              PERFORM COMPLETE-ACCOUNT-SWITCH
              END-IF
           ELSE
            MOVE ACC-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       COMPLETE-ACCOUNT-SWITCH.
          MOVE 0 TO W-STD-COUNT.
          INITIALIZE STD-CTRL-BLK.
          CALL "STDNAF" USING STD-CTRL-BLK S-STD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STD-CTRL-RET-CODE NOT = 0
              IF S-STD-ACTIVE AND S-STD-FROM-ACC = ACC-ID THEN
                SET S-STD-SUSPEND TO TRUE
                INITIALIZE STD-CTRL-BLK
                CALL "STDREPL" USING STD-CTRL-BLK S-STD-REC
                ADD 1 TO W-STD-COUNT
                END-IF
              CALL "STDNAN" USING STD-CTRL-BLK S-STD-REC
            END-PERFORM.
          MOVE 0 TO W-MDT-COUNT.
          CALL "MDTIO" USING MDT-CTRL-BLK.
          INITIALIZE MDT-REC.
          MOVE ACC-ID TO MDT-ACC.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTACF" USING MDT-CTRL-BLK MDT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL MDT-CTRL-RET-CODE NOT = 0
              IF MDT-IS-ACTIVE THEN
                SET MDT-IS-CANCELLED TO TRUE
                MOVE W-TODAY TO MDT-CANCEL-DATE
                MOVE OPERATOR-ID TO MDT-CANCEL-BY
                INITIALIZE MDT-CTRL-BLK
                CALL "MDTREPL" USING MDT-CTRL-BLK MDT-REC
                ADD 1 TO W-MDT-COUNT
                END-IF
              CALL "MDTACN" USING MDT-CTRL-BLK MDT-REC
            END-PERFORM.
          IF W-PAYOUT > 0 THEN
            CALL "OPYIO" USING OPY-CTRL-BLK
            INITIALIZE OPY-REC
            MOVE G-ACC-ID TO OPY-ACC
            SET OPY-CREDIT TO TRUE
            MOVE W-PAYOUT TO OPY-AMOUNT
            MOVE SWI-NEW-NAME TO OPY-BEN-NAME
            MOVE SWI-NEW-BANK TO OPY-BEN-BANK
            MOVE SWI-NEW-ACC-REF TO OPY-BEN-ACC-REF
            MOVE W-TODAY TO OPY-CAPTURED-DATE
            MOVE OPERATOR-ID TO OPY-CAPTURED-BY
            SET OPY-ENTERED TO TRUE
            INITIALIZE OPY-CTRL-BLK
            CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC
            END-IF.
          MOVE W-TODAY TO SWI-CLOSE-DATE.
          COMPUTE SWI-REDIRECT-UNTIL = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) + W-REDIRECT-DAYS).
          SET SWI-REDIRECTING TO TRUE.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
          DISPLAY W-STD-COUNT " standing order(s) suspended and "
                  W-MDT-COUNT " mandate(s) cancelled for the switch".
          DISPLAY "Payout queued to bank " SWI-NEW-BANK
                  ", credits redirected until " SWI-REDIRECT-UNTIL.
       COPY SCREENIO.
