       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCRREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TRANCTRL.
        COPY CTLCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        01 WRK-VARS.
            05 W-TODAY        PIC 9(8).
            05 W-ACCR-TRAN    PIC 9(5).
       PROCEDURE DIVISION.
       REVERSE-MONTH-END-ACCRUAL.
          MOVE 0 TO RETURN-CODE.
          MOVE 0 TO STEP-RECORD-COUNT.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "ACCRTRAN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          IF CTL-LAST-ID = 0 THEN
            DISPLAY "No interest accrual awaiting reversal"
            GOBACK
            END-IF.
          MOVE CTL-LAST-ID TO W-ACCR-TRAN.
          INITIALIZE T-TRAN-REC.
          MOVE W-ACCR-TRAN TO T-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Accrual tran " W-ACCR-TRAN " - "
                    TRAN-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          IF T-TRAN-DATE(1:6) = W-TODAY(1:6) THEN
            DISPLAY "Accrual tran " W-ACCR-TRAN
                    " reverses in the new month"
            GOBACK
            END-IF.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANVOID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            MOVE "ACR " TO T-TRAN-TYPE
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANREPL" USING TRAN-CTRL-BLK T-TRAN-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Accrual tran " W-ACCR-TRAN " NOT reversed - "
                    TRAN-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          INITIALIZE CTL-REC.
          MOVE "ACCRTRAN" TO CTL-NAME.
          MOVE 0 TO CTL-LAST-ID.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLPUT" USING CTL-CTRL-BLK CTL-REC.
          MOVE 1 TO STEP-RECORD-COUNT.
          DISPLAY "Accrual tran " W-ACCR-TRAN " reversed by tran "
                  T-TRAN-ID.
          GOBACK.
