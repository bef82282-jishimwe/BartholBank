       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TRANCTRL.
          DISPLAY W-POST-COUNT " of " W-DUE-COUNT
                  " due standing order(s) posted, " W-FAIL-COUNT
                  " on the exception queue".
          MOVE W-DUE-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       PROCESS-ONE-STANDING-ORDER.
          INITIALIZE T-TRAN-REC.
