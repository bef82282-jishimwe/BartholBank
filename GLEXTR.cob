           05  FILLER         PIC X(1).
           05  GL-TRL-CREDITS PIC 9(11)V99.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TRANCTRL.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-TRAN-COUNT " transaction(s), " W-LINE-COUNT
                  " GL entry/entries extracted in run " W-RUN-NO.
          MOVE W-LINE-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       EXTRACT-TRAN-LINES.
          MOVE T-TRAN-ID TO TL-TRAN-ID.
