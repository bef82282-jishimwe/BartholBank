       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TRANCTRL.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-STUCK-COUNT " stuck transaction(s) found".
          MOVE W-STUCK-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       WRITE-STUCK-LINE.
          MOVE T-TRAN-BALANCE TO W-AMOUNT.
