       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TRANCTRL.
          PERFORM PRINT-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          MOVE W-LINE-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       PRINT-TRAN-HEADER.
          MOVE T-TRAN-BALANCE TO W-AMOUNT.
