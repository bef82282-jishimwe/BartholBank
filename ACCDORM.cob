       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==T-==.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-DORMANT-COUNT " dormant account(s) found".
          MOVE W-DORMANT-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       READ-CUTOFF-MONTHS.
          DISPLAY "Dormant after how many months (blank = 6): "
