       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY STACTRL.
        COPY ACCCTRL.
        COPY STATS REPLACING ==:PREFIX:== BY ====.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY "Management pack written to STAMRPT file".
          MOVE W-ACC-TOTAL TO STEP-RECORD-COUNT.
          GOBACK.
       GATHER-STATISTICS.
          INITIALIZE STA-CTRL-BLK.
