       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY LNCTRL.
        COPY LSCCTRL.
        COPY DLQCTRL.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          COMPUTE STEP-RECORD-COUNT = W-QUEUE-COUNT + W-CLEAR-COUNT.
          GOBACK.
       SCAN-LOANS.
          INITIALIZE LN-CTRL-BLK.
