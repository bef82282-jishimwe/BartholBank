       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY SWPCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-POST-COUNT " sweep(s) posted, " W-SKIP-COUNT
                  " skipped - see SWEEPREG file".
          COMPUTE STEP-RECORD-COUNT = W-POST-COUNT + W-SKIP-COUNT.
          GOBACK.
       SWEEP-ONE-ACCOUNT.
          MOVE SWP-ACC TO ACC-ID.
