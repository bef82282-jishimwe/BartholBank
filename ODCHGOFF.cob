       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ODXCTRL.
        COPY CHGCTRL.
        COPY ACCCTRL.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-WOFF-COUNT " account(s) written off - see "
                  "ODCHGOFF file".
          MOVE W-WOFF-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
