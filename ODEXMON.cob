       FD  LETTER-FILE.
       01  LETTER-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY ODXCTRL.
        COPY BDTCTRL.
          CLOSE PRINT-FILE.
          CLOSE LETTER-FILE.
          PERFORM KEEP-REPORT-RUN.
          MOVE W-EXCESS-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
