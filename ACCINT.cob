       FD  SIM-FILE.
       01  SIM-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY BDTCTRL.
              END-IF
            END-IF.
          PERFORM POST-DEBIT-INTEREST.
          MOVE W-LINE-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF NOT ACC-IS-CASH AND
                  (ACC-ACTIVE OR ACC-DECEASED) AND
                  ACC-BALANCE > 0 THEN
                PERFORM RESOLVE-DAILY-RATE
                COMPUTE W-INTEREST ROUNDED =
