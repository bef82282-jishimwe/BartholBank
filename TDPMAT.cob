       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY TDPCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          COMPUTE STEP-RECORD-COUNT = W-PAID-COUNT + W-ROLL-COUNT
                  + W-FAIL-COUNT.
          GOBACK.
       SCAN-DEPOSITS.
          INITIALIZE TDP-CTRL-BLK.
          COMPUTE W-INTEREST ROUNDED =
                  TDP-PRINCIPAL * TDP-RATE-PCT / 100 *
                  TDP-TERM-DAYS / 365.
          SUBTRACT TDP-INT-PAID FROM W-INTEREST.
          IF TDP-ROLL THEN
            PERFORM ROLL-ONE-DEPOSIT
           ELSE
            END-IF.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            MOVE TDP-MATURITY TO TDP-START
            MOVE TDP-MATURITY TO TDP-LAST-PAY
            MOVE 0 TO TDP-NEXT-PAY
            MOVE 0 TO TDP-INT-PAID
            COMPUTE W-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(TDP-MATURITY) +
                    TDP-TERM-DAYS
