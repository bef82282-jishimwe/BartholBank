            05 W-PAYOUT       PIC S9(7)V99.
            05 W-PENALTY-PCT  PIC 9(3)V99 VALUE 50.00.
            05 W-QUOTE-ID     PIC 9(5).
            05 W-PAY-ACC-IN   PIC 9(5).
       PROCEDURE DIVISION.
       TERM-DEPOSIT-DESK.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          IF TDP-ROLLOVER NOT = 'R' THEN
            MOVE 'P' TO TDP-ROLLOVER
            END-IF.
          DISPLAY "Interest payout (N=at maturity, M=monthly, "
                  "Q=quarterly) [N]: " NO ADVANCING.
          MOVE SPACES TO TDP-PAY-FREQ.
          ACCEPT TDP-PAY-FREQ.
          MOVE FUNCTION UPPER-CASE(TDP-PAY-FREQ) TO TDP-PAY-FREQ.
          IF NOT TDP-PAY-MONTHLY AND NOT TDP-PAY-QUARTERLY THEN
            MOVE 'N' TO TDP-PAY-FREQ
            END-IF.
          MOVE TDP-ACC TO TDP-PAY-ACC.
          IF NOT TDP-PAY-AT-MATURITY THEN
            DISPLAY "Interest payout account id [" TDP-ACC "]: "
                    NO ADVANCING
            MOVE 0 TO W-PAY-ACC-IN
            ACCEPT W-PAY-ACC-IN
            IF W-PAY-ACC-IN NOT = 0 THEN
              MOVE W-PAY-ACC-IN TO ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
              IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
                  ACC-IS-CASH OR ACC-LNAME = "GL" THEN
                MOVE "Payout account is not an active customer account"
                  TO SCREEN-MSG
                PERFORM DISPLAY-ERR-MSG
                GOBACK
                END-IF
              MOVE W-PAY-ACC-IN TO TDP-PAY-ACC
              END-IF
            END-IF.
          MOVE W-TODAY TO TDP-START.
          MOVE W-TODAY TO TDP-LAST-PAY.
          MOVE 0 TO TDP-NEXT-PAY.
          MOVE 0 TO TDP-INT-PAID.
          COMPUTE W-MAT-INT =
                  FUNCTION INTEGER-OF-DATE(W-TODAY) +
                  TDP-TERM-DAYS.
                  W-ELAPSED / 365.
          COMPUTE W-NET-INT ROUNDED =
                  W-ACCRUED * (100 - W-PENALTY-PCT) / 100.
          IF TDP-INT-PAID NOT = 0 THEN
            MOVE TDP-INT-PAID TO W-AMT-ED
            DISPLAY "Interest already paid out: " W-AMT-ED
            SUBTRACT TDP-INT-PAID FROM W-NET-INT
            END-IF.
          COMPUTE W-PAYOUT = TDP-PRINCIPAL + W-NET-INT.
          MOVE W-NET-INT TO W-AMT-ED.
          DISPLAY "Interest after penalty: " W-AMT-ED.
