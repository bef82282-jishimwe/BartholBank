       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY HLDCTRL.
        COPY PARCTRL.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-TODAY        PIC 9(8).
            05 W-REL-COUNT    PIC 9(5).
            05 W-AUTH-COUNT   PIC 9(5).
            05 W-HOLD-DAYS    PIC 9(3) VALUE 7.
            05 W-AUTH-LIMIT   PIC 9(8).
       PROCEDURE DIVISION.
       RELEASE-EXPIRED-HOLDS.
          MOVE 0 TO RETURN-CODE.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          MOVE 0 TO W-REL-COUNT.
          MOVE 0 TO W-AUTH-COUNT.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "AUTHHOLDDAYS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-HOLD-DAYS
            END-IF.
          COMPUTE W-AUTH-LIMIT = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) - W-HOLD-DAYS).
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDNAF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
                CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
                ADD 1 TO W-REL-COUNT
                END-IF
              IF HLD-ACTIVE AND HLD-AUTH-REF NOT = SPACES AND
                  HLD-PLACED-DATE < W-AUTH-LIMIT THEN
                SET HLD-EXPIRED TO TRUE
                INITIALIZE HLD-CTRL-BLK
                CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
                ADD 1 TO W-AUTH-COUNT
                END-IF
              CALL "HLDNAN" USING HLD-CTRL-BLK HLD-REC
            END-PERFORM.
          DISPLAY W-REL-COUNT " expired hold(s) released".
          DISPLAY W-AUTH-COUNT " unsettled card authorization(s) "
                  "dropped after " W-HOLD-DAYS " days".
          COMPUTE STEP-RECORD-COUNT = W-REL-COUNT + W-AUTH-COUNT.
          GOBACK.
