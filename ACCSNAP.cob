       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
            END-PERFORM.
          DISPLAY W-SNAP-COUNT
                  " balance snapshot(s) written for " W-TODAY.
          MOVE W-SNAP-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       WRITE-ONE-SNAPSHOT.
          INITIALIZE SNP-REC.
