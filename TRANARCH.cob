       FD  ARCH-FILE.
       01  ARCH-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY TRANCTRL.
                  " transaction(s), " W-LINE-COUNT
                  " line(s) archived and purged (cutoff " W-CUTOFF
                  ")".
          MOVE W-ARCH-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       ARCHIVE-ONE-TRANSACTION.
          PERFORM WRITE-ARCHIVE-HEADER.
