        COPY SCREENIOV.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CLRBKOUT'.
            05 FS-P           PIC 9(2).
          SET CFR-BACKED-OUT TO TRUE.
          INITIALIZE CFR-CTRL-BLK.
          CALL "CFRPUT" USING CFR-CTRL-BLK CFR-REC.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CLEARIN" TO IGW-FILE.
          MOVE "CLRBKOUT" TO IGW-PROGRAM.
          SET IGW-BACKOUT TO TRUE.
          MOVE CFR-ITEM-COUNT TO IGW-ITEM-COUNT.
          MOVE CFR-TOTAL TO IGW-TOTAL.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-VOID-COUNT " posting(s) reversed, "
