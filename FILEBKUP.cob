       01  CAT-REC.
           05  CAT-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        01 WRK-VARS.
            05 FS-LIVE        PIC 9(2).
            05 FS-BKUP        PIC 9(2).
              UNTIL W-FILE-IDX > 6
            MOVE W-FILE-ENTRY(W-FILE-IDX) TO W-FILE-NAME
            PERFORM BACKUP-ONE-FILE
            ADD W-COPY-COUNT TO STEP-RECORD-COUNT
          END-PERFORM.
          IF RETURN-CODE = 0 THEN
            PERFORM UPDATE-CATALOG
