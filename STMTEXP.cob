           05  FILLER         PIC X(1).
           05  LOG-TARGET     PIC X(30).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY BDTCTRL.
            PERFORM EXPORT-ONE-ACCOUNT
          END-PERFORM.
          DISPLAY W-EXP-COUNT " statement export file(s) written".
          MOVE W-EXP-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       EXPORT-ONE-ACCOUNT.
          MOVE W-SUB-ACC(W-SUB-IDX) TO ACC-ID.
