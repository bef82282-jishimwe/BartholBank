           05  FILLER         PIC X(1).
           05  EXP-PAYEE      PIC X(30).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY CHKCTRL.
        COPY CHECK REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-EXP-COUNT " issued check(s) exported to "
                  "PPAYFILE for the clearing bank".
          MOVE W-EXP-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
*********
       KEEP-REPORT-RUN.
