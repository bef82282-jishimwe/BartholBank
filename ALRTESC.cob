       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALRTESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION.
       ALERT-ESCALATION-SWEEP.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE EVT-REC.
          CALL "ALRTENG" USING EVT-REC.
          GOBACK.
