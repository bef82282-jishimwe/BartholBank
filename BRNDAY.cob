       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNDAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WRK-VARS.
            05 W-PERIOD       PIC X(1) VALUE 'D'.
       PROCEDURE DIVISION.
       BRANCH-DAILY-REPORT.
          MOVE 0 TO RETURN-CODE.
          CALL "BRNRPT" USING W-PERIOD.
          GOBACK.
