       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNMONTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WRK-VARS.
            05 W-PERIOD       PIC X(1) VALUE 'M'.
       PROCEDURE DIVISION.
       BRANCH-MONTHLY-REPORT.
          MOVE 0 TO RETURN-CODE.
          CALL "BRNRPT" USING W-PERIOD.
          GOBACK.
