       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SANCRESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'SANCRESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CTLCTRL.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY CUSCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY SCRCTRL.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'SANCRESC'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LIST-VERSION PIC 9(7).
            05 W-DONE-VERSION PIC 9(7).
            05 W-SCREENED     PIC 9(5).
            05 W-SKIPPED      PIC 9(5).
            05 W-HITS         PIC 9(5).
       PROCEDURE DIVISION.
       RESCREEN-CUSTOMERS.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Sanctions rescreen is blocked in training mode"
            GOBACK
            END-IF.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "SANCLIST" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-LIST-VERSION.
          INITIALIZE CTL-REC.
          MOVE "SANCRESC" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-DONE-VERSION.
          IF W-LIST-VERSION = 0 OR W-LIST-VERSION = W-DONE-VERSION
             THEN
            DISPLAY "No new watch-list loaded - rescreen not due"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open SANCRESC report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Customer sanctions rescreen - " W-TODAY
                 " - watch-list version " W-LIST-VERSION
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-SCREENED.
          MOVE 0 TO W-SKIPPED.
          MOVE 0 TO W-HITS.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF CUST-SANC-CLEAR THEN
                PERFORM RESCREEN-ONE-CUSTOMER
               ELSE
                ADD 1 TO W-SKIPPED
                END-IF
              INITIALIZE CUS-CTRL-BLK
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-SCREENED " customer(s) screened, " W-HITS
                 " referred for review, " W-SKIPPED
                 " already under review or blocked" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          INITIALIZE CTL-REC.
          MOVE "SANCRESC" TO CTL-NAME.
          MOVE W-LIST-VERSION TO CTL-LAST-ID.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLPUT" USING CTL-CTRL-BLK CTL-REC.
          DISPLAY W-SCREENED " customer(s) rescreened, " W-HITS
                  " possible match(es) - see SANCRESC".
          COMPUTE STEP-RECORD-COUNT = W-SCREENED + W-SKIPPED.
          GOBACK.
*********
       RESCREEN-ONE-CUSTOMER.
          ADD 1 TO W-SCREENED.
          INITIALIZE SCR-CTRL-BLK.
          STRING FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                 INTO SCR-NAME.
          MOVE CUST-SANC-CLEARED-ENTRY TO SCR-SKIP-ENTRY.
          MOVE 'C' TO SCR-SUBJ-TYPE.
          MOVE CUST-ID TO SCR-SUBJ-ID.
          MOVE "SANCRESC" TO SCR-SOURCE.
          CALL "SANCSCRN" USING SCR-CTRL-BLK.
          IF SCR-POSSIBLE-HIT THEN
            ADD 1 TO W-HITS
            SET CUST-SANC-REVIEW TO TRUE
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC
            MOVE SPACES TO PRINT-REC
            STRING "Customer " CUST-ID " " SCR-NAME(1:30)
                   " match " SCR-ENTRY-ID " score " SCR-SCORE
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
