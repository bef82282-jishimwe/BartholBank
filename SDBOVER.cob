       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBOVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'SDBOVER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY SDRCTRL.
        COPY CUSCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY SDRENT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'SDBOVER'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-DRILL-DAYS   PIC 9(4) VALUE 180.
            05 W-DAYS-OVER    PIC S9(7).
            05 W-DAYS-ED      PIC Z(6)9.
            05 W-AMT-ED       PIC -ZZZZ9.99.
            05 W-OWED         PIC S9(9)V99.
            05 W-OWED-ED      PIC -ZZZZZZZZ9.99.
            05 W-CUST-NAME    PIC X(24).
            05 W-ACTION-TXT   PIC X(5).
            05 W-OVER-COUNT   PIC 9(5).
            05 W-DRILL-COUNT  PIC 9(5).
       PROCEDURE DIVISION.
       OVERDUE-RENTALS-REPORT.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "SDRIO" USING SDR-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "SDBDRILL" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-DRILL-DAYS
            END-IF.
          MOVE 0 TO W-OVER-COUNT.
          MOVE 0 TO W-DRILL-COUNT.
          MOVE 0 TO W-OWED.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open SDBOVER file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Overdue safe deposit box rentals - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Boxes overdue more than " W-DRILL-DAYS
                 " days are marked DRILL" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Box       Rental Customer                    Rent"
            TO PRINT-REC.
          MOVE "Days Action" TO PRINT-REC(58:).
          WRITE PRINT-REC.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRNAF" USING SDR-CTRL-BLK SDR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SDR-CTRL-RET-CODE NOT = 0
              IF SDR-ACTIVE AND SDR-PAID-TO < W-TODAY THEN
                PERFORM REPORT-OVERDUE-RENTAL
                END-IF
              CALL "SDRNAN" USING SDR-CTRL-BLK SDR-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-OWED TO W-OWED-ED.
          STRING W-OVER-COUNT " rental(s) overdue, rent owed "
                 W-OWED-ED ", " W-DRILL-COUNT " due for drilling"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-OVER-COUNT " overdue box rental(s), "
                  W-DRILL-COUNT " due for drilling - see SDBOVER "
                  "file".
          MOVE W-OVER-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       REPORT-OVERDUE-RENTAL.
          ADD 1 TO W-OVER-COUNT.
          ADD SDR-ANNUAL-RENT TO W-OWED.
          COMPUTE W-DAYS-OVER = FUNCTION INTEGER-OF-DATE(W-TODAY) -
                                FUNCTION INTEGER-OF-DATE(SDR-PAID-TO).
          IF W-DAYS-OVER > W-DRILL-DAYS THEN
            MOVE "DRILL" TO W-ACTION-TXT
            ADD 1 TO W-DRILL-COUNT
           ELSE
            MOVE SPACES TO W-ACTION-TXT
            END-IF.
          MOVE SPACES TO W-CUST-NAME.
          INITIALIZE CUST-REC.
          MOVE SDR-CUST TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 THEN
            STRING FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                   INTO W-CUST-NAME
            END-IF.
          MOVE SDR-ANNUAL-RENT TO W-AMT-ED.
          MOVE W-DAYS-OVER TO W-DAYS-ED.
          MOVE SPACES TO PRINT-REC.
          STRING SDR-BRANCH "-" SDR-BOX-NO " " SDR-ID " "
                 SDR-CUST " " W-CUST-NAME " " W-AMT-ED " "
                 W-DAYS-ED " " W-ACTION-TXT INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
