       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CITCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'CITCHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY CITCTRL.
        COPY BDTCTRL.
        COPY EVTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CITSHIP REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CITCHK'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-RECV-ED      PIC -ZZZZZZ9.99.
            05 W-DIFF-ED      PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-TRANSIT-COUNT PIC 9(5).
            05 W-TRANSIT-TOTAL PIC S9(9)V99.
            05 W-OVERDUE-COUNT PIC 9(5).
            05 W-ESC-COUNT    PIC 9(5).
            05 W-DISC-COUNT   PIC 9(5).
            05 W-DISC-TOTAL   PIC S9(9)V99.
            05 W-DEN-LABEL    PIC X(5).
            05 W-DEN-SENT     PIC S9(7)V99.
            05 W-DEN-COUNTED  PIC S9(7)V99.
            05 W-SENT-ED      PIC -ZZZZZZ9.99.
            05 W-CNT-ED       PIC -ZZZZZZ9.99.
       PROCEDURE DIVISION.
       CASH-IN-TRANSIT-CHECK.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "CITIO" USING CIT-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CITCHK print file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 0 TO W-TRANSIT-COUNT.
          MOVE 0 TO W-TRANSIT-TOTAL.
          MOVE 0 TO W-OVERDUE-COUNT.
          MOVE 0 TO W-ESC-COUNT.
          MOVE 0 TO W-DISC-COUNT.
          MOVE 0 TO W-DISC-TOTAL.
          STRING "Cash-in-transit shipments - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Shipments in transit" TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITNAF" USING CIT-CTRL-BLK CIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CIT-CTRL-RET-CODE NOT = 0
              IF CIT-IN-TRANSIT THEN
                PERFORM CHECK-IN-TRANSIT
                END-IF
              CALL "CITNAN" USING CIT-CTRL-BLK CIT-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Discrepancies reported on receipt today" TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITNAF" USING CIT-CTRL-BLK CIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CIT-CTRL-RET-CODE NOT = 0
              IF CIT-DISCREPANT AND CIT-RECV-DATE = W-TODAY THEN
                PERFORM REPORT-DISCREPANCY
                END-IF
              CALL "CITNAN" USING CIT-CTRL-BLK CIT-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TRANSIT-TOTAL TO W-TOTAL-ED.
          STRING W-TRANSIT-COUNT " shipment(s) in transit "
                 W-TOTAL-ED ", " W-OVERDUE-COUNT " overdue"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-DISC-TOTAL TO W-TOTAL-ED.
          STRING W-DISC-COUNT " discrepancy(ies) received, net "
                 W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY W-TRANSIT-COUNT " shipment(s) in transit, "
                  W-OVERDUE-COUNT " overdue, " W-DISC-COUNT
                  " discrepancy(ies) - see CITCHK file".
          COMPUTE STEP-RECORD-COUNT = W-TRANSIT-COUNT + W-DISC-COUNT.
          GOBACK.
*********
       CHECK-IN-TRANSIT.
          ADD 1 TO W-TRANSIT-COUNT.
          ADD CIT-AMOUNT TO W-TRANSIT-TOTAL.
          MOVE CIT-AMOUNT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          IF CIT-DUE-DATE <= W-TODAY THEN
            ADD 1 TO W-OVERDUE-COUNT
            STRING CIT-ID " [" CIT-ORIG-ACC "]->[" CIT-DEST-ACC "] "
                   CIT-CARRIER(1:12) " " W-AMT-ED " due "
                   CIT-DUE-DATE " OVERDUE" DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
            STRING CIT-ID " [" CIT-ORIG-ACC "]->[" CIT-DEST-ACC "] "
                   CIT-CARRIER(1:12) " " W-AMT-ED " due "
                   CIT-DUE-DATE DELIMITED BY SIZE INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          IF CIT-DUE-DATE <= W-TODAY AND CIT-ESC-DATE NOT = W-TODAY
              THEN
            PERFORM ESCALATE-OVERDUE
            END-IF.
       ESCALATE-OVERDUE.
          INITIALIZE EVT-REC.
          MOVE "CITCHK" TO EVT-PROGRAM.
          MOVE 'E' TO EVT-SEVERITY.
          STRING "CIT " CIT-ID " overdue [" CIT-ORIG-ACC
                 "]->[" CIT-DEST-ACC "] due " CIT-DUE-DATE
                 DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
          MOVE W-TODAY TO CIT-ESC-DATE.
          INITIALIZE CIT-CTRL-BLK.
          CALL "CITREPL" USING CIT-CTRL-BLK CIT-REC.
          ADD 1 TO W-ESC-COUNT.
       REPORT-DISCREPANCY.
          ADD 1 TO W-DISC-COUNT.
          ADD CIT-DIFF TO W-DISC-TOTAL.
          MOVE CIT-AMOUNT TO W-AMT-ED.
          MOVE CIT-RECV-AMOUNT TO W-RECV-ED.
          MOVE CIT-DIFF TO W-DIFF-ED.
          MOVE SPACES TO PRINT-REC.
          STRING CIT-ID " [" CIT-ORIG-ACC "]->[" CIT-DEST-ACC "] "
                 "sent " W-AMT-ED " counted " W-RECV-ED " diff "
                 W-DIFF-ED DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          IF CIT-SEALS-BROKEN THEN
            STRING "      counted by " CIT-RECV-OPER
                   " - SEALS BROKEN " CIT-SEAL(1) " " CIT-SEAL(2)
                   " " CIT-SEAL(3) DELIMITED BY SIZE INTO PRINT-REC
           ELSE
            STRING "      counted by " CIT-RECV-OPER
                   " - seals intact" DELIMITED BY SIZE INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          PERFORM REPORT-DENOM-VARIANCE.
       REPORT-DENOM-VARIANCE.
          MOVE "100s" TO W-DEN-LABEL.
          MOVE CIT-S-C100 TO W-DEN-SENT.
          MOVE CIT-R-C100 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "50s" TO W-DEN-LABEL.
          MOVE CIT-S-C50 TO W-DEN-SENT.
          MOVE CIT-R-C50 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "20s" TO W-DEN-LABEL.
          MOVE CIT-S-C20 TO W-DEN-SENT.
          MOVE CIT-R-C20 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "10s" TO W-DEN-LABEL.
          MOVE CIT-S-C10 TO W-DEN-SENT.
          MOVE CIT-R-C10 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "5s" TO W-DEN-LABEL.
          MOVE CIT-S-C5 TO W-DEN-SENT.
          MOVE CIT-R-C5 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "1s" TO W-DEN-LABEL.
          MOVE CIT-S-C1 TO W-DEN-SENT.
          MOVE CIT-R-C1 TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
          MOVE "coin" TO W-DEN-LABEL.
          MOVE CIT-S-COIN TO W-DEN-SENT.
          MOVE CIT-R-COIN TO W-DEN-COUNTED.
          PERFORM REPORT-ONE-DENOM.
       REPORT-ONE-DENOM.
          IF W-DEN-SENT NOT = W-DEN-COUNTED THEN
            MOVE W-DEN-SENT TO W-SENT-ED
            MOVE W-DEN-COUNTED TO W-CNT-ED
            MOVE SPACES TO PRINT-REC
            STRING "      " W-DEN-LABEL " shipped " W-SENT-ED
                   " counted " W-CNT-ED DELIMITED BY SIZE
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "CITCHK" TO EVT-PROGRAM.
          IF W-OVERDUE-COUNT > 0 OR W-DISC-COUNT > 0 THEN
            MOVE 'W' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          STRING W-TRANSIT-COUNT " in transit " W-OVERDUE-COUNT
                 " overdue " W-DISC-COUNT " discrepant"
                 DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
