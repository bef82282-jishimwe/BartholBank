       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BATCHWIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'BATCHWIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY STHCTRL.
        COPY JOBCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY EVTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY STEPHIST REPLACING ==:PREFIX:== BY ====.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'BATCHWIN'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-FROM-DATE    PIC 9(8).
            05 W-DAY-INT      PIC S9(7).
            05 W-CHAIN        PIC X(8).
            05 W-IDX          PIC 9(3).
            05 W-MAX          PIC 9(3).
            05 W-LIMIT        PIC 9(3) VALUE 150.
            05 W-SLOW-PCT     PIC 9(3) VALUE 50.
            05 W-MIN-SECS     PIC 9(5) VALUE 60.
            05 W-GROW-PCT     PIC 9(3) VALUE 100.
            05 W-WINDOW-MIN   PIC 9(4) VALUE 0.
            05 W-EOM-SW       PIC X(1).
              88 W-EOM-DUE    VALUE 'Y'.
            05 W-AVG-SECS     PIC 9(7).
            05 W-AVG-RECS     PIC 9(9).
            05 W-SLOW-LIMIT   PIC 9(7).
            05 W-CHG-PCT      PIC S9(5).
            05 W-FLAG         PIC X(8).
            05 W-RAN-COUNT    PIC 9(3).
            05 W-SLOW-COUNT   PIC 9(3).
            05 W-TOT-TONIGHT  PIC 9(7).
            05 W-TOT-AVG      PIC 9(7).
            05 W-TOT-PROJ     PIC 9(7).
            05 W-TOT-GROWN    PIC 9(7).
            05 W-FIRST-START  PIC 9(12).
            05 W-LAST-END     PIC 9(12).
            05 W-STAMP        PIC 9(12).
            05 W-HMS          PIC 9(6).
            05 W-HMS-PARTS REDEFINES W-HMS.
                10 W-HH       PIC 9(2).
                10 W-MI       PIC 9(2).
                10 W-SS       PIC 9(2).
            05 W-DUR-SECS     PIC 9(7).
            05 W-DUR-HH       PIC 9(3).
            05 W-DUR-MI       PIC 9(2).
            05 W-DUR-SS       PIC 9(2).
            05 W-DUR-REM      PIC 9(7).
            05 W-DUR-TXT      PIC X(9).
            05 W-SECS-ED      PIC Z(5)9.
            05 W-SECS-TXT     PIC X(6).
            05 W-AVG-ED       PIC Z(5)9.
            05 W-AVG-TXT      PIC X(6).
            05 W-CHG-ED       PIC -(4)9.
            05 W-CHG-TXT      PIC X(6).
            05 W-RECS-ED      PIC Z(8)9.
            05 W-RECS-TXT     PIC X(9).
            05 W-ARECS-ED     PIC Z(8)9.
            05 W-RC-ED        PIC -(3)9.
            05 W-RC-TXT       PIC X(4).
            05 W-PCT-ED       PIC ZZ9.
            05 W-COUNT-ED     PIC ZZ9.
            05 W-MIN-ED       PIC ZZZ9.
        01 W-STEP-TABLE.
            05 W-ST-ENTRY OCCURS 150 TIMES.
                10 W-ST-STEP      PIC X(8).
                10 W-ST-CHAIN     PIC X(8).
                10 W-ST-DUE       PIC X(1).
                  88 W-ST-IS-DUE  VALUE 'Y'.
                10 W-ST-RAN       PIC X(1).
                  88 W-ST-HAS-RUN VALUE 'Y'.
                10 W-ST-STATUS    PIC X(1).
                10 W-ST-SECS      PIC 9(7).
                10 W-ST-RECS      PIC 9(9).
                10 W-ST-RC        PIC S9(4).
                10 W-ST-HCOUNT    PIC 9(3).
                10 W-ST-HSECS     PIC 9(9).
                10 W-ST-HRECS     PIC 9(11).
       PROCEDURE DIVISION.
       BATCH-WINDOW-REPORT.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-DAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY) - 30.
          COMPUTE W-FROM-DATE = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
          CALL "STHIO" USING STH-CTRL-BLK.
          CALL "JOBIO" USING JOB-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open BATCHWIN file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          INITIALIZE W-STEP-TABLE.
          MOVE 0 TO W-MAX.
          MOVE 0 TO W-FIRST-START.
          MOVE 0 TO W-LAST-END.
          PERFORM CHECK-MONTH-END-DUE.
          MOVE "EODBATCH" TO W-CHAIN.
          PERFORM LOAD-CHAIN-STEPS.
          MOVE "EOMBATCH" TO W-CHAIN.
          PERFORM LOAD-CHAIN-STEPS.
          INITIALIZE STH-REC.
          MOVE W-FROM-DATE TO STH-BUS-DATE.
          INITIALIZE STH-CTRL-BLK.
          CALL "STHFROM" USING STH-CTRL-BLK STH-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STH-CTRL-RET-CODE NOT = 0 OR STH-BUS-DATE > W-TODAY
              PERFORM ADD-HISTORY-RUN THRU ADD-HISTORY-EXIT
              CALL "STHNAN" USING STH-CTRL-BLK STH-REC
            END-PERFORM.
          STRING "Batch window report for business date " W-TODAY
                 " - 30-day history from " W-FROM-DATE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE W-SLOW-PCT TO W-PCT-ED.
          STRING "Steps over " W-PCT-ED "% above their average and "
                 "at least " W-MIN-SECS " sec longer are SLOW"
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Step     Chn   Secs  30d avg  Chg%    Records  Avg recs"
            TO PRINT-REC.
          MOVE "RC  Flag" TO PRINT-REC(60:).
          WRITE PRINT-REC.
          MOVE 0 TO W-RAN-COUNT.
          MOVE 0 TO W-SLOW-COUNT.
          MOVE 0 TO W-TOT-TONIGHT.
          MOVE 0 TO W-TOT-AVG.
          MOVE 0 TO W-TOT-PROJ.
          PERFORM PRINT-STEP-LINE
            VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-MAX.
          PERFORM PRINT-WINDOW-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          IF W-SLOW-COUNT > 0 THEN
            INITIALIZE EVT-CTRL-BLK
            CALL "EVTIO" USING EVT-CTRL-BLK
            INITIALIZE EVT-REC
            MOVE "BATCHWIN" TO EVT-PROGRAM
            MOVE 'W' TO EVT-SEVERITY
            MOVE W-SLOW-COUNT TO W-COUNT-ED
            STRING W-COUNT-ED " batch step(s) running slower than "
                   "their 30-day average" DELIMITED BY SIZE
                   INTO EVT-TEXT
            INITIALIZE EVT-CTRL-BLK
            CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC
            END-IF.
          MOVE W-RAN-COUNT TO STEP-RECORD-COUNT.
          DISPLAY W-RAN-COUNT " step(s) timed, " W-SLOW-COUNT
                  " flagged slow - see BATCHWIN file".
          GOBACK.
       LOAD-PARAMETERS.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "BATSLOW" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-SLOW-PCT
            END-IF.
          MOVE "BATMINSEC" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-MIN-SECS
            END-IF.
          MOVE "BATGROW" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-GROW-PCT
            END-IF.
          MOVE "BATWINMIN" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-WINDOW-MIN
            END-IF.
       CHECK-MONTH-END-DUE.
          MOVE 'N' TO W-EOM-SW.
          INITIALIZE JOB-REC.
          SET JOB-LAST-BUS-DAY TO TRUE.
          SET JOB-IS-ENABLED TO TRUE.
          INITIALIZE JOB-CTRL-BLK.
          MOVE W-TODAY TO JOB-BUS-DATE.
          CALL "JOBDUE" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-DUE-TODAY THEN
            SET W-EOM-DUE TO TRUE
            END-IF.
       LOAD-CHAIN-STEPS.
          INITIALIZE JOB-REC.
          MOVE W-CHAIN TO JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0 OR W-MAX NOT < W-LIMIT
              ADD 1 TO W-MAX
              MOVE JOB-PROGRAM TO W-ST-STEP(W-MAX)
              MOVE JOB-CHAIN TO W-ST-CHAIN(W-MAX)
              MOVE W-TODAY TO JOB-BUS-DATE
              CALL "JOBDUE" USING JOB-CTRL-BLK JOB-REC
              MOVE JOB-DUE-FLAG TO W-ST-DUE(W-MAX)
              IF W-CHAIN = "EOMBATCH" AND NOT W-EOM-DUE THEN
                MOVE 'N' TO W-ST-DUE(W-MAX)
                END-IF
              MOVE 0 TO JOB-CTRL-RET-CODE
              CALL "JOBCHN" USING JOB-CTRL-BLK JOB-REC
            END-PERFORM.
       ADD-HISTORY-RUN.
          PERFORM VARYING W-IDX FROM 1 BY 1
              UNTIL W-IDX > W-MAX OR W-ST-STEP(W-IDX) = STH-STEP
            CONTINUE
          END-PERFORM.
          IF W-IDX > W-MAX THEN
            IF W-MAX NOT < W-LIMIT THEN
              GO TO ADD-HISTORY-EXIT
              END-IF
            ADD 1 TO W-MAX
            MOVE W-MAX TO W-IDX
            MOVE STH-STEP TO W-ST-STEP(W-IDX)
            MOVE STH-CHAIN TO W-ST-CHAIN(W-IDX)
            MOVE 'N' TO W-ST-DUE(W-IDX)
            END-IF.
          IF STH-BUS-DATE = W-TODAY THEN
            MOVE 'Y' TO W-ST-RAN(W-IDX)
            MOVE STH-STATUS TO W-ST-STATUS(W-IDX)
            MOVE STH-ELAPSED TO W-ST-SECS(W-IDX)
            MOVE STH-RECORDS TO W-ST-RECS(W-IDX)
            MOVE STH-RET-CODE TO W-ST-RC(W-IDX)
            PERFORM TRACK-CLOCK-WINDOW
           ELSE
            IF STH-COMPLETE THEN
              ADD 1 TO W-ST-HCOUNT(W-IDX)
              ADD STH-ELAPSED TO W-ST-HSECS(W-IDX)
              ADD STH-RECORDS TO W-ST-HRECS(W-IDX)
              END-IF
            END-IF.
       ADD-HISTORY-EXIT.
          EXIT.
       TRACK-CLOCK-WINDOW.
          MOVE STH-START-TIME TO W-HMS.
          COMPUTE W-STAMP =
                  FUNCTION INTEGER-OF-DATE(STH-START-DATE) * 86400
                  + W-HH * 3600 + W-MI * 60 + W-SS.
          IF W-FIRST-START = 0 OR W-STAMP < W-FIRST-START THEN
            MOVE W-STAMP TO W-FIRST-START
            END-IF.
          IF STH-END-DATE > 0 THEN
            MOVE STH-END-TIME TO W-HMS
            COMPUTE W-STAMP =
                    FUNCTION INTEGER-OF-DATE(STH-END-DATE) * 86400
                    + W-HH * 3600 + W-MI * 60 + W-SS
            IF W-STAMP > W-LAST-END THEN
              MOVE W-STAMP TO W-LAST-END
              END-IF
            END-IF.
       PRINT-STEP-LINE.
          MOVE 0 TO W-AVG-SECS.
          MOVE 0 TO W-AVG-RECS.
          IF W-ST-HCOUNT(W-IDX) > 0 THEN
            COMPUTE W-AVG-SECS ROUNDED =
                    W-ST-HSECS(W-IDX) / W-ST-HCOUNT(W-IDX)
            COMPUTE W-AVG-RECS ROUNDED =
                    W-ST-HRECS(W-IDX) / W-ST-HCOUNT(W-IDX)
            MOVE W-AVG-SECS TO W-AVG-ED
            MOVE W-AVG-ED TO W-AVG-TXT
           ELSE
            MOVE "     -" TO W-AVG-TXT
            END-IF.
          COMPUTE W-SLOW-LIMIT =
                  W-AVG-SECS + W-AVG-SECS * W-SLOW-PCT / 100.
          IF W-SLOW-LIMIT < W-AVG-SECS + W-MIN-SECS THEN
            COMPUTE W-SLOW-LIMIT = W-AVG-SECS + W-MIN-SECS
            END-IF.
          MOVE "     -" TO W-SECS-TXT.
          MOVE "     -" TO W-CHG-TXT.
          MOVE "        -" TO W-RECS-TXT.
          MOVE SPACES TO W-RC-TXT.
          IF W-ST-HAS-RUN(W-IDX) THEN
            ADD 1 TO W-RAN-COUNT
            ADD W-ST-SECS(W-IDX) TO W-TOT-TONIGHT
            MOVE W-ST-SECS(W-IDX) TO W-SECS-ED
            MOVE W-SECS-ED TO W-SECS-TXT
            MOVE W-ST-RECS(W-IDX) TO W-RECS-ED
            MOVE W-RECS-ED TO W-RECS-TXT
            MOVE W-ST-RC(W-IDX) TO W-RC-ED
            MOVE W-RC-ED TO W-RC-TXT
            IF W-AVG-SECS > 0 THEN
              COMPUTE W-CHG-PCT ROUNDED =
                      (W-ST-SECS(W-IDX) - W-AVG-SECS) * 100
                      / W-AVG-SECS
              MOVE W-CHG-PCT TO W-CHG-ED
              MOVE W-CHG-ED TO W-CHG-TXT
              END-IF
            END-IF.
          MOVE W-AVG-RECS TO W-ARECS-ED.
          EVALUATE TRUE
            WHEN W-ST-HAS-RUN(W-IDX) AND W-ST-STATUS(W-IDX) = 'F'
              MOVE "FAILED" TO W-FLAG
              ADD W-AVG-SECS TO W-TOT-PROJ
            WHEN W-ST-HAS-RUN(W-IDX) AND W-ST-STATUS(W-IDX) = 'S'
              MOVE "RUNNING" TO W-FLAG
              ADD W-AVG-SECS TO W-TOT-PROJ
            WHEN W-ST-HAS-RUN(W-IDX) AND W-ST-HCOUNT(W-IDX) = 0
              MOVE "NEW" TO W-FLAG
              ADD W-ST-SECS(W-IDX) TO W-TOT-PROJ
            WHEN W-ST-HAS-RUN(W-IDX) AND
                 W-ST-SECS(W-IDX) > W-SLOW-LIMIT
              MOVE "SLOW" TO W-FLAG
              ADD 1 TO W-SLOW-COUNT
              ADD W-ST-SECS(W-IDX) TO W-TOT-PROJ
            WHEN W-ST-HAS-RUN(W-IDX)
              MOVE SPACES TO W-FLAG
              ADD W-ST-SECS(W-IDX) TO W-TOT-PROJ
            WHEN W-ST-IS-DUE(W-IDX)
              MOVE "PENDING" TO W-FLAG
              ADD W-AVG-SECS TO W-TOT-PROJ
            WHEN OTHER
              MOVE "NOT DUE" TO W-FLAG
          END-EVALUATE.
          IF W-ST-HAS-RUN(W-IDX) OR W-ST-IS-DUE(W-IDX) THEN
            ADD W-AVG-SECS TO W-TOT-AVG
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING W-ST-STEP(W-IDX) " " W-ST-CHAIN(W-IDX)(1:3) " "
                 W-SECS-TXT "   " W-AVG-TXT " " W-CHG-TXT " "
                 W-RECS-TXT " " W-ARECS-ED "  " W-RC-TXT "  "
                 W-FLAG DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
       PRINT-WINDOW-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-TONIGHT TO W-DUR-SECS.
          PERFORM FORMAT-DURATION.
          MOVE SPACES TO PRINT-REC.
          STRING W-RAN-COUNT " step(s) run, total step time "
                 W-DUR-TXT DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-LAST-END > W-FIRST-START THEN
            COMPUTE W-DUR-SECS = W-LAST-END - W-FIRST-START
           ELSE
            MOVE 0 TO W-DUR-SECS
            END-IF.
          PERFORM FORMAT-DURATION.
          MOVE SPACES TO PRINT-REC.
          STRING "Elapsed from first step start to last step end "
                 W-DUR-TXT DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-AVG TO W-DUR-SECS.
          PERFORM FORMAT-DURATION.
          MOVE SPACES TO PRINT-REC.
          STRING "30-day average for tonight's steps             "
                 W-DUR-TXT DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-TOT-PROJ TO W-DUR-SECS.
          PERFORM FORMAT-DURATION.
          MOVE SPACES TO PRINT-REC.
          STRING "Projected batch window tonight                 "
                 W-DUR-TXT DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          COMPUTE W-TOT-GROWN ROUNDED =
                  W-TOT-PROJ * (100 + W-GROW-PCT) / 100.
          MOVE W-TOT-GROWN TO W-DUR-SECS.
          PERFORM FORMAT-DURATION.
          MOVE W-GROW-PCT TO W-PCT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Projected window with volumes up " W-PCT-ED "%"
                 "           " W-DUR-TXT DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-WINDOW-MIN > 0 THEN
            MOVE W-WINDOW-MIN TO W-MIN-ED
            MOVE SPACES TO PRINT-REC
            IF W-TOT-GROWN > W-WINDOW-MIN * 60 THEN
              STRING "*** Projection EXCEEDS the " W-MIN-ED
                     " minute batch window ***" DELIMITED BY SIZE
                     INTO PRINT-REC
             ELSE
              STRING "Projection is within the " W-MIN-ED
                     " minute batch window" DELIMITED BY SIZE
                     INTO PRINT-REC
              END-IF
            WRITE PRINT-REC
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING W-SLOW-COUNT " step(s) flagged SLOW" DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       FORMAT-DURATION.
          DIVIDE W-DUR-SECS BY 3600 GIVING W-DUR-HH
            REMAINDER W-DUR-REM.
          DIVIDE W-DUR-REM BY 60 GIVING W-DUR-MI
            REMAINDER W-DUR-SS.
          MOVE SPACES TO W-DUR-TXT.
          STRING W-DUR-HH ":" W-DUR-MI ":" W-DUR-SS
                 DELIMITED BY SIZE INTO W-DUR-TXT.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
