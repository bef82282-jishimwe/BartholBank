        COPY RUNCTL REPLACING ==:PREFIX:== BY ====.
        COPY EVTCTRL.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY JOBCTRL.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
        COPY STHCTRL.
        COPY STEPHIST REPLACING ==:PREFIX:== BY ====.
        COPY STEPCNT.
        01 WRK-VARS.
            05 W-STEP-NAME    PIC X(8).
            05 W-BUS-DATE     PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-STEP-IDX     PIC 9(3).
            05 W-RC-ED        PIC 9(4).
            05 W-STEP-RC      PIC S9(4).
            05 W-SECS-ED      PIC Z(6)9.
            05 W-RECS-ED      PIC Z(8)9.
            05 W-HMS          PIC 9(6).
            05 W-HMS-PARTS REDEFINES W-HMS.
                10 W-HH       PIC 9(2).
                10 W-MI       PIC 9(2).
                10 W-SS       PIC 9(2).
            05 W-START-SECS   PIC 9(5).
            05 W-END-SECS     PIC 9(5).
            05 W-STEP-MAX     PIC 9(3).
            05 W-STEP-LIMIT   PIC 9(3) VALUE 100.
            05 W-CHK-IDX      PIC 9(3).
            05 W-DEP-IDX      PIC 9(1).
            05 W-DEP-NAME     PIC X(8).
            05 W-DEP-SW       PIC X(1).
              88 W-DEP-MET    VALUE 'Y'.
            05 W-DAY-INT      PIC S9(7).
            05 W-NEXT-DATE    PIC 9(8).
        01 W-STEP-TABLE.
            05 W-STEP-ENTRY OCCURS 100 TIMES.
                10 W-STEP-PROGRAM PIC X(8).
                10 W-STEP-DUE     PIC X(1).
                  88 W-STEP-IS-DUE VALUE 'Y'.
                10 W-STEP-WHY     PIC X(30).
                10 W-STEP-DEPS.
                    15 W-STEP-DEP PIC X(8) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
          PERFORM INIT-WORK.
          PERFORM RUN-CHAIN.
          CALL "CALIO" USING CAL-CTRL-BLK.
          INITIALIZE RUN-CTRL-BLK.
          CALL "RUNIO" USING RUN-CTRL-BLK.
          CALL "STHIO" USING STH-CTRL-BLK.
       RUN-CHAIN.
          PERFORM CHECK-BUSINESS-DAY.
          MOVE B-BDT-BUS-DATE TO W-BUS-DATE.
                    " - run refused"
            MOVE 1 TO RETURN-CODE
           ELSE
            PERFORM LOAD-CHAIN
            PERFORM VARYING W-STEP-IDX FROM 1 BY 1
                UNTIL W-STEP-IDX > W-STEP-MAX OR
                      RETURN-CODE NOT = 0
              MOVE W-STEP-PROGRAM(W-STEP-IDX) TO W-STEP-NAME
              PERFORM RUN-ONE-STEP
            END-PERFORM
            IF RETURN-CODE = 0 THEN
                     " return code " W-RC-ED INTO EVT-TEXT
              PERFORM LOG-RUN-EVENT
              DISPLAY "EODBATCH halted - step " W-STEP-NAME
                      " failed with return code " W-RC-ED
              DISPLAY "Rerun EODBATCH to resume from this step"
              MOVE W-RC-ED TO RETURN-CODE
              END-IF
            END-IF.
       CHAIN-MONTH-END.
                    "EOMBATCH"
            CALL "EOMBATCH"
            END-IF.
       LOAD-CHAIN.
          CALL "JOBIO" USING JOB-CTRL-BLK.
          PERFORM READ-CHAIN-DEFS.
          IF W-STEP-MAX = 0 THEN
            DISPLAY "No job definitions for EODBATCH - defining the "
                    "standard steps"
            INITIALIZE JOB-REC
            MOVE "EODBATCH" TO JOB-CHAIN
            INITIALIZE JOB-CTRL-BLK
            CALL "JOBSEED" USING JOB-CTRL-BLK JOB-REC
            PERFORM READ-CHAIN-DEFS
            END-IF.
          MOVE 0 TO RETURN-CODE.
          IF W-STEP-MAX = 0 THEN
            DISPLAY "EODBATCH has no job definitions - run refused"
            MOVE "JOBDEF" TO W-STEP-NAME
            MOVE 1 TO RETURN-CODE
            END-IF.
       READ-CHAIN-DEFS.
          MOVE 0 TO W-STEP-MAX.
          INITIALIZE JOB-REC.
          MOVE "EODBATCH" TO JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0 OR
                  W-STEP-MAX NOT < W-STEP-LIMIT
              PERFORM ADD-CHAIN-STEP
              CALL "JOBCHN" USING JOB-CTRL-BLK JOB-REC
            END-PERFORM.
       ADD-CHAIN-STEP.
          ADD 1 TO W-STEP-MAX.
          MOVE JOB-PROGRAM TO W-STEP-PROGRAM(W-STEP-MAX).
          MOVE JOB-DEPENDS TO W-STEP-DEPS(W-STEP-MAX).
          MOVE W-BUS-DATE TO JOB-BUS-DATE.
          CALL "JOBDUE" USING JOB-CTRL-BLK JOB-REC.
          MOVE JOB-DUE-FLAG TO W-STEP-DUE(W-STEP-MAX).
          MOVE JOB-WHY-NOT TO W-STEP-WHY(W-STEP-MAX).
          MOVE 0 TO JOB-CTRL-RET-CODE.
       CHECK-DEPENDENCIES.
          SET W-DEP-MET TO TRUE.
          PERFORM VARYING W-DEP-IDX FROM 1 BY 1
              UNTIL W-DEP-IDX > 4 OR NOT W-DEP-MET
            MOVE W-STEP-DEP(W-STEP-IDX, W-DEP-IDX) TO W-DEP-NAME
            IF W-DEP-NAME NOT = SPACES THEN
              PERFORM CHECK-ONE-DEPENDENCY
                 THRU CHECK-ONE-DEPENDENCY-EXIT
              END-IF
          END-PERFORM.
          IF W-DEP-MET THEN
            MOVE 0 TO RETURN-CODE
           ELSE
            MOVE W-STEP-NAME TO EVT-PROGRAM
            MOVE 'E' TO EVT-SEVERITY
            STRING "Dependency " W-DEP-NAME " not complete"
               INTO EVT-TEXT
            PERFORM LOG-RUN-EVENT
            DISPLAY "Step " W-STEP-NAME " depends on " W-DEP-NAME
                    " which has not completed for " W-BUS-DATE
            MOVE 8 TO RETURN-CODE
            END-IF.
       CHECK-ONE-DEPENDENCY.
          PERFORM VARYING W-CHK-IDX FROM 1 BY 1
              UNTIL W-CHK-IDX > W-STEP-MAX OR
                    W-STEP-PROGRAM(W-CHK-IDX) = W-DEP-NAME
            CONTINUE
          END-PERFORM.
          IF W-CHK-IDX NOT > W-STEP-MAX THEN
            IF NOT W-STEP-IS-DUE(W-CHK-IDX) THEN
              GO TO CHECK-ONE-DEPENDENCY-EXIT
              END-IF
            END-IF.
          INITIALIZE RUN-REC.
          MOVE W-BUS-DATE TO RUN-DATE.
          MOVE W-DEP-NAME TO RUN-STEP.
          INITIALIZE RUN-CTRL-BLK.
          CALL "RUNGET" USING RUN-CTRL-BLK RUN-REC.
          IF RUN-CTRL-RET-CODE NOT = 0 OR NOT RUN-DONE THEN
            MOVE 'N' TO W-DEP-SW
            END-IF.
       CHECK-ONE-DEPENDENCY-EXIT.
          EXIT.
       RUN-ONE-STEP.
          IF NOT W-STEP-IS-DUE(W-STEP-IDX) THEN
            DISPLAY "Step " W-STEP-NAME " not scheduled today - "
                    W-STEP-WHY(W-STEP-IDX)
           ELSE
            PERFORM RUN-DUE-STEP THRU RUN-DUE-STEP-EXIT
            END-IF.
       RUN-DUE-STEP.
          INITIALIZE RUN-REC.
          MOVE W-BUS-DATE TO RUN-DATE.
          MOVE W-STEP-NAME TO RUN-STEP.
          IF RUN-CTRL-RET-CODE = 0 AND RUN-DONE THEN
            DISPLAY "Step " W-STEP-NAME
                    " already complete - skipped"
            GO TO RUN-DUE-STEP-EXIT
            END-IF.
          PERFORM CHECK-DEPENDENCIES.
          IF RETURN-CODE NOT = 0 THEN
            GO TO RUN-DUE-STEP-EXIT
            END-IF.
          MOVE W-STEP-NAME TO EVT-PROGRAM.
          MOVE 'I' TO EVT-SEVERITY.
          MOVE "Step started" TO EVT-TEXT.
          PERFORM LOG-RUN-EVENT.
          PERFORM START-STEP-HISTORY.
          MOVE 0 TO STEP-RECORD-COUNT.
          CALL W-STEP-NAME.
          MOVE RETURN-CODE TO W-STEP-RC.
          PERFORM END-STEP-HISTORY.
          MOVE STH-ELAPSED TO W-SECS-ED.
          MOVE STH-RECORDS TO W-RECS-ED.
          IF W-STEP-RC = 0 THEN
            PERFORM MARK-STEP-COMPLETE
            MOVE W-STEP-NAME TO EVT-PROGRAM
            MOVE 'I' TO EVT-SEVERITY
            STRING "Step completed in " FUNCTION TRIM(W-SECS-ED)
                   " sec, " FUNCTION TRIM(W-RECS-ED) " records"
                   DELIMITED BY SIZE INTO EVT-TEXT
            PERFORM LOG-RUN-EVENT
           ELSE
            MOVE W-STEP-NAME TO EVT-PROGRAM
            MOVE 'E' TO EVT-SEVERITY
            MOVE W-STEP-RC TO W-RC-ED
            STRING "Step failed, return code " W-RC-ED
               INTO EVT-TEXT
            PERFORM LOG-RUN-EVENT
            END-IF.
          MOVE W-STEP-RC TO RETURN-CODE.
       RUN-DUE-STEP-EXIT.
          EXIT.
       START-STEP-HISTORY.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          INITIALIZE STH-REC.
          MOVE W-BUS-DATE TO STH-BUS-DATE.
          MOVE W-STEP-NAME TO STH-STEP.
          MOVE "EODBATCH" TO STH-CHAIN.
          MOVE W-BUFFER(1:8) TO STH-START-DATE.
          MOVE W-BUFFER(9:6) TO STH-START-TIME.
          SET STH-RUNNING TO TRUE.
          MOVE 0 TO STH-ATTEMPT.
          MOVE 1 TO STH-CTRL-RET-CODE.
          PERFORM
            WITH TEST BEFORE
            UNTIL STH-CTRL-RET-CODE = 0 OR STH-ATTEMPT = 99
              ADD 1 TO STH-ATTEMPT
              INITIALIZE STH-CTRL-BLK
              CALL "STHADD" USING STH-CTRL-BLK STH-REC
            END-PERFORM.
       END-STEP-HISTORY.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO STH-END-DATE.
          MOVE W-BUFFER(9:6) TO STH-END-TIME.
          MOVE STH-START-TIME TO W-HMS.
          COMPUTE W-START-SECS = W-HH * 3600 + W-MI * 60 + W-SS.
          MOVE STH-END-TIME TO W-HMS.
          COMPUTE W-END-SECS = W-HH * 3600 + W-MI * 60 + W-SS.
          COMPUTE STH-ELAPSED =
                  (FUNCTION INTEGER-OF-DATE(STH-END-DATE) -
                   FUNCTION INTEGER-OF-DATE(STH-START-DATE)) * 86400
                  + W-END-SECS - W-START-SECS.
          MOVE STEP-RECORD-COUNT TO STH-RECORDS.
          MOVE W-STEP-RC TO STH-RET-CODE.
          IF W-STEP-RC = 0 THEN
            SET STH-COMPLETE TO TRUE
           ELSE
            SET STH-FAILED TO TRUE
            END-IF.
          INITIALIZE STH-CTRL-BLK.
          CALL "STHREPL" USING STH-CTRL-BLK STH-REC.
       LOG-RUN-EVENT.
          MOVE 0 TO EVT-DATE.
          MOVE 0 TO EVT-TIME.
