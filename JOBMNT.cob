       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY JOBCTRL.
        COPY BDTCTRL.
        COPY OPERID.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ==C-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-BUS-DATE     PIC 9(8).
            05 W-CHAIN        PIC X(8).
            05 W-SEQ          PIC 9(4).
            05 W-FIELD-IN     PIC X(30).
            05 W-DATE-IN      PIC 9(8).
            05 W-JOB-COUNT    PIC 9(3).
            05 W-DUE-COUNT    PIC 9(3).
            05 W-DEP-IDX      PIC 9(1).
            05 W-DEP-LIST     PIC X(36).
            05 W-DEP-PTR      PIC 9(3).
            05 W-STATE-TXT    PIC X(30).
            05 W-RULE-TXT     PIC X(20).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
       PROCEDURE DIVISION.
       BATCH-JOB-DEFINITIONS.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-BUS-DATE.
          CALL "JOBIO" USING JOB-CTRL-BLK.
          DISPLAY "Chain (EODBATCH or EOMBATCH): " NO ADVANCING.
          MOVE SPACES TO W-CHAIN.
          ACCEPT W-CHAIN.
          MOVE FUNCTION UPPER-CASE(W-CHAIN) TO W-CHAIN.
          IF W-CHAIN NOT = "EODBATCH" AND W-CHAIN NOT = "EOMBATCH" THEN
            MOVE "Chain must be EODBATCH or EOMBATCH" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM LIST-CHAIN.
          DISPLAY "Action (A=add step, E=edit step, D=delete step, "
                  "K=skip step tonight,".
          DISPLAY "        V=preview a date, S=define standard steps, "
                  "T=batch window report,".
          DISPLAY "        Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-STEP
            WHEN 'E'
              PERFORM EDIT-STEP
            WHEN 'D'
              PERFORM DELETE-STEP
            WHEN 'K'
              PERFORM SKIP-STEP
            WHEN 'V'
              PERFORM PREVIEW-DATE
            WHEN 'S'
              PERFORM SEED-CHAIN
            WHEN 'T'
              CALL "BATCHWIN"
          END-EVALUATE.
          GOBACK.
       LIST-CHAIN.
          MOVE 0 TO W-JOB-COUNT.
          DISPLAY "Steps defined for " W-CHAIN ":".
          INITIALIZE JOB-REC.
          MOVE W-CHAIN TO JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-JOB-COUNT
              PERFORM DESCRIBE-RULE
              PERFORM BUILD-DEP-LIST
              IF JOB-IS-DISABLED THEN
                MOVE "DISABLED" TO W-STATE-TXT
               ELSE
                MOVE SPACES TO W-STATE-TXT
                END-IF
              IF JOB-SKIP-DATE = W-BUS-DATE THEN
                MOVE "SKIP TONIGHT" TO W-STATE-TXT
                END-IF
              DISPLAY "  " JOB-SEQ " " JOB-PROGRAM " " W-RULE-TXT
                      " " W-STATE-TXT
              IF JOB-DESC NOT = SPACES OR W-DEP-LIST NOT = SPACES
                THEN
                DISPLAY "       " JOB-DESC " after " W-DEP-LIST
                END-IF
              CALL "JOBCHN" USING JOB-CTRL-BLK JOB-REC
            END-PERFORM.
          IF W-JOB-COUNT = 0 THEN
            DISPLAY "  No steps defined - the standard steps are "
                    "defined on the next run"
            END-IF.
       DESCRIBE-RULE.
          MOVE SPACES TO W-RULE-TXT.
          EVALUATE TRUE
            WHEN JOB-DAILY
              MOVE "every business day" TO W-RULE-TXT
            WHEN JOB-WEEKDAY
              IF JOB-RUN-DAY = 0 THEN
                MOVE "Monday to Friday" TO W-RULE-TXT
               ELSE
                STRING "day of week " JOB-RUN-DAY
                       DELIMITED BY SIZE INTO W-RULE-TXT
                END-IF
            WHEN JOB-LAST-BUS-DAY
              MOVE "last business day" TO W-RULE-TXT
            WHEN JOB-MONTH-DAY
              STRING "day " JOB-RUN-DAY " of month"
                     DELIMITED BY SIZE INTO W-RULE-TXT
            WHEN OTHER
              MOVE "unknown rule" TO W-RULE-TXT
          END-EVALUATE.
       BUILD-DEP-LIST.
          MOVE SPACES TO W-DEP-LIST.
          MOVE 1 TO W-DEP-PTR.
          PERFORM VARYING W-DEP-IDX FROM 1 BY 1 UNTIL W-DEP-IDX > 4
            IF JOB-DEP-PROGRAM(W-DEP-IDX) NOT = SPACES THEN
              STRING JOB-DEP-PROGRAM(W-DEP-IDX) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     INTO W-DEP-LIST WITH POINTER W-DEP-PTR
              END-IF
          END-PERFORM.
       READ-STEP-KEY.
          DISPLAY "Sequence number: " NO ADVANCING.
          MOVE 0 TO W-SEQ.
          ACCEPT W-SEQ.
          INITIALIZE JOB-REC.
          MOVE W-CHAIN TO JOB-CHAIN.
          MOVE W-SEQ TO JOB-SEQ.
       READ-STEP.
          PERFORM READ-STEP-KEY.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBGET" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Step not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-STEP-DETAILS.
          DISPLAY "Program name [" JOB-PROGRAM "]: " NO ADVANCING.
          MOVE SPACES TO W-FIELD-IN.
          ACCEPT W-FIELD-IN.
          IF W-FIELD-IN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(W-FIELD-IN) TO JOB-PROGRAM
            END-IF.
          IF JOB-PROGRAM = SPACES THEN
            MOVE "Program name is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Description [" FUNCTION TRIM(JOB-DESC) "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-FIELD-IN.
          ACCEPT W-FIELD-IN.
          IF W-FIELD-IN NOT = SPACES THEN
            MOVE W-FIELD-IN TO JOB-DESC
            END-IF.
          DISPLAY "Run rule (D=daily, W=weekday, L=last business day, "
                  "M=day of month) [" JOB-RUN-RULE "]: " NO ADVANCING.
          MOVE SPACES TO W-FIELD-IN.
          ACCEPT W-FIELD-IN.
          IF W-FIELD-IN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(W-FIELD-IN(1:1)) TO JOB-RUN-RULE
            END-IF.
          IF NOT JOB-RULE-VALID THEN
            MOVE "Run rule must be D, W, L or M" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF JOB-WEEKDAY OR JOB-MONTH-DAY THEN
            IF JOB-WEEKDAY THEN
              DISPLAY "Day of week (1=Mon .. 7=Sun, 0=Mon to Fri) ["
                      JOB-RUN-DAY "]: " NO ADVANCING
             ELSE
              DISPLAY "Day of month (1-31, rolls to next business "
                      "day) [" JOB-RUN-DAY "]: " NO ADVANCING
              END-IF
            MOVE SPACES TO W-FIELD-IN
            ACCEPT W-FIELD-IN
            IF W-FIELD-IN NOT = SPACES THEN
              COMPUTE JOB-RUN-DAY = FUNCTION NUMVAL(W-FIELD-IN)
              END-IF
           ELSE
            MOVE 0 TO JOB-RUN-DAY
            END-IF.
          IF (JOB-WEEKDAY AND JOB-RUN-DAY > 7) OR
             (JOB-MONTH-DAY AND
               (JOB-RUN-DAY < 1 OR JOB-RUN-DAY > 31)) THEN
            MOVE "Run day is out of range for the rule" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Enabled (Y/N) [" JOB-ENABLED "]: " NO ADVANCING.
          MOVE SPACES TO W-FIELD-IN.
          ACCEPT W-FIELD-IN.
          IF W-FIELD-IN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(W-FIELD-IN(1:1)) TO JOB-ENABLED
            END-IF.
          IF NOT JOB-IS-ENABLED AND NOT JOB-IS-DISABLED THEN
            MOVE "Enabled must be Y or N" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-DEPENDENCY
            VARYING W-DEP-IDX FROM 1 BY 1 UNTIL W-DEP-IDX > 4.
          MOVE W-TODAY TO JOB-CHG-DATE.
          MOVE OPERATOR-ID TO JOB-CHG-OPER.
       READ-DEPENDENCY.
          DISPLAY "Runs after program " W-DEP-IDX " ["
                  JOB-DEP-PROGRAM(W-DEP-IDX) "] (- to clear): "
                  NO ADVANCING.
          MOVE SPACES TO W-FIELD-IN.
          ACCEPT W-FIELD-IN.
          IF W-FIELD-IN = '-' THEN
            MOVE SPACES TO JOB-DEP-PROGRAM(W-DEP-IDX)
           ELSE
            IF W-FIELD-IN NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(W-FIELD-IN)
                TO JOB-DEP-PROGRAM(W-DEP-IDX)
              END-IF
            END-IF.
          IF JOB-DEP-PROGRAM(W-DEP-IDX) NOT = SPACES THEN
            PERFORM CHECK-DEPENDENCY
            END-IF.
       CHECK-DEPENDENCY.
          MOVE 'N' TO W-FOUND-SW.
          INITIALIZE C-JOB-REC.
          MOVE W-CHAIN TO C-JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK C-JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0 OR W-FOUND
              IF C-JOB-PROGRAM = JOB-DEP-PROGRAM(W-DEP-IDX) AND
                 C-JOB-SEQ < JOB-SEQ THEN
                SET W-FOUND TO TRUE
                END-IF
              CALL "JOBCHN" USING JOB-CTRL-BLK C-JOB-REC
            END-PERFORM.
          IF NOT W-FOUND THEN
            DISPLAY "Note - " JOB-DEP-PROGRAM(W-DEP-IDX)
                    " is not an earlier step of " W-CHAIN
                    ", it must have completed for the business date"
            END-IF.
       ADD-STEP.
          PERFORM READ-STEP-KEY.
          IF JOB-SEQ = 0 THEN
            MOVE "Sequence number is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          SET JOB-DAILY TO TRUE.
          SET JOB-IS-ENABLED TO TRUE.
          PERFORM READ-STEP-DETAILS.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBADD" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-CTRL-RET-CODE = 0 THEN
            DISPLAY "Step " JOB-SEQ " " JOB-PROGRAM " added to "
                    W-CHAIN
           ELSE
            MOVE JOB-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       EDIT-STEP.
          PERFORM READ-STEP.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Press enter to keep the value shown".
          PERFORM READ-STEP-DETAILS.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBREPL" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-CTRL-RET-CODE = 0 THEN
            DISPLAY "Step " JOB-SEQ " " JOB-PROGRAM " updated"
           ELSE
            MOVE JOB-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       DELETE-STEP.
          PERFORM READ-STEP.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          MOVE SPACES TO SCREEN-MSG.
          STRING "Remove " JOB-PROGRAM " from " W-CHAIN "?"
                 DELIMITED BY SIZE INTO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF NOT SCREEN-YES THEN
            GOBACK
            END-IF.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBDEL" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-CTRL-RET-CODE = 0 THEN
            DISPLAY "Step removed"
           ELSE
            MOVE JOB-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       SKIP-STEP.
          PERFORM READ-STEP.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF JOB-SKIP-DATE = W-BUS-DATE THEN
            MOVE 0 TO JOB-SKIP-DATE
            DISPLAY JOB-PROGRAM " will run as scheduled for "
                    W-BUS-DATE
           ELSE
            MOVE W-BUS-DATE TO JOB-SKIP-DATE
            DISPLAY JOB-PROGRAM " will be skipped for business date "
                    W-BUS-DATE " only"
            END-IF.
          MOVE W-TODAY TO JOB-CHG-DATE.
          MOVE OPERATOR-ID TO JOB-CHG-OPER.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBREPL" USING JOB-CTRL-BLK JOB-REC.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            MOVE JOB-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       PREVIEW-DATE.
          DISPLAY "Business date to preview (YYYYMMDD): "
                  NO ADVANCING.
          MOVE W-BUS-DATE TO W-DATE-IN.
          ACCEPT W-DATE-IN.
          IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-IN) NOT = 0 THEN
            MOVE "Invalid date" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE 0 TO W-DUE-COUNT.
          INITIALIZE C-JOB-REC.
          MOVE W-CHAIN TO C-JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK C-JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0
              MOVE W-DATE-IN TO JOB-BUS-DATE
              CALL "JOBDUE" USING JOB-CTRL-BLK C-JOB-REC
              IF JOB-DUE-TODAY THEN
                ADD 1 TO W-DUE-COUNT
                DISPLAY "  " C-JOB-SEQ " " C-JOB-PROGRAM " runs"
               ELSE
                DISPLAY "  " C-JOB-SEQ " " C-JOB-PROGRAM
                        " not scheduled - " JOB-WHY-NOT
                END-IF
              MOVE 0 TO JOB-CTRL-RET-CODE
              CALL "JOBCHN" USING JOB-CTRL-BLK C-JOB-REC
            END-PERFORM.
          DISPLAY W-DUE-COUNT " step(s) of " W-CHAIN " due on "
                  W-DATE-IN.
       SEED-CHAIN.
          INITIALIZE JOB-REC.
          MOVE W-CHAIN TO JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBSEED" USING JOB-CTRL-BLK JOB-REC.
          DISPLAY JOB-COUNT " standard step(s) added to " W-CHAIN.
       COPY SCREENIO.
