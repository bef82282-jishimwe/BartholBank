       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBDUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY CALCTRL.
        COPY CALENDAR REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-DAY-INT      PIC S9(7).
            05 W-DOW          PIC 9(1).
            05 W-BUS-DD       PIC 9(2).
            05 W-LAST-SW      PIC X(1).
              88 W-LAST-BUS-DAY VALUE 'Y'.
       LINKAGE SECTION.
        COPY JOBCTRL.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING JOB-CTRL-BLK JOB-REC.
       CHECK-JOB-DUE.
          MOVE 0 TO JOB-CTRL-RET-CODE.
          MOVE SPACES TO JOB-CTRL-ERR-MSG.
          MOVE SPACES TO JOB-WHY-NOT.
          SET JOB-DUE-TODAY TO TRUE.
          CALL "CALIO" USING CAL-CTRL-BLK.
          IF NOT JOB-IS-ENABLED THEN
            SET JOB-NOT-DUE TO TRUE
            MOVE "disabled" TO JOB-WHY-NOT
            GOBACK
            END-IF.
          IF JOB-SKIP-DATE = JOB-BUS-DATE THEN
            SET JOB-NOT-DUE TO TRUE
            MOVE "skipped for this business date" TO JOB-WHY-NOT
            GOBACK
            END-IF.
          EVALUATE TRUE
            WHEN JOB-DAILY
              CONTINUE
            WHEN JOB-WEEKDAY
              PERFORM CHECK-WEEKDAY
            WHEN JOB-LAST-BUS-DAY
              PERFORM CHECK-LAST-BUS-DAY
              IF NOT W-LAST-BUS-DAY THEN
                SET JOB-NOT-DUE TO TRUE
                MOVE "not the last business day" TO JOB-WHY-NOT
                END-IF
            WHEN JOB-MONTH-DAY
              PERFORM CHECK-MONTH-DAY
            WHEN OTHER
              SET JOB-NOT-DUE TO TRUE
              MOVE "unknown run-day rule" TO JOB-WHY-NOT
              MOVE 1 TO JOB-CTRL-RET-CODE
              MOVE "Unknown run-day rule" TO JOB-CTRL-ERR-MSG
          END-EVALUATE.
          GOBACK.
       CHECK-WEEKDAY.
          COMPUTE W-DOW = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(JOB-BUS-DATE) - 1, 7) + 1.
          IF JOB-RUN-DAY = 0 THEN
            IF W-DOW > 5 THEN
              SET JOB-NOT-DUE TO TRUE
              MOVE "weekend" TO JOB-WHY-NOT
              END-IF
           ELSE
            IF W-DOW NOT = JOB-RUN-DAY THEN
              SET JOB-NOT-DUE TO TRUE
              MOVE "not the scheduled day of week" TO JOB-WHY-NOT
              END-IF
            END-IF.
       CHECK-LAST-BUS-DAY.
          MOVE 'N' TO W-LAST-SW.
          COMPUTE W-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(JOB-BUS-DATE) + 1.
          INITIALIZE CAL-REC.
          COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
          INITIALIZE CAL-CTRL-BLK.
          CALL "CALNXB" USING CAL-CTRL-BLK CAL-REC.
          IF CAL-DATE(1:6) NOT = JOB-BUS-DATE(1:6) THEN
            SET W-LAST-BUS-DAY TO TRUE
            END-IF.
       CHECK-MONTH-DAY.
          MOVE JOB-BUS-DATE(7:2) TO W-BUS-DD.
          IF W-BUS-DD < JOB-RUN-DAY THEN
            PERFORM CHECK-LAST-BUS-DAY
            IF NOT W-LAST-BUS-DAY THEN
              SET JOB-NOT-DUE TO TRUE
              MOVE "day of month not reached" TO JOB-WHY-NOT
              END-IF
           ELSE
            COMPUTE W-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(JOB-BUS-DATE) - 1
            INITIALIZE CAL-REC
            COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(W-DAY-INT)
            INITIALIZE CAL-CTRL-BLK
            CALL "CALPVB" USING CAL-CTRL-BLK CAL-REC
            IF CAL-DATE(1:6) = JOB-BUS-DATE(1:6) AND
                CAL-DATE(7:2) NOT < JOB-RUN-DAY THEN
              SET JOB-NOT-DUE TO TRUE
              MOVE "already due earlier this month" TO JOB-WHY-NOT
              END-IF
            END-IF.
