       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HSKPURGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'HSKPURGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
           SELECT ARC-FILE ASSIGN TO W-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-A.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       FD  ARC-FILE.
       01  ARC-REC.
           05  ARC-FILE-NAME  PIC X(8).
           05  ARC-PURGE-DATE PIC 9(8).
           05  ARC-IMAGE      PIC X(200).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY EVTCTRL.
        COPY SESCTRL.
        COPY NTCCTRL.
        COPY HLDCTRL.
        COPY FXCTRL.
        COPY RVQCTRL.
        COPY RPTCTRL.
        COPY STHCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY SESSION REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        COPY FXRATE REPLACING ==:PREFIX:== BY ====.
        COPY REVIEW REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY STEPHIST REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'HSKPURGE'.
            05 FS-P           PIC 9(2).
            05 FS-A           PIC 9(2).
            05 W-ARC-NAME     PIC X(20).
            05 W-TODAY        PIC 9(8).
            05 W-IDX          PIC 9(2).
            05 W-AGE-DATE     PIC 9(8).
            05 W-DAY-INT      PIC S9(7).
            05 W-QUALIFY-SW   PIC X(1).
              88 W-STATUS-QUALIFIES VALUE 'Y'.
            05 W-PURGE-SW     PIC X(1).
              88 W-PURGE-RECORD VALUE 'Y'.
            05 W-ARC-SW       PIC X(1).
              88 W-ARCHIVED     VALUE 'Y'.
            05 W-KEEP-SW      PIC X(1).
              88 W-KEEP-FAILED  VALUE 'Y'.
            05 W-TOT-PURGED   PIC 9(9).
            05 W-TOT-FAILED   PIC 9(7).
            05 W-FLOOR-COUNT  PIC 9(2).
            05 W-DAYS-ED      PIC ZZZZ9.
            05 W-READ-ED      PIC ZZZZZZ9.
            05 W-PURGED-ED    PIC ZZZZZZ9.
            05 W-FAILED-ED    PIC ZZZZ9.
        01 W-RULE-TABLE.
            05 FILLER PIC X(50) VALUE
               "EVTLOG  EVT-DATE      any status        0018000090".
            05 FILLER PIC X(50) VALUE
               "SESSION SES-OFF-DATE  ended             0040000365".
            05 FILLER PIC X(50) VALUE
               "NOTICE  NTC-DATE      sent or suppressed0073000365".
            05 FILLER PIC X(50) VALUE
               "HOLD    HLD-EXPIRY    released/expired  0009000030".
            05 FILLER PIC X(50) VALUE
               "FXRATE  FX-LOAD-DATE  not reloaded      0009000030".
            05 FILLER PIC X(50) VALUE
               "REVIEWQ RVQ-DISP-DATE cleared/escalated 0182501825".
            05 FILLER PIC X(50) VALUE
               "RPTCAT  RPT-DATE      any status        0040000090".
            05 FILLER PIC X(50) VALUE
               "STEPHISTSTH-BUS-DATE  complete/failed   0040000035".
        01 W-RULE-LIST REDEFINES W-RULE-TABLE.
            05 W-RULE-ENTRY OCCURS 8 TIMES.
              10 W-RULE-FILE     PIC X(8).
              10 W-RULE-AGE      PIC X(14).
              10 W-RULE-STATUS   PIC X(18).
              10 W-RULE-DEFAULT  PIC 9(5).
              10 W-RULE-FLOOR    PIC 9(5).
        01 W-FILE-TOTALS.
            05 W-FILE-ENTRY OCCURS 8 TIMES.
              10 W-RET-DAYS      PIC 9(5).
              10 W-CUTOFF        PIC 9(8).
              10 W-FLOOR-SW      PIC X(1).
                88 W-FLOOR-APPLIED VALUE 'Y'.
              10 W-READ-COUNT    PIC 9(7).
              10 W-PURGED-COUNT  PIC 9(7).
              10 W-FAILED-COUNT  PIC 9(5).
       PROCEDURE DIVISION.
       HOUSEKEEPING-PURGE.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          INITIALIZE W-FILE-TOTALS.
          MOVE 0 TO W-TOT-PURGED.
          MOVE 0 TO W-TOT-FAILED.
          MOVE 0 TO W-FLOOR-COUNT.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          PERFORM SET-RETENTION
            VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 8.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open HSKPURGE file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE SPACES TO W-ARC-NAME.
          STRING "HSKARC." W-TODAY INTO W-ARC-NAME.
          OPEN EXTEND ARC-FILE.
          IF FS-A = 35 THEN
            OPEN OUTPUT ARC-FILE
            END-IF.
          IF FS-A NOT = 0 THEN
            DISPLAY "Unable to open archive extract " W-ARC-NAME
                    ", status " FS-A
            CLOSE PRINT-FILE
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          CALL "SESSIO" USING SES-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          CALL "FXIO" USING FX-CTRL-BLK.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          CALL "STHIO" USING STH-CTRL-BLK.
          PERFORM PURGE-EVENTS.
          PERFORM PURGE-SESSIONS.
          PERFORM PURGE-NOTICES.
          PERFORM PURGE-HOLDS.
          PERFORM PURGE-FX-RATES.
          PERFORM PURGE-REVIEW-QUEUE.
          PERFORM PURGE-REPORT-RUNS.
          PERFORM PURGE-STEP-HISTORY.
          CLOSE ARC-FILE.
          MOVE SPACES TO PRINT-REC.
          STRING "Housekeeping purge for " W-TODAY
                 " - extract " W-ARC-NAME INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "File     Age field     Qualifying        Days"
            TO PRINT-REC.
          MOVE "Read  Purged Failed" TO PRINT-REC(52:).
          WRITE PRINT-REC.
          PERFORM PRINT-FILE-LINE
            VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 8.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-TOT-PURGED " record(s) purged, " W-TOT-FAILED
                 " not purged after an error" INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-FLOOR-COUNT > 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "* retention override below the regulatory "
                   "minimum - minimum applied" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Housekeeping: " W-TOT-PURGED " record(s) purged"
                  " - see HSKPURGE file".
          MOVE W-TOT-PURGED TO STEP-RECORD-COUNT.
          GOBACK.
       SET-RETENTION.
          MOVE W-RULE-DEFAULT(W-IDX) TO W-RET-DAYS(W-IDX).
          INITIALIZE PAR-REC.
          STRING "RET" W-RULE-FILE(W-IDX) INTO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-RET-DAYS(W-IDX)
            END-IF.
          IF W-RET-DAYS(W-IDX) < W-RULE-FLOOR(W-IDX) THEN
            MOVE W-RULE-FLOOR(W-IDX) TO W-RET-DAYS(W-IDX)
            SET W-FLOOR-APPLIED(W-IDX) TO TRUE
            ADD 1 TO W-FLOOR-COUNT
            END-IF.
          COMPUTE W-DAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY)
                              - W-RET-DAYS(W-IDX).
          COMPUTE W-CUTOFF(W-IDX) =
                  FUNCTION DATE-OF-INTEGER(W-DAY-INT).
       CHECK-AGE.
          ADD 1 TO W-READ-COUNT(W-IDX).
          MOVE 'N' TO W-PURGE-SW.
          IF W-STATUS-QUALIFIES AND W-AGE-DATE > 0 AND
              W-AGE-DATE < W-CUTOFF(W-IDX) THEN
            SET W-PURGE-RECORD TO TRUE
            END-IF.
       ARCHIVE-RECORD.
          MOVE 'N' TO W-ARC-SW.
          MOVE W-RULE-FILE(W-IDX) TO ARC-FILE-NAME.
          MOVE W-TODAY TO ARC-PURGE-DATE.
          WRITE ARC-REC.
          IF FS-A = 0 THEN
            SET W-ARCHIVED TO TRUE
           ELSE
            ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
            END-IF.
       COUNT-DELETE.
          IF W-ARCHIVED THEN
            ADD 1 TO W-PURGED-COUNT(W-IDX) W-TOT-PURGED
            END-IF.
       PURGE-EVENTS.
          MOVE 1 TO W-IDX.
          INITIALIZE EVT-REC.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTNAF" USING EVT-CTRL-BLK EVT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL EVT-CTRL-RET-CODE NOT = 0
              SET W-STATUS-QUALIFIES TO TRUE
              MOVE EVT-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE EVT-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE EVT-CTRL-BLK
                  CALL "EVTDEL" USING EVT-CTRL-BLK EVT-REC
                  IF EVT-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE EVT-CTRL-BLK
              CALL "EVTNAN" USING EVT-CTRL-BLK EVT-REC
            END-PERFORM.
       PURGE-SESSIONS.
          MOVE 2 TO W-IDX.
          INITIALIZE SES-REC.
          INITIALIZE SES-CTRL-BLK.
          CALL "SESNAF" USING SES-CTRL-BLK SES-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SES-CTRL-RET-CODE NOT = 0
              MOVE 'N' TO W-QUALIFY-SW
              IF SES-ENDED THEN
                SET W-STATUS-QUALIFIES TO TRUE
                END-IF
              MOVE SES-OFF-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE SES-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE SES-CTRL-BLK
                  CALL "SESDEL" USING SES-CTRL-BLK SES-REC
                  IF SES-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE SES-CTRL-BLK
              CALL "SESNAN" USING SES-CTRL-BLK SES-REC
            END-PERFORM.
       PURGE-NOTICES.
          MOVE 3 TO W-IDX.
          INITIALIZE NTC-REC.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCNAF" USING NTC-CTRL-BLK NTC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL NTC-CTRL-RET-CODE NOT = 0
              MOVE 'N' TO W-QUALIFY-SW
              IF NTC-SENT OR NTC-SUPPRESSED THEN
                SET W-STATUS-QUALIFIES TO TRUE
                END-IF
              MOVE NTC-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE NTC-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE NTC-CTRL-BLK
                  CALL "NTCDEL" USING NTC-CTRL-BLK NTC-REC
                  IF NTC-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE NTC-CTRL-BLK
              CALL "NTCNAN" USING NTC-CTRL-BLK NTC-REC
            END-PERFORM.
       PURGE-HOLDS.
          MOVE 4 TO W-IDX.
          INITIALIZE HLD-REC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDNAF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HLD-CTRL-RET-CODE NOT = 0
              MOVE 'N' TO W-QUALIFY-SW
              IF HLD-RELEASED OR HLD-EXPIRED THEN
                SET W-STATUS-QUALIFIES TO TRUE
                END-IF
              MOVE HLD-EXPIRY TO W-AGE-DATE
              IF W-AGE-DATE = 0 THEN
                MOVE HLD-PLACED-DATE TO W-AGE-DATE
                END-IF
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE HLD-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE HLD-CTRL-BLK
                  CALL "HLDDEL" USING HLD-CTRL-BLK HLD-REC
                  IF HLD-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE HLD-CTRL-BLK
              CALL "HLDNAN" USING HLD-CTRL-BLK HLD-REC
            END-PERFORM.
       PURGE-FX-RATES.
          MOVE 5 TO W-IDX.
          INITIALIZE FX-REC.
          INITIALIZE FX-CTRL-BLK.
          CALL "FXNAF" USING FX-CTRL-BLK FX-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL FX-CTRL-RET-CODE NOT = 0
              SET W-STATUS-QUALIFIES TO TRUE
              MOVE FX-LOAD-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE FX-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE FX-CTRL-BLK
                  CALL "FXDEL" USING FX-CTRL-BLK FX-REC
                  IF FX-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE FX-CTRL-BLK
              CALL "FXNAN" USING FX-CTRL-BLK FX-REC
            END-PERFORM.
       PURGE-REVIEW-QUEUE.
          MOVE 6 TO W-IDX.
          MOVE 'N' TO W-KEEP-SW.
          INITIALIZE RVQ-REC.
          INITIALIZE RVQ-CTRL-BLK.
          CALL "RVQRDF" USING RVQ-CTRL-BLK RVQ-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RVQ-CTRL-RET-CODE NOT = 0
              MOVE 'N' TO W-QUALIFY-SW
              IF RVQ-CLEARED OR RVQ-ESCALATED THEN
                SET W-STATUS-QUALIFIES TO TRUE
                END-IF
              MOVE RVQ-DISP-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              MOVE 'N' TO W-ARC-SW
              IF W-PURGE-RECORD THEN
                MOVE RVQ-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                END-IF
              IF W-ARCHIVED THEN
                PERFORM COUNT-DELETE
               ELSE
                INITIALIZE RVQ-CTRL-BLK
                CALL "RVQKEEP" USING RVQ-CTRL-BLK RVQ-REC
                IF RVQ-CTRL-RET-CODE NOT = 0 THEN
                  SET W-KEEP-FAILED TO TRUE
                  END-IF
                END-IF
              INITIALIZE RVQ-CTRL-BLK
              CALL "RVQRDN" USING RVQ-CTRL-BLK RVQ-REC
            END-PERFORM.
          IF W-READ-COUNT(W-IDX) = 0 OR W-KEEP-FAILED THEN
            CALL "RVQEND"
            IF W-KEEP-FAILED THEN
              ADD W-PURGED-COUNT(W-IDX) TO W-FAILED-COUNT(W-IDX)
                                           W-TOT-FAILED
              SUBTRACT W-PURGED-COUNT(W-IDX) FROM W-TOT-PURGED
              MOVE 0 TO W-PURGED-COUNT(W-IDX)
              END-IF
           ELSE
            INITIALIZE RVQ-CTRL-BLK
            CALL "RVQSWAP" USING RVQ-CTRL-BLK
            IF RVQ-CTRL-RET-CODE NOT = 0 THEN
              ADD W-PURGED-COUNT(W-IDX) TO W-FAILED-COUNT(W-IDX)
                                           W-TOT-FAILED
              SUBTRACT W-PURGED-COUNT(W-IDX) FROM W-TOT-PURGED
              MOVE 0 TO W-PURGED-COUNT(W-IDX)
              END-IF
            END-IF.
       PURGE-REPORT-RUNS.
          MOVE 7 TO W-IDX.
          INITIALIZE R-RPT-REC.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTNAF" USING RPT-CTRL-BLK R-RPT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RPT-CTRL-RET-CODE NOT = 0
              SET W-STATUS-QUALIFIES TO TRUE
              MOVE R-RPT-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE R-RPT-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE RPT-CTRL-BLK
                  CALL "RPTDEL" USING RPT-CTRL-BLK R-RPT-REC
                  IF RPT-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE RPT-CTRL-BLK
              CALL "RPTNAN" USING RPT-CTRL-BLK R-RPT-REC
            END-PERFORM.
       PURGE-STEP-HISTORY.
          MOVE 8 TO W-IDX.
          INITIALIZE STH-REC.
          INITIALIZE STH-CTRL-BLK.
          CALL "STHNAF" USING STH-CTRL-BLK STH-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL STH-CTRL-RET-CODE NOT = 0
              MOVE 'N' TO W-QUALIFY-SW
              IF STH-COMPLETE OR STH-FAILED THEN
                SET W-STATUS-QUALIFIES TO TRUE
                END-IF
              MOVE STH-BUS-DATE TO W-AGE-DATE
              PERFORM CHECK-AGE
              IF W-PURGE-RECORD THEN
                MOVE STH-REC TO ARC-IMAGE
                PERFORM ARCHIVE-RECORD
                IF W-ARCHIVED THEN
                  INITIALIZE STH-CTRL-BLK
                  CALL "STHDEL" USING STH-CTRL-BLK STH-REC
                  IF STH-CTRL-RET-CODE NOT = 0 THEN
                    MOVE 'N' TO W-ARC-SW
                    ADD 1 TO W-FAILED-COUNT(W-IDX) W-TOT-FAILED
                    END-IF
                  PERFORM COUNT-DELETE
                  END-IF
                END-IF
              INITIALIZE STH-CTRL-BLK
              CALL "STHNAN" USING STH-CTRL-BLK STH-REC
            END-PERFORM.
       PRINT-FILE-LINE.
          MOVE SPACES TO PRINT-REC.
          MOVE W-RULE-FILE(W-IDX) TO PRINT-REC(1:8).
          MOVE W-RULE-AGE(W-IDX) TO PRINT-REC(10:14).
          MOVE W-RULE-STATUS(W-IDX) TO PRINT-REC(24:18).
          MOVE W-RET-DAYS(W-IDX) TO W-DAYS-ED.
          MOVE W-DAYS-ED TO PRINT-REC(42:5).
          IF W-FLOOR-APPLIED(W-IDX) THEN
            MOVE "*" TO PRINT-REC(47:1)
            END-IF.
          MOVE W-READ-COUNT(W-IDX) TO W-READ-ED.
          MOVE W-READ-ED TO PRINT-REC(49:7).
          MOVE W-PURGED-COUNT(W-IDX) TO W-PURGED-ED.
          MOVE W-PURGED-ED TO PRINT-REC(57:7).
          MOVE W-FAILED-COUNT(W-IDX) TO W-FAILED-ED.
          MOVE W-FAILED-ED TO PRINT-REC(66:5).
          WRITE PRINT-REC.
       LOG-SUMMARY.
          PERFORM LOG-FILE-COUNT
            VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 8.
          INITIALIZE EVT-REC.
          MOVE "HSKPURGE" TO EVT-PROGRAM.
          IF W-TOT-FAILED > 0 THEN
            MOVE 'E' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          MOVE W-TOT-FAILED TO W-FAILED-ED.
          STRING "Housekeeping: " W-TOT-PURGED " purged, "
                 W-FAILED-ED " failed" DELIMITED BY SIZE
                 INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       LOG-FILE-COUNT.
          IF W-PURGED-COUNT(W-IDX) > 0 OR W-FLOOR-APPLIED(W-IDX) THEN
            INITIALIZE EVT-REC
            MOVE "HSKPURGE" TO EVT-PROGRAM
            MOVE 'I' TO EVT-SEVERITY
            IF W-FLOOR-APPLIED(W-IDX) THEN
              MOVE 'W' TO EVT-SEVERITY
              END-IF
            MOVE W-PURGED-COUNT(W-IDX) TO W-PURGED-ED
            MOVE W-RET-DAYS(W-IDX) TO W-DAYS-ED
            STRING W-RULE-FILE(W-IDX) W-PURGED-ED
                   " purged, retention " W-DAYS-ED " days"
                   DELIMITED BY SIZE INTO EVT-TEXT
            INITIALIZE EVT-CTRL-BLK
            CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
