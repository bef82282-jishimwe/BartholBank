       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RCRTRUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'RCRTRUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY OPERCTRL.
        COPY SESCTRL.
        COPY TRANCTRL.
        COPY RCTCTRL.
        COPY PARCTRL.
        COPY EVTCTRL.
        COPY RPTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        COPY SESSION REPLACING ==:PREFIX:== BY ====.
        COPY TRAN REPLACING ==:PREFIX:== BY ==T-==.
        COPY RECERT REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'RCRTRUN'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-TODAY-PARTS REDEFINES W-TODAY.
              10 W-TODAY-YYYY PIC 9(4).
              10 W-TODAY-MM   PIC 9(2).
              10 W-TODAY-DD   PIC 9(2).
            05 W-CYCLE        PIC 9(5).
            05 W-QUARTER      PIC 9(1).
            05 W-DEADLINE     PIC 9(8).
            05 W-POST-FROM    PIC 9(8).
            05 W-ATTEST-DAYS  PIC 9(3) VALUE 21.
            05 W-DORMANT-DAYS PIC 9(3) VALUE 90.
            05 W-LAST-SIGNON  PIC 9(8).
            05 W-IDLE-DAYS    PIC S9(7).
            05 W-IDLE-ED      PIC ZZZ9.
            05 W-NEW-CYCLE-SW PIC X(1).
              88 W-NEW-CYCLE  VALUE 'Y'.
            05 W-OP-IDX       PIC 9(3).
            05 W-OP-COUNT     PIC 9(3).
            05 W-SV-IDX       PIC 9(3).
            05 W-SV-COUNT     PIC 9(3).
            05 W-CUR-SUPV     PIC X(10).
            05 W-DISABLE-SW   PIC X(1).
              88 W-DISABLE-DONE VALUE 'Y'.
            05 W-DIS-REASON   PIC X(20).
            05 W-LAPSED-COUNT PIC 9(5).
            05 W-DORMANT-COUNT PIC 9(5).
            05 W-PEND-COUNT   PIC 9(5).
            05 W-ATT-COUNT    PIC 9(5).
            05 W-REV-COUNT    PIC 9(5).
            05 W-DIS-COUNT    PIC 9(5).
            05 W-LIMIT-ED     PIC -ZZZZZZ9.99.
            05 W-POST-ED      PIC ZZZZZZ9.
            05 W-COUNT-ED     PIC ZZZZ9.
        01 W-OP-TABLE.
            05 W-OP-ENTRY OCCURS 200 TIMES.
              10 W-OP-ID         PIC X(10).
              10 W-OP-SUPV       PIC X(10).
              10 W-OP-POSTINGS   PIC 9(7).
        01 W-SV-TABLE.
            05 W-SV-ID PIC X(10) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       OPERATOR-RECERTIFICATION.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          CALL "SESSIO" USING SES-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "RCTIO" USING RCT-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          PERFORM LOAD-RECERT-PARAMETERS.
          COMPUTE W-QUARTER = (W-TODAY-MM - 1) / 3 + 1.
          COMPUTE W-CYCLE = W-TODAY-YYYY * 10 + W-QUARTER.
          MOVE 0 TO W-LAPSED-COUNT.
          MOVE 0 TO W-DORMANT-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open RCRTRUN print file, status "
                    FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING "Operator access recertification - " W-TODAY
                 " - cycle " W-TODAY-YYYY " Q" W-QUARTER
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 'N' TO W-NEW-CYCLE-SW.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
          IF RCT-CTRL-RET-CODE NOT = 0 OR RCT-CYCLE NOT = W-CYCLE
              THEN
            SET W-NEW-CYCLE TO TRUE
            PERFORM OPEN-RECERT-CYCLE
            END-IF.
          PERFORM ENFORCE-ATTEST-DEADLINE.
          PERFORM DISABLE-DORMANT-IDS.
          PERFORM PRINT-CYCLE-STATUS.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Recertification: " W-LAPSED-COUNT
                  " not attested, " W-DORMANT-COUNT
                  " dormant - operator(s) disabled, see RCRTRUN file".
          COMPUTE STEP-RECORD-COUNT = W-LAPSED-COUNT
                  + W-DORMANT-COUNT.
          GOBACK.
       LOAD-RECERT-PARAMETERS.
          INITIALIZE PAR-REC.
          MOVE "RCRTDAYS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-ATTEST-DAYS
            END-IF.
          INITIALIZE PAR-REC.
          MOVE "DORMOPER" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-DORMANT-DAYS
            END-IF.
*********
       OPEN-RECERT-CYCLE.
          COMPUTE W-DEADLINE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) + W-ATTEST-DAYS).
          COMPUTE W-POST-FROM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) - 91).
          MOVE 0 TO W-OP-COUNT.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERNAF" USING OPER-CTRL-BLK OPER-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL OPER-CTRL-RET-CODE NOT = 0 OR W-OP-COUNT = 200
              IF NOT OPER-DISABLED THEN
                ADD 1 TO W-OP-COUNT
                MOVE OPER-ID TO W-OP-ID(W-OP-COUNT)
                MOVE OPER-SUPV-ID TO W-OP-SUPV(W-OP-COUNT)
                MOVE 0 TO W-OP-POSTINGS(W-OP-COUNT)
                END-IF
              CALL "OPERNAN" USING OPER-CTRL-BLK OPER-REC
            END-PERFORM.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANIDF" USING TRAN-CTRL-BLK T-TRAN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF T-TRAN-CLOSE AND T-TRAN-DATE >= W-POST-FROM THEN
                PERFORM COUNT-ONE-POSTING
                END-IF
              CALL "TRANIDN" USING TRAN-CTRL-BLK T-TRAN-REC
            END-PERFORM.
          PERFORM WRITE-RECERT-ENTRY
            VARYING W-OP-IDX FROM 1 BY 1 UNTIL W-OP-IDX > W-OP-COUNT.
          PERFORM PRINT-SUPERVISOR-LISTS.
       COUNT-ONE-POSTING.
          PERFORM
            VARYING W-OP-IDX FROM 1 BY 1
            UNTIL W-OP-IDX > W-OP-COUNT
              IF W-OP-ID(W-OP-IDX) = T-TRAN-MAKER THEN
                ADD 1 TO W-OP-POSTINGS(W-OP-IDX)
                EXIT PERFORM
                END-IF
          END-PERFORM.
       WRITE-RECERT-ENTRY.
          INITIALIZE OPER-REC.
          MOVE W-OP-ID(W-OP-IDX) TO OPER-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK OPER-REC.
          PERFORM FIND-LAST-SIGNON.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          MOVE OPER-ID TO RCT-OPER.
          MOVE OPER-NAME TO RCT-NAME.
          MOVE OPER-ROLE TO RCT-ROLE.
          MOVE OPER-LIMIT TO RCT-LIMIT.
          MOVE OPER-SUPV-ID TO RCT-SUPV.
          MOVE W-LAST-SIGNON TO RCT-LAST-SIGNON.
          MOVE W-OP-POSTINGS(W-OP-IDX) TO RCT-POSTINGS.
          MOVE W-TODAY TO RCT-OPEN-DATE.
          MOVE W-DEADLINE TO RCT-DEADLINE.
          SET RCT-PENDING TO TRUE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTPUT" USING RCT-CTRL-BLK RCT-REC.
       FIND-LAST-SIGNON.
          MOVE 0 TO W-LAST-SIGNON.
          INITIALIZE SES-REC.
          MOVE OPER-ID TO SES-OPER.
          INITIALIZE SES-CTRL-BLK.
          CALL "SESGET" USING SES-CTRL-BLK SES-REC.
          IF SES-CTRL-RET-CODE = 0 THEN
            MOVE SES-ON-DATE TO W-LAST-SIGNON
            END-IF.
*********
       PRINT-SUPERVISOR-LISTS.
          MOVE 0 TO W-SV-COUNT.
          PERFORM COLLECT-SUPERVISOR
            VARYING W-OP-IDX FROM 1 BY 1 UNTIL W-OP-IDX > W-OP-COUNT.
          PERFORM PRINT-ONE-SUPERVISOR
            VARYING W-SV-IDX FROM 1 BY 1 UNTIL W-SV-IDX > W-SV-COUNT.
       COLLECT-SUPERVISOR.
          PERFORM
            VARYING W-SV-IDX FROM 1 BY 1
            UNTIL W-SV-IDX > W-SV-COUNT
              IF W-SV-ID(W-SV-IDX) = W-OP-SUPV(W-OP-IDX) THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-SV-IDX > W-SV-COUNT THEN
            ADD 1 TO W-SV-COUNT
            MOVE W-OP-SUPV(W-OP-IDX) TO W-SV-ID(W-SV-COUNT)
            END-IF.
       PRINT-ONE-SUPERVISOR.
          MOVE W-SV-ID(W-SV-IDX) TO W-CUR-SUPV.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          IF W-CUR-SUPV = SPACES THEN
            STRING "To: administrators (no supervisor on file)"
                   " - attest by " W-DEADLINE INTO PRINT-REC
           ELSE
            STRING "To: supervisor " W-CUR-SUPV
                   " - attest by " W-DEADLINE INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
          MOVE "Operator   Name                 R Posting limit"
            TO PRINT-REC.
          MOVE "Last on  Postings" TO PRINT-REC(50:).
          WRITE PRINT-REC.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RCT-CTRL-RET-CODE NOT = 0 OR RCT-CYCLE NOT = W-CYCLE
              IF RCT-SUPV = W-CUR-SUPV THEN
                PERFORM PRINT-RECERT-LINE
                END-IF
              CALL "RCTNAN" USING RCT-CTRL-BLK RCT-REC
            END-PERFORM.
       PRINT-RECERT-LINE.
          MOVE SPACES TO PRINT-REC.
          MOVE RCT-OPER TO PRINT-REC(1:10).
          MOVE RCT-NAME TO PRINT-REC(12:20).
          MOVE RCT-ROLE TO PRINT-REC(33:1).
          MOVE RCT-LIMIT TO W-LIMIT-ED.
          MOVE W-LIMIT-ED TO PRINT-REC(36:11).
          IF RCT-LAST-SIGNON = 0 THEN
            MOVE "never" TO PRINT-REC(50:8)
           ELSE
            MOVE RCT-LAST-SIGNON TO PRINT-REC(50:8)
            END-IF.
          MOVE RCT-POSTINGS TO W-POST-ED.
          MOVE W-POST-ED TO PRINT-REC(60:7).
          WRITE PRINT-REC.
*********
       ENFORCE-ATTEST-DEADLINE.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Not attested by the deadline - disabled:"
            TO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RCT-CTRL-RET-CODE NOT = 0 OR RCT-CYCLE NOT = W-CYCLE
              IF RCT-PENDING AND RCT-DEADLINE < W-TODAY THEN
                PERFORM DISABLE-LAPSED-OPERATOR
                END-IF
              CALL "RCTNAN" USING RCT-CTRL-BLK RCT-REC
            END-PERFORM.
          IF W-LAPSED-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       DISABLE-LAPSED-OPERATOR.
          INITIALIZE OPER-REC.
          MOVE RCT-OPER TO OPER-ID.
          MOVE "NOT RECERTIFIED" TO W-DIS-REASON.
          PERFORM DISABLE-OPERATOR THRU DISABLE-OPERATOR-EXIT.
          IF W-DISABLE-DONE THEN
            ADD 1 TO W-LAPSED-COUNT
            SET RCT-LAPSED TO TRUE
            MOVE "SYSTEM" TO RCT-ATT-BY
            MOVE W-TODAY TO RCT-ATT-DATE
            MOVE "Disabled - not attested by deadline" TO RCT-NOTE
            INITIALIZE RCT-CTRL-BLK
            CALL "RCTPUT" USING RCT-CTRL-BLK RCT-REC
            MOVE SPACES TO PRINT-REC
            STRING "  " RCT-OPER " " RCT-NAME " supervisor "
                   RCT-SUPV " deadline " RCT-DEADLINE
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
*********
       DISABLE-DORMANT-IDS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-DORMANT-DAYS TO W-IDLE-ED.
          STRING "No sign-on for " W-IDLE-ED " days or more - "
                 "disabled:" INTO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERNAF" USING OPER-CTRL-BLK OPER-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL OPER-CTRL-RET-CODE NOT = 0
              PERFORM CHECK-DORMANT-OPERATOR
                THRU CHECK-DORMANT-OPERATOR-EXIT
              CALL "OPERNAN" USING OPER-CTRL-BLK OPER-REC
            END-PERFORM.
          IF W-DORMANT-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       CHECK-DORMANT-OPERATOR.
          IF OPER-DISABLED OR OPER-ID = "ADMIN" THEN
            GO TO CHECK-DORMANT-OPERATOR-EXIT
            END-IF.
          PERFORM FIND-LAST-SIGNON.
          IF W-LAST-SIGNON = 0 THEN
            MOVE OPER-PW-CHANGED TO W-LAST-SIGNON
            END-IF.
          IF W-LAST-SIGNON = 0 THEN
            GO TO CHECK-DORMANT-OPERATOR-EXIT
            END-IF.
          COMPUTE W-IDLE-DAYS = FUNCTION INTEGER-OF-DATE(W-TODAY)
                  - FUNCTION INTEGER-OF-DATE(W-LAST-SIGNON).
          IF W-IDLE-DAYS < W-DORMANT-DAYS THEN
            GO TO CHECK-DORMANT-OPERATOR-EXIT
            END-IF.
          MOVE W-IDLE-DAYS TO W-IDLE-ED.
          MOVE SPACES TO W-DIS-REASON.
          STRING "NO SIGN-ON " W-IDLE-ED " DAYS" DELIMITED BY SIZE
                 INTO W-DIS-REASON.
          PERFORM DISABLE-OPERATOR THRU DISABLE-OPERATOR-EXIT.
          IF NOT W-DISABLE-DONE THEN
            GO TO CHECK-DORMANT-OPERATOR-EXIT
            END-IF.
          ADD 1 TO W-DORMANT-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "  " OPER-ID " " OPER-NAME " last on "
                 W-LAST-SIGNON " (" W-IDLE-ED " days)"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          MOVE OPER-ID TO RCT-OPER.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTGET" USING RCT-CTRL-BLK RCT-REC.
          IF RCT-CTRL-RET-CODE = 0 AND RCT-PENDING THEN
            SET RCT-DORMANT TO TRUE
            MOVE "SYSTEM" TO RCT-ATT-BY
            MOVE W-TODAY TO RCT-ATT-DATE
            MOVE "Disabled - no sign-on" TO RCT-NOTE
            INITIALIZE RCT-CTRL-BLK
            CALL "RCTPUT" USING RCT-CTRL-BLK RCT-REC
            END-IF.
       CHECK-DORMANT-OPERATOR-EXIT.
          EXIT.
*********
       DISABLE-OPERATOR.
          MOVE 'N' TO W-DISABLE-SW.
          IF OPER-ID = "ADMIN" THEN
            GO TO DISABLE-OPERATOR-EXIT
            END-IF.
          MOVE W-DIS-REASON TO OPER-DIS-REASON.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERDIS" USING OPER-CTRL-BLK OPER-REC.
          IF OPER-CTRL-RET-CODE = 0 THEN
            SET W-DISABLE-DONE TO TRUE
            END-IF.
       DISABLE-OPERATOR-EXIT.
          EXIT.
*********
       PRINT-CYCLE-STATUS.
          MOVE 0 TO W-PEND-COUNT.
          MOVE 0 TO W-ATT-COUNT.
          MOVE 0 TO W-REV-COUNT.
          MOVE 0 TO W-DIS-COUNT.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RCT-CTRL-RET-CODE NOT = 0 OR RCT-CYCLE NOT = W-CYCLE
              EVALUATE TRUE
                WHEN RCT-PENDING
                  ADD 1 TO W-PEND-COUNT
                WHEN RCT-ATTESTED
                  ADD 1 TO W-ATT-COUNT
                WHEN RCT-REVOKED
                  ADD 1 TO W-REV-COUNT
                WHEN OTHER
                  ADD 1 TO W-DIS-COUNT
              END-EVALUATE
              CALL "RCTNAN" USING RCT-CTRL-BLK RCT-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Cycle " W-TODAY-YYYY " Q" W-QUARTER " status:"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-ATT-COUNT TO W-COUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  Attested by supervisor     " W-COUNT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-REV-COUNT TO W-COUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  Revoked by supervisor      " W-COUNT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-DIS-COUNT TO W-COUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  Disabled automatically     " W-COUNT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-PEND-COUNT TO W-COUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  Awaiting attestation       " W-COUNT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "RCRTRUN" TO EVT-PROGRAM.
          IF W-LAPSED-COUNT > 0 OR W-DORMANT-COUNT > 0 THEN
            MOVE 'W' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          IF W-NEW-CYCLE THEN
            STRING "Recertification cycle " W-CYCLE " opened, "
                   W-OP-COUNT " operator(s) listed" DELIMITED BY SIZE
                   INTO EVT-TEXT
            INITIALIZE EVT-CTRL-BLK
            CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC
            INITIALIZE EVT-REC
            MOVE "RCRTRUN" TO EVT-PROGRAM
            MOVE 'I' TO EVT-SEVERITY
            IF W-LAPSED-COUNT > 0 OR W-DORMANT-COUNT > 0 THEN
              MOVE 'W' TO EVT-SEVERITY
              END-IF
            END-IF.
          STRING "Recertification: " W-LAPSED-COUNT " lapsed, "
                 W-DORMANT-COUNT " dormant disabled"
                 DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
