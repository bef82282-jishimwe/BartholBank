       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRDAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'CRDAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-A.
           SELECT PRINT-FILE ASSIGN TO 'CRDAUREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  AUT-REC.
           05  AUT-CARD       PIC 9(16).
           05  AUT-AMOUNT     PIC S9(7)V99.
           05  AUT-DATE       PIC 9(8).
           05  AUT-REF        PIC X(10).
           05  AUT-RESPONSE   PIC X(2).
               88  AUT-APPROVED VALUE '00'.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY CRDCTRL.
        COPY HLDCTRL.
        COPY PARCTRL.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CRDAUREG'.
            05 FS-A           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-HOLD-DAYS    PIC 9(3) VALUE 7.
            05 W-ITEM-COUNT   PIC 9(5).
            05 W-ITEM-TOTAL   PIC S9(9)V99.
            05 W-TRAILER-TOTAL PIC S9(9)V99.
            05 W-TRAILER-SW   PIC X(1).
              88 W-TRAILER-FOUND VALUE 'Y'.
            05 W-DUP-SW       PIC X(1).
              88 W-DUPLICATE  VALUE 'Y'.
            05 W-HELD-COUNT   PIC 9(5).
            05 W-HELD-TOTAL   PIC S9(9)V99.
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-DUP-COUNT    PIC 9(5).
            05 W-FAIL-REASON  PIC X(40).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       PROCESS-AUTHORIZATION-FILE.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          PERFORM LOAD-HOLD-DAYS.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM VERIFY-AUTHORIZATION-TOTAL.
          IF RETURN-CODE NOT = 0 THEN
            MOVE "Authorizations out of balance" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CRDAUREG file, status " FS-P
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open CRDAUREG file" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING "Card authorization register - " W-TODAY
                 "  (holds kept " W-HOLD-DAYS " days)"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-HELD-COUNT.
          MOVE 0 TO W-HELD-TOTAL.
          MOVE 0 TO W-SKIP-COUNT.
          MOVE 0 TO W-DUP-COUNT.
          OPEN INPUT AUTH-FILE.
          READ AUTH-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-A NOT = 0
            IF AUT-REF NOT = 'TOTAL' THEN
              PERFORM HOLD-ONE-AUTHORIZATION THRU
                      HOLD-ONE-AUTHORIZATION-EXIT
              END-IF
            READ AUTH-FILE NEXT
          END-PERFORM.
          CLOSE AUTH-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CRDAUTH" TO IGW-FILE.
          MOVE "CRDAUTH" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CRDAUTH file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CRDAUTH refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       LOAD-HOLD-DAYS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "AUTHHOLDDAYS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-HOLD-DAYS
            END-IF.
       VERIFY-AUTHORIZATION-TOTAL.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          MOVE 0 TO W-TRAILER-TOTAL.
          MOVE 'N' TO W-TRAILER-SW.
          OPEN INPUT AUTH-FILE.
          IF FS-A = 35 THEN
            DISPLAY "CRDAUTH file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          READ AUTH-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-A NOT = 0
            IF AUT-REF = 'TOTAL' THEN
              SET W-TRAILER-FOUND TO TRUE
              MOVE AUT-AMOUNT TO W-TRAILER-TOTAL
             ELSE
              ADD 1 TO W-ITEM-COUNT
              ADD AUT-AMOUNT TO W-ITEM-TOTAL
              END-IF
            READ AUTH-FILE NEXT
          END-PERFORM.
          CLOSE AUTH-FILE.
          IF NOT W-TRAILER-FOUND THEN
            DISPLAY "CRDAUTH has no TOTAL trailer - run rejected"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF W-ITEM-TOTAL NOT = W-TRAILER-TOTAL THEN
              MOVE W-ITEM-TOTAL TO W-TOTAL-ED
              DISPLAY "Authorizations out of balance: items "
                      W-TOTAL-ED NO ADVANCING
              MOVE W-TRAILER-TOTAL TO W-TOTAL-ED
              DISPLAY " vs trailer " W-TOTAL-ED " - run rejected"
              MOVE 1 TO RETURN-CODE
             ELSE
              DISPLAY W-ITEM-COUNT " authorization(s) in balance "
                      "with trailer"
              END-IF
            END-IF.
       HOLD-ONE-AUTHORIZATION.
          MOVE SPACES TO W-FAIL-REASON.
          IF NOT AUT-APPROVED OR AUT-AMOUNT NOT > 0 THEN
            ADD 1 TO W-SKIP-COUNT
            GO TO HOLD-ONE-AUTHORIZATION-EXIT
            END-IF.
          INITIALIZE CRD-REC.
          MOVE AUT-CARD TO CRD-NUMBER.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDGET" USING CRD-CTRL-BLK CRD-REC.
          IF CRD-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Card not on file" TO W-FAIL-REASON
            PERFORM WRITE-EXCEPTION-LINE
            GO TO HOLD-ONE-AUTHORIZATION-EXIT
            END-IF.
          PERFORM CHECK-DUPLICATE-HOLD.
          IF W-DUPLICATE THEN
            ADD 1 TO W-DUP-COUNT
            GO TO HOLD-ONE-AUTHORIZATION-EXIT
            END-IF.
          INITIALIZE HLD-REC.
          MOVE CRD-ACC TO HLD-ACC.
          MOVE AUT-AMOUNT TO HLD-AMOUNT.
          STRING "Card auth " AUT-REF " *" AUT-CARD(13:4)
                 INTO HLD-REASON.
          COMPUTE HLD-EXPIRY = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(AUT-DATE) + W-HOLD-DAYS).
          SET HLD-ACTIVE TO TRUE.
          MOVE AUT-DATE TO HLD-PLACED-DATE.
          MOVE "CARDAUTH" TO HLD-PLACED-BY.
          MOVE AUT-CARD TO HLD-AUTH-CARD.
          MOVE AUT-REF TO HLD-AUTH-REF.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDADD" USING HLD-CTRL-BLK HLD-REC.
          IF HLD-CTRL-RET-CODE NOT = 0 THEN
            MOVE HLD-CTRL-ERR-MSG TO W-FAIL-REASON
            PERFORM WRITE-EXCEPTION-LINE
            GO TO HOLD-ONE-AUTHORIZATION-EXIT
            END-IF.
          ADD 1 TO W-HELD-COUNT.
          ADD AUT-AMOUNT TO W-HELD-TOTAL.
          MOVE AUT-AMOUNT TO W-AMOUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "[" CRD-ACC "] " W-AMOUNT "  " AUT-REF
                 "  held to " HLD-EXPIRY INTO PRINT-REC.
          WRITE PRINT-REC.
       HOLD-ONE-AUTHORIZATION-EXIT.
          EXIT.
       CHECK-DUPLICATE-HOLD.
          MOVE 'N' TO W-DUP-SW.
          INITIALIZE HLD-REC.
          MOVE CRD-ACC TO HLD-ACC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDACF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HLD-CTRL-RET-CODE NOT = 0 OR W-DUPLICATE
              IF HLD-AUTH-REF = AUT-REF AND
                  HLD-AUTH-CARD = AUT-CARD THEN
                SET W-DUPLICATE TO TRUE
                END-IF
              CALL "HLDACN" USING HLD-CTRL-BLK HLD-REC
            END-PERFORM.
       WRITE-EXCEPTION-LINE.
          ADD 1 TO W-SKIP-COUNT.
          MOVE AUT-AMOUNT TO W-AMOUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "[" AUT-CARD(13:4) "] " W-AMOUNT "  " AUT-REF
                 "  NOT HELD - " W-FAIL-REASON
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-HELD-TOTAL TO W-TOTAL-ED.
          MOVE SPACES TO PRINT-REC.
          STRING W-HELD-COUNT " hold(s) placed for " W-TOTAL-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-DUP-COUNT " already held, " W-SKIP-COUNT
                 " declined or not held" INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-HELD-COUNT " hold(s) placed, " W-DUP-COUNT
                  " duplicate(s) - see CRDAUREG file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
