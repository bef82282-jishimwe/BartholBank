           05  SET-AMOUNT     PIC S9(7)V99.
           05  SET-DATE       PIC 9(8).
           05  SET-REF        PIC X(10).
           05  SET-TERMINAL   PIC X(8).
       FD  RETURN-FILE.
       01  RET-REC.
           05  RET-CARD       PIC 9(16).
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY CRDCTRL.
        COPY HLDCTRL.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY CARD REPLACING ==:PREFIX:== BY ==O-==.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==A-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CRDREG'.
            05 FS-C           PIC 9(2).
            05 W-USE-TOT      PIC 9(3).
            05 W-USE-IDX      PIC 9(3).
            05 W-DAY-USED     PIC S9(9)V99.
            05 W-AUTH-SW      PIC X(1).
              88 W-AUTH-MATCHED VALUE 'Y'.
            05 W-AUTH-COUNT   PIC 9(5).
            05 W-AUTH-NOTE    PIC X(20).
            05 W-ACTIVATED    PIC 9(5).
            05 W-ATM-SW       PIC X(1).
              88 W-OWN-ATM    VALUE 'Y'.
            05 W-ATM-COUNT    PIC 9(5).
            05 W-ATM-TOTAL    PIC S9(9)V99.
        01 W-USE-TABLE.
            05 W-USE-ENTRY OCCURS 200 TIMES.
              10 W-USE-CARD   PIC 9(16).
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM COLLECT-FILE-TOTALS.
          PERFORM LOCATE-CARD-SUSPENSE-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Card settlement suspense account unavailable"
            MOVE "Card settlement suspense account unavailable"
              TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          OPEN OUTPUT RETURN-FILE.
          IF FS-R NOT = 0 OR FS-P NOT = 0 THEN
            DISPLAY "Unable to open output files, status "
                    FS-R "/" FS-P
            MOVE "Unable to open output files" TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          STRING "Card settlement register - " W-TODAY
          MOVE 0 TO W-RET-COUNT.
          MOVE 0 TO W-RET-TOTAL.
          MOVE 0 TO W-USE-TOT.
          MOVE 0 TO W-AUTH-COUNT.
          MOVE 0 TO W-ACTIVATED.
          MOVE 0 TO W-ATM-COUNT.
          MOVE 0 TO W-ATM-TOTAL.
          OPEN INPUT SETTLE-FILE.
          READ SETTLE-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-C NOT = 0
            IF SET-REF NOT = 'TOTAL' THEN
              PERFORM POST-ONE-ITEM
                THRU POST-ONE-ITEM-EXIT
              END-IF
            READ SETTLE-FILE NEXT
          END-PERFORM.
          CLOSE SETTLE-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE RETURN-FILE.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CRDSETTL" TO IGW-FILE.
          MOVE "CRDSETTL" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CRDSETTL file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CRDSETTL refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
             ELSE
              DISPLAY IGW-ITEM-COUNT " item(s) in balance with "
                      "settlement trailer"
              END-IF
            END-IF.
       REJECT-INBOUND-FILE.
          CALL "INBFAIL" USING IGW-CTRL-BLK.
          MOVE 1 TO RETURN-CODE.
       COLLECT-FILE-TOTALS.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          MOVE 0 TO W-TRAILER-TOTAL.
          MOVE 'N' TO W-TRAILER-SW.
          OPEN INPUT SETTLE-FILE.
          READ SETTLE-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-C NOT = 0
            READ SETTLE-FILE NEXT
          END-PERFORM.
          CLOSE SETTLE-FILE.
       POST-ONE-ITEM.
          INITIALIZE CRD-REC.
          MOVE SET-CARD TO CRD-NUMBER.
            PERFORM WRITE-RETURN-ITEM
            GO TO POST-ONE-ITEM-EXIT
            END-IF.
          IF CRD-PENDING THEN
            PERFORM ACTIVATE-RENEWED-CARD
            END-IF.
          IF NOT CRD-ACTIVE THEN
            MOVE "Card is not active" TO W-FAIL-REASON
            PERFORM WRITE-RETURN-ITEM
            GO TO POST-ONE-ITEM-EXIT
            END-IF.
          PERFORM CHECK-DAILY-LIMIT
            THRU CHECK-DAILY-LIMIT-EXIT.
          IF W-FAIL-REASON NOT = SPACES THEN
            PERFORM WRITE-RETURN-ITEM
            GO TO POST-ONE-ITEM-EXIT
            END-IF.
          PERFORM RELEASE-AUTHORIZATION-HOLD.
          PERFORM LOCATE-OWN-ATM.
          IF W-OWN-ATM THEN
            PERFORM POST-ATM-DISPENSE
           ELSE
            PERFORM POST-ITEM-MOVEMENT
            END-IF.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-POST-COUNT
            ADD SET-AMOUNT TO W-POST-TOTAL
            PERFORM RECORD-CARD-USAGE
              THRU RECORD-USAGE-EXIT
            MOVE SET-AMOUNT TO W-AMOUNT
            MOVE SPACES TO W-AUTH-NOTE
            IF W-AUTH-MATCHED THEN
              ADD 1 TO W-AUTH-COUNT
              MOVE "  auth rel." TO W-AUTH-NOTE
              END-IF
            IF W-OWN-ATM THEN
              ADD 1 TO W-ATM-COUNT
              ADD SET-AMOUNT TO W-ATM-TOTAL
              IF W-AUTH-MATCHED THEN
                MOVE "  own ATM, auth rel." TO W-AUTH-NOTE
               ELSE
                MOVE "  own ATM" TO W-AUTH-NOTE
                END-IF
              END-IF
            STRING "[" CRD-ACC "] " W-AMOUNT "  " SET-REF
                   "  posted tran " T-TRAN-ID OF T-TRAN-REC
                   W-AUTH-NOTE
                   INTO PRINT-REC
            WRITE PRINT-REC
           ELSE
            PERFORM REINSTATE-AUTHORIZATION-HOLD
            MOVE TRAN-CTRL-ERR-MSG TO W-FAIL-REASON
            PERFORM WRITE-RETURN-ITEM
            END-IF.
       POST-ONE-ITEM-EXIT.
          EXIT.
       ACTIVATE-RENEWED-CARD.
          SET CRD-ACTIVE TO TRUE.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC.
          IF CRD-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-ACTIVATED
            IF CRD-REPLACES NOT = 0 THEN
              INITIALIZE O-CRD-REC
              MOVE CRD-REPLACES TO O-CRD-NUMBER
              INITIALIZE CRD-CTRL-BLK
              CALL "CRDGET" USING CRD-CTRL-BLK O-CRD-REC
              IF CRD-CTRL-RET-CODE = 0 AND NOT O-CRD-CANCELLED THEN
                SET O-CRD-CANCELLED TO TRUE
                SET O-CRD-REASON-RENEWED TO TRUE
                INITIALIZE CRD-CTRL-BLK
                CALL "CRDREPL" USING CRD-CTRL-BLK O-CRD-REC
                END-IF
              END-IF
            MOVE SPACES TO PRINT-REC
            STRING "[" CRD-ACC "] renewed card *" CRD-NUMBER(13:4)
                   " activated on first use, card *"
                   CRD-REPLACES(13:4) " cancelled" INTO PRINT-REC
            WRITE PRINT-REC
            MOVE SPACES TO PRINT-REC
           ELSE
            SET CRD-PENDING TO TRUE
            END-IF.
       RELEASE-AUTHORIZATION-HOLD.
          MOVE 'N' TO W-AUTH-SW.
          INITIALIZE HLD-REC.
          MOVE CRD-ACC TO HLD-ACC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDACF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HLD-CTRL-RET-CODE NOT = 0 OR W-AUTH-MATCHED
              IF HLD-ACTIVE AND HLD-AUTH-REF = SET-REF AND
                  HLD-AUTH-CARD = SET-CARD THEN
                SET W-AUTH-MATCHED TO TRUE
               ELSE
                CALL "HLDACN" USING HLD-CTRL-BLK HLD-REC
                END-IF
            END-PERFORM.
          IF W-AUTH-MATCHED THEN
            SET HLD-RELEASED TO TRUE
            INITIALIZE HLD-CTRL-BLK
            CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
            END-IF.
       REINSTATE-AUTHORIZATION-HOLD.
          IF W-AUTH-MATCHED THEN
            SET HLD-ACTIVE TO TRUE
            INITIALIZE HLD-CTRL-BLK
            CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
            MOVE 'N' TO W-AUTH-SW
            END-IF.
       CHECK-DAILY-LIMIT.
          MOVE SPACES TO W-FAIL-REASON.
          IF CRD-DAY-LIMIT = 0 THEN
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       LOCATE-OWN-ATM.
          MOVE 'N' TO W-ATM-SW.
          IF SET-TERMINAL NOT = SPACES THEN
            INITIALIZE A-ACC-REC
            MOVE SET-TERMINAL TO A-ACC-FNAME
            MOVE "ATM" TO A-ACC-LNAME
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRNAME" USING ACC-CTRL-BLK A-ACC-REC
            IF ACC-CTRL-RET-CODE = 0 AND A-ACC-IS-CASH THEN
              SET W-OWN-ATM TO TRUE
              END-IF
            END-IF.
       POST-ATM-DISPENSE.
          INITIALIZE T-TRAN-REC.
          MOVE "ATM " TO T-TRAN-TYPE.
          MOVE A-ACC-ID TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE CRD-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - SET-AMOUNT
            MOVE "ATM cash withdrawal" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE SET-REF TO T-TL-REF OF T-TRAN-LINE-REC
            MOVE SET-DATE TO T-TL-VALUE-DATE OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       LOCATE-CARD-SUSPENSE-ACCOUNT.
          MOVE "CARDSUSP" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          STRING W-RET-COUNT " item(s) declined for " W-TOTAL-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-AUTH-COUNT " item(s) matched to an authorization"
                 " hold" INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-ATM-COUNT NOT = 0 THEN
            MOVE W-ATM-TOTAL TO W-TOTAL-ED
            MOVE SPACES TO PRINT-REC
            STRING W-ATM-COUNT " item(s) dispensed at own ATMs for "
                   W-TOTAL-ED INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-ACTIVATED NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-ACTIVATED " renewed card(s) activated"
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-POST-TOTAL + W-RET-TOTAL = W-TRAILER-TOTAL THEN
            MOVE "Settlement reconciles to suspense and ATM cash"
              TO PRINT-REC
           ELSE
            MOVE "SETTLEMENT DOES NOT RECONCILE - investigate"
