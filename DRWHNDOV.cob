       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DRWHNDOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY DENCTRL.
        COPY DRWCTRL.
        COPY OPERCTRL.
        COPY CTLCTRL.
        COPY BDTCTRL.
        COPY OPERID.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY DENOM REPLACING ==:PREFIX:== BY ====.
        COPY DENOM REPLACING ==:PREFIX:== BY ==O-==.
        COPY DRAWER REPLACING ==:PREFIX:== BY ====.
        COPY DRWSTATE REPLACING ==:PREFIX:== BY ====.
        COPY DRWHAND REPLACING ==:PREFIX:== BY ====.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ==V-==.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-ACC-ID       PIC 9(5).
            05 W-OUT-OPER     PIC X(10).
            05 W-PASSWORD     PIC X(10).
            05 W-HASH         PIC X(10).
            05 W-COUNT-TOTAL  PIC S9(7)V99.
            05 W-OUT-TOTAL    PIC S9(7)V99.
            05 W-IN-TOTAL     PIC S9(7)V99.
            05 W-VARIANCE     PIC S9(7)V99.
            05 W-RECOUNTS     PIC 9(2).
            05 W-MAX-RECOUNTS PIC 9(2) VALUE 3.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-AGREE-SW     PIC X(1).
              88 W-COUNTS-AGREE VALUE 'Y'.
       PROCEDURE DIVISION.
       DRAWER-HANDOVER.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "DENIO" USING DEN-CTRL-BLK.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          PERFORM HAND-OVER-DRAWER THRU HAND-OVER-DRAWER-EXIT.
          GOBACK.
*********
       HAND-OVER-DRAWER.
          DISPLAY "Cash drawer account id: " NO ADVANCING.
          MOVE 0 TO W-ACC-ID.
          ACCEPT W-ACC-ID.
          INITIALIZE ACC-REC.
          MOVE W-ACC-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-IS-CASH OR
              ACC-LNAME NOT = "CASH" THEN
            MOVE "Not a cash drawer account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          INITIALIZE DRS-REC.
          MOVE W-ACC-ID TO DRS-ACC.
          INITIALIZE DRW-CTRL-BLK.
          CALL "DRSGET" USING DRW-CTRL-BLK DRS-REC.
          IF NOT (DRS-OPEN OR DRS-BALANCED) OR
              DRS-OPEN-DATE NOT = W-TODAY THEN
            MOVE "Drawer is not open for today" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          MOVE DRS-OPER TO W-OUT-OPER.
          IF OPERATOR-ID NOT = W-OUT-OPER AND
              NOT OPERATOR-IS-SUPERVISOR AND
              NOT OPERATOR-IS-ADMIN THEN
            MOVE "Only the teller holding the drawer can hand over"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          MOVE ACC-BALANCE TO W-AMT-ED.
          DISPLAY "Drawer " W-ACC-ID " held by " W-OUT-OPER
                  " system balance " W-AMT-ED.
          PERFORM NEW-LINE.
          DISPLAY "Outgoing teller " W-OUT-OPER
                  " - counted cash by denomination:".
          PERFORM READ-DENOMINATIONS.
          MOVE DEN-REC TO O-DEN-REC.
          MOVE W-COUNT-TOTAL TO W-OUT-TOTAL.
          PERFORM NEW-LINE.
          DISPLAY "Incoming teller id: " NO ADVANCING.
          MOVE SPACES TO V-OPER-ID.
          ACCEPT V-OPER-ID.
          IF V-OPER-ID = SPACES OR V-OPER-ID = W-OUT-OPER THEN
            MOVE "Incoming teller must be a different operator"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK V-OPER-REC.
          IF OPER-CTRL-RET-CODE NOT = 0 OR V-OPER-LOCKED THEN
            MOVE "Incoming teller is not an active operator"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          DISPLAY "Incoming teller password: " NO ADVANCING.
          MOVE SPACES TO W-PASSWORD.
          ACCEPT W-PASSWORD.
          CALL "OPERHASH" USING W-PASSWORD W-HASH.
          IF W-HASH NOT = V-OPER-PASSWORD THEN
            MOVE "Password not accepted" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          MOVE 'N' TO W-AGREE-SW.
          MOVE 0 TO W-RECOUNTS.
          PERFORM INCOMING-COUNT
            WITH TEST AFTER
            UNTIL W-COUNTS-AGREE OR W-RECOUNTS >= W-MAX-RECOUNTS.
          IF NOT W-COUNTS-AGREE THEN
            MOVE "Counts do not agree - handover not accepted"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          COMPUTE W-VARIANCE = W-IN-TOTAL - ACC-BALANCE.
          MOVE W-VARIANCE TO W-AMT-ED.
          DISPLAY "Agreed count differs from system by " W-AMT-ED.
          MOVE "Accept the drawer handover" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GO TO HAND-OVER-DRAWER-EXIT
            END-IF.
          INITIALIZE DHO-REC.
          IF W-VARIANCE NOT = 0 THEN
            PERFORM SETTLE-VARIANCE THRU SETTLE-VARIANCE-EXIT
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              GO TO HAND-OVER-DRAWER-EXIT
              END-IF
            END-IF.
          PERFORM RECORD-HANDOVER.
          IF DRW-CTRL-RET-CODE = 0 THEN
            DISPLAY "Drawer " W-ACC-ID " handed over from "
                    W-OUT-OPER " to " V-OPER-ID
           ELSE
            MOVE DRW-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            IF DHO-ADJ-TRAN NOT = 0 THEN
              DISPLAY "Over/short transaction " DHO-ADJ-TRAN
                      " was posted but the handover was not recorded"
              END-IF
            END-IF.
       HAND-OVER-DRAWER-EXIT.
          EXIT.
*********
       INCOMING-COUNT.
          PERFORM NEW-LINE.
          DISPLAY "Incoming teller " V-OPER-ID
                  " - counted cash by denomination:".
          PERFORM READ-DENOMINATIONS.
          MOVE W-COUNT-TOTAL TO W-IN-TOTAL.
          IF DEN-C100 = O-DEN-C100 AND DEN-C50 = O-DEN-C50 AND
              DEN-C20 = O-DEN-C20 AND DEN-C10 = O-DEN-C10 AND
              DEN-C5 = O-DEN-C5 AND DEN-C1 = O-DEN-C1 AND
              DEN-COIN = O-DEN-COIN THEN
            SET W-COUNTS-AGREE TO TRUE
           ELSE
            ADD 1 TO W-RECOUNTS
            COMPUTE W-AMT-ED = W-IN-TOTAL - W-OUT-TOTAL
            DISPLAY "*** Count differs from the outgoing count by "
                    W-AMT-ED " - both tellers recount together"
            END-IF.
       READ-DENOMINATIONS.
          INITIALIZE DEN-REC.
          MOVE W-ACC-ID TO DEN-ACC.
          DISPLAY "  100s: " NO ADVANCING.
          MOVE 0 TO DEN-C100.
          ACCEPT DEN-C100.
          DISPLAY "  50s:  " NO ADVANCING.
          MOVE 0 TO DEN-C50.
          ACCEPT DEN-C50.
          DISPLAY "  20s:  " NO ADVANCING.
          MOVE 0 TO DEN-C20.
          ACCEPT DEN-C20.
          DISPLAY "  10s:  " NO ADVANCING.
          MOVE 0 TO DEN-C10.
          ACCEPT DEN-C10.
          DISPLAY "  5s:   " NO ADVANCING.
          MOVE 0 TO DEN-C5.
          ACCEPT DEN-C5.
          DISPLAY "  1s:   " NO ADVANCING.
          MOVE 0 TO DEN-C1.
          ACCEPT DEN-C1.
          DISPLAY "  Coin value: " NO ADVANCING.
          MOVE 0 TO DEN-COIN.
          ACCEPT DEN-COIN.
          COMPUTE W-COUNT-TOTAL =
                  DEN-C100 * 100 + DEN-C50 * 50 +
                  DEN-C20 * 20 + DEN-C10 * 10 +
                  DEN-C5 * 5 + DEN-C1 + DEN-COIN.
          MOVE W-COUNT-TOTAL TO W-AMT-ED.
          DISPLAY "Counted cash total: " W-AMT-ED.
*********
       SETTLE-VARIANCE.
          INITIALIZE G-ACC-REC.
          MOVE "OVERSHORT" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "OVERSHORT" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE ACC-CURRENCY TO G-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Over/short account unavailable" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 99 TO TRAN-CTRL-RET-CODE
            GO TO SETTLE-VARIANCE-EXIT
            END-IF.
          INITIALIZE T-TRAN-REC.
          MOVE "ADJ " TO T-TRAN-TYPE.
          MOVE W-ACC-ID TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO SETTLE-VARIANCE-EXIT
            END-IF.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE W-VARIANCE TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          MOVE "Drawer handover over/short" TO
               T-TL-MEMO OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO SETTLE-VARIANCE-EXIT
            END-IF.
          MOVE T-TRAN-ID OF T-TRAN-REC TO DHO-ADJ-TRAN.
          DISPLAY "Over/short posted, transaction "
                  T-TRAN-ID OF T-TRAN-REC.
          INITIALIZE DRW-REC.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO DRW-DATE.
          MOVE W-BUFFER(9:8) TO DRW-TIME.
          MOVE W-ACC-ID TO DRW-ACC.
          MOVE ACC-BALANCE TO DRW-SYSTEM-BAL.
          MOVE W-IN-TOTAL TO DRW-COUNTED-BAL.
          MOVE W-VARIANCE TO DRW-VARIANCE.
          MOVE W-OUT-OPER TO DRW-OPER.
          INITIALIZE DRW-CTRL-BLK.
          CALL "DRWWRITE" USING DRW-CTRL-BLK DRW-REC.
       SETTLE-VARIANCE-EXIT.
          EXIT.
*********
       RECORD-HANDOVER.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-TODAY TO DHO-DATE.
          MOVE W-BUFFER(9:8) TO DHO-TIME.
          MOVE W-ACC-ID TO DHO-ACC.
          MOVE W-OUT-OPER TO DHO-FROM-OPER.
          MOVE V-OPER-ID TO DHO-TO-OPER.
          MOVE ACC-BALANCE TO DHO-SYSTEM-BAL.
          MOVE W-OUT-TOTAL TO DHO-OUT-COUNT.
          MOVE W-IN-TOTAL TO DHO-IN-COUNT.
          MOVE W-VARIANCE TO DHO-VARIANCE.
          MOVE W-RECOUNTS TO DHO-RECOUNTS.
          MOVE DEN-C100 TO DHO-C100.
          MOVE DEN-C50 TO DHO-C50.
          MOVE DEN-C20 TO DHO-C20.
          MOVE DEN-C10 TO DHO-C10.
          MOVE DEN-C5 TO DHO-C5.
          MOVE DEN-C1 TO DHO-C1.
          MOVE DEN-COIN TO DHO-COIN.
          INITIALIZE CTL-REC.
          MOVE "TRANID" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO DHO-LAST-TRAN.
          MOVE W-TODAY TO DEN-COUNT-DATE.
          MOVE V-OPER-ID TO DEN-COUNT-BY.
          INITIALIZE DEN-CTRL-BLK.
          CALL "DENPUT" USING DEN-CTRL-BLK DEN-REC.
          INITIALIZE DRW-CTRL-BLK.
          CALL "DHOWRITE" USING DRW-CTRL-BLK DHO-REC.
          IF DRW-CTRL-RET-CODE = 0 THEN
            MOVE V-OPER-ID TO DRS-OPER
            INITIALIZE DRW-CTRL-BLK
            CALL "DRSPUT" USING DRW-CTRL-BLK DRS-REC
            END-IF.
       COPY SCREENIO.
