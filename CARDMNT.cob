       WORKING-STORAGE SECTION.
        COPY CRDCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY OPERID.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ATOCTRL.
        COPY CNTCTRL.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-TODAY        PIC 9(8).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-REASON-IN    PIC X(1).
       PROCEDURE DIVISION.
       CARD-MAINTENANCE.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Cards on file:".
          PERFORM LIST-CARDS.
          PERFORM NEW-LINE.
          DISPLAY "Action (I=issue card, B=block, U=unblock, "
                  "X=cancel, L=change limit, N=send hot-card "
                  "changes, F=full hot-card refresh, "
                  "H=call-back verified, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              PERFORM CANCEL-CARD
            WHEN 'L'
              PERFORM CHANGE-CARD-LIMIT
            WHEN 'N'
              CALL "HOTEXTR"
            WHEN 'F'
              CALL "HOTFULL"
            WHEN 'H'
              PERFORM RELEASE-CALLBACK-HOLD
          END-EVALUATE.
          GOBACK.
       LIST-CARDS.
              MOVE CRD-DAY-LIMIT TO W-AMT-ED
              DISPLAY "  " CRD-NUMBER " acct " CRD-ACC
                      " limit " W-AMT-ED " (" CRD-STATUS ")"
                      " exp " CRD-EXPIRY(5:2) "/" CRD-EXPIRY(3:2)
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
       ISSUE-CARD.
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-ACCOUNT-OWNER.
          IF CUST-IS-MINOR THEN
            MOVE "Cards cannot be issued on a minor's account" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Daily limit: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE CRD-DAY-LIMIT = FUNCTION NUMVAL(W-AMT-IN).
          SET CRD-ACTIVE TO TRUE.
          MOVE W-TODAY TO CRD-ISSUED-DATE.
          DISPLAY "Expiry date (YYYYMMDD): " NO ADVANCING.
          MOVE 0 TO CRD-EXPIRY.
          ACCEPT CRD-EXPIRY.
          IF CRD-EXPIRY NOT > W-TODAY OR
              FUNCTION TEST-DATE-YYYYMMDD(CRD-EXPIRY) NOT = 0 THEN
            MOVE "Expiry must be a valid future date" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE OPERATOR-ID TO CRD-ISSUED-BY.
          MOVE "Confirm card issue" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE ATO-CTRL-BLK
            MOVE CRD-ACC TO ATO-ACC
            SET ATO-CARD-ISSUE TO TRUE
            MOVE "CARDMNT" TO ATO-SOURCE
            CALL "ATOCHECK" USING ATO-CTRL-BLK
            IF ATO-HOLD THEN
              SET CRD-CALLBACK TO TRUE
              END-IF
            INITIALIZE CRD-CTRL-BLK
            CALL "CRDADD" USING CRD-CTRL-BLK CRD-REC
            IF CRD-CTRL-RET-CODE = 0 THEN
              IF CRD-CALLBACK THEN
                DISPLAY "Card " CRD-NUMBER " issued but HELD - "
                        "contact details changed " ATO-CHANGE-DATE
                        ", call the customer back to release it"
               ELSE
                DISPLAY "Card " CRD-NUMBER " issued"
                END-IF
             ELSE
              MOVE CRD-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
       BLOCK-CARD.
          PERFORM READ-CARD-NUMBER.
          IF CRD-CTRL-RET-CODE = 0 THEN
            PERFORM READ-STATUS-REASON
            IF CRD-REASON-VALID THEN
              SET CRD-BLOCKED TO TRUE
              PERFORM STORE-CARD-CHANGE
              PERFORM SEND-LOST-OR-STOLEN
              END-IF
            END-IF.
       UNBLOCK-CARD.
          PERFORM READ-CARD-NUMBER.
              MOVE "Cancelled cards cannot be unblocked" TO
                SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
              END-IF
            IF CRD-CALLBACK THEN
              MOVE "Card awaits call-back verification" TO
                SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
             ELSE
              MOVE CRD-ACC TO ACC-ID
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
              PERFORM READ-ACCOUNT-OWNER
              IF CUST-IS-MINOR THEN
                MOVE "Cards cannot be used on a minor's account" TO
                  SCREEN-MSG
                PERFORM DISPLAY-ERR-MSG
               ELSE
                SET CRD-ACTIVE TO TRUE
                MOVE SPACE TO CRD-STATUS-REASON
                PERFORM STORE-CARD-CHANGE
                END-IF
              END-IF
            END-IF.
       CANCEL-CARD.
          PERFORM READ-CARD-NUMBER.
          IF CRD-CTRL-RET-CODE = 0 THEN
            PERFORM READ-STATUS-REASON
            IF CRD-REASON-VALID THEN
              SET CRD-CANCELLED TO TRUE
              PERFORM STORE-CARD-CHANGE
              PERFORM SEND-LOST-OR-STOLEN
              END-IF
            END-IF.
       READ-STATUS-REASON.
          DISPLAY "Reason (L=lost, S=stolen, F=fraud, C=customer "
                  "request, O=other): " NO ADVANCING.
          MOVE SPACES TO W-REASON-IN.
          ACCEPT W-REASON-IN.
          MOVE FUNCTION UPPER-CASE(W-REASON-IN) TO
               CRD-STATUS-REASON.
          IF NOT CRD-REASON-VALID THEN
            MOVE "Invalid reason - card not changed" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       SEND-LOST-OR-STOLEN.
          IF CRD-CTRL-RET-CODE = 0 AND
              (CRD-REASON-LOST OR CRD-REASON-STOLEN OR
               CRD-REASON-FRAUD) THEN
            DISPLAY "Sending hot-card change to the network now"
            CALL "HOTEXTR"
            END-IF.
       CHANGE-CARD-LIMIT.
          PERFORM READ-CARD-NUMBER.
            COMPUTE CRD-DAY-LIMIT = FUNCTION NUMVAL(W-AMT-IN)
            PERFORM STORE-CARD-CHANGE
            END-IF.
       RELEASE-CALLBACK-HOLD.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-CARD-NUMBER.
          IF CRD-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT CRD-CALLBACK THEN
            MOVE "Card is not held for call-back" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Customer confirmed on known number" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            IF CRD-REPLACES NOT = 0 THEN
              SET CRD-PENDING TO TRUE
             ELSE
              SET CRD-ACTIVE TO TRUE
              END-IF
            PERFORM STORE-CARD-CHANGE
            IF CRD-CTRL-RET-CODE = 0 THEN
              PERFORM RECORD-CALLBACK-NOTE
              END-IF
            END-IF.
       RECORD-CALLBACK-NOTE.
          MOVE CRD-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CUST-ID NOT = 0 THEN
            CALL "CNOTEIO" USING CNT-CTRL-BLK
            INITIALIZE CNT-REC
            MOVE ACC-CUST-ID TO CNT-CUST
            MOVE "ATOV" TO CNT-CATEGORY
            MOVE OPERATOR-ID TO CNT-OPER
            STRING "Call-back verified - card " CRD-NUMBER
                   " released" INTO CNT-TEXT
            INITIALIZE CNT-CTRL-BLK
            CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC
            END-IF.
       STORE-CARD-CHANGE.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC.
            MOVE CRD-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-ACCOUNT-OWNER.
          INITIALIZE CUST-REC.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-CUST-ID NOT = 0 THEN
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              INITIALIZE CUST-REC
              END-IF
            END-IF.
       COPY SCREENIO.
