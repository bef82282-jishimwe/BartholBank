       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDBMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY SDBCTRL.
        COPY SDRCTRL.
        COPY SDACTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY RELCTRL.
        COPY BRNCTRL.
        COPY OPERID.
        COPY SDBOX REPLACING ==:PREFIX:== BY ====.
        COPY SDRENT REPLACING ==:PREFIX:== BY ====.
        COPY SDACCESS REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY BRANCH REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(6).
            05 W-BRANCH       PIC X(4).
            05 W-BOX-NO       PIC 9(4).
            05 W-CUST-ID      PIC 9(5).
            05 W-ACC-ID       PIC 9(5).
            05 W-AMT-IN       PIC X(12).
            05 W-AMT-ED       PIC -ZZZZ9.99.
            05 W-NAME-IN      PIC X(30).
            05 W-KH-IDX       PIC 9(1).
            05 W-BOX-COUNT    PIC 9(5).
            05 W-VISIT-COUNT  PIC 9(5).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
       PROCEDURE DIVISION.
       SAFE-DEPOSIT-DESK.
          CALL "SDBIO" USING SDB-CTRL-BLK.
          CALL "SDRIO" USING SDR-CTRL-BLK.
          CALL "SDAIO" USING SDA-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "BRNIO" USING BRN-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:6) TO W-NOW.
          DISPLAY "Action (A=add box, L=list boxes, R=rent a box, "
                  "K=keyholders,".
          DISPLAY "        V=record visit, H=access history, "
                  "E=end rental, D=record drilling,".
          DISPLAY "        O=overdue rentals report, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-BOX
            WHEN 'L'
              PERFORM LIST-BOXES
            WHEN 'R'
              PERFORM RENT-BOX
            WHEN 'K'
              PERFORM CHANGE-KEYHOLDERS
            WHEN 'V'
              PERFORM RECORD-VISIT
            WHEN 'H'
              PERFORM LIST-ACCESS-HISTORY
            WHEN 'E'
              PERFORM END-RENTAL
            WHEN 'D'
              PERFORM RECORD-DRILLING
            WHEN 'O'
              CALL "SDBOVER"
          END-EVALUATE.
          GOBACK.
       READ-BOX-KEY.
          DISPLAY "Branch code: " NO ADVANCING.
          MOVE SPACES TO W-BRANCH.
          ACCEPT W-BRANCH.
          MOVE FUNCTION UPPER-CASE(W-BRANCH) TO W-BRANCH.
          DISPLAY "Box number: " NO ADVANCING.
          MOVE 0 TO W-BOX-NO.
          ACCEPT W-BOX-NO.
          INITIALIZE SDB-REC.
          MOVE W-BRANCH TO SDB-BRANCH.
          MOVE W-BOX-NO TO SDB-BOX-NO.
       READ-BOX.
          PERFORM READ-BOX-KEY.
          INITIALIZE SDB-CTRL-BLK.
          CALL "SDBGET" USING SDB-CTRL-BLK SDB-REC.
          IF SDB-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Safe deposit box not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-BOX-RENTAL.
          PERFORM READ-BOX.
          IF SDB-CTRL-RET-CODE = 0 THEN
            IF NOT SDB-RENTED THEN
              MOVE "Box is not currently rented" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              MOVE 1 TO SDR-CTRL-RET-CODE
             ELSE
              INITIALIZE SDR-REC
              MOVE SDB-RENTAL-ID TO SDR-ID
              INITIALIZE SDR-CTRL-BLK
              CALL "SDRGET" USING SDR-CTRL-BLK SDR-REC
              IF SDR-CTRL-RET-CODE NOT = 0 THEN
                MOVE SDR-CTRL-ERR-MSG TO SCREEN-MSG
                PERFORM DISPLAY-ERR-MSG
                END-IF
              END-IF
           ELSE
            MOVE 1 TO SDR-CTRL-RET-CODE
            END-IF.
       ADD-BOX.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BOX-KEY.
          IF SDB-BRANCH = SPACES OR SDB-BOX-NO = 0 THEN
            MOVE "Branch and box number are required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE BRN-REC.
          MOVE SDB-BRANCH TO BRN-CODE.
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNGET" USING BRN-CTRL-BLK BRN-REC.
          IF BRN-CTRL-RET-CODE NOT = 0 OR NOT BRN-ACTIVE THEN
            MOVE "Unknown or closed branch" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Size (S=small M=medium L=large): " NO ADVANCING.
          MOVE SPACES TO SDB-SIZE.
          ACCEPT SDB-SIZE.
          MOVE FUNCTION UPPER-CASE(SDB-SIZE) TO SDB-SIZE.
          IF NOT SDB-SIZE-VALID THEN
            MOVE "Size must be S, M or L" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Standard annual rent: " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE SDB-STD-RENT = FUNCTION NUMVAL(W-AMT-IN).
          SET SDB-AVAILABLE TO TRUE.
          MOVE 0 TO SDB-RENTAL-ID.
          INITIALIZE SDB-CTRL-BLK.
          CALL "SDBADD" USING SDB-CTRL-BLK SDB-REC.
          IF SDB-CTRL-RET-CODE = 0 THEN
            DISPLAY "Box " SDB-BRANCH "-" SDB-BOX-NO " added"
           ELSE
            MOVE SDB-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       LIST-BOXES.
          DISPLAY "Branch code (blank = all): " NO ADVANCING.
          MOVE SPACES TO W-BRANCH.
          ACCEPT W-BRANCH.
          MOVE FUNCTION UPPER-CASE(W-BRANCH) TO W-BRANCH.
          MOVE 0 TO W-BOX-COUNT.
          INITIALIZE SDB-CTRL-BLK.
          CALL "SDBNAF" USING SDB-CTRL-BLK SDB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SDB-CTRL-RET-CODE NOT = 0
              IF W-BRANCH = SPACES OR W-BRANCH = SDB-BRANCH THEN
                ADD 1 TO W-BOX-COUNT
                MOVE SDB-STD-RENT TO W-AMT-ED
                DISPLAY "  " SDB-BRANCH "-" SDB-BOX-NO
                        " size " SDB-SIZE " rent " W-AMT-ED
                        " (" SDB-STATUS ") rental " SDB-RENTAL-ID
                END-IF
              CALL "SDBNAN" USING SDB-CTRL-BLK SDB-REC
            END-PERFORM.
          DISPLAY W-BOX-COUNT " box(es)".
       RENT-BOX.
          PERFORM READ-BOX.
          IF SDB-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT SDB-AVAILABLE THEN
            MOVE "Box is not available for rent" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Renting customer id: " NO ADVANCING.
          MOVE 0 TO W-CUST-ID.
          ACCEPT W-CUST-ID.
          INITIALIZE CUST-REC.
          MOVE W-CUST-ID TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Customer not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Account to debit the rent from: " NO ADVANCING.
          MOVE 0 TO W-ACC-ID.
          ACCEPT W-ACC-ID.
          MOVE W-ACC-ID TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
              ACC-IS-CASH THEN
            MOVE "Not an active customer account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM CHECK-ACCOUNT-OWNER.
          IF NOT W-FOUND THEN
            MOVE "Account does not belong to the customer" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE SDR-REC.
          MOVE SDB-BRANCH TO SDR-BRANCH.
          MOVE SDB-BOX-NO TO SDR-BOX-NO.
          MOVE W-CUST-ID TO SDR-CUST.
          MOVE W-ACC-ID TO SDR-ACC.
          MOVE SDB-STD-RENT TO W-AMT-ED.
          DISPLAY "Annual rent [" W-AMT-ED "] (blank=standard): "
                  NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          IF W-AMT-IN = SPACES THEN
            MOVE SDB-STD-RENT TO SDR-ANNUAL-RENT
           ELSE
            COMPUTE SDR-ANNUAL-RENT = FUNCTION NUMVAL(W-AMT-IN)
            END-IF.
          MOVE W-TODAY TO SDR-START-DATE.
          MOVE W-TODAY TO SDR-PAID-TO.
          SET SDR-ACTIVE TO TRUE.
          MOVE CUST-ID TO SDR-KH-CUST(1).
          STRING FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                 INTO SDR-KH-NAME(1).
          PERFORM ENTER-KEYHOLDER
            VARYING W-KH-IDX FROM 2 BY 1 UNTIL W-KH-IDX > 4.
          MOVE "Confirm box rental" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRADD" USING SDR-CTRL-BLK SDR-REC.
          IF SDR-CTRL-RET-CODE NOT = 0 THEN
            MOVE SDR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          SET SDB-RENTED TO TRUE.
          MOVE SDR-ID TO SDB-RENTAL-ID.
          INITIALIZE SDB-CTRL-BLK.
          CALL "SDBREPL" USING SDB-CTRL-BLK SDB-REC.
          DISPLAY "Rental " SDR-ID " opened - first year's rent is "
                  "debited by the next billing run".
       CHECK-ACCOUNT-OWNER.
          MOVE 'N' TO W-FOUND-SW.
          IF ACC-CUST-ID = W-CUST-ID THEN
            SET W-FOUND TO TRUE
           ELSE
            INITIALIZE REL-REC
            MOVE W-CUST-ID TO REL-CUST
            INITIALIZE REL-CTRL-BLK
            CALL "RELCUF" USING REL-CTRL-BLK REL-REC
            PERFORM
              WITH TEST BEFORE
              UNTIL REL-CTRL-RET-CODE NOT = 0 OR W-FOUND
                IF REL-ACC = W-ACC-ID AND
                    (REL-PRIMARY OR REL-JOINT) THEN
                  SET W-FOUND TO TRUE
                  END-IF
                CALL "RELCUN" USING REL-CTRL-BLK REL-REC
              END-PERFORM
            END-IF.
       ENTER-KEYHOLDER.
          DISPLAY "Additional keyholder " W-KH-IDX
                  " customer id (0 = not a customer): "
                  NO ADVANCING.
          MOVE 0 TO SDR-KH-CUST(W-KH-IDX).
          ACCEPT SDR-KH-CUST(W-KH-IDX).
          MOVE SPACES TO SDR-KH-NAME(W-KH-IDX).
          IF SDR-KH-CUST(W-KH-IDX) NOT = 0 THEN
            INITIALIZE CUST-REC
            MOVE SDR-KH-CUST(W-KH-IDX) TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 THEN
              STRING FUNCTION TRIM(CUST-FNAME) " "
                     FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                     INTO SDR-KH-NAME(W-KH-IDX)
             ELSE
              DISPLAY "Customer not found - keyholder skipped"
              MOVE 0 TO SDR-KH-CUST(W-KH-IDX)
              END-IF
           ELSE
            DISPLAY "Keyholder name (blank = none): " NO ADVANCING
            ACCEPT SDR-KH-NAME(W-KH-IDX)
            MOVE FUNCTION UPPER-CASE(SDR-KH-NAME(W-KH-IDX)) TO
                 SDR-KH-NAME(W-KH-IDX)
            END-IF.
       SHOW-KEYHOLDERS.
          PERFORM SHOW-ONE-KEYHOLDER
            VARYING W-KH-IDX FROM 1 BY 1 UNTIL W-KH-IDX > 4.
       SHOW-ONE-KEYHOLDER.
          IF SDR-KH-CUST(W-KH-IDX) NOT = 0 OR
              SDR-KH-NAME(W-KH-IDX) NOT = SPACES THEN
            DISPLAY "  Keyholder " W-KH-IDX " cust "
                    SDR-KH-CUST(W-KH-IDX) " "
                    FUNCTION TRIM(SDR-KH-NAME(W-KH-IDX))
            END-IF.
       CHANGE-KEYHOLDERS.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BOX-RENTAL.
          IF SDR-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Current keyholders of rental " SDR-ID ":".
          PERFORM SHOW-KEYHOLDERS.
          PERFORM ENTER-KEYHOLDER
            VARYING W-KH-IDX FROM 2 BY 1 UNTIL W-KH-IDX > 4.
          MOVE "Confirm keyholder change" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE SDR-CTRL-BLK
            CALL "SDRREPL" USING SDR-CTRL-BLK SDR-REC
            IF SDR-CTRL-RET-CODE = 0 THEN
              DISPLAY "Keyholders updated"
             ELSE
              MOVE SDR-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       RECORD-VISIT.
          PERFORM READ-BOX-RENTAL.
          IF SDR-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF SDR-PAID-TO < W-TODAY THEN
            DISPLAY "Warning - rent overdue since " SDR-PAID-TO
            END-IF.
          INITIALIZE SDA-REC.
          MOVE SDR-ID TO SDA-RENTAL.
          DISPLAY "Visitor customer id (0 = not a customer): "
                  NO ADVANCING.
          MOVE 0 TO SDA-VISITOR-CUST.
          ACCEPT SDA-VISITOR-CUST.
          IF SDA-VISITOR-CUST = 0 THEN
            DISPLAY "Visitor name as on identity document: "
                    NO ADVANCING
            MOVE SPACES TO W-NAME-IN
            ACCEPT W-NAME-IN
            MOVE FUNCTION UPPER-CASE(W-NAME-IN) TO SDA-VISITOR-NAME
           ELSE
            INITIALIZE CUST-REC
            MOVE SDA-VISITOR-CUST TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 THEN
              STRING FUNCTION TRIM(CUST-FNAME) " "
                     FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                     INTO SDA-VISITOR-NAME
              END-IF
            END-IF.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM MATCH-KEYHOLDER
            VARYING W-KH-IDX FROM 1 BY 1
            UNTIL W-KH-IDX > 4 OR W-FOUND.
          IF W-FOUND THEN
            SET SDA-GRANTED TO TRUE
           ELSE
            SET SDA-REFUSED TO TRUE
            END-IF.
          MOVE W-TODAY TO SDA-DATE.
          MOVE W-NOW TO SDA-TIME.
          MOVE OPERATOR-ID TO SDA-OPER.
          INITIALIZE SDA-CTRL-BLK.
          CALL "SDAADD" USING SDA-CTRL-BLK SDA-REC.
          IF SDA-CTRL-RET-CODE NOT = 0 THEN
            MOVE SDA-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
          IF SDA-GRANTED THEN
            DISPLAY "Access GRANTED - visitor is an authorised "
                    "keyholder"
           ELSE
            MOVE "Access REFUSED - not an authorised keyholder" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       MATCH-KEYHOLDER.
          IF SDA-VISITOR-CUST NOT = 0 THEN
            IF SDR-KH-CUST(W-KH-IDX) = SDA-VISITOR-CUST THEN
              SET W-FOUND TO TRUE
              END-IF
           ELSE
            IF SDR-KH-CUST(W-KH-IDX) = 0 AND
                SDR-KH-NAME(W-KH-IDX) NOT = SPACES AND
                SDR-KH-NAME(W-KH-IDX) = SDA-VISITOR-NAME THEN
              SET W-FOUND TO TRUE
              END-IF
            END-IF.
       LIST-ACCESS-HISTORY.
          PERFORM READ-BOX.
          IF SDB-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Rental id (blank = current rental): "
                  NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          INITIALIZE SDA-REC.
          IF W-AMT-IN = SPACES THEN
            MOVE SDB-RENTAL-ID TO SDA-RENTAL
           ELSE
            COMPUTE SDA-RENTAL = FUNCTION NUMVAL(W-AMT-IN)
            END-IF.
          MOVE 0 TO W-VISIT-COUNT.
          INITIALIZE SDA-CTRL-BLK.
          CALL "SDARTF" USING SDA-CTRL-BLK SDA-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SDA-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-VISIT-COUNT
              DISPLAY "  " SDA-DATE " " SDA-TIME(1:4) " "
                      SDA-RESULT " cust " SDA-VISITOR-CUST " "
                      FUNCTION TRIM(SDA-VISITOR-NAME)
                      " by " SDA-OPER
              CALL "SDARTN" USING SDA-CTRL-BLK SDA-REC
            END-PERFORM.
          DISPLAY W-VISIT-COUNT " visit(s) logged".
       END-RENTAL.
          PERFORM READ-BOX-RENTAL.
          IF SDR-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF SDR-PAID-TO < W-TODAY THEN
            DISPLAY "Warning - rent overdue since " SDR-PAID-TO
            END-IF.
          DISPLAY "Keys returned and box emptied by the renter?".
          MOVE "Confirm end of rental" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            SET SDR-ENDED TO TRUE
            PERFORM RELEASE-BOX
            DISPLAY "Rental " SDR-ID " ended - box "
                    SDB-BRANCH "-" SDB-BOX-NO " available"
            END-IF.
       RELEASE-BOX.
          MOVE W-TODAY TO SDR-END-DATE.
          INITIALIZE SDR-CTRL-BLK.
          CALL "SDRREPL" USING SDR-CTRL-BLK SDR-REC.
          SET SDB-AVAILABLE TO TRUE.
          MOVE 0 TO SDB-RENTAL-ID.
          INITIALIZE SDB-CTRL-BLK.
          CALL "SDBREPL" USING SDB-CTRL-BLK SDB-REC.
       RECORD-DRILLING.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BOX-RENTAL.
          IF SDR-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT (SDR-PAID-TO < W-TODAY) THEN
            MOVE "Rental is not overdue - drilling not allowed" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Rental " SDR-ID " for customer " SDR-CUST
                  " overdue since " SDR-PAID-TO.
          MOVE "Confirm box drilled and contents inventoried" TO
            SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE SDA-REC
            MOVE SDR-ID TO SDA-RENTAL
            MOVE "BOX DRILLED - CONTENTS TO VAULT" TO
                 SDA-VISITOR-NAME
            MOVE W-TODAY TO SDA-DATE
            MOVE W-NOW TO SDA-TIME
            MOVE OPERATOR-ID TO SDA-OPER
            SET SDA-GRANTED TO TRUE
            INITIALIZE SDA-CTRL-BLK
            CALL "SDAADD" USING SDA-CTRL-BLK SDA-REC
            SET SDR-DRILLED TO TRUE
            PERFORM RELEASE-BOX
            DISPLAY "Rental " SDR-ID " closed as drilled - box "
                    SDB-BRANCH "-" SDB-BOX-NO " available"
            END-IF.
       COPY SCREENIO.
