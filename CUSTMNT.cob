        COPY RELCTRL.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY OPERID.
        COPY SCRCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ==G-==.
        COPY CRDCTRL.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY ATOCTRL.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-CUST-ID      PIC 9(5).
            05 W-LNK-TOT      PIC 9(3).
            05 W-LNK-IDX      PIC 9(3).
            05 W-REL-CODE     PIC X(1).
            05 W-OLD-NAME     PIC X(30).
            05 W-OLD-ADDRESS  PIC X(30).
            05 W-OLD-PHONE    PIC X(15).
            05 W-OLD-EMAIL    PIC X(30).
            05 W-CONTACT-SW   PIC X(1).
              88 W-CONTACT-CHANGED VALUE 'Y'.
            05 W-TODAY        PIC 9(8).
            05 W-MAJORITY-AGE PIC 9(2) VALUE 18.
            05 W-BIRTH-DATE   PIC 9(8).
            05 W-DATE-SW      PIC X(1).
              88 W-DATE-OK    VALUE 'Y'.
            05 W-GUARDIAN-ID  PIC 9(5).
            05 W-OLD-GUARDIAN PIC 9(5).
            05 W-GUARDIAN-SW  PIC X(1).
              88 W-GUARDIAN-OK VALUE 'Y'.
            05 W-ODLIM-COUNT  PIC 9(3).
            05 W-CARD-COUNT   PIC 9(3).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-LNK-TABLE.
            05 W-LNK-ACC PIC 9(5) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          MOVE "MAJORAGE" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-MAJORITY-AGE
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          DISPLAY "Action (C=create customer, E=edit customer, "
                  "L=link account,".
          DISPLAY "        P=combined position, I=full inquiry, "
                  "R=relationships,".
          DISPLAY "        N=contact notes, M=contact preferences, "
                  "D=deceased customer, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              PERFORM RELATIONSHIP-MAINTENANCE
            WHEN 'N'
              CALL "CNOTEMNT"
            WHEN 'M'
              CALL "CPFMNT"
            WHEN 'D'
              CALL "DECEASED"
          END-EVALUATE.
          GOBACK.
       CREATE-CUSTOMER.
          ACCEPT CUST-PHONE.
          DISPLAY "Email: " NO ADVANCING.
          ACCEPT CUST-EMAIL.
          DISPLAY "Date of birth (YYYYMMDD, 0=not recorded): "
                  NO ADVANCING.
          MOVE 0 TO W-BIRTH-DATE.
          ACCEPT W-BIRTH-DATE.
          PERFORM CHECK-BIRTH-DATE.
          IF NOT W-DATE-OK THEN
            DISPLAY "Not a valid date of birth - customer not created"
            GOBACK
            END-IF.
          MOVE W-BIRTH-DATE TO CUST-BIRTH-DATE.
          PERFORM SET-MINOR-FLAG.
          IF CUST-IS-MINOR THEN
            DISPLAY "Customer is a minor - guardian customer id: "
                    NO ADVANCING
            MOVE 0 TO W-GUARDIAN-ID
            ACCEPT W-GUARDIAN-ID
            PERFORM CHECK-GUARDIAN
            IF NOT W-GUARDIAN-OK THEN
              DISPLAY "A minor must have a guardian - customer not "
                      "created"
              GOBACK
              END-IF
            MOVE W-GUARDIAN-ID TO CUST-GUARDIAN-ID
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSADD" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 THEN
            DISPLAY "Customer " CUST-ID " created"
            PERFORM SCREEN-CUSTOMER
           ELSE
            DISPLAY "Create failed: " CUS-CTRL-ERR-MSG
            END-IF.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          MOVE CUST-NAME TO W-OLD-NAME.
          MOVE CUST-ADDRESS TO W-OLD-ADDRESS.
          MOVE CUST-PHONE TO W-OLD-PHONE.
          MOVE CUST-EMAIL TO W-OLD-EMAIL.
          MOVE 'N' TO W-CONTACT-SW.
          DISPLAY "First name [" FUNCTION TRIM(CUST-FNAME) "]: "
                  NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          IF WRK-INPUT-VAR = 'W' OR 'E' THEN
            MOVE WRK-INPUT-VAR(1:1) TO CUST-TAX-STATUS
            END-IF.
          DISPLAY "Consolidated statement [" CUST-CONSOL-STMT "] "
                  "(Y=yes N=no, blank=unchanged): " NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          ACCEPT WRK-INPUT-VAR.
          IF WRK-INPUT-VAR = 'Y' OR 'N' THEN
            MOVE WRK-INPUT-VAR(1:1) TO CUST-CONSOL-STMT
            END-IF.
          DISPLAY "Customer type [" CUST-TYPE "] "
                  "(P=personal B=business, blank=unchanged): "
                  NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          ACCEPT WRK-INPUT-VAR.
          IF WRK-INPUT-VAR = 'P' OR 'B' THEN
            MOVE WRK-INPUT-VAR(1:1) TO CUST-TYPE
            END-IF.
          IF CUST-TAX-WITHHOLD THEN
            DISPLAY "Withholding rate pct [" CUST-TAX-RATE "] "
                    "(blank=unchanged): " NO ADVANCING
                      FUNCTION NUMVAL(WRK-INPUT-VAR)
              END-IF
            END-IF.
          DISPLAY "Date of birth [" CUST-BIRTH-DATE "] "
                  "(YYYYMMDD, blank=unchanged): " NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          ACCEPT WRK-INPUT-VAR.
          IF WRK-INPUT-VAR NOT = SPACES THEN
            COMPUTE W-BIRTH-DATE = FUNCTION NUMVAL(WRK-INPUT-VAR)
            PERFORM CHECK-BIRTH-DATE
            IF W-DATE-OK THEN
              MOVE W-BIRTH-DATE TO CUST-BIRTH-DATE
             ELSE
              DISPLAY "Not a valid date of birth - left unchanged"
              END-IF
            END-IF.
          MOVE CUST-GUARDIAN-ID TO W-OLD-GUARDIAN.
          PERFORM SET-MINOR-FLAG.
          IF CUST-IS-MINOR THEN
            DISPLAY "Guardian customer id [" CUST-GUARDIAN-ID "] "
                    "(blank=unchanged): " NO ADVANCING
            MOVE SPACES TO WRK-INPUT-VAR
            ACCEPT WRK-INPUT-VAR
            IF WRK-INPUT-VAR NOT = SPACES THEN
              COMPUTE W-GUARDIAN-ID = FUNCTION NUMVAL(WRK-INPUT-VAR)
              PERFORM CHECK-GUARDIAN
              IF W-GUARDIAN-OK THEN
                MOVE W-GUARDIAN-ID TO CUST-GUARDIAN-ID
                END-IF
              END-IF
            IF CUST-GUARDIAN-ID = 0 THEN
              DISPLAY "A minor must have a guardian - update not "
                      "saved"
              GOBACK
              END-IF
            END-IF.
          IF CUST-ADDRESS NOT = W-OLD-ADDRESS OR
              CUST-PHONE NOT = W-OLD-PHONE OR
              CUST-EMAIL NOT = W-OLD-EMAIL THEN
            SET W-CONTACT-CHANGED TO TRUE
            MOVE W-TODAY TO CUST-CONTACT-CHG-DATE
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            PERFORM PROPAGATE-TO-ACCOUNTS
            DISPLAY "Customer updated, " W-ACC-COUNT
                    " linked account(s) refreshed"
            IF W-CONTACT-CHANGED AND W-LNK-TOT > 0 THEN
              PERFORM NOTIFY-OLD-CONTACT
              END-IF
            IF CUST-IS-MINOR AND
                CUST-GUARDIAN-ID NOT = W-OLD-GUARDIAN THEN
              PERFORM APPLY-GUARDIAN-MANDATE
              END-IF
            IF CUST-NAME NOT = W-OLD-NAME THEN
              MOVE SPACES TO CUST-SANC-CLEARED-ENTRY
              END-IF
            IF CUST-SANC-CLEAR THEN
              PERFORM SCREEN-CUSTOMER
              END-IF
            END-IF.
       SCREEN-CUSTOMER.
          INITIALIZE SCR-CTRL-BLK.
          STRING FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                 INTO SCR-NAME.
          MOVE CUST-SANC-CLEARED-ENTRY TO SCR-SKIP-ENTRY.
          MOVE 'C' TO SCR-SUBJ-TYPE.
          MOVE CUST-ID TO SCR-SUBJ-ID.
          MOVE "CUSTMNT" TO SCR-SOURCE.
          CALL "SANCSCRN" USING SCR-CTRL-BLK.
          IF SCR-POSSIBLE-HIT THEN
            SET CUST-SANC-REVIEW TO TRUE
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC
            DISPLAY "Possible sanctions match " SCR-ENTRY-ID
                    " (score " SCR-SCORE ") - customer referred "
                    "for compliance review"
            END-IF.
       CHECK-SANCTIONS-STOP.
          IF CUST-SANC-REVIEW OR CUST-SANC-BLOCKED THEN
            DISPLAY "Customer is under sanctions review or blocked"
                    " - no accounts may be added"
            MOVE 1 TO CUS-CTRL-RET-CODE
            END-IF.
          IF NOT CUST-ESTATE-NONE THEN
            DISPLAY "Customer is deceased - no accounts may be added"
            MOVE 1 TO CUS-CTRL-RET-CODE
            END-IF.
       CHECK-BIRTH-DATE.
          MOVE 'N' TO W-DATE-SW.
          IF W-BIRTH-DATE = 0 THEN
            SET W-DATE-OK TO TRUE
           ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(W-BIRTH-DATE) = 0 AND
                W-BIRTH-DATE NOT > W-TODAY THEN
              SET W-DATE-OK TO TRUE
              END-IF
            END-IF.
       SET-MINOR-FLAG.
          IF CUST-BIRTH-DATE NOT = 0 AND
              CUST-BIRTH-DATE + W-MAJORITY-AGE * 10000 > W-TODAY THEN
            SET CUST-IS-MINOR TO TRUE
            END-IF.
       CHECK-GUARDIAN.
          MOVE 'N' TO W-GUARDIAN-SW.
          MOVE W-GUARDIAN-ID TO G-CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK G-CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 OR W-GUARDIAN-ID = 0 THEN
            DISPLAY "Guardian customer not found"
           ELSE
            IF W-GUARDIAN-ID = CUST-ID OR G-CUST-IS-MINOR OR
                NOT G-CUST-ESTATE-NONE OR G-CUST-SANC-BLOCKED THEN
              DISPLAY "Customer " W-GUARDIAN-ID
                      " cannot act as guardian"
             ELSE
              SET W-GUARDIAN-OK TO TRUE
              DISPLAY "Guardian: " FUNCTION TRIM(G-CUST-FNAME) " "
                      FUNCTION TRIM(G-CUST-LNAME)
              END-IF
            END-IF.
       APPLY-GUARDIAN-MANDATE.
          MOVE 0 TO W-LNK-TOT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID = CUST-ID AND NOT ACC-CLOSED
                 AND W-LNK-TOT < 200 THEN
                ADD 1 TO W-LNK-TOT
                MOVE ACC-ID TO W-LNK-ACC(W-LNK-TOT)
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          PERFORM MANDATE-LINKED-ACCOUNTS.
       MANDATE-LINKED-ACCOUNTS.
          CALL "RELIO" USING REL-CTRL-BLK.
          MOVE 0 TO W-ODLIM-COUNT.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT
            PERFORM MANDATE-ONE-ACCOUNT
          END-PERFORM.
          PERFORM BLOCK-MINOR-CARDS.
          DISPLAY "Guardian " CUST-GUARDIAN-ID " mandated on "
                  W-LNK-TOT " account(s); " W-ODLIM-COUNT
                  " overdraft limit(s) and " W-CARD-COUNT
                  " card(s) withdrawn".
       MANDATE-ONE-ACCOUNT.
          IF W-OLD-GUARDIAN NOT = 0 THEN
            INITIALIZE REL-REC
            MOVE W-OLD-GUARDIAN TO REL-CUST
            MOVE W-LNK-ACC(W-LNK-IDX) TO REL-ACC
            INITIALIZE REL-CTRL-BLK
            CALL "RELDEL" USING REL-CTRL-BLK REL-REC
            END-IF.
          INITIALIZE REL-REC.
          MOVE CUST-GUARDIAN-ID TO REL-CUST.
          MOVE W-LNK-ACC(W-LNK-IDX) TO REL-ACC.
          SET REL-GUARDIAN TO TRUE.
          MOVE W-TODAY TO REL-ADDED-DATE.
          MOVE OPERATOR-ID TO REL-ADDED-BY.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELADD" USING REL-CTRL-BLK REL-REC.
          MOVE W-LNK-ACC(W-LNK-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 AND ACC-OD-LIMIT NOT = 0 THEN
            MOVE 0 TO ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            ADD 1 TO W-ODLIM-COUNT
            END-IF.
       BLOCK-MINOR-CARDS.
          MOVE 0 TO W-CARD-COUNT.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              IF CRD-ACTIVE OR CRD-PENDING OR CRD-CALLBACK THEN
                MOVE 'N' TO W-FOUND-SW
                PERFORM VARYING W-LNK-IDX FROM 1 BY 1
                    UNTIL W-LNK-IDX > W-LNK-TOT OR W-FOUND
                  IF W-LNK-ACC(W-LNK-IDX) = CRD-ACC THEN
                    SET W-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF W-FOUND THEN
                  SET CRD-BLOCKED TO TRUE
                  SET CRD-REASON-OTHER TO TRUE
                  INITIALIZE CRD-CTRL-BLK
                  CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC
                  ADD 1 TO W-CARD-COUNT
                  END-IF
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
       PROPAGATE-TO-ACCOUNTS.
          MOVE 0 TO W-ACC-COUNT.
          MOVE 0 TO W-LNK-TOT.
            MOVE CUST-ADDRESS TO ACC-ADDRESS
            MOVE CUST-PHONE TO ACC-PHONE
            MOVE CUST-EMAIL TO ACC-EMAIL
            IF W-CONTACT-CHANGED THEN
              MOVE CUST-CONTACT-CHG-DATE TO ACC-CONTACT-CHG-DATE
              END-IF
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              ADD 1 TO W-ACC-COUNT
              END-IF
            END-IF.
       NOTIFY-OLD-CONTACT.
          INITIALIZE ATO-CTRL-BLK.
          MOVE W-LNK-ACC(1) TO ATO-ACC.
          MOVE CUST-ID TO ATO-CUST.
          MOVE W-OLD-ADDRESS TO ATO-OLD-ADDRESS.
          MOVE W-OLD-PHONE TO ATO-OLD-PHONE.
          MOVE W-OLD-EMAIL TO ATO-OLD-EMAIL.
          CALL "ATONOTIF" USING ATO-CTRL-BLK.
          DISPLAY "Contact change notice queued to previous details".
       LINK-ACCOUNT.
          PERFORM READ-CUSTOMER-ID.
          IF CUS-CTRL-RET-CODE = 0 THEN
            PERFORM CHECK-SANCTIONS-STOP
            END-IF.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
              PERFORM RECORD-RELATIONSHIP
              DISPLAY "Account " W-ACC-ID " linked to customer "
                      CUST-ID
              IF CUST-IS-MINOR AND CUST-GUARDIAN-ID NOT = 0 THEN
                MOVE 1 TO W-LNK-TOT
                MOVE ACC-ID TO W-LNK-ACC(1)
                MOVE 0 TO W-OLD-GUARDIAN
                PERFORM MANDATE-LINKED-ACCOUNTS
                END-IF
             ELSE
              DISPLAY "Link failed: " ACC-CTRL-ERR-MSG
              END-IF
                      REL-ADDED-BY
              CALL "RELCUN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
          PERFORM CHECK-SANCTIONS-STOP.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Account id to add (0 = done): " NO ADVANCING.
          MOVE 0 TO W-ACC-ID.
          ACCEPT W-ACC-ID.
