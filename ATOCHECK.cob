       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ATOCHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY NTCCTRL.
        COPY CNTCTRL.
        COPY PARCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY OPERID.
        01 WRK-VARS.
            05 W-CUST         PIC 9(5).
            05 W-COOL-DAYS    PIC 9(3) VALUE 3.
            05 W-PAY-LIMIT    PIC S9(7)V99 VALUE 1000.
            05 W-TODAY        PIC 9(8).
            05 W-DAYS         PIC S9(7).
            05 W-AMOUNT-ED    PIC Z(6)9.99.
            05 W-WHAT         PIC X(12).
       LINKAGE SECTION.
        COPY ATOCTRL.
       PROCEDURE DIVISION USING ATO-CTRL-BLK.
       CHECK-COOLING-OFF.
          MOVE 0 TO ATO-CTRL-RET-CODE.
          MOVE SPACES TO ATO-CTRL-ERR-MSG.
          SET ATO-CLEAR TO TRUE.
          MOVE 0 TO ATO-CHANGE-DATE.
          MOVE ATO-CUST TO W-CUST.
          IF ATO-ACC NOT = 0 THEN
            CALL "ACCIO" USING ACC-CTRL-BLK
            INITIALIZE ACC-REC
            MOVE ATO-ACC TO ACC-ID
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              MOVE ACC-CONTACT-CHG-DATE TO ATO-CHANGE-DATE
              IF W-CUST = 0 THEN
                MOVE ACC-CUST-ID TO W-CUST
                END-IF
              END-IF
            END-IF.
          IF W-CUST NOT = 0 THEN
            CALL "CUSTIO" USING CUS-CTRL-BLK
            INITIALIZE CUST-REC
            MOVE W-CUST TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 AND
                CUST-CONTACT-CHG-DATE > ATO-CHANGE-DATE THEN
              MOVE CUST-CONTACT-CHG-DATE TO ATO-CHANGE-DATE
              END-IF
            END-IF.
          IF ATO-CHANGE-DATE = 0 THEN
            GOBACK
            END-IF.
          PERFORM LOAD-PARAMETERS.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-DAYS = FUNCTION INTEGER-OF-DATE(W-TODAY) -
                           FUNCTION INTEGER-OF-DATE(ATO-CHANGE-DATE).
          IF W-DAYS > W-COOL-DAYS THEN
            GOBACK
            END-IF.
          IF ATO-PAYMENT AND ATO-AMOUNT NOT > W-PAY-LIMIT THEN
            GOBACK
            END-IF.
          SET ATO-HOLD TO TRUE.
          MOVE "Held for call-back - contact details changed"
            TO ATO-CTRL-ERR-MSG.
          IF W-CUST NOT = 0 THEN
            PERFORM RECORD-HOLD-NOTE
            END-IF.
          GOBACK.
*********
        ENTRY "ATONOTIF" USING ATO-CTRL-BLK.
          MOVE 0 TO ATO-CTRL-RET-CODE.
          MOVE SPACES TO ATO-CTRL-ERR-MSG.
          IF ATO-ACC = 0 THEN
            MOVE 1 TO ATO-CTRL-RET-CODE
            MOVE "No account to notify" TO ATO-CTRL-ERR-MSG
            GOBACK
            END-IF.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          INITIALIZE NTC-REC.
          MOVE ATO-ACC TO NTC-ACC.
          MOVE "CONTACTCHG" TO NTC-EVENT.
          MOVE "Contact details changed - call us if not you"
            TO NTC-TEXT.
          MOVE ATO-OLD-ADDRESS TO NTC-ALT-ADDRESS.
          MOVE ATO-OLD-PHONE TO NTC-ALT-PHONE.
          MOVE ATO-OLD-EMAIL TO NTC-ALT-EMAIL.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
          MOVE NTC-CTRL-RET-CODE TO ATO-CTRL-RET-CODE.
          MOVE NTC-CTRL-ERR-MSG TO ATO-CTRL-ERR-MSG.
          GOBACK.
*********
       LOAD-PARAMETERS.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "ATOCOOL" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-COOL-DAYS
            END-IF.
          MOVE "ATOLIMIT" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-PAY-LIMIT
            END-IF.
       RECORD-HOLD-NOTE.
          EVALUATE TRUE
            WHEN ATO-NEW-BENEF
              MOVE "beneficiary" TO W-WHAT
            WHEN ATO-CARD-ISSUE
              MOVE "card issue" TO W-WHAT
            WHEN OTHER
              MOVE "payment" TO W-WHAT
            END-EVALUATE.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          INITIALIZE CNT-REC.
          MOVE W-CUST TO CNT-CUST.
          MOVE "ATOH" TO CNT-CATEGORY.
          MOVE OPERATOR-ID TO CNT-OPER.
          IF ATO-PAYMENT THEN
            MOVE ATO-AMOUNT TO W-AMOUNT-ED
            STRING "Call-back hold on " ATO-SOURCE " payment "
                   W-AMOUNT-ED " - contact chg " ATO-CHANGE-DATE
                   INTO CNT-TEXT
           ELSE
            STRING "Call-back hold on " ATO-SOURCE " "
                   FUNCTION TRIM(W-WHAT) " - contact chg "
                   ATO-CHANGE-DATE INTO CNT-TEXT
            END-IF.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
