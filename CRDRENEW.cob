       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRDRENEW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBOSS-FILE ASSIGN TO 'CRDEMBOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-E.
           SELECT PRINT-FILE ASSIGN TO 'CRDRENEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  EMBOSS-FILE.
       01  EM-REC.
           05  EM-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  EM-CARD        PIC 9(16).
           05  FILLER         PIC X(1).
           05  EM-EXPIRY-MM   PIC 9(2).
           05  EM-EXPIRY-SEP  PIC X(1).
           05  EM-EXPIRY-YY   PIC 9(2).
           05  FILLER         PIC X(1).
           05  EM-NAME        PIC X(26).
           05  FILLER         PIC X(1).
           05  EM-ADDRESS     PIC X(30).
           05  FILLER         PIC X(1).
           05  EM-ACC         PIC 9(5).
           05  FILLER         PIC X(1).
           05  EM-OLD-CARD    PIC 9(16).
       01  EM-HEADER-REC.
           05  EM-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  EM-HDR-ISSUER  PIC X(10).
           05  FILLER         PIC X(1).
           05  EM-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  EM-HDR-RUN     PIC 9(7).
       01  EM-TRAILER-REC.
           05  EM-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  EM-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  EM-TRL-COUNT   PIC 9(7).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CRDCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY CARD REPLACING ==:PREFIX:== BY ==N-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        COPY ATOCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CRDRENEW'.
            05 FS-E           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LEAD-DAYS    PIC 9(3) VALUE 60.
            05 W-LIFE-YEARS   PIC 9(2) VALUE 3.
            05 W-BIN          PIC 9(6) VALUE 400000.
            05 W-ISSUER       PIC X(10) VALUE 'BANK'.
            05 W-HORIZON      PIC 9(8).
            05 W-RUN-NO       PIC 9(7).
            05 W-EXPIRY       PIC 9(8).
            05 W-EXPIRY-X REDEFINES W-EXPIRY.
              10 W-EXP-YYYY   PIC 9(4).
              10 W-EXP-MM     PIC 9(2).
              10 W-EXP-DD     PIC 9(2).
            05 W-SKIP-REASON  PIC X(20).
            05 W-RENEW-COUNT  PIC 9(5).
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-FILL-COUNT   PIC 9(5).
            05 W-NUMBER-SW    PIC X(1).
              88 W-NUMBER-FREE VALUE 'Y'.
            05 W-TRIES        PIC 9(2).
        01 W-LUHN-WORK.
            05 W-CARD-BODY    PIC 9(15).
            05 W-CARD-BODY-X REDEFINES W-CARD-BODY.
              10 W-BODY-BIN   PIC 9(6).
              10 W-BODY-SEQ   PIC 9(9).
            05 W-BODY-DIGITS REDEFINES W-CARD-BODY.
              10 W-DIGIT      PIC 9(1) OCCURS 15 TIMES.
            05 W-POS          PIC 9(2).
            05 W-DOUBLE-SW    PIC X(1).
              88 W-DOUBLE-IT  VALUE 'Y'.
            05 W-PRODUCT      PIC 9(2).
            05 W-LUHN-SUM     PIC 9(4).
            05 W-CHECK-DIGIT  PIC 9(1).
            05 W-NEW-NUMBER   PIC 9(16).
       PROCEDURE DIVISION.
       CARD-RENEWAL-RUN.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Card renewal is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          COMPUTE W-HORIZON = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) + W-LEAD-DAYS).
          INITIALIZE CTL-REC.
          MOVE "EMBRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          OPEN OUTPUT EMBOSS-FILE.
          OPEN OUTPUT PRINT-FILE.
          IF FS-E NOT = 0 OR FS-P NOT = 0 THEN
            DISPLAY "Unable to open renewal files, status "
                    FS-E "/" FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          INITIALIZE EM-HEADER-REC.
          MOVE 'H' TO EM-HDR-TAG.
          MOVE W-ISSUER TO EM-HDR-ISSUER.
          MOVE W-TODAY TO EM-HDR-DATE.
          MOVE W-RUN-NO TO EM-HDR-RUN.
          WRITE EM-HEADER-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "Card renewal run " W-RUN-NO " - " W-TODAY
                 "  (expiring by " W-HORIZON ")" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-RENEW-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          MOVE 0 TO W-FILL-COUNT.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              IF CRD-ACTIVE AND CRD-RENEWED-BY = 0 THEN
                PERFORM CHECK-ONE-CARD THRU CHECK-ONE-CARD-EXIT
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
          INITIALIZE EM-TRAILER-REC.
          MOVE 'T' TO EM-TRL-TAG.
          MOVE W-RUN-NO TO EM-TRL-RUN.
          MOVE W-RENEW-COUNT TO EM-TRL-COUNT.
          WRITE EM-TRAILER-REC.
          CLOSE EMBOSS-FILE.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-RENEW-COUNT " card(s) renewed, " W-SKIP-COUNT
                 " skipped, " W-FILL-COUNT " expiry date(s) set"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-RENEW-COUNT " card(s) renewed - see CRDRENEW "
                  "and CRDEMBOS files".
          MOVE W-RENEW-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "CARDLEAD" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LEAD-DAYS
            END-IF.
          MOVE "CARDLIFE" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LIFE-YEARS
            END-IF.
          MOVE "CARDBIN" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-BIN
            END-IF.
          MOVE "CARDISSUER" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-ISSUER
            END-IF.
*********
       CHECK-ONE-CARD.
          IF CRD-EXPIRY = 0 THEN
            PERFORM SET-MISSING-EXPIRY
            END-IF.
          IF CRD-EXPIRY = 0 OR CRD-EXPIRY > W-HORIZON THEN
            GO TO CHECK-ONE-CARD-EXIT
            END-IF.
          INITIALIZE ACC-REC.
          MOVE CRD-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          MOVE SPACES TO W-SKIP-REASON.
          EVALUATE TRUE
            WHEN ACC-CTRL-RET-CODE NOT = 0
              MOVE "account not found" TO W-SKIP-REASON
            WHEN ACC-CLOSED
              MOVE "account closed" TO W-SKIP-REASON
            WHEN ACC-FROZEN
              MOVE "account frozen" TO W-SKIP-REASON
            WHEN ACC-CHGOFF
              MOVE "account charged off" TO W-SKIP-REASON
          END-EVALUATE.
          IF W-SKIP-REASON NOT = SPACES THEN
            ADD 1 TO W-SKIP-COUNT
            MOVE SPACES TO PRINT-REC
            STRING "[" CRD-ACC "] card *" CRD-NUMBER(13:4)
                   " expires " CRD-EXPIRY " NOT RENEWED - "
                   W-SKIP-REASON INTO PRINT-REC
            WRITE PRINT-REC
            GO TO CHECK-ONE-CARD-EXIT
            END-IF.
          PERFORM ISSUE-REPLACEMENT-CARD.
       CHECK-ONE-CARD-EXIT.
          EXIT.
       SET-MISSING-EXPIRY.
          IF CRD-ISSUED-DATE NOT = 0 THEN
            MOVE CRD-ISSUED-DATE TO W-EXPIRY
            PERFORM ADVANCE-EXPIRY
            MOVE W-EXPIRY TO CRD-EXPIRY
            INITIALIZE CRD-CTRL-BLK
            CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC
            ADD 1 TO W-FILL-COUNT
            END-IF.
       ADVANCE-EXPIRY.
          ADD W-LIFE-YEARS TO W-EXP-YYYY.
          MOVE 1 TO W-EXP-DD.
          IF W-EXP-MM = 12 THEN
            ADD 1 TO W-EXP-YYYY
            MOVE 1 TO W-EXP-MM
           ELSE
            ADD 1 TO W-EXP-MM
            END-IF.
          COMPUTE W-EXPIRY = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-EXPIRY) - 1).
*********
       ISSUE-REPLACEMENT-CARD.
          PERFORM ALLOCATE-CARD-NUMBER.
          IF NOT W-NUMBER-FREE THEN
            DISPLAY "No free card number for card " CRD-NUMBER
            MOVE 1 TO RETURN-CODE
           ELSE
            INITIALIZE N-CRD-REC
            MOVE W-NEW-NUMBER TO N-CRD-NUMBER
            MOVE CRD-ACC TO N-CRD-ACC
            SET N-CRD-PENDING TO TRUE
            MOVE CRD-DAY-LIMIT TO N-CRD-DAY-LIMIT
            MOVE W-TODAY TO N-CRD-ISSUED-DATE
            MOVE "CRDRENEW" TO N-CRD-ISSUED-BY
            MOVE CRD-EXPIRY TO W-EXPIRY
            PERFORM ADVANCE-EXPIRY
            MOVE W-EXPIRY TO N-CRD-EXPIRY
            MOVE CRD-NUMBER TO N-CRD-REPLACES
            INITIALIZE ATO-CTRL-BLK
            MOVE CRD-ACC TO ATO-ACC
            SET ATO-CARD-ISSUE TO TRUE
            MOVE "CRDRENEW" TO ATO-SOURCE
            CALL "ATOCHECK" USING ATO-CTRL-BLK
            IF ATO-HOLD THEN
              SET N-CRD-CALLBACK TO TRUE
              END-IF
            INITIALIZE CRD-CTRL-BLK
            CALL "CRDADD" USING CRD-CTRL-BLK N-CRD-REC
            IF CRD-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "Replacement for " CRD-NUMBER " not added: "
                      CRD-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
             ELSE
              MOVE W-NEW-NUMBER TO CRD-RENEWED-BY
              INITIALIZE CRD-CTRL-BLK
              CALL "CRDREPL" USING CRD-CTRL-BLK CRD-REC
              PERFORM WRITE-EMBOSS-RECORD
              END-IF
            END-IF.
       ALLOCATE-CARD-NUMBER.
          MOVE 'N' TO W-NUMBER-SW.
          MOVE 0 TO W-TRIES.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-NUMBER-FREE OR W-TRIES > 20
              ADD 1 TO W-TRIES
              INITIALIZE CTL-REC
              MOVE "CARDSEQ" TO CTL-NAME
              INITIALIZE CTL-CTRL-BLK
              CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
              MOVE W-BIN TO W-BODY-BIN
              MOVE CTL-LAST-ID TO W-BODY-SEQ
              PERFORM COMPUTE-CHECK-DIGIT
              COMPUTE W-NEW-NUMBER = W-CARD-BODY * 10 + W-CHECK-DIGIT
              INITIALIZE N-CRD-REC
              MOVE W-NEW-NUMBER TO N-CRD-NUMBER
              INITIALIZE CRD-CTRL-BLK
              CALL "CRDGET" USING CRD-CTRL-BLK N-CRD-REC
              IF CRD-CTRL-RET-CODE NOT = 0 THEN
                SET W-NUMBER-FREE TO TRUE
                END-IF
            END-PERFORM.
       COMPUTE-CHECK-DIGIT.
          MOVE 0 TO W-LUHN-SUM.
          SET W-DOUBLE-IT TO TRUE.
          PERFORM VARYING W-POS FROM 15 BY -1 UNTIL W-POS < 1
            IF W-DOUBLE-IT THEN
              COMPUTE W-PRODUCT = W-DIGIT(W-POS) * 2
              IF W-PRODUCT > 9 THEN
                SUBTRACT 9 FROM W-PRODUCT
                END-IF
              MOVE 'N' TO W-DOUBLE-SW
             ELSE
              MOVE W-DIGIT(W-POS) TO W-PRODUCT
              SET W-DOUBLE-IT TO TRUE
              END-IF
            ADD W-PRODUCT TO W-LUHN-SUM
          END-PERFORM.
          COMPUTE W-CHECK-DIGIT =
                  FUNCTION MOD(10 - FUNCTION MOD(W-LUHN-SUM, 10), 10).
       WRITE-EMBOSS-RECORD.
          INITIALIZE EM-REC.
          MOVE 'D' TO EM-TYPE.
          MOVE N-CRD-NUMBER TO EM-CARD.
          MOVE N-CRD-EXPIRY(5:2) TO EM-EXPIRY-MM.
          MOVE '/' TO EM-EXPIRY-SEP.
          MOVE N-CRD-EXPIRY(3:2) TO EM-EXPIRY-YY.
          INITIALIZE CUST-REC.
          MOVE ACC-CUST-ID TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          IF ACC-CUST-ID NOT = 0 THEN
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            END-IF.
          IF ACC-CUST-ID NOT = 0 AND CUS-CTRL-RET-CODE = 0 THEN
            STRING FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME) INTO EM-NAME
            MOVE CUST-ADDRESS TO EM-ADDRESS
           ELSE
            STRING FUNCTION TRIM(ACC-FNAME) " "
                   FUNCTION TRIM(ACC-LNAME) INTO EM-NAME
            MOVE ACC-ADDRESS TO EM-ADDRESS
            END-IF.
          MOVE FUNCTION UPPER-CASE(EM-NAME) TO EM-NAME.
          MOVE CRD-ACC TO EM-ACC.
          MOVE CRD-NUMBER TO EM-OLD-CARD.
          WRITE EM-REC.
          ADD 1 TO W-RENEW-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "[" CRD-ACC "] card *" CRD-NUMBER(13:4)
                 " expires " CRD-EXPIRY " renewed as *"
                 N-CRD-NUMBER(13:4) " to " EM-EXPIRY-MM "/"
                 EM-EXPIRY-YY INTO PRINT-REC.
          WRITE PRINT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
