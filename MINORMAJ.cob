       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MINORMAJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'MINORMAJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CUSCTRL.
        COPY ACCCTRL.
        COPY RELCTRL.
        COPY PRDCTRL.
        COPY NTCCTRL.
        COPY CNTCTRL.
        COPY PARCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY PRODUCT REPLACING ==:PREFIX:== BY ====.
        COPY PRODUCT REPLACING ==:PREFIX:== BY ==A-==.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'MINORMAJ'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-MONTH-END    PIC 9(8).
            05 W-MAJORITY-AGE PIC 9(2) VALUE 18.
            05 W-GUARDIAN-ID  PIC 9(5).
            05 W-GUARDIAN-ACC PIC 9(5).
            05 W-NEW-PRODUCT  PIC X(4).
            05 W-CONVERTED    PIC 9(5).
            05 W-ACC-MOVED    PIC 9(5).
            05 W-ACC-KEPT     PIC 9(5).
            05 W-NOTICES      PIC 9(5).
            05 W-MIN-TOT      PIC 9(3).
            05 W-MIN-IDX      PIC 9(3).
            05 W-LNK-TOT      PIC 9(3).
            05 W-LNK-IDX      PIC 9(3).
        01 W-MIN-TABLE.
            05 W-MIN-CUST PIC 9(5) OCCURS 500 TIMES.
        01 W-LNK-TABLE.
            05 W-LNK-ACC PIC 9(5) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       AGE-OF-MAJORITY-RUN.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Age-of-majority run is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-MONTH-END = W-TODAY - FUNCTION MOD(W-TODAY, 100)
                              + 31.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "MAJORAGE" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-MAJORITY-AGE
            END-IF.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "PRODIO" USING PRD-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open MINORMAJ report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Age of majority conversion - " W-TODAY
                 " - majority age " W-MAJORITY-AGE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-CONVERTED.
          MOVE 0 TO W-ACC-MOVED.
          MOVE 0 TO W-ACC-KEPT.
          MOVE 0 TO W-NOTICES.
          PERFORM FIND-MINORS-COMING-OF-AGE.
          PERFORM VARYING W-MIN-IDX FROM 1 BY 1
              UNTIL W-MIN-IDX > W-MIN-TOT
            PERFORM CONVERT-ONE-CUSTOMER
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-CONVERTED " customer(s) reached majority, "
                 W-ACC-MOVED " account(s) moved to adult products, "
                 W-ACC-KEPT " kept" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "  " W-NOTICES " notice(s) queued" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-CONVERTED " minor(s) converted to adult, "
                  W-NOTICES " notice(s) queued - see MINORMAJ".
          MOVE W-CONVERTED TO STEP-RECORD-COUNT.
          GOBACK.
*********
       FIND-MINORS-COMING-OF-AGE.
          MOVE 0 TO W-MIN-TOT.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF CUST-IS-MINOR AND CUST-BIRTH-DATE NOT = 0 AND
                  CUST-BIRTH-DATE + W-MAJORITY-AGE * 10000
                    NOT > W-MONTH-END THEN
                IF W-MIN-TOT < 500 THEN
                  ADD 1 TO W-MIN-TOT
                  MOVE CUST-ID TO W-MIN-CUST(W-MIN-TOT)
                 ELSE
                  MOVE SPACES TO PRINT-REC
                  STRING "Customer " CUST-ID " deferred to next run"
                         INTO PRINT-REC
                  WRITE PRINT-REC
                  END-IF
                END-IF
              INITIALIZE CUS-CTRL-BLK
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
       CONVERT-ONE-CUSTOMER.
          MOVE W-MIN-CUST(W-MIN-IDX) TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-CONVERTED
            MOVE CUST-GUARDIAN-ID TO W-GUARDIAN-ID
            MOVE SPACES TO PRINT-REC
            STRING "Customer " CUST-ID " "
                   FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME) " born "
                   CUST-BIRTH-DATE " guardian " W-GUARDIAN-ID
                   INTO PRINT-REC
            WRITE PRINT-REC
            MOVE SPACE TO CUST-MINOR-FLAG
            MOVE 0 TO CUST-GUARDIAN-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC
            PERFORM COLLECT-MINOR-ACCOUNTS
            PERFORM VARYING W-LNK-IDX FROM 1 BY 1
                UNTIL W-LNK-IDX > W-LNK-TOT
              PERFORM CONVERT-ONE-ACCOUNT
            END-PERFORM
            PERFORM QUEUE-MAJORITY-NOTICES
            PERFORM RECORD-MAJORITY-NOTE
            END-IF.
       COLLECT-MINOR-ACCOUNTS.
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
       CONVERT-ONE-ACCOUNT.
          MOVE W-LNK-ACC(W-LNK-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE = 0 THEN
            PERFORM FIND-ADULT-PRODUCT
            MOVE SPACES TO PRINT-REC
            IF W-NEW-PRODUCT NOT = SPACES THEN
              STRING "  Account " ACC-ID " product " ACC-PRODUCT
                     " -> " W-NEW-PRODUCT INTO PRINT-REC
              MOVE W-NEW-PRODUCT TO ACC-PRODUCT
              MOVE A-PRD-RATE-PLAN TO ACC-RATE-PLAN
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
              ADD 1 TO W-ACC-MOVED
             ELSE
              STRING "  Account " ACC-ID " product " ACC-PRODUCT
                     " unchanged - no adult product"
                     INTO PRINT-REC
              ADD 1 TO W-ACC-KEPT
              END-IF
            WRITE PRINT-REC
            IF W-GUARDIAN-ID NOT = 0 THEN
              INITIALIZE REL-REC
              MOVE W-GUARDIAN-ID TO REL-CUST
              MOVE ACC-ID TO REL-ACC
              INITIALIZE REL-CTRL-BLK
              CALL "RELDEL" USING REL-CTRL-BLK REL-REC
              END-IF
            END-IF.
       FIND-ADULT-PRODUCT.
          MOVE SPACES TO W-NEW-PRODUCT.
          IF ACC-PRODUCT NOT = SPACES THEN
            INITIALIZE PRD-REC
            MOVE ACC-PRODUCT TO PRD-CODE
            INITIALIZE PRD-CTRL-BLK
            CALL "PRDRID" USING PRD-CTRL-BLK PRD-REC
            IF PRD-CTRL-RET-CODE = 0 AND
                PRD-ADULT-CODE NOT = SPACES THEN
              INITIALIZE A-PRD-REC
              MOVE PRD-ADULT-CODE TO A-PRD-CODE
              INITIALIZE PRD-CTRL-BLK
              CALL "PRDRID" USING PRD-CTRL-BLK A-PRD-REC
              IF PRD-CTRL-RET-CODE = 0 AND A-PRD-ACTIVE THEN
                MOVE A-PRD-CODE TO W-NEW-PRODUCT
                END-IF
              END-IF
            END-IF.
       QUEUE-MAJORITY-NOTICES.
          IF W-LNK-TOT > 0 THEN
            INITIALIZE NTC-REC
            MOVE W-LNK-ACC(1) TO NTC-ACC
            MOVE "MAJORITY" TO NTC-EVENT
            MOVE "You are now of age - account(s) converted"
              TO NTC-TEXT
            INITIALIZE NTC-CTRL-BLK
            CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC
            ADD 1 TO W-NOTICES
            END-IF.
          IF W-GUARDIAN-ID NOT = 0 THEN
            PERFORM FIND-GUARDIAN-ACCOUNT
            IF W-GUARDIAN-ACC NOT = 0 THEN
              INITIALIZE NTC-REC
              MOVE W-GUARDIAN-ACC TO NTC-ACC
              MOVE "GUARDEND" TO NTC-EVENT
              STRING "Guardian mandate ended for cust "
                     CUST-ID INTO NTC-TEXT
              INITIALIZE NTC-CTRL-BLK
              CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC
              ADD 1 TO W-NOTICES
              END-IF
            END-IF.
       FIND-GUARDIAN-ACCOUNT.
          MOVE 0 TO W-GUARDIAN-ACC.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0 OR W-GUARDIAN-ACC NOT = 0
              IF ACC-CUST-ID = W-GUARDIAN-ID AND ACC-ACTIVE THEN
                MOVE ACC-ID TO W-GUARDIAN-ACC
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          IF W-GUARDIAN-ACC = 0 AND W-LNK-TOT > 0 THEN
            MOVE W-LNK-ACC(1) TO W-GUARDIAN-ACC
            END-IF.
       RECORD-MAJORITY-NOTE.
          INITIALIZE CNT-REC.
          MOVE CUST-ID TO CNT-CUST.
          MOVE "MAJR" TO CNT-CATEGORY.
          MOVE "MINORMAJ" TO CNT-OPER.
          STRING "Age of majority - guardian " W-GUARDIAN-ID
                 " mandate removed" INTO CNT-TEXT.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
