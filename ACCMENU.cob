       COPY SCREENIOV.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ==T-==.
       COPY CUSCTRL.
       COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
       COPY TRANL   REPLACING ==:PREFIX:== BY ====.
       COPY TRAN    REPLACING ==:PREFIX:== BY ====.
       COPY FXCTRL.
       COPY PRODUCT REPLACING ==:PREFIX:== BY ====.
       COPY KYCCTRL.
       COPY KYCDOC REPLACING ==:PREFIX:== BY ====.
       COPY ATOCTRL.
       COPY BRNCTRL.
       COPY BRANCH REPLACING ==:PREFIX:== BY ====.
       01 M-MENU.
           05 M-SELECTION PIC X(1) VALUE SPACES.
           05 M-TITLE PIC X(40) VALUE "Barthol Bank - Account menu".
               15 M-OPT1-CODE PIC X    VALUE '*'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Account opening workflow (KYC)".
             10 M-OPT46.
               15 M-OPT1-CODE PIC X    VALUE '#'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Switch account to another bank".
             10 M-OPT47.
               15 M-OPT1-CODE PIC X    VALUE '$'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Safe deposit boxes".
             10 M-OPT48.
               15 M-OPT1-CODE PIC X    VALUE '%'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Complaints register".
             10 M-OPT49.
               15 M-OPT1-CODE PIC X    VALUE '@'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Batch job definitions".
             10 M-OPT495.
               15 M-OPT1-CODE PIC X    VALUE '&'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Branch master maintenance".
             10 M-OPT4.
               15 M-OPT1-CODE PIC X    VALUE 'H'.
               15 M-OPT1-TEXT PIC X(40) VALUE "Account history".
             10 M-OPT645.
               15 M-OPT1-CODE PIC X    VALUE 'T'.
               15 M-OPT1-TEXT PIC X(40) VALUE
                                "Stop-payments and debit mandates".
             10 M-OPT646.
               15 M-OPT1-CODE PIC X    VALUE 'A'.
               15 M-OPT1-TEXT PIC X(40) VALUE
           05 W-SAVE-ADDRESS PIC X(30).
           05 W-SAVE-STATUS  PIC X(1).
           05 W-SAVE-ODLIM   PIC S9(7)V99.
           05 W-SAVE-PHONE   PIC X(15).
           05 W-SAVE-EMAIL   PIC X(30).
           05 W-DEF-BRANCH   PIC X(4) VALUE SPACES.
           05 W-BRANCH-IN    PIC X(4).
       PROCEDURE DIVISION.
          IF TRAINING-ON THEN
            MOVE "** TRAINING ** - Account menu" TO M-TITLE
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-BASE-CURRENCY
            END-IF.
          MOVE "HOMEBRCH" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-DEF-BRANCH
            END-IF.
          CALL "BRNIO" USING BRN-CTRL-BLK.
       MAIN-LOOP.
          PERFORM
             WITH TEST AFTER
                     PERFORM CLOSE-ACCOUNT-FORMALLY
                     END-IF
                   END-IF
               WHEN '#'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   IF ACC-ID = 0 THEN
                     PERFORM NO-SELECTED-ACCOUNT
                    ELSE
                     PERFORM SWITCH-ACCOUNT-OUT
                     END-IF
                   END-IF
               WHEN '5'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                 PERFORM SWEEP-MAINTENANCE
               WHEN '*'
                 PERFORM ACCOUNT-OPENING-WORKFLOW
               WHEN '$'
                 PERFORM SAFE-DEPOSIT-DESK
               WHEN '%'
                 PERFORM COMPLAINTS-DESK
               WHEN '@'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM BATCH-JOB-MAINTENANCE
                   END-IF
               WHEN '&'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM BRANCH-MAINTENANCE
                   END-IF
               WHEN 'H'
                 IF ACC-ID = 0 THEN
                   PERFORM NO-SELECTED-ACCOUNT
                      PRD-MIN-OPEN
              END-IF
            END-IF.
          PERFORM READ-HOME-BRANCH.
          MOVE W-BRANCH-IN TO T-ACC-BRANCH.
          DISPLAY "Address: " NO ADVANCING.
          ACCEPT T-ACC-ADDRESS.
          DISPLAY "Phone: " NO ADVANCING.
              PERFORM READ-KEY
              END-IF
            END-IF.
       READ-HOME-BRANCH.
          DISPLAY "Home branch [" W-DEF-BRANCH "]: " NO ADVANCING.
          MOVE SPACES TO W-BRANCH-IN.
          ACCEPT W-BRANCH-IN.
          MOVE FUNCTION UPPER-CASE(W-BRANCH-IN) TO W-BRANCH-IN.
          IF W-BRANCH-IN = SPACES THEN
            MOVE W-DEF-BRANCH TO W-BRANCH-IN
            END-IF.
          PERFORM CHECK-BRANCH-CODE.
       CHECK-BRANCH-CODE.
          IF W-BRANCH-IN NOT = SPACES THEN
            INITIALIZE BRN-REC
            MOVE W-BRANCH-IN TO BRN-CODE
            INITIALIZE BRN-CTRL-BLK
            CALL "BRNGET" USING BRN-CTRL-BLK BRN-REC
            IF BRN-CTRL-RET-CODE NOT = 0 OR NOT BRN-ACTIVE THEN
              MOVE "Unknown or closed branch" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              MOVE SPACES TO W-BRANCH-IN
              END-IF
            END-IF.
       GENERATE-KYC-CHECKLIST.
          CALL "KYCIO" USING KYC-CTRL-BLK.
          INITIALIZE KYC-REC.
            MOVE W-BASE-CURRENCY TO T-ACC-CURRENCY
            END-IF.
          MOVE 'Y' TO T-ACC-CASH-FLAG.
          PERFORM READ-HOME-BRANCH.
          MOVE W-BRANCH-IN TO T-ACC-BRANCH.
          MOVE FUNCTION CURRENT-DATE TO WRK-WIDE-VAR.
          MOVE WRK-WIDE-VAR(1:8) TO T-ACC-OPEN-DATE.
          DISPLAY "Confirm creation ?" NO ADVANCING.
          MOVE ACC-ADDRESS TO W-SAVE-ADDRESS.
          MOVE ACC-STATUS TO W-SAVE-STATUS.
          MOVE ACC-OD-LIMIT TO W-SAVE-ODLIM.
          MOVE ACC-PHONE TO W-SAVE-PHONE.
          MOVE ACC-EMAIL TO W-SAVE-EMAIL.
          DISPLAY "First name [" FUNCTION TRIM(ACC-FNAME) "]: "
                  NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          IF WRK-WIDE-VAR NOT = SPACES THEN
            MOVE WRK-WIDE-VAR TO ACC-ADDRESS
            END-IF.
          DISPLAY "Home branch [" ACC-BRANCH "] "
                  "(blank=unchanged): " NO ADVANCING.
          MOVE SPACES TO W-BRANCH-IN.
          ACCEPT W-BRANCH-IN.
          IF W-BRANCH-IN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(W-BRANCH-IN) TO W-BRANCH-IN
            PERFORM CHECK-BRANCH-CODE
            IF W-BRANCH-IN NOT = SPACES THEN
              MOVE W-BRANCH-IN TO ACC-BRANCH
              END-IF
            END-IF.
          DISPLAY "Phone [" FUNCTION TRIM(ACC-PHONE) "] "
                  "(blank=unchanged): " NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          IF WRK-INPUT-VAR NOT = SPACES THEN
            COMPUTE ACC-OD-LIMIT = FUNCTION NUMVAL(WRK-INPUT-VAR)
            END-IF.
          IF ACC-OD-LIMIT NOT = 0 THEN
            PERFORM READ-ACCOUNT-OWNER
            IF CUST-IS-MINOR THEN
              DISPLAY "Minor's account - no overdraft limit allowed"
              MOVE 0 TO ACC-OD-LIMIT
              END-IF
            END-IF.
          DISPLAY "Daily statement export [" ACC-EXPORT-FLAG "] "
                  "(Y/N, blank=unchanged): " NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
                ACC-OD-LIMIT NOT = W-SAVE-ODLIM THEN
              PERFORM QUEUE-SENSITIVE-CHANGES
              END-IF
            IF ACC-PHONE NOT = W-SAVE-PHONE OR
                ACC-EMAIL NOT = W-SAVE-EMAIL THEN
              INITIALIZE BDT-CTRL-BLK
              CALL "BDTTODAY" USING BDT-CTRL-BLK BDT-REC
              MOVE BDT-BUS-DATE TO ACC-CONTACT-CHG-DATE
              END-IF
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE NOT = 0 THEN
              MOVE ACC-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
             ELSE
              IF ACC-PHONE NOT = W-SAVE-PHONE OR
                  ACC-EMAIL NOT = W-SAVE-EMAIL THEN
                PERFORM NOTIFY-OLD-CONTACT
                END-IF
              END-IF
            END-IF.
       NOTIFY-OLD-CONTACT.
          INITIALIZE ATO-CTRL-BLK.
          MOVE ACC-ID TO ATO-ACC.
          MOVE ACC-ADDRESS TO ATO-OLD-ADDRESS.
          MOVE W-SAVE-PHONE TO ATO-OLD-PHONE.
          MOVE W-SAVE-EMAIL TO ATO-OLD-EMAIL.
          CALL "ATONOTIF" USING ATO-CTRL-BLK.
          DISPLAY "Contact change notice queued to previous details".
       QUEUE-SENSITIVE-CHANGES.
          CALL "PCHIO" USING PCH-CTRL-BLK.
          INITIALIZE PCH-REC.
            MOVE PCH-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-ACCOUNT-OWNER.
          INITIALIZE CUST-REC.
          IF ACC-CUST-ID NOT = 0 THEN
            CALL "CUSTIO" USING CUS-CTRL-BLK
            MOVE ACC-CUST-ID TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE NOT = 0 THEN
              INITIALIZE CUST-REC
              END-IF
            END-IF.
       SELECT-ACCOUNT.
          CALL "ACCSEL"  USING ACC-CTRL-BLK T-ACC-REC.
          IF ACC-CTRL-RET-CODE  = 0 THEN
          PERFORM NEW-LINE.
          CALL "PRODMNT".
          PERFORM READ-KEY.
       BATCH-JOB-MAINTENANCE.
          PERFORM CLS.
          MOVE "Batch job definitions" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "JOBMNT".
          PERFORM READ-KEY.
       BRANCH-MAINTENANCE.
          PERFORM CLS.
          MOVE "Branch master maintenance" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "BRNMNT".
          PERFORM READ-KEY.
       COMPLAINTS-DESK.
          PERFORM CLS.
          MOVE "Complaints register" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "CMPWORK".
          PERFORM READ-KEY.
       SAFE-DEPOSIT-DESK.
          PERFORM CLS.
          MOVE "Safe deposit boxes" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "SDBMNT".
          PERFORM READ-KEY.
       CARD-MAINTENANCE.
          PERFORM CLS.
          MOVE "Debit card maintenance" TO SCREEN-MSG.
          PERFORM NEW-LINE.
          CALL "ACCCLS" USING ACC-REC.
          PERFORM READ-KEY.
       SWITCH-ACCOUNT-OUT.
          PERFORM CLS.
          MOVE "Account switching" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "ACCSWTCH" USING ACC-REC.
          PERFORM READ-KEY.
       PARAMETER-MAINTENANCE.
          PERFORM CLS.
          MOVE "Bank parameter maintenance" TO SCREEN-MSG.
          PERFORM READ-KEY.
       STOP-PAYMENT-ORDERS.
          PERFORM CLS.
          MOVE "Stop-payments and debit mandates" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "STOPMNT".
