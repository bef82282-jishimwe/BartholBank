       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BLRMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BLRCTRL.
        COPY ACCCTRL.
        COPY BILLER REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-RULE-IN      PIC X(1).
       PROCEDURE DIVISION.
       BILLER-MAINTENANCE.
          CALL "BILLERIO" USING BLR-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          DISPLAY "Billers on file:".
          PERFORM LIST-BILLERS.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add biller, E=edit biller, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-BILLER
            WHEN 'E'
              PERFORM EDIT-BILLER
          END-EVALUATE.
          GOBACK.
       LIST-BILLERS.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRNAF" USING BLR-CTRL-BLK BLR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BLR-CTRL-RET-CODE NOT = 0
              IF BLR-SETTLE-ACC NOT = 0 THEN
                DISPLAY "  " BLR-CODE " " BLR-NAME " pays acct "
                        BLR-SETTLE-ACC " ref " BLR-REF-MIN-LEN "-"
                        BLR-REF-MAX-LEN BLR-REF-CHARS " rule "
                        BLR-CHECK-RULE " (" BLR-STATUS ")"
               ELSE
                DISPLAY "  " BLR-CODE " " BLR-NAME " pays "
                        BLR-SETTLE-BANK "/" BLR-SETTLE-REF
                        " ref " BLR-REF-MIN-LEN "-"
                        BLR-REF-MAX-LEN BLR-REF-CHARS " rule "
                        BLR-CHECK-RULE " (" BLR-STATUS ")"
                END-IF
              CALL "BLRNAN" USING BLR-CTRL-BLK BLR-REC
            END-PERFORM.
       ADD-BILLER.
          INITIALIZE BLR-REC.
          DISPLAY "Biller code (6 chars): " NO ADVANCING.
          MOVE SPACES TO BLR-CODE.
          ACCEPT BLR-CODE.
          IF BLR-CODE = SPACES THEN
            GOBACK
            END-IF.
          MOVE FUNCTION UPPER-CASE(BLR-CODE) TO BLR-CODE.
          PERFORM READ-BILLER-FIELDS THRU READ-BILLER-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          SET BLR-ACTIVE TO TRUE.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRADD" USING BLR-CTRL-BLK BLR-REC.
          IF BLR-CTRL-RET-CODE = 0 THEN
            DISPLAY "Biller " BLR-CODE " added"
           ELSE
            MOVE BLR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       EDIT-BILLER.
          DISPLAY "Biller code to edit: " NO ADVANCING.
          INITIALIZE BLR-REC.
          MOVE SPACES TO BLR-CODE.
          ACCEPT BLR-CODE.
          MOVE FUNCTION UPPER-CASE(BLR-CODE) TO BLR-CODE.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRRID" USING BLR-CTRL-BLK BLR-REC.
          IF BLR-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Biller not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BILLER-FIELDS THRU READ-BILLER-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          DISPLAY "Status [" BLR-STATUS "] (A=active "
                  "I=inactive): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
          IF W-ACTION = 'A' OR 'I' THEN
            MOVE W-ACTION TO BLR-STATUS
            END-IF.
          INITIALIZE BLR-CTRL-BLK.
          CALL "BLRREPL" USING BLR-CTRL-BLK BLR-REC.
          IF BLR-CTRL-RET-CODE = 0 THEN
            DISPLAY "Biller " BLR-CODE " updated"
           ELSE
            MOVE BLR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-BILLER-FIELDS.
          MOVE SPACES TO SCREEN-MSG.
          DISPLAY "Biller name: " NO ADVANCING.
          ACCEPT BLR-NAME.
          DISPLAY "Settlement account held with us (0 = pay to "
                  "another bank): " NO ADVANCING.
          MOVE 0 TO BLR-SETTLE-ACC.
          ACCEPT BLR-SETTLE-ACC.
          IF BLR-SETTLE-ACC NOT = 0 THEN
            MOVE BLR-SETTLE-ACC TO ACC-ID
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-ACTIVE OR
                ACC-IS-CASH THEN
              MOVE "Settlement account is not an active account"
                TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO READ-BILLER-FIELDS-EXIT
              END-IF
            MOVE SPACES TO BLR-SETTLE-BANK
            MOVE SPACES TO BLR-SETTLE-REF
           ELSE
            DISPLAY "Settlement bank code: " NO ADVANCING
            MOVE SPACES TO BLR-SETTLE-BANK
            ACCEPT BLR-SETTLE-BANK
            DISPLAY "Settlement account reference: " NO ADVANCING
            MOVE SPACES TO BLR-SETTLE-REF
            ACCEPT BLR-SETTLE-REF
            IF BLR-SETTLE-BANK = SPACES OR
                BLR-SETTLE-REF = SPACES THEN
              MOVE "Settlement bank and reference are required"
                TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO READ-BILLER-FIELDS-EXIT
              END-IF
            END-IF.
          DISPLAY "Customer reference minimum length: "
                  NO ADVANCING.
          MOVE 0 TO BLR-REF-MIN-LEN.
          ACCEPT BLR-REF-MIN-LEN.
          DISPLAY "Customer reference maximum length (max 20): "
                  NO ADVANCING.
          MOVE 0 TO BLR-REF-MAX-LEN.
          ACCEPT BLR-REF-MAX-LEN.
          IF BLR-REF-MAX-LEN = 0 OR BLR-REF-MAX-LEN > 20 THEN
            MOVE 20 TO BLR-REF-MAX-LEN
            END-IF.
          IF BLR-REF-MIN-LEN = 0 OR
              BLR-REF-MIN-LEN > BLR-REF-MAX-LEN THEN
            MOVE 1 TO BLR-REF-MIN-LEN
            END-IF.
          DISPLAY "Reference characters (N=digits only, "
                  "A=letters and digits): " NO ADVANCING.
          MOVE SPACES TO W-RULE-IN.
          ACCEPT W-RULE-IN.
          MOVE FUNCTION UPPER-CASE(W-RULE-IN) TO BLR-REF-CHARS.
          IF NOT BLR-REF-NUMERIC THEN
            MOVE 'A' TO BLR-REF-CHARS
            END-IF.
          DISPLAY "Check digit rule (N=none, L=mod-10 Luhn, "
                  "E=mod-11 weighted): " NO ADVANCING.
          MOVE SPACES TO W-RULE-IN.
          ACCEPT W-RULE-IN.
          MOVE FUNCTION UPPER-CASE(W-RULE-IN) TO BLR-CHECK-RULE.
          IF NOT BLR-CHECK-VALID THEN
            MOVE "Invalid check digit rule" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-BILLER-FIELDS-EXIT
            END-IF.
          IF BLR-CHECK-RULE = SPACE THEN
            MOVE 'N' TO BLR-CHECK-RULE
            END-IF.
          IF NOT BLR-CHECK-NONE AND NOT BLR-REF-NUMERIC THEN
            MOVE 'N' TO BLR-REF-CHARS
            DISPLAY "Check digit rules need numeric references - "
                    "reference set to digits only"
            END-IF.
       READ-BILLER-FIELDS-EXIT.
          EXIT.
       COPY SCREENIO.
