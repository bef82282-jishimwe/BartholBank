       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALRMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY ALRCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY ALRTRULE REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-ACTION       PIC X(1).
            05 W-RULE-IN      PIC 9(3).
       PROCEDURE DIVISION.
       ALERT-RULE-MAINTENANCE.
          CALL "ALRIO" USING ALR-CTRL-BLK.
          DISPLAY "Alert rules on file:".
          PERFORM LIST-RULES.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add rule, E=edit rule, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-RULE
            WHEN 'E'
              PERFORM EDIT-RULE
          END-EVALUATE.
          GOBACK.
       LIST-RULES.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRNAF" USING ALR-CTRL-BLK ALR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ALR-CTRL-RET-CODE NOT = 0
              DISPLAY "  " ALR-ID " prog[" ALR-PROGRAM "] sev["
                      ALR-SEVERITY "] text[" ALR-PATTERN "] ("
                      ALR-STATUS ")"
              DISPLAY "      to " ALR-CONTACT " " ALR-CHANNEL " "
                      ALR-ADDRESS " then after " ALR-ESC-MINUTES
                      " min " ALR-ESC-CONTACT " " ALR-ESC-CHANNEL
                      " " ALR-ESC-ADDRESS
              CALL "ALRNAN" USING ALR-CTRL-BLK ALR-REC
            END-PERFORM.
       ADD-RULE.
          DISPLAY "Rule number: " NO ADVANCING.
          MOVE 0 TO W-RULE-IN.
          ACCEPT W-RULE-IN.
          IF W-RULE-IN = 0 THEN
            GOBACK
            END-IF.
          INITIALIZE ALR-REC.
          MOVE W-RULE-IN TO ALR-ID.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRGET" USING ALR-CTRL-BLK ALR-REC.
          IF ALR-CTRL-RET-CODE = 0 THEN
            MOVE "Rule already on file" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE ALR-REC.
          MOVE W-RULE-IN TO ALR-ID.
          PERFORM READ-RULE-FIELDS THRU READ-RULE-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          SET ALR-ACTIVE TO TRUE.
          PERFORM STORE-RULE.
       EDIT-RULE.
          DISPLAY "Rule number to edit: " NO ADVANCING.
          INITIALIZE ALR-REC.
          MOVE 0 TO ALR-ID.
          ACCEPT ALR-ID.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRGET" USING ALR-CTRL-BLK ALR-REC.
          IF ALR-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Alert rule not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-RULE-FIELDS THRU READ-RULE-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          DISPLAY "Status [" ALR-STATUS "] (A=active "
                  "I=inactive): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
          IF W-ACTION = 'A' OR 'I' THEN
            MOVE W-ACTION TO ALR-STATUS
            END-IF.
          PERFORM STORE-RULE.
       STORE-RULE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO ALR-CHG-DATE.
          MOVE OPERATOR-ID TO ALR-CHG-OPER.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRPUT" USING ALR-CTRL-BLK ALR-REC.
          IF ALR-CTRL-RET-CODE = 0 THEN
            DISPLAY "Alert rule " ALR-ID " stored"
           ELSE
            MOVE ALR-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-RULE-FIELDS.
          MOVE SPACES TO SCREEN-MSG.
          DISPLAY "Program to match (blank = any): " NO ADVANCING.
          MOVE SPACES TO ALR-PROGRAM.
          ACCEPT ALR-PROGRAM.
          MOVE FUNCTION UPPER-CASE(ALR-PROGRAM) TO ALR-PROGRAM.
          DISPLAY "Severity to match (I/W/E, blank = any): "
                  NO ADVANCING.
          MOVE SPACES TO ALR-SEVERITY.
          ACCEPT ALR-SEVERITY.
          MOVE FUNCTION UPPER-CASE(ALR-SEVERITY) TO ALR-SEVERITY.
          IF ALR-SEVERITY NOT = SPACE AND NOT = 'I' AND
              NOT = 'W' AND NOT = 'E' THEN
            MOVE "Invalid severity" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-RULE-FIELDS-EXIT
            END-IF.
          DISPLAY "Text the event must contain (blank = any): "
                  NO ADVANCING.
          MOVE SPACES TO ALR-PATTERN.
          ACCEPT ALR-PATTERN.
          MOVE FUNCTION TRIM(ALR-PATTERN LEADING) TO ALR-PATTERN.
          IF ALR-PROGRAM = SPACES AND ALR-SEVERITY = SPACE AND
              ALR-PATTERN = SPACES THEN
            MOVE "Rule must match on at least one field"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-RULE-FIELDS-EXIT
            END-IF.
          DISPLAY "On-call contact: " NO ADVANCING.
          MOVE SPACES TO ALR-CONTACT.
          ACCEPT ALR-CONTACT.
          DISPLAY "Channel (P=pager, S=SMS): " NO ADVANCING.
          MOVE SPACES TO ALR-CHANNEL.
          ACCEPT ALR-CHANNEL.
          MOVE FUNCTION UPPER-CASE(ALR-CHANNEL) TO ALR-CHANNEL.
          DISPLAY "Pager or phone number: " NO ADVANCING.
          MOVE SPACES TO ALR-ADDRESS.
          ACCEPT ALR-ADDRESS.
          IF (NOT ALR-BY-SMS AND NOT ALR-BY-PAGER) OR
              ALR-ADDRESS = SPACES THEN
            MOVE "Contact channel and number are required"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-RULE-FIELDS-EXIT
            END-IF.
          DISPLAY "Escalate if not acknowledged within minutes "
                  "(0 = never): " NO ADVANCING.
          MOVE 0 TO ALR-ESC-MINUTES.
          ACCEPT ALR-ESC-MINUTES.
          MOVE SPACES TO ALR-ESC-CONTACT.
          MOVE SPACES TO ALR-ESC-CHANNEL.
          MOVE SPACES TO ALR-ESC-ADDRESS.
          IF ALR-ESC-MINUTES = 0 THEN
            GO TO READ-RULE-FIELDS-EXIT
            END-IF.
          DISPLAY "Second contact: " NO ADVANCING.
          ACCEPT ALR-ESC-CONTACT.
          DISPLAY "Channel (P=pager, S=SMS): " NO ADVANCING.
          ACCEPT ALR-ESC-CHANNEL.
          MOVE FUNCTION UPPER-CASE(ALR-ESC-CHANNEL)
            TO ALR-ESC-CHANNEL.
          DISPLAY "Pager or phone number: " NO ADVANCING.
          ACCEPT ALR-ESC-ADDRESS.
          IF (NOT ALR-ESC-BY-SMS AND NOT ALR-ESC-BY-PAGER) OR
              ALR-ESC-ADDRESS = SPACES THEN
            MOVE "Second contact channel and number are required"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-RULE-FIELDS-EXIT
            END-IF.
       READ-RULE-FIELDS-EXIT.
          EXIT.
       COPY SCREENIO.
