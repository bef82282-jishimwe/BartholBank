       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CPFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY CPFCTRL.
        COPY CUSCTRL.
        COPY OPERID.
        COPY CONTPREF REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-CUST-ID      PIC 9(5).
            05 W-EVENT        PIC X(10).
            05 W-CHANNEL      PIC X(1).
            05 W-CHANNEL-TXT  PIC X(10).
            05 W-PREF-COUNT   PIC 9(3).
       PROCEDURE DIVISION.
       CONTACT-PREFERENCES.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "CPFIO" USING CPF-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          DISPLAY "Customer id: " NO ADVANCING.
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
          DISPLAY "Contact preferences for " FUNCTION TRIM(CUST-FNAME)
                  " " FUNCTION TRIM(CUST-LNAME).
          PERFORM LIST-PREFERENCES.
          DISPLAY "Action (S=set preference, D=remove preference, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'S'
              PERFORM SET-PREFERENCE
            WHEN 'D'
              PERFORM REMOVE-PREFERENCE
          END-EVALUATE.
          GOBACK.
       LIST-PREFERENCES.
          MOVE 0 TO W-PREF-COUNT.
          INITIALIZE CPF-REC.
          MOVE W-CUST-ID TO CPF-CUST.
          INITIALIZE CPF-CTRL-BLK.
          CALL "CPFCUF" USING CPF-CTRL-BLK CPF-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CPF-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-PREF-COUNT
              MOVE CPF-CHANNEL TO W-CHANNEL
              PERFORM DESCRIBE-CHANNEL
              DISPLAY "  " CPF-EVENT " " W-CHANNEL-TXT
                      " set " CPF-CHG-DATE " by " CPF-OPER
              CALL "CPFCUN" USING CPF-CTRL-BLK CPF-REC
            END-PERFORM.
          IF W-PREF-COUNT = 0 THEN
            DISPLAY "  No preferences - notices follow the account's "
                    "statement route"
            END-IF.
       DESCRIBE-CHANNEL.
          EVALUATE W-CHANNEL
            WHEN 'E'
              MOVE "e-mail" TO W-CHANNEL-TXT
            WHEN 'S'
              MOVE "SMS" TO W-CHANNEL-TXT
            WHEN 'P'
              MOVE "paper" TO W-CHANNEL-TXT
            WHEN 'X'
              MOVE "suppressed" TO W-CHANNEL-TXT
            WHEN OTHER
              MOVE "unknown" TO W-CHANNEL-TXT
          END-EVALUATE.
       READ-EVENT.
          DISPLAY "Notice event (blank = all events): "
                  NO ADVANCING.
          MOVE SPACES TO W-EVENT.
          ACCEPT W-EVENT.
          MOVE FUNCTION UPPER-CASE(W-EVENT) TO W-EVENT.
          IF W-EVENT = SPACES THEN
            MOVE "*ALL" TO W-EVENT
            END-IF.
          INITIALIZE CPF-REC.
          MOVE W-CUST-ID TO CPF-CUST.
          MOVE W-EVENT TO CPF-EVENT.
       SET-PREFERENCE.
          PERFORM READ-EVENT.
          DISPLAY "Channel (E=e-mail, S=SMS, P=paper, "
                  "X=suppress): " NO ADVANCING.
          MOVE SPACES TO W-CHANNEL.
          ACCEPT W-CHANNEL.
          MOVE FUNCTION UPPER-CASE(W-CHANNEL) TO W-CHANNEL.
          MOVE W-CHANNEL TO CPF-CHANNEL.
          IF NOT CPF-CHANNEL-VALID THEN
            MOVE "Channel must be E, S, P or X" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE W-EVENT TO NTC-EVENT.
          IF CPF-SUPPRESS AND NTC-EVENT-MANDATORY THEN
            MOVE "This notice is mandatory and cannot be suppressed"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF CPF-SUPPRESS AND CPF-ALL-EVENTS THEN
            DISPLAY "Note - mandatory notices are still delivered "
                    "through the account's statement route"
            END-IF.
          IF CPF-EMAIL AND CUST-EMAIL = SPACES THEN
            DISPLAY "Note - no e-mail address on file, the account "
                    "e-mail is used if present"
            END-IF.
          IF CPF-SMS AND CUST-PHONE = SPACES THEN
            DISPLAY "Note - no phone number on file, the account "
                    "phone is used if present"
            END-IF.
          MOVE W-TODAY TO CPF-CHG-DATE.
          MOVE OPERATOR-ID TO CPF-OPER.
          INITIALIZE CPF-CTRL-BLK.
          CALL "CPFREPL" USING CPF-CTRL-BLK CPF-REC.
          IF CPF-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE CPF-CTRL-BLK
            CALL "CPFADD" USING CPF-CTRL-BLK CPF-REC
            END-IF.
          IF CPF-CTRL-RET-CODE = 0 THEN
            PERFORM DESCRIBE-CHANNEL
            DISPLAY FUNCTION TRIM(CPF-EVENT) " notices now go by "
                    W-CHANNEL-TXT
           ELSE
            MOVE CPF-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       REMOVE-PREFERENCE.
          PERFORM READ-EVENT.
          INITIALIZE CPF-CTRL-BLK.
          CALL "CPFDEL" USING CPF-CTRL-BLK CPF-REC.
          IF CPF-CTRL-RET-CODE = 0 THEN
            DISPLAY "Preference removed"
           ELSE
            MOVE CPF-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       COPY SCREENIO.
