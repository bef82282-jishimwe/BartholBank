           SELECT OPTIONAL LOG-FILE ASSIGN TO 'MAILLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-L.
           SELECT OPTIONAL SMS-FILE ASSIGN TO 'SMSGATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-S.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
           05  LOG-CHANNEL    PIC X(5).
           05  FILLER         PIC X(1).
           05  LOG-TARGET     PIC X(30).
       FD  SMS-FILE.
       01  SMS-REC.
           05  SMS-PHONE      PIC X(15).
           05  FILLER         PIC X(1).
           05  SMS-TEXT       PIC X(64).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY NTCCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY CPFCTRL.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY CONTPREF REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 FS-O           PIC 9(2).
            05 FS-L           PIC 9(2).
            05 FS-S           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-MAIL-COUNT   PIC 9(5).
            05 W-PRINT-COUNT  PIC 9(5).
            05 W-SMS-COUNT    PIC 9(5).
            05 W-SUPPR-COUNT  PIC 9(5).
            05 W-PREF-CHANNEL PIC X(1).
            05 W-EMAIL        PIC X(30).
            05 W-PHONE        PIC X(15).
            05 W-SMS-PHONE    PIC X(15).
            05 W-ROUTE        PIC X(1).
              88 W-ROUTE-SMS  VALUE 'S'.
       PROCEDURE DIVISION.
       DELIVER-NOTICES.
          MOVE 0 TO RETURN-CODE.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE 0 TO W-MAIL-COUNT.
          MOVE 0 TO W-PRINT-COUNT.
          MOVE 0 TO W-SMS-COUNT.
          MOVE 0 TO W-SUPPR-COUNT.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "CPFIO" USING CPF-CTRL-BLK.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCNAF" USING NTC-CTRL-BLK NTC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL NTC-CTRL-RET-CODE NOT = 0
              IF NTC-QUEUED THEN
                PERFORM DELIVER-ONE-NOTICE THRU DELIVER-NOTICE-EXIT
                END-IF
              CALL "NTCNAN" USING NTC-CTRL-BLK NTC-REC
            END-PERFORM.
          DISPLAY W-MAIL-COUNT " notice(s) queued for the mail "
                  "gateway, " W-PRINT-COUNT
                  " sent to the print queue".
          DISPLAY W-SMS-COUNT " text message(s) for the SMS gateway, "
                  W-SUPPR-COUNT " notice(s) suppressed by customer "
                  "preference".
          COMPUTE STEP-RECORD-COUNT = W-MAIL-COUNT + W-PRINT-COUNT
                  + W-SMS-COUNT + W-SUPPR-COUNT.
          GOBACK.
       DELIVER-ONE-NOTICE.
          MOVE NTC-ACC TO ACC-ID.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            GO TO DELIVER-NOTICE-EXIT
            END-IF.
          PERFORM FIND-CONTACT-PREFERENCE THRU FIND-PREFERENCE-EXIT.
          IF W-PREF-CHANNEL = 'X' THEN
            IF NTC-EVENT-MANDATORY THEN
              MOVE SPACE TO W-PREF-CHANNEL
             ELSE
              PERFORM SUPPRESS-NOTICE
              GO TO DELIVER-NOTICE-EXIT
              END-IF
            END-IF.
          MOVE 'E' TO W-ROUTE.
          EVALUATE TRUE
            WHEN NTC-ALT-EMAIL NOT = SPACES
              MOVE SPACES TO W-OUT-NAME
              STRING "NTC." ACC-ID INTO W-OUT-NAME
              ADD 1 TO W-MAIL-COUNT
              MOVE "EMAIL" TO LOG-CHANNEL
              MOVE NTC-ALT-EMAIL TO LOG-TARGET
            WHEN NTC-ALT-ADDRESS NOT = SPACES
              MOVE SPACES TO W-OUT-NAME
              MOVE "NTCPRNT" TO W-OUT-NAME
              ADD 1 TO W-PRINT-COUNT
              MOVE "PRINT" TO LOG-CHANNEL
              MOVE NTC-ALT-ADDRESS TO LOG-TARGET
            WHEN NTC-ALT-PHONE NOT = SPACES
              SET W-ROUTE-SMS TO TRUE
              MOVE NTC-ALT-PHONE TO W-SMS-PHONE
            WHEN W-PREF-CHANNEL = 'S' AND W-PHONE NOT = SPACES
              SET W-ROUTE-SMS TO TRUE
              MOVE W-PHONE TO W-SMS-PHONE
            WHEN W-PREF-CHANNEL = 'E' AND W-EMAIL NOT = SPACES
              MOVE SPACES TO W-OUT-NAME
              STRING "NTC." ACC-ID INTO W-OUT-NAME
              ADD 1 TO W-MAIL-COUNT
              MOVE "EMAIL" TO LOG-CHANNEL
              MOVE W-EMAIL TO LOG-TARGET
            WHEN W-PREF-CHANNEL = 'P'
              MOVE SPACES TO W-OUT-NAME
              MOVE "NTCPRNT" TO W-OUT-NAME
              ADD 1 TO W-PRINT-COUNT
              MOVE "PRINT" TO LOG-CHANNEL
              MOVE "print queue" TO LOG-TARGET
            WHEN ACC-STMT-EMAIL AND ACC-EMAIL NOT = SPACES
              MOVE SPACES TO W-OUT-NAME
              STRING "NTC." ACC-ID INTO W-OUT-NAME
              ADD 1 TO W-MAIL-COUNT
              MOVE "EMAIL" TO LOG-CHANNEL
              MOVE ACC-EMAIL TO LOG-TARGET
            WHEN OTHER
              MOVE SPACES TO W-OUT-NAME
              MOVE "NTCPRNT" TO W-OUT-NAME
              ADD 1 TO W-PRINT-COUNT
              MOVE "PRINT" TO LOG-CHANNEL
              MOVE "print queue" TO LOG-TARGET
            END-EVALUATE.
          IF W-ROUTE-SMS THEN
            PERFORM WRITE-SMS-MESSAGE
           ELSE
            PERFORM WRITE-NOTICE-BODY
            PERFORM WRITE-DELIVERY-LOG
            IF NTC-ALT-PHONE NOT = SPACES THEN
              MOVE NTC-ALT-PHONE TO W-SMS-PHONE
              PERFORM WRITE-SMS-MESSAGE
              END-IF
            END-IF.
          SET NTC-SENT TO TRUE.
          MOVE W-TODAY TO NTC-SENT-DATE.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCREPL" USING NTC-CTRL-BLK NTC-REC.
       DELIVER-NOTICE-EXIT.
          EXIT.
       FIND-CONTACT-PREFERENCE.
          MOVE SPACE TO W-PREF-CHANNEL.
          MOVE ACC-EMAIL TO W-EMAIL.
          MOVE ACC-PHONE TO W-PHONE.
          IF ACC-CUST-ID = 0 THEN
            GO TO FIND-PREFERENCE-EXIT
            END-IF.
          INITIALIZE CUST-REC.
          MOVE ACC-CUST-ID TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 THEN
            IF W-EMAIL = SPACES THEN
              MOVE CUST-EMAIL TO W-EMAIL
              END-IF
            IF W-PHONE = SPACES THEN
              MOVE CUST-PHONE TO W-PHONE
              END-IF
            END-IF.
          INITIALIZE CPF-REC.
          MOVE ACC-CUST-ID TO CPF-CUST.
          MOVE NTC-EVENT TO CPF-EVENT.
          INITIALIZE CPF-CTRL-BLK.
          CALL "CPFGET" USING CPF-CTRL-BLK CPF-REC.
          IF CPF-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE CPF-REC
            MOVE ACC-CUST-ID TO CPF-CUST
            SET CPF-ALL-EVENTS TO TRUE
            INITIALIZE CPF-CTRL-BLK
            CALL "CPFGET" USING CPF-CTRL-BLK CPF-REC
            END-IF.
          IF CPF-CTRL-RET-CODE = 0 THEN
            MOVE CPF-CHANNEL TO W-PREF-CHANNEL
            END-IF.
       FIND-PREFERENCE-EXIT.
          EXIT.
       SUPPRESS-NOTICE.
          ADD 1 TO W-SUPPR-COUNT.
          MOVE "SUPPR" TO LOG-CHANNEL.
          MOVE "customer preference" TO LOG-TARGET.
          PERFORM WRITE-DELIVERY-LOG.
          SET NTC-SUPPRESSED TO TRUE.
          MOVE W-TODAY TO NTC-SENT-DATE.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCREPL" USING NTC-CTRL-BLK NTC-REC.
       WRITE-NOTICE-BODY.
          OPEN EXTEND OUT-FILE.
          IF FS-O = 35 THEN
          STRING FUNCTION TRIM(ACC-FNAME) " "
                 FUNCTION TRIM(ACC-LNAME) INTO OUT-REC.
          WRITE OUT-REC.
          IF NTC-ALT-EMAIL NOT = SPACES THEN
            MOVE SPACES TO OUT-REC
            STRING "To: " NTC-ALT-EMAIL INTO OUT-REC
            WRITE OUT-REC
           ELSE
            IF NTC-ALT-ADDRESS NOT = SPACES THEN
              MOVE NTC-ALT-ADDRESS TO OUT-REC
              WRITE OUT-REC
              END-IF
            END-IF.
          MOVE NTC-TEXT TO OUT-REC.
          WRITE OUT-REC.
          CLOSE OUT-FILE.
          MOVE NTC-ACC TO LOG-ACC.
          WRITE LOG-REC.
          CLOSE LOG-FILE.
       WRITE-SMS-MESSAGE.
          OPEN EXTEND SMS-FILE.
          IF FS-S = 35 THEN
            OPEN OUTPUT SMS-FILE
            END-IF.
          MOVE SPACES TO SMS-REC.
          MOVE W-SMS-PHONE TO SMS-PHONE.
          STRING "Barthol Bank: " NTC-TEXT DELIMITED BY SIZE
                 INTO SMS-TEXT.
          WRITE SMS-REC.
          CLOSE SMS-FILE.
          ADD 1 TO W-SMS-COUNT.
          MOVE "SMS" TO LOG-CHANNEL.
          MOVE W-SMS-PHONE TO LOG-TARGET.
          PERFORM WRITE-DELIVERY-LOG.
