       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MDTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY MDTCTRL.
        COPY OPERID.
        COPY MANDATE REPLACING ==:PREFIX:== BY ====.
        COPY NTCCTRL.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-ORIG         PIC X(10).
            05 W-FREQ-IN      PIC X(1).
            05 W-AMT-BUFF     PIC X(12).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-MDT-COUNT    PIC 9(5).
            05 W-NOTE         PIC X(40).
       LINKAGE SECTION.
        01 L-ACC-ID           PIC 9(5).
       PROCEDURE DIVISION USING L-ACC-ID.
       MANDATE-MAINTENANCE.
          CALL "MDTIO" USING MDT-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Direct-debit mandates on account " L-ACC-ID ":".
          PERFORM LIST-ACCOUNT-MANDATES.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add mandate, X=cancel mandate, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-MANDATE
            WHEN 'X'
              PERFORM CANCEL-MANDATE
          END-EVALUATE.
          GOBACK.
       LIST-ACCOUNT-MANDATES.
          MOVE 0 TO W-MDT-COUNT.
          INITIALIZE MDT-REC.
          MOVE L-ACC-ID TO MDT-ACC.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTACF" USING MDT-CTRL-BLK MDT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL MDT-CTRL-RET-CODE NOT = 0
              ADD 1 TO W-MDT-COUNT
              MOVE MDT-MAX-AMOUNT TO W-AMOUNT
              IF MDT-IS-CANCELLED THEN
                DISPLAY "  " MDT-ORIG " " MDT-ORIG-NAME " max "
                        W-AMOUNT " freq " MDT-FREQ
                        " CANCELLED " MDT-CANCEL-DATE
               ELSE
                DISPLAY "  " MDT-ORIG " " MDT-ORIG-NAME " max "
                        W-AMOUNT " freq " MDT-FREQ
                        " last debit " MDT-LAST-DEBIT
                END-IF
              CALL "MDTACN" USING MDT-CTRL-BLK MDT-REC
            END-PERFORM.
          IF W-MDT-COUNT = 0 THEN
            DISPLAY "  (none)"
            END-IF.
       READ-ORIGINATOR-ID.
          DISPLAY "Originator id: " NO ADVANCING.
          MOVE SPACES TO W-ORIG.
          ACCEPT W-ORIG.
          MOVE FUNCTION UPPER-CASE(W-ORIG) TO W-ORIG.
          INITIALIZE MDT-REC.
          MOVE L-ACC-ID TO MDT-ACC.
          MOVE W-ORIG TO MDT-ORIG.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTGET" USING MDT-CTRL-BLK MDT-REC.
       ADD-MANDATE.
          PERFORM READ-ORIGINATOR-ID.
          IF W-ORIG = SPACES THEN
            GOBACK
            END-IF.
          IF MDT-CTRL-RET-CODE = 0 AND MDT-IS-ACTIVE THEN
            MOVE "An active mandate for this originator exists"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE MDT-REC.
          MOVE L-ACC-ID TO MDT-ACC.
          MOVE W-ORIG TO MDT-ORIG.
          DISPLAY "Originator name: " NO ADVANCING.
          ACCEPT MDT-ORIG-NAME.
          DISPLAY "Maximum amount per debit: " NO ADVANCING.
          MOVE SPACES TO W-AMT-BUFF.
          ACCEPT W-AMT-BUFF.
          COMPUTE MDT-MAX-AMOUNT = FUNCTION NUMVAL(W-AMT-BUFF).
          IF MDT-MAX-AMOUNT NOT > 0 THEN
            MOVE "Maximum amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Frequency (W=weekly, M=monthly, Q=quarterly, "
                  "Y=yearly, A=any): " NO ADVANCING.
          MOVE SPACES TO W-FREQ-IN.
          ACCEPT W-FREQ-IN.
          MOVE FUNCTION UPPER-CASE(W-FREQ-IN) TO MDT-FREQ.
          IF NOT MDT-FREQ-VALID THEN
            MOVE "Invalid frequency - mandate not added" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE 'N' TO MDT-CANCELLED.
          MOVE W-TODAY TO MDT-SIGNED-DATE.
          MOVE OPERATOR-ID TO MDT-ADDED-BY.
          MOVE "Confirm mandate" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTADD" USING MDT-CTRL-BLK MDT-REC.
          IF MDT-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE MDT-CTRL-BLK
            CALL "MDTREPL" USING MDT-CTRL-BLK MDT-REC
            END-IF.
          IF MDT-CTRL-RET-CODE = 0 THEN
            DISPLAY "Mandate for " W-ORIG " recorded"
            MOVE "Direct-debit mandate added for" TO W-NOTE
            PERFORM QUEUE-MANDATE-NOTICE
           ELSE
            MOVE MDT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       CANCEL-MANDATE.
          PERFORM READ-ORIGINATOR-ID.
          IF MDT-CTRL-RET-CODE NOT = 0 OR MDT-IS-CANCELLED THEN
            MOVE "No active mandate for that originator" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Confirm mandate cancellation" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          SET MDT-IS-CANCELLED TO TRUE.
          MOVE W-TODAY TO MDT-CANCEL-DATE.
          MOVE OPERATOR-ID TO MDT-CANCEL-BY.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTREPL" USING MDT-CTRL-BLK MDT-REC.
          IF MDT-CTRL-RET-CODE = 0 THEN
            DISPLAY "Mandate for " W-ORIG " cancelled"
            MOVE "Direct-debit mandate cancelled for" TO W-NOTE
            PERFORM QUEUE-MANDATE-NOTICE
           ELSE
            MOVE MDT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       QUEUE-MANDATE-NOTICE.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          INITIALIZE NTC-REC.
          MOVE MDT-ACC TO NTC-ACC.
          MOVE "MANDATE" TO NTC-EVENT.
          STRING W-NOTE DELIMITED BY "  "
                 " " MDT-ORIG DELIMITED BY SIZE INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
       COPY SCREENIO.
