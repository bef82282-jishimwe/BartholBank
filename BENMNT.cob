        COPY OPERID.
        COPY BENEF REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY SCRCTRL.
        COPY ATOCTRL.
        COPY CNTCTRL.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Action (A=add beneficiary, V=approve, "
                  "L=list, R=remove, H=call-back verified, "
                  "Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
              PERFORM LIST-BENEFICIARIES
            WHEN 'R'
              PERFORM REMOVE-BENEFICIARY
            WHEN 'H'
              PERFORM RELEASE-CALLBACK-HOLD
          END-EVALUATE.
          GOBACK.
       READ-CUSTOMER-ID.
            INITIALIZE BEN-CTRL-BLK
            CALL "BENADD" USING BEN-CTRL-BLK BEN-REC
            IF BEN-CTRL-RET-CODE = 0 THEN
              PERFORM SCREEN-BENEFICIARY
             ELSE
              MOVE BEN-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       SCREEN-BENEFICIARY.
          INITIALIZE SCR-CTRL-BLK.
          MOVE BEN-NAME TO SCR-NAME.
          MOVE 'B' TO SCR-SUBJ-TYPE.
          MOVE BEN-CUST TO SCR-SUBJ-ID.
          MOVE BEN-SEQ TO SCR-SUBJ-SEQ.
          MOVE "BENMNT" TO SCR-SOURCE.
          CALL "SANCSCRN" USING SCR-CTRL-BLK.
          IF SCR-POSSIBLE-HIT THEN
            SET BEN-SANC-HOLD TO TRUE
            INITIALIZE BEN-CTRL-BLK
            CALL "BENREPL" USING BEN-CTRL-BLK BEN-REC
            DISPLAY "Beneficiary " BEN-SEQ " added but HELD - "
                    "possible sanctions match " SCR-ENTRY-ID
                    " referred for compliance review"
           ELSE
            PERFORM CHECK-CONTACT-CHANGE
            END-IF.
       CHECK-CONTACT-CHANGE.
          INITIALIZE ATO-CTRL-BLK.
          MOVE BEN-CUST TO ATO-CUST.
          SET ATO-NEW-BENEF TO TRUE.
          MOVE "BENMNT" TO ATO-SOURCE.
          CALL "ATOCHECK" USING ATO-CTRL-BLK.
          IF ATO-HOLD THEN
            SET BEN-CALLBACK TO TRUE
            INITIALIZE BEN-CTRL-BLK
            CALL "BENREPL" USING BEN-CTRL-BLK BEN-REC
            DISPLAY "Beneficiary " BEN-SEQ " added but HELD - "
                    "contact details changed " ATO-CHANGE-DATE
                    ", call the customer back before approval"
           ELSE
            DISPLAY "Beneficiary " BEN-SEQ " added - unusable "
                    "until a second operator approves it"
            END-IF.
       READ-BENEFICIARY.
          PERFORM READ-CUSTOMER-ID.
          IF W-CUST-ID = 0 THEN
            MOVE BEN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       RELEASE-CALLBACK-HOLD.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BENEFICIARY.
          IF BEN-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF NOT BEN-CALLBACK THEN
            MOVE "Beneficiary is not held for call-back" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Customer confirmed on known number" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            SET BEN-PENDING TO TRUE
            INITIALIZE BEN-CTRL-BLK
            CALL "BENREPL" USING BEN-CTRL-BLK BEN-REC
            IF BEN-CTRL-RET-CODE = 0 THEN
              PERFORM RECORD-CALLBACK-NOTE
              DISPLAY "Beneficiary " BEN-SEQ " released - "
                      "still needs second operator approval"
             ELSE
              MOVE BEN-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       RECORD-CALLBACK-NOTE.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          INITIALIZE CNT-REC.
          MOVE BEN-CUST TO CNT-CUST.
          MOVE "ATOV" TO CNT-CATEGORY.
          MOVE OPERATOR-ID TO CNT-OPER.
          STRING "Call-back verified - beneficiary " BEN-SEQ
                 " released" INTO CNT-TEXT.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
       REMOVE-BENEFICIARY.
          PERFORM READ-BENEFICIARY.
          IF BEN-CTRL-RET-CODE NOT = 0 THEN
