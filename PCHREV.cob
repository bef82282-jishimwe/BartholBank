       WORKING-STORAGE SECTION.
        COPY PCHCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY AUDCTRL.
        COPY OPERID.
        COPY PENDCHG REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY AUDIT REPLACING ==:PREFIX:== BY ====.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ATOCTRL.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-PCH-ID       PIC 9(5).
            05 W-LIMIT-ED     PIC -ZZZZZZ9.99.
            05 W-BUFFER       PIC X(21).
            05 W-PEND-COUNT   PIC 9(5).
            05 W-OLD-ADDRESS  PIC X(30).
       PROCEDURE DIVISION.
       REVIEW-PENDING-CHANGES.
          CALL "PCHIO" USING PCH-CTRL-BLK.
            DISPLAY "Account no longer on file - rejecting"
            PERFORM REJECT-CHANGE
           ELSE
            MOVE ACC-ADDRESS TO W-OLD-ADDRESS
            MOVE PCH-FNAME TO ACC-FNAME
            MOVE PCH-LNAME TO ACC-LNAME
            MOVE PCH-ADDRESS TO ACC-ADDRESS
            IF ACC-ADDRESS NOT = W-OLD-ADDRESS THEN
              INITIALIZE BDT-CTRL-BLK
              CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC
              MOVE B-BDT-BUS-DATE TO ACC-CONTACT-CHG-DATE
              END-IF
            MOVE PCH-ACC-STATUS TO ACC-STATUS
            MOVE PCH-OD-LIMIT TO ACC-OD-LIMIT
            IF ACC-OD-LIMIT NOT = 0 THEN
              PERFORM READ-ACCOUNT-OWNER
              IF CUST-IS-MINOR THEN
                DISPLAY "Minor's account - overdraft limit not applied"
                MOVE 0 TO ACC-OD-LIMIT
                END-IF
              END-IF
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE NOT = 0 THEN
              MOVE "ACCCHGAPP" TO AUDIT-ACTION
              PERFORM RECORD-REVIEW-AUDIT
              DISPLAY "Change " PCH-ID " applied"
              IF ACC-ADDRESS NOT = W-OLD-ADDRESS THEN
                PERFORM NOTIFY-OLD-ADDRESS
                END-IF
              END-IF
            END-IF.
       NOTIFY-OLD-ADDRESS.
          INITIALIZE ATO-CTRL-BLK.
          MOVE ACC-ID TO ATO-ACC.
          MOVE W-OLD-ADDRESS TO ATO-OLD-ADDRESS.
          MOVE ACC-PHONE TO ATO-OLD-PHONE.
          MOVE ACC-EMAIL TO ATO-OLD-EMAIL.
          CALL "ATONOTIF" USING ATO-CTRL-BLK.
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
       REJECT-CHANGE.
