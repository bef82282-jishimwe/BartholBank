       WORKING-STORAGE SECTION.
        COPY CBKCTRL.
        COPY ACCCTRL.
        COPY CBOCTRL.
        COPY NTCCTRL.
        COPY CHKBOOK REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
          CALL "ACCIO" USING ACC-CTRL-BLK.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          DISPLAY "Action (I=issue checkbook, R=reorder, "
                  "D=delivery received, L=report lost, "
                  "B=list books, Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'I'
              PERFORM ISSUE-CHECKBOOK
            WHEN 'R'
              PERFORM REORDER-CHECKBOOK
            WHEN 'D'
              PERFORM RECEIVE-DELIVERY
            WHEN 'L'
              PERFORM REPORT-BOOK-LOST
            WHEN 'B'
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       REORDER-CHECKBOOK.
          PERFORM READ-ACCOUNT-ID.
          IF W-ACC-ID = 0 THEN
            GOBACK
            END-IF.
          MOVE "Confirm checkbook reorder" TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            INITIALIZE CBK-REC
            MOVE W-ACC-ID TO CBK-ACC
            INITIALIZE CBO-CTRL-BLK
            SET CBO-COUNTER TO TRUE
            CALL "CBKORDER" USING CBO-CTRL-BLK CBK-REC
            IF CBO-CTRL-RET-CODE = 0 THEN
              DISPLAY "Checkbook " CBK-BOOK " ordered, serials "
                      CBK-START-SERIAL " - " CBK-END-SERIAL
              DISPLAY "Order written to " CBO-ORDER-FILE
             ELSE
              MOVE CBO-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       RECEIVE-DELIVERY.
          PERFORM READ-ACCOUNT-ID.
          IF W-ACC-ID = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Book number: " NO ADVANCING.
          MOVE 0 TO W-BOOK.
          ACCEPT W-BOOK.
          INITIALIZE CBK-REC.
          MOVE W-ACC-ID TO CBK-ACC.
          MOVE W-BOOK TO CBK-BOOK.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKGET" USING CBK-CTRL-BLK CBK-REC.
          IF CBK-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Checkbook not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT CBK-PENDING THEN
            MOVE "Checkbook is not awaiting delivery" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Confirm checkbook received from printer" TO
            SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-YES THEN
            SET CBK-ISSUED TO TRUE
            MOVE W-TODAY TO CBK-ISSUE-DATE
            INITIALIZE CBK-CTRL-BLK
            CALL "CBKREPL" USING CBK-CTRL-BLK CBK-REC
            IF CBK-CTRL-RET-CODE = 0 THEN
              PERFORM QUEUE-DELIVERY-NOTICE
              DISPLAY "Book " CBK-BOOK " activated - customer "
                      "notified"
             ELSE
              MOVE CBK-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       QUEUE-DELIVERY-NOTICE.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          INITIALIZE NTC-REC.
          MOVE CBK-ACC TO NTC-ACC.
          MOVE "CHKBOOK" TO NTC-EVENT.
          STRING "Checkbook " CBK-BOOK " ready for collection"
                 DELIMITED BY SIZE INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
       REPORT-BOOK-LOST.
          PERFORM READ-ACCOUNT-ID.
          IF W-ACC-ID = 0 THEN
