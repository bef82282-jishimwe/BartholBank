       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-CD PIC 9(2).
               05 W-OLD-STATUS PIC X(1).
                 88 W-OLD-LISTED VALUE 'B' 'X'.
               05 W-NEW-STATUS PIC X(1).
                 88 W-NEW-LISTED VALUE 'B' 'X'.
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       COPY HOTCTRL.
       COPY HOTCARD REPLACING ==:PREFIX:== BY ==H-==.
       COPY OPERID.
       LINKAGE SECTION.
       COPY CRDCTRL.
       COPY CARD REPLACING ==:PREFIX:== BY ====.
        READ FD-CD NEXT.
        perform TRANSFER-CODES.
        IF FS-CD = 0 THEN
          MOVE FCRD-STATUS TO W-OLD-STATUS
          MOVE CRD-STATUS TO W-NEW-STATUS
          MOVE CRD-REC TO FCRD-REC
          REWRITE FCRD-REC
          perform TRANSFER-CODES
          IF FS-CD NOT = 0 THEN
            MOVE "Rewrite failed" TO CRD-CTRL-ERR-MSG
           ELSE
            IF W-OLD-STATUS NOT = W-NEW-STATUS AND
                (W-OLD-LISTED OR W-NEW-LISTED) THEN
              PERFORM QUEUE-HOT-CARD-CHANGE
              END-IF
            END-IF
         ELSE
          MOVE "Card not found" TO CRD-CTRL-ERR-MSG
        CLOSE FD-CD.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       QUEUE-HOT-CARD-CHANGE.
        INITIALIZE H-HOT-REC.
        MOVE CRD-NUMBER TO H-HOT-CARD.
        MOVE CRD-ACC TO H-HOT-ACC.
        IF W-NEW-LISTED THEN
          SET H-HOT-LISTED TO TRUE
         ELSE
          SET H-HOT-DELISTED TO TRUE
          END-IF.
        MOVE CRD-STATUS TO H-HOT-STATUS.
        MOVE CRD-STATUS-REASON TO H-HOT-REASON.
        MOVE OPERATOR-ID TO H-HOT-OPERATOR.
        CALL "HOTIO" USING HOT-CTRL-BLK.
        INITIALIZE HOT-CTRL-BLK.
        CALL "HOTWRITE" USING HOT-CTRL-BLK H-HOT-REC.
        IF HOT-CTRL-RET-CODE NOT = 0 THEN
          MOVE HOT-CTRL-ERR-MSG TO CRD-CTRL-ERR-MSG
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
