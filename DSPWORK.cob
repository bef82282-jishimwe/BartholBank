        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY PARCTRL.
        COPY CRDCTRL.
        COPY OPERID.
        COPY DISPUTE REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY SCREENIOV.
            05 W-DAY-INT      PIC S9(7).
            05 W-AGE-COUNT    PIC 9(5).
            05 W-RESOLVE      PIC X(1).
            05 W-LINE-SW      PIC X(1).
              88 W-LINE-FOUND VALUE 'Y'.
            05 W-CARD-COUNT   PIC 9(3).
            05 W-CARD-NUMBER  PIC 9(16).
       PROCEDURE DIVISION.
       DISPUTE-WORKSTATION.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          DISPLAY "Action (O=open dispute, R=resolve dispute, "
                  "L=list, A=aging report, C=raise chargeback, "
                  "X=send chargeback file, N=network responses, "
                  "Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              PERFORM LIST-DISPUTES
            WHEN 'A'
              PERFORM AGING-REPORT
            WHEN 'C'
              PERFORM RAISE-CHARGEBACK
            WHEN 'X'
              CALL "CHBKEXTR"
            WHEN 'N'
              CALL "CHBKRESP"
          END-EVALUATE.
          GOBACK.
       LOAD-PARAMETERS.
                      DSP-SEQ " " W-AMT-ED " ("
                      DSP-STATUS ") due " DSP-DEADLINE " "
                      DSP-REASON
              IF NOT DSP-CB-NONE THEN
                DISPLAY "      chargeback " DSP-CB-STATUS
                        " reason " DSP-CB-REASON " ref "
                        DSP-CB-NET-REF " " DSP-CB-RESP-NOTE
                END-IF
              CALL "DSPNAN" USING DSP-CTRL-BLK DSP-REC
            END-PERFORM.
       READ-DISPUTE-KEY.
              END-IF
            END-IF.
          SET DSP-DENIED TO TRUE.
       RAISE-CHARGEBACK.
          PERFORM READ-DISPUTE-KEY.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPGET" USING DSP-CTRL-BLK DSP-REC.
          IF DSP-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Dispute not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT (DSP-OPEN OR DSP-PROV) THEN
            MOVE "Dispute is already resolved" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF NOT DSP-CB-NONE THEN
            MOVE "A chargeback was already raised" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE T-TRAN-REC.
          MOVE DSP-TRAN-ID TO T-TRAN-ID OF T-TRAN-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 OR
              T-TRAN-TYPE NOT = "POS " THEN
            MOVE "Not a card settlement item" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM FIND-DISPUTED-LINE.
          IF NOT W-LINE-FOUND THEN
            MOVE "Disputed line not found on the transaction" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM FIND-DISPUTED-CARD.
          IF W-CARD-NUMBER = 0 THEN
            MOVE "Card is not linked to the account" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Network reason code: " NO ADVANCING.
          MOVE SPACES TO DSP-CB-REASON.
          ACCEPT DSP-CB-REASON.
          IF DSP-CB-REASON = SPACES THEN
            GOBACK
            END-IF.
          MOVE W-CARD-NUMBER TO DSP-CB-CARD.
          MOVE T-TL-REF OF T-TRAN-LINE-REC TO DSP-CB-NET-REF.
          MOVE T-TL-VALUE-DATE OF T-TRAN-LINE-REC TO
               DSP-CB-ITEM-DATE.
          MOVE W-TODAY TO DSP-CB-RAISED-DATE.
          SET DSP-CB-RAISED TO TRUE.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPREPL" USING DSP-CTRL-BLK DSP-REC.
          IF DSP-CTRL-RET-CODE = 0 THEN
            DISPLAY "Chargeback raised on card *"
                    DSP-CB-CARD(13:4) " ref " DSP-CB-NET-REF
                    " - goes out on the next chargeback file"
           ELSE
            MOVE DSP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       FIND-DISPUTED-LINE.
          MOVE 'N' TO W-LINE-SW.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE DSP-TRAN-ID TO T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLTRF" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0 OR W-LINE-FOUND
              IF T-TL-ACC OF T-TRAN-LINE-REC = DSP-ACC AND
                  T-TL-SEQ OF T-TRAN-LINE-REC = DSP-SEQ THEN
                SET W-LINE-FOUND TO TRUE
               ELSE
                CALL "TRANLTRN" USING TRAN-CTRL-BLK
                                      T-TRAN-LINE-REC
                END-IF
            END-PERFORM.
       FIND-DISPUTED-CARD.
          CALL "CARDIO" USING CRD-CTRL-BLK.
          MOVE 0 TO W-CARD-COUNT.
          MOVE 0 TO W-CARD-NUMBER.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              IF CRD-ACC = DSP-ACC THEN
                ADD 1 TO W-CARD-COUNT
                MOVE CRD-NUMBER TO W-CARD-NUMBER
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
          IF W-CARD-COUNT > 1 THEN
            DISPLAY "Card number used for the item: " NO ADVANCING
            INITIALIZE CRD-REC
            MOVE 0 TO CRD-NUMBER
            ACCEPT CRD-NUMBER
            INITIALIZE CRD-CTRL-BLK
            CALL "CRDGET" USING CRD-CTRL-BLK CRD-REC
            IF CRD-CTRL-RET-CODE = 0 AND CRD-ACC = DSP-ACC THEN
              MOVE CRD-NUMBER TO W-CARD-NUMBER
             ELSE
              MOVE 0 TO W-CARD-NUMBER
              END-IF
            END-IF.
       AGING-REPORT.
          MOVE 0 TO W-AGE-COUNT.
          OPEN OUTPUT PRINT-FILE.
