              10 M-OPT68.
                15 M-OPT1-CODE PIC X    VALUE 'X'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                           "Currency exchange (cash/forwards)".
              10 M-OPT69.
                15 M-OPT1-CODE PIC X    VALUE 'W'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                15 M-OPT1-CODE PIC X    VALUE '1'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                           "Back out a clearing file run".
              10 M-OPT80.
                15 M-OPT1-CODE PIC X    VALUE '9'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                           "Card authorization file (holds)".
              10 M-OPT81.
                15 M-OPT1-CODE PIC X    VALUE '0'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                           "Internet banking request file".
              10 M-OPT6.
                15 M-OPT1-CODE PIC X    VALUE SPACES.
                15 M-OPT1-TEXT PIC X(40) VALUE SPACES.
                 IF W-AUTH-OK THEN
                   PERFORM PROCESS-CARD-SETTLEMENT
                   END-IF
               WHEN '9'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM PROCESS-CARD-AUTHORIZATIONS
                   END-IF
               WHEN 'O'
                 PERFORM OUTBOUND-PAYMENTS
               WHEN 'D'
                   END-IF
               WHEN '8'
                 PERFORM TELLER-MINI-STATEMENT
               WHEN '0'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM PROCESS-CHANNEL-REQUESTS
                   END-IF
             END-EVALUATE
          END-PERFORM.
       CHECK-SUPERVISOR.
          PERFORM NEW-LINE.
          CALL "CRDSETTL".
          PERFORM READ-KEY.
       PROCESS-CHANNEL-REQUESTS.
          PERFORM CLS.
          MOVE "Internet banking request file" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "IBKCHNL".
          PERFORM READ-KEY.
       PROCESS-CARD-AUTHORIZATIONS.
          PERFORM CLS.
          MOVE "Card authorization file" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "CRDAUTH".
          PERFORM READ-KEY.
       PROCESS-INBOUND-CLEARING.
          PERFORM CLS.
          MOVE "Inbound clearing file" TO SCREEN-MSG.
          MOVE "Currency exchange" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          DISPLAY "S=spot cash exchange, F=forward contracts [S]: "
                  NO ADVANCING.
          MOVE SPACES TO WRK-INPUT-VAR.
          ACCEPT WRK-INPUT-VAR.
          IF WRK-INPUT-VAR = 'F' OR 'f' THEN
            CALL "FWDMNT"
           ELSE
            CALL "FXEXCH"
            END-IF.
          PERFORM READ-KEY.
       PROCESS-PRESENTED-CHECKS.
          CALL "CHKCLEAR".
