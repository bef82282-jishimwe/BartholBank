       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY EVTCTRL.
        COPY ALTCTRL.
        COPY OPERID.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY ALERT REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-PICK-SEV     PIC X(1).
            05 W-SHOW-COUNT   PIC 9(5).
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-ACTION       PIC X(1).
            05 W-ALERT-COUNT  PIC 9(2).
            05 W-ALERT-PICK   PIC 9(2).
            05 W-ALERT-KEYS.
              10 W-ALERT-KEY  PIC X(20) OCCURS 30 TIMES.
       PROCEDURE DIVISION.
       OPERATIONS-CONSOLE.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          CALL "ALTIO" USING ALT-CTRL-BLK.
          PERFORM LIST-OPEN-ALERTS.
          PERFORM NEW-LINE.
          DISPLAY "Action (V=view events, A=acknowledge alert, "
                  "R=alert rules, S=escalation sweep, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'V'
              PERFORM VIEW-EVENTS
            WHEN 'A'
              PERFORM ACKNOWLEDGE-ALERT THRU ACKNOWLEDGE-ALERT-EXIT
            WHEN 'R'
              CALL "ALRMNT"
            WHEN 'S'
              CALL "ALRTESC"
              PERFORM LIST-OPEN-ALERTS
          END-EVALUATE.
          GOBACK.
       VIEW-EVENTS.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          DISPLAY "Date (YYYYMMDD, blank = " W-BUFFER(1:8)
                  ", 0 = all): " NO ADVANCING.
          PERFORM NEW-LINE.
          DISPLAY W-SHOW-COUNT " event(s) shown, " W-FAIL-COUNT
                  " failure(s)".
       SHOW-ONE-EVENT.
          IF W-PICK-PROG NOT = SPACES AND
              EVT-PROGRAM NOT = W-PICK-PROG THEN
            END-IF.
       SHOW-EVENT-EXIT.
          EXIT.
       LIST-OPEN-ALERTS.
          MOVE 0 TO W-ALERT-COUNT.
          DISPLAY "Alerts awaiting acknowledgement:".
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTNAF" USING ALT-CTRL-BLK ALT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ALT-CTRL-RET-CODE NOT = 0 OR W-ALERT-COUNT = 30
              IF ALT-AWAITING THEN
                ADD 1 TO W-ALERT-COUNT
                MOVE ALT-KEY TO W-ALERT-KEY(W-ALERT-COUNT)
                DISPLAY W-ALERT-COUNT " " ALT-EVT-DATE " "
                        ALT-EVT-TIME " " ALT-PROGRAM " "
                        ALT-SEVERITY " " ALT-TEXT
                DISPLAY "     rule " ALT-RULE " level " ALT-LEVEL
                        " sent to " ALT-SENT-TO " at "
                        ALT-SENT-DATE " " ALT-SENT-TIME
                END-IF
              CALL "ALTNAN" USING ALT-CTRL-BLK ALT-REC
            END-PERFORM.
          IF W-ALERT-COUNT = 0 THEN
            DISPLAY "  none"
            END-IF.
       ACKNOWLEDGE-ALERT.
          IF W-ALERT-COUNT = 0 THEN
            GO TO ACKNOWLEDGE-ALERT-EXIT
            END-IF.
          DISPLAY "Alert number to acknowledge: " NO ADVANCING.
          MOVE 0 TO W-ALERT-PICK.
          ACCEPT W-ALERT-PICK.
          IF W-ALERT-PICK = 0 OR W-ALERT-PICK > W-ALERT-COUNT THEN
            GO TO ACKNOWLEDGE-ALERT-EXIT
            END-IF.
          INITIALIZE ALT-REC.
          MOVE W-ALERT-KEY(W-ALERT-PICK) TO ALT-KEY.
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTGET" USING ALT-CTRL-BLK ALT-REC.
          IF ALT-CTRL-RET-CODE NOT = 0 OR NOT ALT-AWAITING THEN
            MOVE "Alert is no longer awaiting acknowledgement"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO ACKNOWLEDGE-ALERT-EXIT
            END-IF.
          DISPLAY "Note (action taken): " NO ADVANCING.
          MOVE SPACES TO ALT-ACK-NOTE.
          ACCEPT ALT-ACK-NOTE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO ALT-ACK-DATE.
          MOVE W-BUFFER(9:6) TO ALT-ACK-TIME.
          MOVE OPERATOR-ID TO ALT-ACK-BY.
          SET ALT-ACKED TO TRUE.
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTPUT" USING ALT-CTRL-BLK ALT-REC.
          IF ALT-CTRL-RET-CODE = 0 THEN
            DISPLAY "Alert acknowledged by " OPERATOR-ID
           ELSE
            MOVE ALT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       ACKNOWLEDGE-ALERT-EXIT.
          EXIT.
       COPY SCREENIO.
