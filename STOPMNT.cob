                  FUNCTION TRIM(ACC-LNAME) "):".
          PERFORM LIST-ACCOUNT-STOPS.
          PERFORM NEW-LINE.
          DISPLAY "Action (P=place stop, L=lift stop, "
                  "D=direct-debit mandates, Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
              PERFORM PLACE-STOP-ORDER
            WHEN 'L'
              PERFORM LIFT-STOP-ORDER
            WHEN 'D'
              CALL "MDTMNT" USING W-ACC-ID
          END-EVALUATE.
          GOBACK.
       LIST-ACCOUNT-STOPS.
