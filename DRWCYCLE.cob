          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          DISPLAY "Action (O=open drawer, C=close drawer, "
                  "X=hand over drawer, H=history report,".
          DISPLAY "        V=vault cash movements, A=ATM cash, "
                  "T=cash in transit, Q=quit): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
              PERFORM DRAWER-HISTORY-REPORT
            WHEN 'V'
              CALL "VAULTMNT"
            WHEN 'A'
              CALL "ATMCASH"
            WHEN 'T'
              CALL "CITMNT"
            WHEN 'X'
              CALL "DRWHNDOV"
          END-EVALUATE.
          GOBACK.
       READ-DRAWER-ID.
