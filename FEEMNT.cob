          PERFORM LIST-FEES.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add fee, E=edit fee, "
                  "X=account fee exceptions, P=per-item charges, "
                  "Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              PERFORM EDIT-FEE
            WHEN 'X'
              CALL "FEXMNT"
            WHEN 'P'
              CALL "FITMNT"
          END-EVALUATE.
          GOBACK.
       LIST-FEES.
