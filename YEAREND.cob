          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          CALL "TAXCERT" USING W-CLOSE-YEAR.
          IF RETURN-CODE NOT = 0 THEN
            MOVE "*** Tax certificate run reported errors"
              TO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            END-IF.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
