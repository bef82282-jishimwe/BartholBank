                15 M-OPT1-CODE PIC X    VALUE 'X'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Reset training practice files".
              10 M-OPT398.
                15 M-OPT1-CODE PIC X    VALUE 'M'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Masked copy for the test environment".
              10 M-OPT399.
                15 M-OPT1-CODE PIC X    VALUE 'C'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Operator access recertification".
              10 M-OPT4.
                15 M-OPT1-CODE PIC X    VALUE SPACES.
                15 M-OPT1-TEXT PIC X(40) VALUE SPACES.
                   PERFORM OPERATIONS-CONSOLE
                 WHEN 'X'
                   PERFORM RESET-TRAINING-FILES
                 WHEN 'M'
                   PERFORM MASKED-TEST-COPY
                 WHEN 'C'
                   PERFORM ACCESS-RECERTIFICATION
               END-EVALUATE
               END-IF
          END-PERFORM.
            CALL "TRNRESET"
            PERFORM READ-KEY
            END-IF.
       MASKED-TEST-COPY.
          IF NOT OPERATOR-IS-ADMIN THEN
            MOVE "Admin authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            PERFORM CLS
            MOVE "Masked copy for the test environment" TO SCREEN-MSG
            PERFORM DISPLAY-TITLE
            PERFORM NEW-LINE
            CALL "TSTCOPY"
            PERFORM READ-KEY
            END-IF.
       WHO-IS-SIGNED-ON.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            CALL "SESSINQ"
            PERFORM READ-KEY
            END-IF.
       ACCESS-RECERTIFICATION.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            PERFORM CLS
            MOVE "Operator access recertification" TO SCREEN-MSG
            PERFORM DISPLAY-TITLE
            PERFORM NEW-LINE
            CALL "RCRTATT"
            PERFORM READ-KEY
            END-IF.
       MANAGE-ACCOUNTS.
          CALL "ACCMENU".
       MANAGE-TRANSACTIONS.
