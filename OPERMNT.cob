        COPY OPERCTRL.
        COPY OPERID.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ==V-==.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-ROLE         PIC X(1).
            05 W-LIMIT-IN     PIC X(12).
            05 W-LIMIT-ED     PIC -ZZZZZZ9.99.
            05 W-SUPV-ID      PIC X(10).
       PROCEDURE DIVISION.
       OPERATOR-MAINTENANCE.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          PERFORM LIST-OPERATORS.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add operator, R=change role, "
                  "L=set posting limit, S=set supervisor, "
                  "C=own customer record, U=unlock/re-enable, "
                  "Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
              PERFORM CHANGE-OPERATOR-ROLE
            WHEN 'L'
              PERFORM SET-POSTING-LIMIT
            WHEN 'S'
              PERFORM SET-REPORTING-SUPERVISOR
            WHEN 'C'
              PERFORM LINK-OWN-CUSTOMER
            WHEN 'U'
              PERFORM UNLOCK-OPERATOR
          END-EVALUATE.
              MOVE OPER-LIMIT TO W-LIMIT-ED
              DISPLAY "  " OPER-ID " " OPER-NAME " role "
                      OPER-ROLE " " OPER-LOCK-FLAG
                      " limit " W-LIMIT-ED " supv " OPER-SUPV-ID
              CALL "OPERNAN" USING OPER-CTRL-BLK OPER-REC
            END-PERFORM.
       ADD-OPERATOR.
          ACCEPT OPER-PASSWORD.
          PERFORM READ-ROLE.
          MOVE W-ROLE TO OPER-ROLE.
          PERFORM READ-SUPERVISOR.
          MOVE W-SUPV-ID TO OPER-SUPV-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERADD" USING OPER-CTRL-BLK OPER-REC.
          IF OPER-CTRL-RET-CODE = 0 THEN
                END-IF
              END-IF
            END-IF.
       SET-REPORTING-SUPERVISOR.
          DISPLAY "Operator id: " NO ADVANCING.
          MOVE SPACES TO OPER-ID.
          ACCEPT OPER-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK OPER-REC.
          IF OPER-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Operator not found"
           ELSE
            DISPLAY "Current supervisor: " OPER-SUPV-ID
            PERFORM READ-SUPERVISOR
            IF W-SUPV-ID = OPER-ID THEN
              DISPLAY "An operator cannot supervise themselves"
             ELSE
              MOVE W-SUPV-ID TO OPER-SUPV-ID
              INITIALIZE OPER-CTRL-BLK
              CALL "OPERREPL" USING OPER-CTRL-BLK OPER-REC
              IF OPER-CTRL-RET-CODE = 0 THEN
                DISPLAY "Supervisor updated"
               ELSE
                DISPLAY "Update failed: " OPER-CTRL-ERR-MSG
                END-IF
              END-IF
            END-IF.
       LINK-OWN-CUSTOMER.
          DISPLAY "Operator id: " NO ADVANCING.
          MOVE SPACES TO OPER-ID.
          ACCEPT OPER-ID.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERRID" USING OPER-CTRL-BLK OPER-REC.
          IF OPER-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Operator not found"
           ELSE
            DISPLAY "Current own customer id: " OPER-CUST-ID
            DISPLAY "Customer id of the operator's own banking "
                    "(0 = none): " NO ADVANCING
            MOVE 0 TO OPER-CUST-ID
            ACCEPT OPER-CUST-ID
            INITIALIZE OPER-CTRL-BLK
            CALL "OPERREPL" USING OPER-CTRL-BLK OPER-REC
            IF OPER-CTRL-RET-CODE = 0 THEN
              DISPLAY "Own customer record updated"
             ELSE
              DISPLAY "Update failed: " OPER-CTRL-ERR-MSG
              END-IF
            END-IF.
       UNLOCK-OPERATOR.
          DISPLAY "Operator id to unlock: " NO ADVANCING.
          MOVE SPACES TO OPER-ID.
          IF W-ROLE NOT = 'S' AND W-ROLE NOT = 'A' THEN
            MOVE 'T' TO W-ROLE
            END-IF.
       READ-SUPERVISOR.
          DISPLAY "Reports to supervisor id (blank = none): "
                  NO ADVANCING.
          MOVE SPACES TO W-SUPV-ID.
          ACCEPT W-SUPV-ID.
          IF W-SUPV-ID NOT = SPACES THEN
            INITIALIZE V-OPER-REC
            MOVE W-SUPV-ID TO V-OPER-ID
            INITIALIZE OPER-CTRL-BLK
            CALL "OPERRID" USING OPER-CTRL-BLK V-OPER-REC
            IF OPER-CTRL-RET-CODE NOT = 0 OR V-OPER-TELLER THEN
              DISPLAY "Not a supervisor or administrator - "
                      "supervisor left blank"
              MOVE SPACES TO W-SUPV-ID
              END-IF
            END-IF.
       NEW-LINE.
          DISPLAY " ".
