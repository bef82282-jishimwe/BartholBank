          MOVE 1 TO OPER-CTRL-RET-CODE
          PERFORM RECORD-LOGIN-FAILURE
         ELSE
          EVALUATE TRUE
            WHEN FOPER-DISABLED
              MOVE "Operator disabled - see an administrator" TO
                OPER-CTRL-ERR-MSG
              MOVE 1 TO OPER-CTRL-RET-CODE
              PERFORM RECORD-LOGIN-FAILURE
            WHEN FOPER-LOCKED
              MOVE "Operator locked - see a supervisor" TO
                OPER-CTRL-ERR-MSG
              MOVE 1 TO OPER-CTRL-RET-CODE
              PERFORM RECORD-LOGIN-FAILURE
            WHEN OTHER
              PERFORM CHECK-PASSWORD-MATCH
              IF NOT W-PW-MATCH THEN
                PERFORM COUNT-FAILED-ATTEMPT
               ELSE
                PERFORM COMPLETE-LOGIN
                END-IF
          END-EVALUATE
          END-IF.
        GOBACK.
*********
        IF FS-O NOT = 0 THEN
          MOVE "Operator not found" TO OPER-CTRL-ERR-MSG
         ELSE
          IF FOPER-DISABLED THEN
            MOVE "ENABLE" TO AUDIT-ACTION
           ELSE
            MOVE "UNLOCK" TO AUDIT-ACTION
            END-IF
          MOVE SPACE TO FOPER-LOCK-FLAG
          MOVE 0 TO FOPER-FAIL-COUNT
          MOVE 0 TO FOPER-DIS-DATE
          MOVE SPACES TO FOPER-DIS-REASON
          REWRITE FOPER-REC
          perform TRANSFER-CODES
          IF FS-O = 0 THEN
            PERFORM RECORD-SECURITY-AUDIT
            END-IF
          END-IF.
        GOBACK.
*********
       ENTRY "OPERDIS" USING OPER-CTRL-BLK OPER-REC.
        MOVE OPER-ID TO FOPER-ID.
        READ FD-O KEY IS FOPER-ID.
        perform TRANSFER-CODES.
        IF FS-O NOT = 0 THEN
          MOVE "Operator not found" TO OPER-CTRL-ERR-MSG
         ELSE
          SET FOPER-DISABLED TO TRUE
          PERFORM GET-TODAY
          MOVE W-TODAY TO FOPER-DIS-DATE
          MOVE OPER-DIS-REASON TO FOPER-DIS-REASON
          REWRITE FOPER-REC
          perform TRANSFER-CODES
          IF FS-O = 0 THEN
            MOVE FOPER-REC TO OPER-REC
            MOVE "DISABLE" TO AUDIT-ACTION
            PERFORM RECORD-SECURITY-AUDIT
            END-IF
          END-IF.
