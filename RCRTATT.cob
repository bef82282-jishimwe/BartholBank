       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RCRTATT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY RCTCTRL.
        COPY OPERCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY RECERT REPLACING ==:PREFIX:== BY ====.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-TODAY        PIC 9(8).
            05 W-TODAY-PARTS REDEFINES W-TODAY.
              10 W-TODAY-YYYY PIC 9(4).
              10 W-TODAY-MM   PIC 9(2).
              10 W-TODAY-DD   PIC 9(2).
            05 W-CYCLE        PIC 9(5).
            05 W-QUARTER      PIC 9(1).
            05 W-PEND-COUNT   PIC 9(5).
            05 W-PICK-OPER    PIC X(10).
            05 W-DECISION     PIC X(1).
            05 W-LIMIT-ED     PIC -ZZZZZZ9.99.
       PROCEDURE DIVISION.
       ACCESS-RECERTIFICATION.
          CALL "RCTIO" USING RCT-CTRL-BLK.
          CALL "OPERIO" USING OPER-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-QUARTER = (W-TODAY-MM - 1) / 3 + 1.
          COMPUTE W-CYCLE = W-TODAY-YYYY * 10 + W-QUARTER.
          PERFORM
            WITH TEST AFTER
            UNTIL W-PICK-OPER = SPACES
              PERFORM LIST-PENDING-ENTRIES
              PERFORM NEW-LINE
              IF W-PEND-COUNT = 0 THEN
                MOVE SPACES TO W-PICK-OPER
               ELSE
                DISPLAY "Operator id to attest (blank = done): "
                        NO ADVANCING
                MOVE SPACES TO W-PICK-OPER
                ACCEPT W-PICK-OPER
                IF W-PICK-OPER NOT = SPACES THEN
                  PERFORM ATTEST-ONE-OPERATOR
                    THRU ATTEST-ONE-OPERATOR-EXIT
                  END-IF
                END-IF
            END-PERFORM.
          GOBACK.
       LIST-PENDING-ENTRIES.
          MOVE 0 TO W-PEND-COUNT.
          DISPLAY "Operators awaiting your attestation, cycle "
                  W-TODAY-YYYY " Q" W-QUARTER ":".
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RCT-CTRL-RET-CODE NOT = 0 OR RCT-CYCLE NOT = W-CYCLE
              IF RCT-PENDING THEN
                PERFORM SHOW-IF-MINE THRU SHOW-IF-MINE-EXIT
                END-IF
              CALL "RCTNAN" USING RCT-CTRL-BLK RCT-REC
            END-PERFORM.
          IF W-PEND-COUNT = 0 THEN
            DISPLAY "  none"
            END-IF.
       SHOW-IF-MINE.
          IF RCT-OPER = OPERATOR-ID THEN
            GO TO SHOW-IF-MINE-EXIT
            END-IF.
          IF RCT-SUPV NOT = OPERATOR-ID AND
              NOT (RCT-SUPV = SPACES AND OPERATOR-IS-ADMIN) THEN
            GO TO SHOW-IF-MINE-EXIT
            END-IF.
          ADD 1 TO W-PEND-COUNT.
          MOVE RCT-LIMIT TO W-LIMIT-ED.
          DISPLAY "  " RCT-OPER " " RCT-NAME " role " RCT-ROLE
                  " limit " W-LIMIT-ED.
          DISPLAY "      last sign-on " RCT-LAST-SIGNON
                  " postings " RCT-POSTINGS " attest by "
                  RCT-DEADLINE.
       SHOW-IF-MINE-EXIT.
          EXIT.
       ATTEST-ONE-OPERATOR.
          INITIALIZE RCT-REC.
          MOVE W-CYCLE TO RCT-CYCLE.
          MOVE W-PICK-OPER TO RCT-OPER.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTGET" USING RCT-CTRL-BLK RCT-REC.
          IF RCT-CTRL-RET-CODE NOT = 0 OR NOT RCT-PENDING THEN
            MOVE "Operator is not awaiting attestation" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO ATTEST-ONE-OPERATOR-EXIT
            END-IF.
          IF RCT-OPER = OPERATOR-ID THEN
            MOVE "You cannot attest your own access" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO ATTEST-ONE-OPERATOR-EXIT
            END-IF.
          IF RCT-SUPV NOT = OPERATOR-ID AND
              NOT (RCT-SUPV = SPACES AND OPERATOR-IS-ADMIN) THEN
            MOVE "Operator does not report to you" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO ATTEST-ONE-OPERATOR-EXIT
            END-IF.
          DISPLAY "Decision (K=keep access, R=revoke access): "
                  NO ADVANCING.
          MOVE SPACES TO W-DECISION.
          ACCEPT W-DECISION.
          MOVE FUNCTION UPPER-CASE(W-DECISION) TO W-DECISION.
          IF W-DECISION NOT = 'K' AND W-DECISION NOT = 'R' THEN
            GO TO ATTEST-ONE-OPERATOR-EXIT
            END-IF.
          DISPLAY "Note: " NO ADVANCING.
          MOVE SPACES TO RCT-NOTE.
          ACCEPT RCT-NOTE.
          IF W-DECISION = 'R' THEN
            INITIALIZE OPER-REC
            MOVE RCT-OPER TO OPER-ID
            MOVE "REVOKED AT RECERT" TO OPER-DIS-REASON
            INITIALIZE OPER-CTRL-BLK
            CALL "OPERDIS" USING OPER-CTRL-BLK OPER-REC
            IF OPER-CTRL-RET-CODE NOT = 0 THEN
              MOVE OPER-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO ATTEST-ONE-OPERATOR-EXIT
              END-IF
            SET RCT-REVOKED TO TRUE
           ELSE
            SET RCT-ATTESTED TO TRUE
            END-IF.
          MOVE OPERATOR-ID TO RCT-ATT-BY.
          MOVE W-TODAY TO RCT-ATT-DATE.
          INITIALIZE RCT-CTRL-BLK.
          CALL "RCTPUT" USING RCT-CTRL-BLK RCT-REC.
          IF RCT-CTRL-RET-CODE NOT = 0 THEN
            MOVE RCT-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
           ELSE
            IF RCT-REVOKED THEN
              DISPLAY "Access revoked - " RCT-OPER " disabled"
             ELSE
              DISPLAY "Access attested for " RCT-OPER
              END-IF
            END-IF.
          PERFORM NEW-LINE.
       ATTEST-ONE-OPERATOR-EXIT.
          EXIT.
       COPY SCREENIO.
