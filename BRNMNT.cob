       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BRNCTRL.
        COPY OPERCTRL.
        COPY BDTCTRL.
        COPY OPERID.
        COPY SCREENIOV.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY BRANCH REPLACING ==:PREFIX:== BY ====.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-CODE-IN      PIC X(4).
            05 W-TEXT-IN      PIC X(30).
            05 W-SORT-IN      PIC X(6).
       PROCEDURE DIVISION.
       BRANCH-MAINTENANCE.
          CALL "BRNIO" USING BRN-CTRL-BLK.
          DISPLAY "Branches on file:".
          PERFORM LIST-BRANCHES.
          PERFORM NEW-LINE.
          DISPLAY "Action (A=add branch, E=edit branch, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'A'
              PERFORM ADD-BRANCH
            WHEN 'E'
              PERFORM EDIT-BRANCH
          END-EVALUATE.
          GOBACK.
       LIST-BRANCHES.
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNNAF" USING BRN-CTRL-BLK BRN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BRN-CTRL-RET-CODE NOT = 0
              DISPLAY "  " BRN-CODE " " BRN-NAME " sort "
                      BRN-SORT-CODE " (" BRN-STATUS ")"
              DISPLAY "       manager " BRN-MANAGER " ["
                      BRN-MGR-OPER "] " BRN-PHONE
              CALL "BRNNAN" USING BRN-CTRL-BLK BRN-REC
            END-PERFORM.
       ADD-BRANCH.
          DISPLAY "Branch code: " NO ADVANCING.
          MOVE SPACES TO W-CODE-IN.
          ACCEPT W-CODE-IN.
          MOVE FUNCTION UPPER-CASE(W-CODE-IN) TO W-CODE-IN.
          IF W-CODE-IN = SPACES THEN
            GOBACK
            END-IF.
          INITIALIZE BRN-REC.
          MOVE W-CODE-IN TO BRN-CODE.
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNGET" USING BRN-CTRL-BLK BRN-REC.
          IF BRN-CTRL-RET-CODE = 0 THEN
            MOVE "Branch already on file" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE BRN-REC.
          MOVE W-CODE-IN TO BRN-CODE.
          PERFORM READ-BRANCH-FIELDS THRU READ-BRANCH-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          SET BRN-ACTIVE TO TRUE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO BRN-OPEN-DATE.
          PERFORM STORE-BRANCH.
       EDIT-BRANCH.
          DISPLAY "Branch code to edit: " NO ADVANCING.
          MOVE SPACES TO W-CODE-IN.
          ACCEPT W-CODE-IN.
          INITIALIZE BRN-REC.
          MOVE FUNCTION UPPER-CASE(W-CODE-IN) TO BRN-CODE.
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNGET" USING BRN-CTRL-BLK BRN-REC.
          IF BRN-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Branch not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-BRANCH-FIELDS THRU READ-BRANCH-FIELDS-EXIT.
          IF SCREEN-MSG NOT = SPACES THEN
            GOBACK
            END-IF.
          DISPLAY "Status [" BRN-STATUS "] (A=active "
                  "C=closed): " NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          MOVE FUNCTION UPPER-CASE(W-ACTION) TO W-ACTION.
          IF W-ACTION = 'A' OR 'C' THEN
            MOVE W-ACTION TO BRN-STATUS
            END-IF.
          PERFORM STORE-BRANCH.
       STORE-BRANCH.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO BRN-CHG-DATE.
          MOVE OPERATOR-ID TO BRN-CHG-OPER.
          INITIALIZE BRN-CTRL-BLK.
          CALL "BRNPUT" USING BRN-CTRL-BLK BRN-REC.
          IF BRN-CTRL-RET-CODE = 0 THEN
            DISPLAY "Branch " BRN-CODE " stored"
           ELSE
            MOVE BRN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-BRANCH-FIELDS.
          MOVE SPACES TO SCREEN-MSG.
          DISPLAY "Branch name [" FUNCTION TRIM(BRN-NAME) "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-TEXT-IN.
          ACCEPT W-TEXT-IN.
          IF W-TEXT-IN NOT = SPACES THEN
            MOVE W-TEXT-IN TO BRN-NAME
            END-IF.
          IF BRN-NAME = SPACES THEN
            MOVE "Branch name is required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GO TO READ-BRANCH-FIELDS-EXIT
            END-IF.
          DISPLAY "Sort code [" BRN-SORT-CODE "]: " NO ADVANCING.
          MOVE SPACES TO W-SORT-IN.
          ACCEPT W-SORT-IN.
          IF W-SORT-IN NOT = SPACES THEN
            IF FUNCTION TEST-NUMVAL(W-SORT-IN) NOT = 0 THEN
              MOVE "Sort code must be numeric" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO READ-BRANCH-FIELDS-EXIT
              END-IF
            COMPUTE BRN-SORT-CODE = FUNCTION NUMVAL(W-SORT-IN)
            END-IF.
          DISPLAY "Branch manager name [" FUNCTION TRIM(BRN-MANAGER)
                  "]: " NO ADVANCING.
          MOVE SPACES TO W-TEXT-IN.
          ACCEPT W-TEXT-IN.
          IF W-TEXT-IN NOT = SPACES THEN
            MOVE W-TEXT-IN TO BRN-MANAGER
            END-IF.
          DISPLAY "Manager operator id [" BRN-MGR-OPER "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-TEXT-IN.
          ACCEPT W-TEXT-IN.
          IF W-TEXT-IN NOT = SPACES THEN
            CALL "OPERIO" USING OPER-CTRL-BLK
            INITIALIZE OPER-REC
            MOVE W-TEXT-IN TO OPER-ID
            INITIALIZE OPER-CTRL-BLK
            CALL "OPERRID" USING OPER-CTRL-BLK OPER-REC
            IF OPER-CTRL-RET-CODE NOT = 0 THEN
              MOVE "Unknown operator" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GO TO READ-BRANCH-FIELDS-EXIT
              END-IF
            MOVE OPER-ID TO BRN-MGR-OPER
            END-IF.
          DISPLAY "Address [" FUNCTION TRIM(BRN-ADDRESS) "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-TEXT-IN.
          ACCEPT W-TEXT-IN.
          IF W-TEXT-IN NOT = SPACES THEN
            MOVE W-TEXT-IN TO BRN-ADDRESS
            END-IF.
          DISPLAY "Phone [" FUNCTION TRIM(BRN-PHONE) "]: "
                  NO ADVANCING.
          MOVE SPACES TO W-TEXT-IN.
          ACCEPT W-TEXT-IN.
          IF W-TEXT-IN NOT = SPACES THEN
            MOVE W-TEXT-IN TO BRN-PHONE
            END-IF.
       READ-BRANCH-FIELDS-EXIT.
          EXIT.
       COPY SCREENIO.
