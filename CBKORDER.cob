       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBKORDER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-O.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  VO-REC.
           05  VO-ACC         PIC 9(5).
           05  FILLER         PIC X(1).
           05  VO-BOOK        PIC 9(3).
           05  FILLER         PIC X(1).
           05  VO-START       PIC 9(7).
           05  FILLER         PIC X(1).
           05  VO-END         PIC 9(7).
           05  FILLER         PIC X(1).
           05  VO-LEAVES      PIC 9(3).
           05  FILLER         PIC X(1).
           05  VO-NAME        PIC X(30).
           05  FILLER         PIC X(1).
           05  VO-ADDRESS     PIC X(30).
           05  FILLER         PIC X(1).
           05  VO-ORDER-DATE  PIC 9(8).
           05  FILLER         PIC X(1).
           05  VO-SOURCE      PIC X(1).
       WORKING-STORAGE SECTION.
        COPY CBKCTRL.
        COPY ACCCTRL.
        COPY PARCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CHKBOOK REPLACING ==:PREFIX:== BY ==W-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 FS-O           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-TODAY        PIC 9(8).
            05 W-LEAVES       PIC 9(3).
            05 W-LAST-LEAVES  PIC 9(3).
            05 W-LAST-BOOK    PIC 9(3).
            05 W-MAX-SERIAL   PIC 9(7).
            05 W-FIRST-SERIAL PIC 9(7) VALUE 1000001.
            05 W-PENDING-SW   PIC X(1).
              88 W-ORDER-PENDING VALUE 'Y'.
       LINKAGE SECTION.
        COPY CBOCTRL.
        COPY CHKBOOK REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING CBO-CTRL-BLK CBK-REC.
       ORDER-CHECKBOOK.
          CALL "CBKIO" USING CBK-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          MOVE 0 TO CBO-CTRL-RET-CODE.
          MOVE SPACES TO CBO-CTRL-ERR-MSG.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          INITIALIZE ACC-REC.
          MOVE CBK-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH OR
              ACC-LNAME = "GL" THEN
            MOVE 1 TO CBO-CTRL-RET-CODE
            MOVE "Not a customer account" TO CBO-CTRL-ERR-MSG
            GOBACK
            END-IF.
          IF NOT ACC-ACTIVE THEN
            MOVE 1 TO CBO-CTRL-RET-CODE
            MOVE "Account is not active" TO CBO-CTRL-ERR-MSG
            GOBACK
            END-IF.
          PERFORM SCAN-ACCOUNT-BOOKS.
          IF W-ORDER-PENDING THEN
            MOVE 2 TO CBO-CTRL-RET-CODE
            MOVE "Checkbook order already pending" TO
              CBO-CTRL-ERR-MSG
            GOBACK
            END-IF.
          PERFORM RESOLVE-BOOK-SIZE.
          PERFORM FIND-NEXT-SERIAL.
          MOVE SPACES TO W-OUT-NAME.
          STRING "CBKORDER." W-TODAY DELIMITED BY SIZE
                 INTO W-OUT-NAME.
          MOVE W-OUT-NAME TO CBO-ORDER-FILE.
          OPEN EXTEND ORDER-FILE.
          IF FS-O = 35 THEN
            OPEN OUTPUT ORDER-FILE
            END-IF.
          IF FS-O NOT = 0 THEN
            MOVE 3 TO CBO-CTRL-RET-CODE
            STRING "Unable to open " W-OUT-NAME DELIMITED BY SIZE
                   INTO CBO-CTRL-ERR-MSG
            GOBACK
            END-IF.
          MOVE 0 TO CBK-BOOK.
          COMPUTE CBK-START-SERIAL = W-MAX-SERIAL + 1.
          COMPUTE CBK-END-SERIAL = W-MAX-SERIAL + W-LEAVES.
          MOVE 0 TO CBK-ISSUE-DATE.
          SET CBK-PENDING TO TRUE.
          MOVE W-TODAY TO CBK-ORDER-DATE.
          IF CBO-AUTO THEN
            SET CBK-ORDER-AUTO TO TRUE
           ELSE
            SET CBK-ORDER-COUNTER TO TRUE
            END-IF.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKADD" USING CBK-CTRL-BLK CBK-REC.
          IF CBK-CTRL-RET-CODE NOT = 0 THEN
            MOVE CBK-CTRL-RET-CODE TO CBO-CTRL-RET-CODE
            MOVE CBK-CTRL-ERR-MSG TO CBO-CTRL-ERR-MSG
           ELSE
            PERFORM WRITE-VENDOR-ORDER
            END-IF.
          CLOSE ORDER-FILE.
          MOVE W-LEAVES TO CBO-LEAVES.
          GOBACK.
*********
       SCAN-ACCOUNT-BOOKS.
          MOVE 'N' TO W-PENDING-SW.
          MOVE 0 TO W-LAST-BOOK.
          MOVE 0 TO W-LAST-LEAVES.
          INITIALIZE W-CBK-REC.
          MOVE CBK-ACC TO W-CBK-ACC.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKACF" USING CBK-CTRL-BLK W-CBK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CBK-CTRL-RET-CODE NOT = 0
              IF W-CBK-PENDING THEN
                SET W-ORDER-PENDING TO TRUE
                END-IF
              IF W-CBK-BOOK > W-LAST-BOOK THEN
                MOVE W-CBK-BOOK TO W-LAST-BOOK
                COMPUTE W-LAST-LEAVES = W-CBK-END-SERIAL -
                        W-CBK-START-SERIAL + 1
                END-IF
              CALL "CBKACN" USING CBK-CTRL-BLK W-CBK-REC
            END-PERFORM.
       RESOLVE-BOOK-SIZE.
          MOVE 25 TO W-LEAVES.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "CBKLEAVES" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LEAVES
            END-IF.
          IF W-LAST-LEAVES > 0 THEN
            MOVE W-LAST-LEAVES TO W-LEAVES
            END-IF.
          IF CBO-LEAVES > 0 THEN
            MOVE CBO-LEAVES TO W-LEAVES
            END-IF.
       FIND-NEXT-SERIAL.
          COMPUTE W-MAX-SERIAL = W-FIRST-SERIAL - 1.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKNAF" USING CBK-CTRL-BLK W-CBK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CBK-CTRL-RET-CODE NOT = 0
              IF W-CBK-END-SERIAL > W-MAX-SERIAL THEN
                MOVE W-CBK-END-SERIAL TO W-MAX-SERIAL
                END-IF
              CALL "CBKNAN" USING CBK-CTRL-BLK W-CBK-REC
            END-PERFORM.
       WRITE-VENDOR-ORDER.
          MOVE SPACES TO VO-REC.
          MOVE CBK-ACC TO VO-ACC.
          MOVE CBK-BOOK TO VO-BOOK.
          MOVE CBK-START-SERIAL TO VO-START.
          MOVE CBK-END-SERIAL TO VO-END.
          MOVE W-LEAVES TO VO-LEAVES.
          STRING FUNCTION TRIM(ACC-FNAME) " "
                 FUNCTION TRIM(ACC-LNAME) DELIMITED BY SIZE
                 INTO VO-NAME.
          MOVE ACC-ADDRESS TO VO-ADDRESS.
          MOVE CBK-ORDER-DATE TO VO-ORDER-DATE.
          MOVE CBK-ORDER-SRC TO VO-SOURCE.
          WRITE VO-REC.
