       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-FW ASSIGN TO 'FXFWD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFWD-ID
               FILE STATUS IS FS-FW.
       DATA DIVISION.
       FILE SECTION.
       FD FD-FW.
       COPY FXFWD REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-FW PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY FWDCTRL.
       COPY FXFWD REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING FWD-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "FWDADD" USING FWD-CTRL-BLK FWD-REC.
        PERFORM ENSURE-OPEN.
        IF FWD-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "FWDID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO FWD-ID
           ELSE
            COMPUTE FWD-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE FWD-REC TO FFWD-REC.
        WRITE FFWD-REC
          INVALID KEY
            STRING "Invalid key on insertion: " FWD-ID
               INTO FWD-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF FWD-ID > W-LAST-ID THEN
          MOVE FWD-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "FWDGET" USING FWD-CTRL-BLK FWD-REC.
        PERFORM ENSURE-OPEN.
        MOVE FWD-ID TO FFWD-ID.
        READ FD-FW INTO FWD-REC KEY IS FFWD-ID.
        perform TRANSFER-CODES.
        IF FS-FW NOT = 0 THEN
          MOVE "Forward contract not found" TO FWD-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FWDREPL" USING FWD-CTRL-BLK FWD-REC.
        PERFORM ENSURE-OPEN.
        MOVE FWD-ID TO FFWD-ID.
        START FD-FW KEY = FFWD-ID.
        READ FD-FW NEXT.
        perform TRANSFER-CODES.
        IF FS-FW = 0 THEN
          MOVE FWD-REC TO FFWD-REC
          REWRITE FFWD-REC
          perform TRANSFER-CODES
          IF FS-FW NOT = 0 THEN
            MOVE "Rewrite failed" TO FWD-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Forward contract not found" TO FWD-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FWDNAF" USING FWD-CTRL-BLK FWD-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FFWD-ID.
        START FD-FW KEY > FFWD-ID.
        READ FD-FW NEXT INTO FWD-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FWDNAN" USING FWD-CTRL-BLK FWD-REC.
        READ FD-FW NEXT INTO FWD-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FWDEND".
        CLOSE FD-FW.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-FW
          PERFORM READ-LAST-FWD
          END-IF.
*********
       READ-LAST-FWD.
        MOVE 0 TO W-LAST-ID.
        MOVE 0 TO FFWD-ID.
        START FD-FW KEY > FFWD-ID.
        READ FD-FW NEXT.
        PERFORM
            WITH TEST BEFORE
            UNTIL FS-FW NOT = 0
          MOVE FFWD-ID TO W-LAST-ID
          READ FD-FW NEXT
        END-PERFORM.
*********
       TRANSFER-CODES.
        MOVE FS-FW TO FWD-CTRL-RET-CODE.
        IF FS-FW = 0 THEN
          MOVE SPACES TO FWD-CTRL-ERR-MSG
          END-IF.
