       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRSIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-PR ASSIGN TO 'PRESENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPRS-ID
               FILE STATUS IS FS-PR.
       DATA DIVISION.
       FILE SECTION.
       FD FD-PR.
       COPY PRESENT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-PR PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY PRSCTRL.
       COPY PRESENT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING PRS-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "PRSADD" USING PRS-CTRL-BLK PRS-REC.
        PERFORM ENSURE-OPEN.
        IF PRS-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "CHKPRSID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO PRS-ID
           ELSE
            COMPUTE PRS-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE PRS-REC TO FPRS-REC.
        WRITE FPRS-REC
          INVALID KEY
            STRING "Invalid key on insertion: " PRS-ID
               INTO PRS-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF PRS-ID > W-LAST-ID THEN
          MOVE PRS-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "PRSGET" USING PRS-CTRL-BLK PRS-REC.
        PERFORM ENSURE-OPEN.
        MOVE PRS-ID TO FPRS-ID.
        READ FD-PR INTO PRS-REC KEY IS FPRS-ID.
        perform TRANSFER-CODES.
        IF FS-PR NOT = 0 THEN
          MOVE "Presentment item not found" TO PRS-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "PRSREPL" USING PRS-CTRL-BLK PRS-REC.
        PERFORM ENSURE-OPEN.
        MOVE PRS-ID TO FPRS-ID.
        START FD-PR KEY = FPRS-ID.
        READ FD-PR NEXT.
        perform TRANSFER-CODES.
        IF FS-PR = 0 THEN
          MOVE PRS-REC TO FPRS-REC
          REWRITE FPRS-REC
          perform TRANSFER-CODES
          IF FS-PR NOT = 0 THEN
            MOVE "Rewrite failed" TO PRS-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Presentment item not found" TO PRS-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "PRSNAF" USING PRS-CTRL-BLK PRS-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FPRS-ID.
        START FD-PR KEY > FPRS-ID.
        READ FD-PR NEXT INTO PRS-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "PRSNAN" USING PRS-CTRL-BLK PRS-REC.
        READ FD-PR NEXT INTO PRS-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "PRSEND".
        CLOSE FD-PR.
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
          open I-O FD-PR
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-PR TO PRS-CTRL-RET-CODE.
        IF FS-PR = 0 THEN
          MOVE SPACES TO PRS-CTRL-ERR-MSG
         ELSE
          STRING "Presentment file error, status " FS-PR INTO
             PRS-CTRL-ERR-MSG
          END-IF.
