       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SB ASSIGN TO 'SDBOX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSDB-KEY
               FILE STATUS IS FS-SB.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SB.
       COPY SDBOX REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-SB PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY SDBCTRL.
       COPY SDBOX REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING SDB-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "SDBADD" USING SDB-CTRL-BLK SDB-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDB-REC TO FSDB-REC.
        WRITE FSDB-REC
          INVALID KEY
            STRING "Invalid key on insertion: " SDB-BRANCH "-"
               SDB-BOX-NO INTO SDB-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDBGET" USING SDB-CTRL-BLK SDB-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDB-KEY TO FSDB-KEY.
        READ FD-SB INTO SDB-REC KEY IS FSDB-KEY.
        perform TRANSFER-CODES.
        IF FS-SB NOT = 0 THEN
          MOVE "Safe deposit box not found" TO SDB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SDBREPL" USING SDB-CTRL-BLK SDB-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDB-KEY TO FSDB-KEY.
        START FD-SB KEY = FSDB-KEY.
        READ FD-SB NEXT.
        perform TRANSFER-CODES.
        IF FS-SB = 0 THEN
          MOVE SDB-REC TO FSDB-REC
          REWRITE FSDB-REC
          perform TRANSFER-CODES
          IF FS-SB NOT = 0 THEN
            MOVE "Rewrite failed" TO SDB-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Safe deposit box not found" TO SDB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SDBNAF" USING SDB-CTRL-BLK SDB-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FSDB-KEY.
        START FD-SB KEY > FSDB-KEY.
        READ FD-SB NEXT INTO SDB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDBNAN" USING SDB-CTRL-BLK SDB-REC.
        READ FD-SB NEXT INTO SDB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDBEND".
        CLOSE FD-SB.
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
          open I-O FD-SB
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SB TO SDB-CTRL-RET-CODE.
        IF FS-SB = 0 THEN
          MOVE SPACES TO SDB-CTRL-ERR-MSG
         ELSE
          STRING "Safe deposit box file error, status " FS-SB INTO
             SDB-CTRL-ERR-MSG
          END-IF.
