       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SH ASSIGN TO 'SANCHIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSCH-ID
               FILE STATUS IS FS-SH.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SH.
       COPY SANCHIT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-SH PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY SCHCTRL.
       COPY SANCHIT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING SCH-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "SCHADD" USING SCH-CTRL-BLK SCH-REC.
        PERFORM ENSURE-OPEN.
        IF SCH-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "SANCHTID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO SCH-ID
           ELSE
            COMPUTE SCH-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE SCH-REC TO FSCH-REC.
        WRITE FSCH-REC
          INVALID KEY
            STRING "Invalid key on insertion: " SCH-ID
               INTO SCH-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF SCH-ID > W-LAST-ID THEN
          MOVE SCH-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "SCHGET" USING SCH-CTRL-BLK SCH-REC.
        PERFORM ENSURE-OPEN.
        MOVE SCH-ID TO FSCH-ID.
        READ FD-SH INTO SCH-REC KEY IS FSCH-ID.
        perform TRANSFER-CODES.
        IF FS-SH NOT = 0 THEN
          MOVE "Screening hit not found" TO SCH-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SCHREPL" USING SCH-CTRL-BLK SCH-REC.
        PERFORM ENSURE-OPEN.
        MOVE SCH-ID TO FSCH-ID.
        START FD-SH KEY = FSCH-ID.
        READ FD-SH NEXT.
        perform TRANSFER-CODES.
        IF FS-SH = 0 THEN
          MOVE SCH-REC TO FSCH-REC
          REWRITE FSCH-REC
          perform TRANSFER-CODES
          IF FS-SH NOT = 0 THEN
            MOVE "Rewrite failed" TO SCH-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Screening hit not found" TO SCH-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SCHNAF" USING SCH-CTRL-BLK SCH-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FSCH-ID.
        START FD-SH KEY > FSCH-ID.
        READ FD-SH NEXT INTO SCH-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SCHNAN" USING SCH-CTRL-BLK SCH-REC.
        READ FD-SH NEXT INTO SCH-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SCHEND".
        CLOSE FD-SH.
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
          open I-O FD-SH
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SH TO SCH-CTRL-RET-CODE.
        IF FS-SH = 0 THEN
          MOVE SPACES TO SCH-CTRL-ERR-MSG
         ELSE
          STRING "Screening hit file error, status " FS-SH INTO
             SCH-CTRL-ERR-MSG
          END-IF.
