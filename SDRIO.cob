       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDRIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SR ASSIGN TO 'SDRENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSDR-ID
               FILE STATUS IS FS-SR.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SR.
       COPY SDRENT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-SR PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY SDRCTRL.
       COPY SDRENT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING SDR-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "SDRADD" USING SDR-CTRL-BLK SDR-REC.
        PERFORM ENSURE-OPEN.
        IF SDR-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "SDRENTID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO SDR-ID
           ELSE
            COMPUTE SDR-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE SDR-REC TO FSDR-REC.
        WRITE FSDR-REC
          INVALID KEY
            STRING "Invalid key on insertion: " SDR-ID
               INTO SDR-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF SDR-ID > W-LAST-ID THEN
          MOVE SDR-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "SDRGET" USING SDR-CTRL-BLK SDR-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDR-ID TO FSDR-ID.
        READ FD-SR INTO SDR-REC KEY IS FSDR-ID.
        perform TRANSFER-CODES.
        IF FS-SR NOT = 0 THEN
          MOVE "Box rental not found" TO SDR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SDRREPL" USING SDR-CTRL-BLK SDR-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDR-ID TO FSDR-ID.
        START FD-SR KEY = FSDR-ID.
        READ FD-SR NEXT.
        perform TRANSFER-CODES.
        IF FS-SR = 0 THEN
          MOVE SDR-REC TO FSDR-REC
          REWRITE FSDR-REC
          perform TRANSFER-CODES
          IF FS-SR NOT = 0 THEN
            MOVE "Rewrite failed" TO SDR-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Box rental not found" TO SDR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SDRNAF" USING SDR-CTRL-BLK SDR-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FSDR-ID.
        START FD-SR KEY > FSDR-ID.
        READ FD-SR NEXT INTO SDR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDRNAN" USING SDR-CTRL-BLK SDR-REC.
        READ FD-SR NEXT INTO SDR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDREND".
        CLOSE FD-SR.
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
          open I-O FD-SR
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SR TO SDR-CTRL-RET-CODE.
        IF FS-SR = 0 THEN
          MOVE SPACES TO SDR-CTRL-ERR-MSG
         ELSE
          STRING "Box rental file error, status " FS-SR INTO
             SDR-CTRL-ERR-MSG
          END-IF.
