       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLERIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-BL ASSIGN TO 'BILLER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBLR-CODE
               FILE STATUS IS FS-BL.
       DATA DIVISION.
       FILE SECTION.
       FD FD-BL.
       COPY BILLER REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-BL PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY BLRCTRL.
       COPY BILLER REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING BLR-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "BLRADD" USING BLR-CTRL-BLK BLR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BLR-CODE TO FBLR-CODE.
        WRITE FBLR-REC FROM BLR-REC
          INVALID KEY
            STRING "Biller already on file: " BLR-CODE
               INTO BLR-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BLRRID" USING BLR-CTRL-BLK BLR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BLR-CODE TO FBLR-CODE.
        READ FD-BL INTO BLR-REC KEY IS FBLR-CODE.
        perform TRANSFER-CODES.
        IF FS-BL NOT = 0 THEN
          MOVE "Biller not found" TO BLR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BLRREPL" USING BLR-CTRL-BLK BLR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BLR-CODE TO FBLR-CODE.
        START FD-BL KEY = FBLR-CODE.
        READ FD-BL NEXT.
        perform TRANSFER-CODES.
        IF FS-BL = 0 THEN
          MOVE BLR-REC TO FBLR-REC
          REWRITE FBLR-REC
          perform TRANSFER-CODES
         ELSE
          MOVE "Biller not found" TO BLR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BLRNAF" USING BLR-CTRL-BLK BLR-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FBLR-CODE.
        START FD-BL KEY > FBLR-CODE.
        READ FD-BL NEXT INTO BLR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BLRNAN" USING BLR-CTRL-BLK BLR-REC.
        READ FD-BL NEXT INTO BLR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BLREND".
        CLOSE FD-BL.
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
          open I-O FD-BL
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-BL TO BLR-CTRL-RET-CODE.
        IF FS-BL = 0 THEN
          MOVE SPACES TO BLR-CTRL-ERR-MSG
         ELSE
          STRING "Biller file error, status " FS-BL INTO
             BLR-CTRL-ERR-MSG
          END-IF.
