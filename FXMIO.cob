       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-FM ASSIGN TO 'FXMARGIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFXM-KEY
               FILE STATUS IS FS-FM.
       DATA DIVISION.
       FILE SECTION.
       FD FD-FM.
       COPY FXMARGIN REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-FM PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY FXMCTRL.
       COPY FXMARGIN REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING FXM-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "FXMGET" USING FXM-CTRL-BLK FXM-REC.
        PERFORM ENSURE-OPEN.
        MOVE FXM-KEY TO FFXM-KEY.
        READ FD-FM INTO FXM-REC KEY IS FFXM-KEY.
        perform TRANSFER-CODES.
        IF FS-FM NOT = 0 THEN
          MOVE "FX margin record not found" TO FXM-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FXMPUT" USING FXM-CTRL-BLK FXM-REC.
        PERFORM ENSURE-OPEN.
        MOVE FXM-KEY TO FFXM-KEY.
        READ FD-FM KEY IS FFXM-KEY.
        IF FS-FM = 0 THEN
          MOVE FXM-REC TO FFXM-REC
          REWRITE FFXM-REC
          perform TRANSFER-CODES
         ELSE
          MOVE FXM-REC TO FFXM-REC
          WRITE FFXM-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-FM NOT = 0 THEN
          MOVE "FX margin record not stored" TO FXM-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FXMNAF" USING FXM-CTRL-BLK FXM-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FFXM-KEY.
        START FD-FM KEY > FFXM-KEY.
        READ FD-FM NEXT INTO FXM-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FXMNAN" USING FXM-CTRL-BLK FXM-REC.
        READ FD-FM NEXT INTO FXM-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FXMEND".
        CLOSE FD-FM.
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
          open I-O FD-FM
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-FM TO FXM-CTRL-RET-CODE.
        IF FS-FM = 0 THEN
          MOVE SPACES TO FXM-CTRL-ERR-MSG
         ELSE
          STRING "FX margin file error, status " FS-FM INTO
             FXM-CTRL-ERR-MSG
          END-IF.
