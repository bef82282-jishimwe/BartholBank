       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCTIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-RC ASSIGN TO 'RECERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRCT-KEY
               FILE STATUS IS FS-RC.
       DATA DIVISION.
       FILE SECTION.
       FD FD-RC.
       COPY RECERT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-RC PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY RCTCTRL.
       COPY RECERT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING RCT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "RCTGET" USING RCT-CTRL-BLK RCT-REC.
        PERFORM ENSURE-OPEN.
        MOVE RCT-KEY TO FRCT-KEY.
        READ FD-RC INTO RCT-REC KEY IS FRCT-KEY.
        perform TRANSFER-CODES.
        IF FS-RC NOT = 0 THEN
          MOVE "Recertification entry not found" TO RCT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "RCTPUT" USING RCT-CTRL-BLK RCT-REC.
        PERFORM ENSURE-OPEN.
        MOVE RCT-KEY TO FRCT-KEY.
        READ FD-RC KEY IS FRCT-KEY.
        IF FS-RC = 0 THEN
          MOVE RCT-REC TO FRCT-REC
          REWRITE FRCT-REC
          perform TRANSFER-CODES
         ELSE
          MOVE RCT-REC TO FRCT-REC
          WRITE FRCT-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-RC NOT = 0 THEN
          MOVE "Recertification entry not stored" TO RCT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "RCTCYF" USING RCT-CTRL-BLK RCT-REC.
        PERFORM ENSURE-OPEN.
        MOVE RCT-CYCLE TO FRCT-CYCLE.
        MOVE LOW-VALUES TO FRCT-OPER.
        START FD-RC KEY >= FRCT-KEY.
        READ FD-RC NEXT INTO RCT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "RCTNAF" USING RCT-CTRL-BLK RCT-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FRCT-KEY.
        START FD-RC KEY > FRCT-KEY.
        READ FD-RC NEXT INTO RCT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "RCTNAN" USING RCT-CTRL-BLK RCT-REC.
        READ FD-RC NEXT INTO RCT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "RCTEND".
        CLOSE FD-RC.
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
          open I-O FD-RC
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-RC TO RCT-CTRL-RET-CODE.
        IF FS-RC = 0 THEN
          MOVE SPACES TO RCT-CTRL-ERR-MSG
         ELSE
          STRING "Recertification file error, status " FS-RC INTO
             RCT-CTRL-ERR-MSG
          END-IF.
