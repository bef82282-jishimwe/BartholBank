       IDENTIFICATION DIVISION.
       PROGRAM-ID. FITIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-FI ASSIGN TO 'FEEITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FFIT-KEY
               FILE STATUS IS FS-FI.
       DATA DIVISION.
       FILE SECTION.
       FD FD-FI.
       COPY FEEITEM REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-FI PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY FITCTRL.
       COPY FEEITEM REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING FIT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "FITGET" USING FIT-CTRL-BLK FIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE FIT-KEY TO FFIT-KEY.
        READ FD-FI INTO FIT-REC KEY IS FFIT-KEY.
        perform TRANSFER-CODES.
        IF FS-FI NOT = 0 THEN
          MOVE "No per-item fee on file" TO FIT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FITPUT" USING FIT-CTRL-BLK FIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE FIT-KEY TO FFIT-KEY.
        READ FD-FI KEY IS FFIT-KEY.
        IF FS-FI = 0 THEN
          MOVE FIT-REC TO FFIT-REC
          REWRITE FFIT-REC
          perform TRANSFER-CODES
         ELSE
          MOVE FIT-REC TO FFIT-REC
          WRITE FFIT-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-FI NOT = 0 THEN
          MOVE "Per-item fee not stored" TO FIT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FITDEL" USING FIT-CTRL-BLK FIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE FIT-KEY TO FFIT-KEY.
        START FD-FI KEY = FFIT-KEY.
        READ FD-FI NEXT.
        perform TRANSFER-CODES.
        IF FS-FI = 0 THEN
          DELETE FD-FI RECORD
          perform TRANSFER-CODES
         ELSE
          MOVE "No per-item fee on file" TO FIT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "FITNAF" USING FIT-CTRL-BLK FIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FFIT-KEY.
        START FD-FI KEY > FFIT-KEY.
        READ FD-FI NEXT INTO FIT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FITNAN" USING FIT-CTRL-BLK FIT-REC.
        READ FD-FI NEXT INTO FIT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "FITEND".
        CLOSE FD-FI.
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
          open I-O FD-FI
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-FI TO FIT-CTRL-RET-CODE.
        IF FS-FI = 0 THEN
          MOVE SPACES TO FIT-CTRL-ERR-MSG
         ELSE
          STRING "Per-item fee file error, status " FS-FI INTO
             FIT-CTRL-ERR-MSG
          END-IF.
