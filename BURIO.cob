       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-BU ASSIGN TO 'LOANBUR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBUR-LOAN
               FILE STATUS IS FS-BU.
       DATA DIVISION.
       FILE SECTION.
       FD FD-BU.
       COPY LOANBUR REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-BU PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY BURCTRL.
       COPY LOANBUR REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING BUR-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "BURGET" USING BUR-CTRL-BLK BUR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BUR-LOAN TO FBUR-LOAN.
        READ FD-BU INTO BUR-REC KEY IS FBUR-LOAN.
        perform TRANSFER-CODES.
        IF FS-BU NOT = 0 THEN
          MOVE "Loan has not been reported" TO
            BUR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BURPUT" USING BUR-CTRL-BLK BUR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BUR-LOAN TO FBUR-LOAN.
        READ FD-BU KEY IS FBUR-LOAN.
        IF FS-BU = 0 THEN
          MOVE BUR-REC TO FBUR-REC
          REWRITE FBUR-REC
          perform TRANSFER-CODES
         ELSE
          MOVE BUR-REC TO FBUR-REC
          WRITE FBUR-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-BU NOT = 0 THEN
          MOVE "Bureau record not stored" TO BUR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BURDEL" USING BUR-CTRL-BLK BUR-REC.
        PERFORM ENSURE-OPEN.
        MOVE BUR-LOAN TO FBUR-LOAN.
        START FD-BU KEY = FBUR-LOAN.
        READ FD-BU NEXT.
        perform TRANSFER-CODES.
        IF FS-BU = 0 THEN
          DELETE FD-BU RECORD
          perform TRANSFER-CODES
          IF FS-BU NOT = 0 THEN
            MOVE "Delete failed" TO BUR-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Loan has not been reported" TO
            BUR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BURNAF" USING BUR-CTRL-BLK BUR-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FBUR-LOAN.
        START FD-BU KEY > FBUR-LOAN.
        READ FD-BU NEXT INTO BUR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BURNAN" USING BUR-CTRL-BLK BUR-REC.
        READ FD-BU NEXT INTO BUR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BUREND".
        CLOSE FD-BU.
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
          open I-O FD-BU
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-BU TO BUR-CTRL-RET-CODE.
        IF FS-BU = 0 THEN
          MOVE SPACES TO BUR-CTRL-ERR-MSG
         ELSE
          STRING "Bureau file error, status " FS-BU INTO
             BUR-CTRL-ERR-MSG
          END-IF.
