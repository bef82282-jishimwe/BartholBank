       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-BR ASSIGN TO 'BRANCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBRN-CODE
               FILE STATUS IS FS-BR.
       DATA DIVISION.
       FILE SECTION.
       FD FD-BR.
       COPY BRANCH REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-BR PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY BRNCTRL.
       COPY BRANCH REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING BRN-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "BRNGET" USING BRN-CTRL-BLK BRN-REC.
        PERFORM ENSURE-OPEN.
        MOVE BRN-CODE TO FBRN-CODE.
        READ FD-BR INTO BRN-REC KEY IS FBRN-CODE.
        perform TRANSFER-CODES.
        IF FS-BR NOT = 0 THEN
          MOVE "Branch not found" TO BRN-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BRNPUT" USING BRN-CTRL-BLK BRN-REC.
        PERFORM ENSURE-OPEN.
        MOVE BRN-CODE TO FBRN-CODE.
        READ FD-BR KEY IS FBRN-CODE.
        IF FS-BR = 0 THEN
          MOVE BRN-REC TO FBRN-REC
          REWRITE FBRN-REC
          perform TRANSFER-CODES
         ELSE
          MOVE BRN-REC TO FBRN-REC
          WRITE FBRN-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-BR NOT = 0 THEN
          MOVE "Branch not stored" TO BRN-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BRNNAF" USING BRN-CTRL-BLK BRN-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FBRN-CODE.
        START FD-BR KEY > FBRN-CODE.
        READ FD-BR NEXT INTO BRN-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BRNNAN" USING BRN-CTRL-BLK BRN-REC.
        READ FD-BR NEXT INTO BRN-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BRNEND".
        CLOSE FD-BR.
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
          open I-O FD-BR
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-BR TO BRN-CTRL-RET-CODE.
        IF FS-BR = 0 THEN
          MOVE SPACES TO BRN-CTRL-ERR-MSG
         ELSE
          STRING "Branch file error, status " FS-BR INTO
             BRN-CTRL-ERR-MSG
          END-IF.
