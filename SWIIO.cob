       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWIIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SI ASSIGN TO 'SWITCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSWI-ACC
               FILE STATUS IS FS-SI.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SI.
       COPY SWITCH REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-SI PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY SWICTRL.
       COPY SWITCH REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING SWI-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "SWIGET" USING SWI-CTRL-BLK SWI-REC.
        PERFORM ENSURE-OPEN.
        MOVE SWI-ACC TO FSWI-ACC.
        READ FD-SI INTO SWI-REC KEY IS FSWI-ACC.
        perform TRANSFER-CODES.
        IF FS-SI NOT = 0 THEN
          MOVE "No switch request for that account" TO
            SWI-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
        PERFORM ENSURE-OPEN.
        MOVE SWI-ACC TO FSWI-ACC.
        READ FD-SI KEY IS FSWI-ACC.
        IF FS-SI = 0 THEN
          MOVE SWI-REC TO FSWI-REC
          REWRITE FSWI-REC
          perform TRANSFER-CODES
         ELSE
          MOVE SWI-REC TO FSWI-REC
          WRITE FSWI-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-SI NOT = 0 THEN
          MOVE "Switch request not stored" TO SWI-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SWIDEL" USING SWI-CTRL-BLK SWI-REC.
        PERFORM ENSURE-OPEN.
        MOVE SWI-ACC TO FSWI-ACC.
        START FD-SI KEY = FSWI-ACC.
        READ FD-SI NEXT.
        perform TRANSFER-CODES.
        IF FS-SI = 0 THEN
          DELETE FD-SI RECORD
          perform TRANSFER-CODES
         ELSE
          MOVE "No switch request for that account" TO
            SWI-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "SWINAF" USING SWI-CTRL-BLK SWI-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FSWI-ACC.
        START FD-SI KEY > FSWI-ACC.
        READ FD-SI NEXT INTO SWI-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SWINAN" USING SWI-CTRL-BLK SWI-REC.
        READ FD-SI NEXT INTO SWI-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SWIEND".
        CLOSE FD-SI.
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
          open I-O FD-SI
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SI TO SWI-CTRL-RET-CODE.
        IF FS-SI = 0 THEN
          MOVE SPACES TO SWI-CTRL-ERR-MSG
         ELSE
          STRING "Switch file error, status " FS-SI INTO
             SWI-CTRL-ERR-MSG
          END-IF.
