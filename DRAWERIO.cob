               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDRS-ACC
               FILE STATUS IS FS-DS.
           SELECT OPTIONAL FD-DH ASSIGN TO 'DRWHANDL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DH.
       DATA DIVISION.
       FILE SECTION.
       FD FD-D.
       COPY DRAWER REPLACING ==:PREFIX:== BY ==F==.
       FD FD-DS.
       COPY DRWSTATE REPLACING ==:PREFIX:== BY ==F==.
       FD FD-DH.
       COPY DRWHAND REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-D PIC 9(2).
               05 FS-DS PIC 9(2).
               05 FS-DH PIC 9(2).
       LINKAGE SECTION.
       COPY DRWCTRL.
       COPY DRAWER REPLACING ==:PREFIX:== BY ====.
       COPY DRWSTATE REPLACING ==:PREFIX:== BY ====.
       COPY DRWHAND REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING DRW-CTRL-BLK.
*********
       MAIN-PROG.
       ENTRY "DRSEND".
        CLOSE FD-DS.
        GOBACK.
*********
       ENTRY "DHOWRITE" USING DRW-CTRL-BLK DHO-REC.
        OPEN EXTEND FD-DH.
        IF FS-DH = 35 THEN
          OPEN OUTPUT FD-DH
          END-IF.
        WRITE FDHO-REC FROM DHO-REC.
        CLOSE FD-DH.
        PERFORM TRANSFER-HAND-CODES.
        GOBACK.
*********
       ENTRY "DHORDF" USING DRW-CTRL-BLK DHO-REC.
        OPEN INPUT FD-DH.
        IF FS-DH NOT = 0 THEN
          INITIALIZE DHO-REC
          PERFORM TRANSFER-HAND-CODES
          MOVE "Handover log is empty or missing" TO
            DRW-CTRL-ERR-MSG
         ELSE
          READ FD-DH NEXT INTO DHO-REC
          PERFORM TRANSFER-HAND-CODES
          IF FS-DH NOT = 0 THEN
            INITIALIZE DHO-REC
            END-IF
          END-IF.
        GOBACK.
*********
       ENTRY "DHORDN" USING DRW-CTRL-BLK DHO-REC.
        READ FD-DH NEXT INTO DHO-REC.
        PERFORM TRANSFER-HAND-CODES.
        IF FS-DH NOT = 0 THEN
          INITIALIZE DHO-REC
          END-IF.
        GOBACK.
*********
       ENTRY "DHOEND".
        CLOSE FD-DH.
        GOBACK.
*********
       TRANSFER-HAND-CODES.
        MOVE FS-DH TO DRW-CTRL-RET-CODE.
        IF FS-DH NOT = 0 THEN
          STRING "Drawer handover log error, status " FS-DH
             INTO DRW-CTRL-ERR-MSG
         ELSE
          MOVE SPACES TO DRW-CTRL-ERR-MSG
          END-IF.
*********
       TRANSFER-STATE-CODES.
        MOVE FS-DS TO DRW-CTRL-RET-CODE.
