       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-NS ASSIGN TO 'NOSTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FNOS-KEY
               FILE STATUS IS FS-NS.
       DATA DIVISION.
       FILE SECTION.
       FD FD-NS.
       COPY NOSITEM REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-NS PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY NOSCTRL.
       COPY NOSITEM REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING NOS-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "NOSADD" USING NOS-CTRL-BLK NOS-REC.
        PERFORM ENSURE-OPEN.
        MOVE NOS-KEY TO FNOS-KEY.
        WRITE FNOS-REC FROM NOS-REC
          INVALID KEY
            STRING "Nostro item already on file: " NOS-KEY
               INTO NOS-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "NOSRID" USING NOS-CTRL-BLK NOS-REC.
        PERFORM ENSURE-OPEN.
        MOVE NOS-KEY TO FNOS-KEY.
        READ FD-NS INTO NOS-REC KEY IS FNOS-KEY.
        perform TRANSFER-CODES.
        IF FS-NS NOT = 0 THEN
          MOVE "Nostro item not found" TO NOS-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "NOSREPL" USING NOS-CTRL-BLK NOS-REC.
        PERFORM ENSURE-OPEN.
        MOVE NOS-KEY TO FNOS-KEY.
        START FD-NS KEY = FNOS-KEY.
        READ FD-NS NEXT.
        perform TRANSFER-CODES.
        IF FS-NS = 0 THEN
          MOVE NOS-REC TO FNOS-REC
          REWRITE FNOS-REC
          perform TRANSFER-CODES
         ELSE
          MOVE "Nostro item not found" TO NOS-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "NOSNAF" USING NOS-CTRL-BLK NOS-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FNOS-KEY.
        START FD-NS KEY > FNOS-KEY.
        READ FD-NS NEXT INTO NOS-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "NOSNAN" USING NOS-CTRL-BLK NOS-REC.
        READ FD-NS NEXT INTO NOS-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "NOSEND".
        CLOSE FD-NS.
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
          open I-O FD-NS
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-NS TO NOS-CTRL-RET-CODE.
        IF FS-NS = 0 THEN
          MOVE SPACES TO NOS-CTRL-ERR-MSG
         ELSE
          STRING "Nostro file error, status " FS-NS INTO
             NOS-CTRL-ERR-MSG
          END-IF.
