       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDTIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-MD ASSIGN TO 'MANDATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMDT-KEY
               FILE STATUS IS FS-MD.
       DATA DIVISION.
       FILE SECTION.
       FD FD-MD.
       COPY MANDATE REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-MD PIC 9(2).
               05 W-CURSOR-ACC PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY MDTCTRL.
       COPY MANDATE REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING MDT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "MDTADD" USING MDT-CTRL-BLK MDT-REC.
        PERFORM ENSURE-OPEN.
        MOVE MDT-KEY TO FMDT-KEY.
        WRITE FMDT-REC FROM MDT-REC
          INVALID KEY
            STRING "Invalid key on insertion: " MDT-ACC "-"
               MDT-ORIG INTO MDT-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "MDTGET" USING MDT-CTRL-BLK MDT-REC.
        PERFORM ENSURE-OPEN.
        MOVE MDT-KEY TO FMDT-KEY.
        READ FD-MD INTO MDT-REC KEY IS FMDT-KEY.
        perform TRANSFER-CODES.
        IF FS-MD NOT = 0 THEN
          MOVE "Mandate not found" TO MDT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "MDTREPL" USING MDT-CTRL-BLK MDT-REC.
        PERFORM ENSURE-OPEN.
        MOVE MDT-KEY TO FMDT-KEY.
        START FD-MD KEY = FMDT-KEY.
        READ FD-MD NEXT.
        perform TRANSFER-CODES.
        IF FS-MD = 0 THEN
          MOVE MDT-REC TO FMDT-REC
          REWRITE FMDT-REC
          perform TRANSFER-CODES
         ELSE
          MOVE "Mandate not found" TO MDT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "MDTACF" USING MDT-CTRL-BLK MDT-REC.
        PERFORM ENSURE-OPEN.
        MOVE MDT-ACC TO W-CURSOR-ACC.
        MOVE MDT-ACC TO FMDT-ACC.
        MOVE LOW-VALUES TO FMDT-ORIG.
        START FD-MD KEY >= FMDT-KEY.
        PERFORM READ-NEXT-PER-ACCOUNT.
        GOBACK.
*********
       ENTRY "MDTACN" USING MDT-CTRL-BLK MDT-REC.
        PERFORM READ-NEXT-PER-ACCOUNT.
        GOBACK.
*********
       ENTRY "MDTEND".
        CLOSE FD-MD.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       READ-NEXT-PER-ACCOUNT.
        READ FD-MD NEXT INTO MDT-REC.
        IF FS-MD = 0 AND MDT-ACC = W-CURSOR-ACC THEN
          perform TRANSFER-CODES
         ELSE
          INITIALIZE MDT-REC
          MOVE 14 TO MDT-CTRL-RET-CODE
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-MD
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-MD TO MDT-CTRL-RET-CODE.
        IF FS-MD = 0 THEN
          MOVE SPACES TO MDT-CTRL-ERR-MSG
         ELSE
          STRING "Mandate file error, status " FS-MD INTO
             MDT-CTRL-ERR-MSG
          END-IF.
