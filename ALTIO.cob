       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-AL ASSIGN TO 'ALRTLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FALT-KEY
               FILE STATUS IS FS-AL.
       DATA DIVISION.
       FILE SECTION.
       FD FD-AL.
       COPY ALERT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-AL PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY ALTCTRL.
       COPY ALERT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING ALT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "ALTGET" USING ALT-CTRL-BLK ALT-REC.
        PERFORM ENSURE-OPEN.
        MOVE ALT-KEY TO FALT-KEY.
        READ FD-AL INTO ALT-REC KEY IS FALT-KEY.
        perform TRANSFER-CODES.
        IF FS-AL NOT = 0 THEN
          MOVE "Alert not found" TO ALT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "ALTPUT" USING ALT-CTRL-BLK ALT-REC.
        PERFORM ENSURE-OPEN.
        MOVE ALT-KEY TO FALT-KEY.
        READ FD-AL KEY IS FALT-KEY.
        IF FS-AL = 0 THEN
          MOVE ALT-REC TO FALT-REC
          REWRITE FALT-REC
          perform TRANSFER-CODES
         ELSE
          MOVE ALT-REC TO FALT-REC
          WRITE FALT-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-AL NOT = 0 THEN
          MOVE "Alert not stored" TO ALT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "ALTDTF" USING ALT-CTRL-BLK ALT-REC.
        PERFORM ENSURE-OPEN.
        MOVE ALT-EVT-DATE TO FALT-EVT-DATE.
        MOVE 0 TO FALT-EVT-TIME.
        MOVE 0 TO FALT-EVT-SEQ.
        MOVE 0 TO FALT-RULE.
        START FD-AL KEY >= FALT-KEY.
        READ FD-AL NEXT INTO ALT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "ALTNAF" USING ALT-CTRL-BLK ALT-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FALT-KEY.
        START FD-AL KEY > FALT-KEY.
        READ FD-AL NEXT INTO ALT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "ALTNAN" USING ALT-CTRL-BLK ALT-REC.
        READ FD-AL NEXT INTO ALT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "ALTEND".
        CLOSE FD-AL.
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
          open I-O FD-AL
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-AL TO ALT-CTRL-RET-CODE.
        IF FS-AL = 0 THEN
          MOVE SPACES TO ALT-CTRL-ERR-MSG
         ELSE
          STRING "Alert log file error, status " FS-AL INTO
             ALT-CTRL-ERR-MSG
          END-IF.
