       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-HT ASSIGN TO 'HOTCARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHOT-KEY
               FILE STATUS IS FS-HT.
       DATA DIVISION.
       FILE SECTION.
       FD FD-HT.
       COPY HOTCARD REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-HT PIC 9(2).
               05 W-BUFFER PIC X(21).
               05 W-SEQ PIC 9(3).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY HOTCTRL.
       COPY HOTCARD REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING HOT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "HOTWRITE" USING HOT-CTRL-BLK HOT-REC.
        PERFORM ENSURE-OPEN.
        IF HOT-DATE = 0 THEN
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER
          MOVE W-BUFFER(1:8) TO HOT-DATE
          MOVE W-BUFFER(9:6) TO HOT-TIME
          END-IF.
        MOVE 0 TO W-SEQ.
        PERFORM
          WITH TEST AFTER
          UNTIL FS-HT NOT = 22 OR W-SEQ > 998
          ADD 1 TO W-SEQ
          MOVE W-SEQ TO HOT-SEQ
          MOVE HOT-REC TO FHOT-REC
          WRITE FHOT-REC
        END-PERFORM.
        perform TRANSFER-CODES.
        IF FS-HT NOT = 0 THEN
          MOVE "Hot-card change not queued" TO HOT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "HOTREPL" USING HOT-CTRL-BLK HOT-REC.
        PERFORM ENSURE-OPEN.
        MOVE HOT-KEY TO FHOT-KEY.
        START FD-HT KEY = FHOT-KEY.
        READ FD-HT NEXT.
        perform TRANSFER-CODES.
        IF FS-HT = 0 THEN
          MOVE HOT-REC TO FHOT-REC
          REWRITE FHOT-REC
          perform TRANSFER-CODES
          IF FS-HT NOT = 0 THEN
            MOVE "Rewrite failed" TO HOT-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Hot-card record not found" TO HOT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "HOTNAF" USING HOT-CTRL-BLK HOT-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FHOT-KEY.
        START FD-HT KEY > FHOT-KEY.
        READ FD-HT NEXT INTO HOT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "HOTNAN" USING HOT-CTRL-BLK HOT-REC.
        READ FD-HT NEXT INTO HOT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "HOTEND".
        CLOSE FD-HT.
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
          open I-O FD-HT
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-HT TO HOT-CTRL-RET-CODE.
        IF FS-HT = 0 THEN
          MOVE SPACES TO HOT-CTRL-ERR-MSG
         ELSE
          STRING "Hot-card file error, status " FS-HT INTO
             HOT-CTRL-ERR-MSG
          END-IF.
