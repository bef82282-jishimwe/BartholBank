       IDENTIFICATION DIVISION.
       PROGRAM-ID. STHIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SH ASSIGN TO 'STEPHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSTH-KEY
               FILE STATUS IS FS-SH.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SH.
       COPY STEPHIST REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-SH PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY STHCTRL.
       COPY STEPHIST REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING STH-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "STHADD" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE STH-REC TO FSTH-REC.
        WRITE FSTH-REC
          INVALID KEY
            STRING "Invalid key on insertion: " STH-STEP "-"
               STH-ATTEMPT INTO STH-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "STHGET" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE STH-KEY TO FSTH-KEY.
        READ FD-SH INTO STH-REC KEY IS FSTH-KEY.
        perform TRANSFER-CODES.
        IF FS-SH NOT = 0 THEN
          MOVE "Step history not found" TO STH-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "STHREPL" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE STH-KEY TO FSTH-KEY.
        START FD-SH KEY = FSTH-KEY.
        READ FD-SH NEXT.
        perform TRANSFER-CODES.
        IF FS-SH = 0 THEN
          MOVE STH-REC TO FSTH-REC
          REWRITE FSTH-REC
          perform TRANSFER-CODES
          IF FS-SH NOT = 0 THEN
            MOVE "Rewrite failed" TO STH-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Step history not found" TO STH-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "STHDEL" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE STH-KEY TO FSTH-KEY.
        START FD-SH KEY = FSTH-KEY.
        READ FD-SH NEXT.
        perform TRANSFER-CODES.
        IF FS-SH = 0 THEN
          DELETE FD-SH RECORD
          perform TRANSFER-CODES
          IF FS-SH NOT = 0 THEN
            MOVE "Delete failed" TO STH-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Step history not found" TO STH-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "STHFROM" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE STH-BUS-DATE TO FSTH-BUS-DATE.
        MOVE LOW-VALUES TO FSTH-STEP.
        MOVE 0 TO FSTH-ATTEMPT.
        START FD-SH KEY >= FSTH-KEY.
        READ FD-SH NEXT INTO STH-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "STHNAF" USING STH-CTRL-BLK STH-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FSTH-KEY.
        START FD-SH KEY > FSTH-KEY.
        READ FD-SH NEXT INTO STH-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "STHNAN" USING STH-CTRL-BLK STH-REC.
        READ FD-SH NEXT INTO STH-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "STHEND".
        CLOSE FD-SH.
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
          open I-O FD-SH
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SH TO STH-CTRL-RET-CODE.
        IF FS-SH = 0 THEN
          MOVE SPACES TO STH-CTRL-ERR-MSG
         ELSE
          STRING "Step history file error, status " FS-SH
             INTO STH-CTRL-ERR-MSG
          END-IF.
