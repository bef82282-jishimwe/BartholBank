       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-JB ASSIGN TO 'JOBDEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FJOB-KEY
               FILE STATUS IS FS-JB.
       DATA DIVISION.
       FILE SECTION.
       FD FD-JB.
       COPY JOBDEF REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-JB PIC 9(2).
               05 W-CURSOR-CHAIN PIC X(8).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY JOBCTRL.
       COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING JOB-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "JOBADD" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE JOB-REC TO FJOB-REC.
        WRITE FJOB-REC
          INVALID KEY
            STRING "Invalid key on insertion: " JOB-CHAIN "-"
               JOB-SEQ INTO JOB-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "JOBGET" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE JOB-KEY TO FJOB-KEY.
        READ FD-JB INTO JOB-REC KEY IS FJOB-KEY.
        perform TRANSFER-CODES.
        IF FS-JB NOT = 0 THEN
          MOVE "Job definition not found" TO JOB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "JOBREPL" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE JOB-KEY TO FJOB-KEY.
        START FD-JB KEY = FJOB-KEY.
        READ FD-JB NEXT.
        perform TRANSFER-CODES.
        IF FS-JB = 0 THEN
          MOVE JOB-REC TO FJOB-REC
          REWRITE FJOB-REC
          perform TRANSFER-CODES
          IF FS-JB NOT = 0 THEN
            MOVE "Rewrite failed" TO JOB-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Job definition not found" TO JOB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "JOBDEL" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE JOB-KEY TO FJOB-KEY.
        START FD-JB KEY = FJOB-KEY.
        READ FD-JB NEXT.
        perform TRANSFER-CODES.
        IF FS-JB = 0 THEN
          DELETE FD-JB RECORD
          perform TRANSFER-CODES
          IF FS-JB NOT = 0 THEN
            MOVE "Delete failed" TO JOB-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Job definition not found" TO JOB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "JOBCHF" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE JOB-CHAIN TO W-CURSOR-CHAIN.
        MOVE JOB-CHAIN TO FJOB-CHAIN.
        MOVE 0 TO FJOB-SEQ.
        START FD-JB KEY >= FJOB-KEY.
        PERFORM READ-NEXT-PER-CHAIN.
        GOBACK.
*********
       ENTRY "JOBCHN" USING JOB-CTRL-BLK JOB-REC.
        PERFORM READ-NEXT-PER-CHAIN.
        GOBACK.
*********
       ENTRY "JOBNAF" USING JOB-CTRL-BLK JOB-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FJOB-KEY.
        START FD-JB KEY > FJOB-KEY.
        READ FD-JB NEXT INTO JOB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "JOBNAN" USING JOB-CTRL-BLK JOB-REC.
        READ FD-JB NEXT INTO JOB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "JOBEND".
        CLOSE FD-JB.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       READ-NEXT-PER-CHAIN.
        READ FD-JB NEXT INTO JOB-REC.
        IF FS-JB = 0 AND JOB-CHAIN = W-CURSOR-CHAIN THEN
          perform TRANSFER-CODES
         ELSE
          INITIALIZE JOB-REC
          MOVE 14 TO JOB-CTRL-RET-CODE
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-JB
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-JB TO JOB-CTRL-RET-CODE.
        IF FS-JB = 0 THEN
          MOVE SPACES TO JOB-CTRL-ERR-MSG
         ELSE
          STRING "Job definition file error, status " FS-JB
             INTO JOB-CTRL-ERR-MSG
          END-IF.
