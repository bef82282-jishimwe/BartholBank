       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-CM ASSIGN TO 'COMPLAINT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCMP-ID
               FILE STATUS IS FS-CM.
       DATA DIVISION.
       FILE SECTION.
       FD FD-CM.
       COPY COMPLAINT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-CM PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY CMPCTRL.
       COPY COMPLAINT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING CMP-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "CMPADD" USING CMP-CTRL-BLK CMP-REC.
        PERFORM ENSURE-OPEN.
        IF CMP-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "CMPID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO CMP-ID
           ELSE
            COMPUTE CMP-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE CMP-REC TO FCMP-REC.
        WRITE FCMP-REC
          INVALID KEY
            STRING "Invalid key on insertion: " CMP-ID
               INTO CMP-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF CMP-ID > W-LAST-ID THEN
          MOVE CMP-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "CMPGET" USING CMP-CTRL-BLK CMP-REC.
        PERFORM ENSURE-OPEN.
        MOVE CMP-ID TO FCMP-ID.
        READ FD-CM INTO CMP-REC KEY IS FCMP-ID.
        perform TRANSFER-CODES.
        IF FS-CM NOT = 0 THEN
          MOVE "Complaint not found" TO CMP-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CMPREPL" USING CMP-CTRL-BLK CMP-REC.
        PERFORM ENSURE-OPEN.
        MOVE CMP-ID TO FCMP-ID.
        START FD-CM KEY = FCMP-ID.
        READ FD-CM NEXT.
        perform TRANSFER-CODES.
        IF FS-CM = 0 THEN
          MOVE CMP-REC TO FCMP-REC
          REWRITE FCMP-REC
          perform TRANSFER-CODES
          IF FS-CM NOT = 0 THEN
            MOVE "Rewrite failed" TO CMP-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Complaint not found" TO CMP-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CMPNAF" USING CMP-CTRL-BLK CMP-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FCMP-ID.
        START FD-CM KEY > FCMP-ID.
        READ FD-CM NEXT INTO CMP-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CMPNAN" USING CMP-CTRL-BLK CMP-REC.
        READ FD-CM NEXT INTO CMP-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CMPEND".
        CLOSE FD-CM.
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
          open I-O FD-CM
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-CM TO CMP-CTRL-RET-CODE.
        IF FS-CM = 0 THEN
          MOVE SPACES TO CMP-CTRL-ERR-MSG
         ELSE
          STRING "Complaint file error, status " FS-CM INTO
             CMP-CTRL-ERR-MSG
          END-IF.
