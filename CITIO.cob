       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-CI ASSIGN TO 'CITSHIP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCIT-ID
               FILE STATUS IS FS-CI.
       DATA DIVISION.
       FILE SECTION.
       FD FD-CI.
       COPY CITSHIP REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-CI PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY CITCTRL.
       COPY CITSHIP REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING CIT-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "CITADD" USING CIT-CTRL-BLK CIT-REC.
        PERFORM ENSURE-OPEN.
        IF CIT-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "CITID" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO CIT-ID
           ELSE
            COMPUTE CIT-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE CIT-REC TO FCIT-REC.
        WRITE FCIT-REC
          INVALID KEY
            STRING "Invalid key on insertion: " CIT-ID
               INTO CIT-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF CIT-ID > W-LAST-ID THEN
          MOVE CIT-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "CITGET" USING CIT-CTRL-BLK CIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE CIT-ID TO FCIT-ID.
        READ FD-CI INTO CIT-REC KEY IS FCIT-ID.
        perform TRANSFER-CODES.
        IF FS-CI NOT = 0 THEN
          MOVE "Shipment not found" TO CIT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CITREPL" USING CIT-CTRL-BLK CIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE CIT-ID TO FCIT-ID.
        START FD-CI KEY = FCIT-ID.
        READ FD-CI NEXT.
        perform TRANSFER-CODES.
        IF FS-CI = 0 THEN
          MOVE CIT-REC TO FCIT-REC
          REWRITE FCIT-REC
          perform TRANSFER-CODES
          IF FS-CI NOT = 0 THEN
            MOVE "Rewrite failed" TO CIT-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Shipment not found" TO CIT-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CITNAF" USING CIT-CTRL-BLK CIT-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FCIT-ID.
        START FD-CI KEY > FCIT-ID.
        READ FD-CI NEXT INTO CIT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CITNAN" USING CIT-CTRL-BLK CIT-REC.
        READ FD-CI NEXT INTO CIT-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CITEND".
        CLOSE FD-CI.
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
          open I-O FD-CI
          PERFORM READ-LAST-CIT
          END-IF.
*********
       READ-LAST-CIT.
        MOVE 0 TO W-LAST-ID.
        MOVE 0 TO FCIT-ID.
        START FD-CI KEY > FCIT-ID.
        READ FD-CI NEXT.
        PERFORM
            WITH TEST BEFORE
            UNTIL FS-CI NOT = 0
          MOVE FCIT-ID TO W-LAST-ID
          READ FD-CI NEXT
        END-PERFORM.
*********
       TRANSFER-CODES.
        MOVE FS-CI TO CIT-CTRL-RET-CODE.
        IF FS-CI = 0 THEN
          MOVE SPACES TO CIT-CTRL-ERR-MSG
          END-IF.
