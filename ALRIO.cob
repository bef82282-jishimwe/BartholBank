       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-AR ASSIGN TO 'ALRTRULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FALR-ID
               FILE STATUS IS FS-AR.
       DATA DIVISION.
       FILE SECTION.
       FD FD-AR.
       COPY ALRTRULE REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-AR PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY ALRCTRL.
       COPY ALRTRULE REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING ALR-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "ALRGET" USING ALR-CTRL-BLK ALR-REC.
        PERFORM ENSURE-OPEN.
        MOVE ALR-ID TO FALR-ID.
        READ FD-AR INTO ALR-REC KEY IS FALR-ID.
        perform TRANSFER-CODES.
        IF FS-AR NOT = 0 THEN
          MOVE "Alert rule not found" TO ALR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "ALRPUT" USING ALR-CTRL-BLK ALR-REC.
        PERFORM ENSURE-OPEN.
        MOVE ALR-ID TO FALR-ID.
        READ FD-AR KEY IS FALR-ID.
        IF FS-AR = 0 THEN
          MOVE ALR-REC TO FALR-REC
          REWRITE FALR-REC
          perform TRANSFER-CODES
         ELSE
          MOVE ALR-REC TO FALR-REC
          WRITE FALR-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-AR NOT = 0 THEN
          MOVE "Alert rule not stored" TO ALR-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "ALRNAF" USING ALR-CTRL-BLK ALR-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FALR-ID.
        START FD-AR KEY > FALR-ID.
        READ FD-AR NEXT INTO ALR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "ALRNAN" USING ALR-CTRL-BLK ALR-REC.
        READ FD-AR NEXT INTO ALR-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "ALREND".
        CLOSE FD-AR.
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
          open I-O FD-AR
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-AR TO ALR-CTRL-RET-CODE.
        IF FS-AR = 0 THEN
          MOVE SPACES TO ALR-CTRL-ERR-MSG
         ELSE
          STRING "Alert rule file error, status " FS-AR INTO
             ALR-CTRL-ERR-MSG
          END-IF.
