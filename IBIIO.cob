       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBIIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-IB ASSIGN TO 'IBITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBI-KEY
               FILE STATUS IS FS-IB.
       DATA DIVISION.
       FILE SECTION.
       FD FD-IB.
       COPY IBITEM REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-IB PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY IBICTRL.
       COPY IBITEM REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING IBI-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "IBIGET" USING IBI-CTRL-BLK IBI-REC.
        PERFORM ENSURE-OPEN.
        MOVE IBI-KEY TO FIBI-KEY.
        READ FD-IB INTO IBI-REC KEY IS FIBI-KEY.
        perform TRANSFER-CODES.
        IF FS-IB NOT = 0 THEN
          MOVE "Inter-branch item not found" TO IBI-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "IBIPUT" USING IBI-CTRL-BLK IBI-REC.
        PERFORM ENSURE-OPEN.
        MOVE IBI-KEY TO FIBI-KEY.
        READ FD-IB KEY IS FIBI-KEY.
        IF FS-IB = 0 THEN
          MOVE IBI-REC TO FIBI-REC
          REWRITE FIBI-REC
          perform TRANSFER-CODES
         ELSE
          MOVE IBI-REC TO FIBI-REC
          WRITE FIBI-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-IB NOT = 0 THEN
          MOVE "Inter-branch item not stored" TO IBI-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "IBINAF" USING IBI-CTRL-BLK IBI-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FIBI-KEY.
        START FD-IB KEY > FIBI-KEY.
        READ FD-IB NEXT INTO IBI-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "IBINAN" USING IBI-CTRL-BLK IBI-REC.
        READ FD-IB NEXT INTO IBI-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "IBIEND".
        CLOSE FD-IB.
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
          open I-O FD-IB
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-IB TO IBI-CTRL-RET-CODE.
        IF FS-IB = 0 THEN
          MOVE SPACES TO IBI-CTRL-ERR-MSG
         ELSE
          STRING "IB item file error, status " FS-IB INTO
             IBI-CTRL-ERR-MSG
          END-IF.
