       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-IB ASSIGN TO 'INBREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINB-KEY
               FILE STATUS IS FS-IB.
       DATA DIVISION.
       FILE SECTION.
       FD FD-IB.
       COPY INBREG REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-IB PIC 9(2).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY INBCTRL.
       COPY INBREG REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING INB-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "INBGET" USING INB-CTRL-BLK INB-REC.
        PERFORM ENSURE-OPEN.
        MOVE INB-KEY TO FINB-KEY.
        READ FD-IB INTO INB-REC KEY IS FINB-KEY.
        perform TRANSFER-CODES.
        IF FS-IB NOT = 0 THEN
          MOVE "Inbound file not registered" TO INB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "INBPUT" USING INB-CTRL-BLK INB-REC.
        PERFORM ENSURE-OPEN.
        MOVE INB-KEY TO FINB-KEY.
        READ FD-IB KEY IS FINB-KEY.
        IF FS-IB = 0 THEN
          MOVE INB-REC TO FINB-REC
          REWRITE FINB-REC
          perform TRANSFER-CODES
         ELSE
          MOVE INB-REC TO FINB-REC
          WRITE FINB-REC
          perform TRANSFER-CODES
          END-IF.
        IF FS-IB NOT = 0 THEN
          MOVE "Inbound registration not stored" TO INB-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "INBFLF" USING INB-CTRL-BLK INB-REC.
        PERFORM ENSURE-OPEN.
        MOVE INB-FILE TO FINB-FILE.
        MOVE INB-DATE TO FINB-DATE.
        MOVE 0 TO FINB-SEQ.
        START FD-IB KEY >= FINB-KEY.
        READ FD-IB NEXT INTO INB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "INBNAF" USING INB-CTRL-BLK INB-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FINB-KEY.
        START FD-IB KEY > FINB-KEY.
        READ FD-IB NEXT INTO INB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "INBNAN" USING INB-CTRL-BLK INB-REC.
        READ FD-IB NEXT INTO INB-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "INBEND".
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
        MOVE FS-IB TO INB-CTRL-RET-CODE.
        IF FS-IB = 0 THEN
          MOVE SPACES TO INB-CTRL-ERR-MSG
         ELSE
          STRING "Inbound register error, status " FS-IB INTO
             INB-CTRL-ERR-MSG
          END-IF.
