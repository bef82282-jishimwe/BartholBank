       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPYIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-BP ASSIGN TO 'BILLPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FBPY-KEY
               FILE STATUS IS FS-BP.
       DATA DIVISION.
       FILE SECTION.
       FD FD-BP.
       COPY BILLPAY REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-BP PIC 9(2).
               05 W-BUFFER PIC X(21).
               05 W-SEQ PIC 9(3).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY BPYCTRL.
       COPY BILLPAY REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING BPY-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "BPYWRITE" USING BPY-CTRL-BLK BPY-REC.
        PERFORM ENSURE-OPEN.
        IF BPY-DATE = 0 THEN
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER
          MOVE W-BUFFER(1:8) TO BPY-DATE
          MOVE W-BUFFER(9:6) TO BPY-TIME
          END-IF.
        MOVE 0 TO W-SEQ.
        PERFORM
          WITH TEST AFTER
          UNTIL FS-BP NOT = 22 OR W-SEQ > 998
          ADD 1 TO W-SEQ
          MOVE W-SEQ TO BPY-SEQ
          MOVE BPY-REC TO FBPY-REC
          WRITE FBPY-REC
        END-PERFORM.
        perform TRANSFER-CODES.
        IF FS-BP NOT = 0 THEN
          MOVE "Bill payment not recorded" TO BPY-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BPYREPL" USING BPY-CTRL-BLK BPY-REC.
        PERFORM ENSURE-OPEN.
        MOVE BPY-KEY TO FBPY-KEY.
        START FD-BP KEY = FBPY-KEY.
        READ FD-BP NEXT.
        perform TRANSFER-CODES.
        IF FS-BP = 0 THEN
          MOVE BPY-REC TO FBPY-REC
          REWRITE FBPY-REC
          perform TRANSFER-CODES
          IF FS-BP NOT = 0 THEN
            MOVE "Rewrite failed" TO BPY-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Bill payment not found" TO BPY-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "BPYNAF" USING BPY-CTRL-BLK BPY-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FBPY-KEY.
        START FD-BP KEY > FBPY-KEY.
        READ FD-BP NEXT INTO BPY-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BPYNAN" USING BPY-CTRL-BLK BPY-REC.
        READ FD-BP NEXT INTO BPY-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BPYEND".
        CLOSE FD-BP.
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
          open I-O FD-BP
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-BP TO BPY-CTRL-RET-CODE.
        IF FS-BP = 0 THEN
          MOVE SPACES TO BPY-CTRL-ERR-MSG
         ELSE
          STRING "Bill payment file error, status " FS-BP INTO
             BPY-CTRL-ERR-MSG
          END-IF.
