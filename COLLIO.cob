       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-CL ASSIGN TO 'COLLAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCOL-KEY
               FILE STATUS IS FS-CL.
       DATA DIVISION.
       FILE SECTION.
       FD FD-CL.
       COPY COLLAT REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-CL PIC 9(2).
               05 W-CURSOR-LOAN PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY COLCTRL.
       COPY COLLAT REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING COL-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "COLADD" USING COL-CTRL-BLK COL-REC.
        PERFORM ENSURE-OPEN.
        MOVE COL-KEY TO FCOL-KEY.
        WRITE FCOL-REC FROM COL-REC
          INVALID KEY
            STRING "Invalid key on insertion: " COL-LOAN "-"
               COL-SEQ INTO COL-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "COLGET" USING COL-CTRL-BLK COL-REC.
        PERFORM ENSURE-OPEN.
        MOVE COL-KEY TO FCOL-KEY.
        READ FD-CL INTO COL-REC KEY IS FCOL-KEY.
        perform TRANSFER-CODES.
        IF FS-CL NOT = 0 THEN
          MOVE "Collateral item not found" TO COL-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "COLREPL" USING COL-CTRL-BLK COL-REC.
        PERFORM ENSURE-OPEN.
        MOVE COL-KEY TO FCOL-KEY.
        START FD-CL KEY = FCOL-KEY.
        READ FD-CL NEXT.
        perform TRANSFER-CODES.
        IF FS-CL = 0 THEN
          MOVE COL-REC TO FCOL-REC
          REWRITE FCOL-REC
          perform TRANSFER-CODES
          IF FS-CL NOT = 0 THEN
            MOVE "Rewrite failed" TO COL-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Collateral item not found" TO COL-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "COLLNF" USING COL-CTRL-BLK COL-REC.
        PERFORM ENSURE-OPEN.
        MOVE COL-LOAN TO W-CURSOR-LOAN.
        MOVE COL-LOAN TO FCOL-LOAN.
        MOVE 0 TO FCOL-SEQ.
        START FD-CL KEY >= FCOL-KEY.
        PERFORM READ-NEXT-PER-LOAN.
        GOBACK.
*********
       ENTRY "COLLNN" USING COL-CTRL-BLK COL-REC.
        PERFORM READ-NEXT-PER-LOAN.
        GOBACK.
*********
       ENTRY "COLNAF" USING COL-CTRL-BLK COL-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUE TO FCOL-KEY.
        START FD-CL KEY > FCOL-KEY.
        READ FD-CL NEXT INTO COL-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "COLNAN" USING COL-CTRL-BLK COL-REC.
        READ FD-CL NEXT INTO COL-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "COLEND".
        CLOSE FD-CL.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       READ-NEXT-PER-LOAN.
        READ FD-CL NEXT INTO COL-REC.
        IF FS-CL = 0 AND COL-LOAN = W-CURSOR-LOAN THEN
          perform TRANSFER-CODES
         ELSE
          INITIALIZE COL-REC
          MOVE 14 TO COL-CTRL-RET-CODE
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-CL
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-CL TO COL-CTRL-RET-CODE.
        IF FS-CL = 0 THEN
          MOVE SPACES TO COL-CTRL-ERR-MSG
         ELSE
          STRING "Collateral file error, status " FS-CL INTO
             COL-CTRL-ERR-MSG
          END-IF.
