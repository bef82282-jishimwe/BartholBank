       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-LA ASSIGN TO 'LOANAPP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLAP-ID
               FILE STATUS IS FS-LA.
       DATA DIVISION.
       FILE SECTION.
       FD FD-LA.
       COPY LOANAPP REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       COPY CTLCTRL.
       COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
       01 WRK-VARS.
               05 FS-LA PIC 9(2).
               05 W-LAST-ID PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY LAPCTRL.
       COPY LOANAPP REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING LAP-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "LAPADD" USING LAP-CTRL-BLK LAP-REC.
        PERFORM ENSURE-OPEN.
        IF LAP-ID = 0 THEN
          INITIALIZE CTL-REC
          MOVE "LOANAPP" TO CTL-NAME
          INITIALIZE CTL-CTRL-BLK
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC
          IF CTL-CTRL-RET-CODE = 0 THEN
            MOVE CTL-LAST-ID TO LAP-ID
           ELSE
            COMPUTE LAP-ID = W-LAST-ID + 1
            END-IF
          END-IF.
        MOVE LAP-REC TO FLAP-REC.
        WRITE FLAP-REC
          INVALID KEY
            STRING "Invalid key on insertion: " LAP-ID
               INTO LAP-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        IF LAP-ID > W-LAST-ID THEN
          MOVE LAP-ID TO W-LAST-ID
          END-IF.
        GOBACK.
*********
       ENTRY "LAPGET" USING LAP-CTRL-BLK LAP-REC.
        PERFORM ENSURE-OPEN.
        MOVE LAP-ID TO FLAP-ID.
        READ FD-LA INTO LAP-REC KEY IS FLAP-ID.
        perform TRANSFER-CODES.
        IF FS-LA NOT = 0 THEN
          MOVE "Loan application not found" TO LAP-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "LAPREPL" USING LAP-CTRL-BLK LAP-REC.
        PERFORM ENSURE-OPEN.
        MOVE LAP-ID TO FLAP-ID.
        START FD-LA KEY = FLAP-ID.
        READ FD-LA NEXT.
        perform TRANSFER-CODES.
        IF FS-LA = 0 THEN
          MOVE LAP-REC TO FLAP-REC
          REWRITE FLAP-REC
          perform TRANSFER-CODES
          IF FS-LA NOT = 0 THEN
            MOVE "Rewrite failed" TO LAP-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Loan application not found" TO LAP-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "LAPNAF" USING LAP-CTRL-BLK LAP-REC.
        PERFORM ENSURE-OPEN.
        MOVE 0 TO FLAP-ID.
        START FD-LA KEY > FLAP-ID.
        READ FD-LA NEXT INTO LAP-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "LAPNAN" USING LAP-CTRL-BLK LAP-REC.
        READ FD-LA NEXT INTO LAP-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "LAPEND".
        CLOSE FD-LA.
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
          open I-O FD-LA
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-LA TO LAP-CTRL-RET-CODE.
        IF FS-LA = 0 THEN
          MOVE SPACES TO LAP-CTRL-ERR-MSG
         ELSE
          STRING "Loan application file error, status " FS-LA INTO
             LAP-CTRL-ERR-MSG
          END-IF.
