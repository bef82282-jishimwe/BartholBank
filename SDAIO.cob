       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDAIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-SA ASSIGN TO 'SDACCESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSDA-KEY
               FILE STATUS IS FS-SA.
       DATA DIVISION.
       FILE SECTION.
       FD FD-SA.
       COPY SDACCESS REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-SA PIC 9(2).
               05 W-CURSOR-RENTAL PIC 9(5).
               05 W-MAX-SEQ PIC 9(4).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY SDACTRL.
       COPY SDACCESS REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING SDA-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "SDAADD" USING SDA-CTRL-BLK SDA-REC.
        PERFORM ENSURE-OPEN.
        IF SDA-SEQ = 0 THEN
          PERFORM ASSIGN-NEXT-SEQ
          END-IF.
        MOVE SDA-REC TO FSDA-REC.
        WRITE FSDA-REC
          INVALID KEY
            STRING "Invalid key on insertion: " SDA-RENTAL "-"
               SDA-SEQ INTO SDA-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDARTF" USING SDA-CTRL-BLK SDA-REC.
        PERFORM ENSURE-OPEN.
        MOVE SDA-RENTAL TO W-CURSOR-RENTAL.
        MOVE SDA-RENTAL TO FSDA-RENTAL.
        MOVE 0 TO FSDA-SEQ.
        START FD-SA KEY >= FSDA-KEY.
        PERFORM READ-NEXT-PER-RENTAL.
        GOBACK.
*********
       ENTRY "SDARTN" USING SDA-CTRL-BLK SDA-REC.
        PERFORM READ-NEXT-PER-RENTAL.
        GOBACK.
*********
       ENTRY "SDANAF" USING SDA-CTRL-BLK SDA-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FSDA-KEY.
        START FD-SA KEY > FSDA-KEY.
        READ FD-SA NEXT INTO SDA-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDANAN" USING SDA-CTRL-BLK SDA-REC.
        READ FD-SA NEXT INTO SDA-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "SDAEND".
        CLOSE FD-SA.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       ASSIGN-NEXT-SEQ.
        MOVE 0 TO W-MAX-SEQ.
        MOVE SDA-RENTAL TO W-CURSOR-RENTAL.
        MOVE SDA-RENTAL TO FSDA-RENTAL.
        MOVE 0 TO FSDA-SEQ.
        START FD-SA KEY >= FSDA-KEY.
        READ FD-SA NEXT.
        PERFORM
          WITH TEST BEFORE
          UNTIL FS-SA NOT = 0 OR FSDA-RENTAL NOT = W-CURSOR-RENTAL
          IF FSDA-SEQ > W-MAX-SEQ THEN
            MOVE FSDA-SEQ TO W-MAX-SEQ
            END-IF
          READ FD-SA NEXT
        END-PERFORM.
        COMPUTE SDA-SEQ = W-MAX-SEQ + 1.
*********
       READ-NEXT-PER-RENTAL.
        READ FD-SA NEXT INTO SDA-REC.
        IF FS-SA = 0 AND SDA-RENTAL = W-CURSOR-RENTAL THEN
          perform TRANSFER-CODES
         ELSE
          INITIALIZE SDA-REC
          MOVE 14 TO SDA-CTRL-RET-CODE
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-SA
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-SA TO SDA-CTRL-RET-CODE.
        IF FS-SA = 0 THEN
          MOVE SPACES TO SDA-CTRL-ERR-MSG
         ELSE
          STRING "Box access log file error, status " FS-SA INTO
             SDA-CTRL-ERR-MSG
          END-IF.
