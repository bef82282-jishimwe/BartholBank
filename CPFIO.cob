       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FD-CP ASSIGN TO 'CONTPREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCPF-KEY
               FILE STATUS IS FS-CP.
       DATA DIVISION.
       FILE SECTION.
       FD FD-CP.
       COPY CONTPREF REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-CP PIC 9(2).
               05 W-CURSOR-CUST PIC 9(5).
               05 W-STATUS PIC X(1).
                 88 W-OPENED VALUE 'O'.
                 88 W-CLOSED VALUE 'C'.
       LINKAGE SECTION.
       COPY CPFCTRL.
       COPY CONTPREF REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING CPF-CTRL-BLK.
*********
       MAIN-PROG.
        IF NOT W-OPENED THEN
          perform OPEN-FILE
          perform TRANSFER-CODES
          END-IF.
        GOBACK.
*********
       ENTRY "CPFADD" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE CPF-REC TO FCPF-REC.
        WRITE FCPF-REC
          INVALID KEY
            STRING "Invalid key on insertion: " CPF-CUST "-"
               CPF-EVENT INTO CPF-CTRL-ERR-MSG
        END-WRITE.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CPFGET" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE CPF-KEY TO FCPF-KEY.
        READ FD-CP INTO CPF-REC KEY IS FCPF-KEY.
        perform TRANSFER-CODES.
        IF FS-CP NOT = 0 THEN
          MOVE "Contact preference not found" TO CPF-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CPFREPL" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE CPF-KEY TO FCPF-KEY.
        START FD-CP KEY = FCPF-KEY.
        READ FD-CP NEXT.
        perform TRANSFER-CODES.
        IF FS-CP = 0 THEN
          MOVE CPF-REC TO FCPF-REC
          REWRITE FCPF-REC
          perform TRANSFER-CODES
          IF FS-CP NOT = 0 THEN
            MOVE "Rewrite failed" TO CPF-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Contact preference not found" TO CPF-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CPFDEL" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE CPF-KEY TO FCPF-KEY.
        START FD-CP KEY = FCPF-KEY.
        READ FD-CP NEXT.
        perform TRANSFER-CODES.
        IF FS-CP = 0 THEN
          DELETE FD-CP RECORD
          perform TRANSFER-CODES
          IF FS-CP NOT = 0 THEN
            MOVE "Delete failed" TO CPF-CTRL-ERR-MSG
            END-IF
         ELSE
          MOVE "Contact preference not found" TO CPF-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "CPFCUF" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE CPF-CUST TO W-CURSOR-CUST.
        MOVE CPF-CUST TO FCPF-CUST.
        MOVE LOW-VALUES TO FCPF-EVENT.
        START FD-CP KEY >= FCPF-KEY.
        PERFORM READ-NEXT-PER-CUST.
        GOBACK.
*********
       ENTRY "CPFCUN" USING CPF-CTRL-BLK CPF-REC.
        PERFORM READ-NEXT-PER-CUST.
        GOBACK.
*********
       ENTRY "CPFNAF" USING CPF-CTRL-BLK CPF-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FCPF-KEY.
        START FD-CP KEY > FCPF-KEY.
        READ FD-CP NEXT INTO CPF-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CPFNAN" USING CPF-CTRL-BLK CPF-REC.
        READ FD-CP NEXT INTO CPF-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "CPFEND".
        CLOSE FD-CP.
        SET W-CLOSED TO TRUE.
        GOBACK.
*********
       READ-NEXT-PER-CUST.
        READ FD-CP NEXT INTO CPF-REC.
        IF FS-CP = 0 AND CPF-CUST = W-CURSOR-CUST THEN
          perform TRANSFER-CODES
         ELSE
          INITIALIZE CPF-REC
          MOVE 14 TO CPF-CTRL-RET-CODE
          END-IF.
*********
       ENSURE-OPEN.
        IF NOT W-OPENED THEN
          PERFORM OPEN-FILE
          END-IF.
       OPEN-FILE.
        IF NOT W-OPENED THEN
          SET W-OPENED TO TRUE
          open I-O FD-CP
          END-IF.
*********
       TRANSFER-CODES.
        MOVE FS-CP TO CPF-CTRL-RET-CODE.
        IF FS-CP = 0 THEN
          MOVE SPACES TO CPF-CTRL-ERR-MSG
         ELSE
          STRING "Contact preference file error, status " FS-CP
             INTO CPF-CTRL-ERR-MSG
          END-IF.
