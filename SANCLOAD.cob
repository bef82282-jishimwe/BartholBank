       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SANCLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIST-FILE ASSIGN TO 'SANCIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-L.
           SELECT WATCH-FILE ASSIGN TO 'WATCHLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-W.
           SELECT PRINT-FILE ASSIGN TO 'SANCLOAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  SLH-REC.
           05  SLH-TYPE       PIC X(1).
           05  SLH-DATE       PIC 9(8).
           05  SLH-SOURCE     PIC X(10).
       01  SLD-REC.
           05  SLD-TYPE       PIC X(1).
           05  SLD-ENTRY-ID   PIC X(10).
           05  SLD-ENTRY-TYPE PIC X(1).
               88  SLD-VALID-TYPE VALUE 'I' 'E'.
           05  SLD-NAME       PIC X(40).
       01  SLT-REC.
           05  SLT-TYPE       PIC X(1).
           05  SLT-COUNT      PIC 9(5).
       FD  WATCH-FILE.
       COPY WATCHLST REPLACING ==:PREFIX:== BY ==F==.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CTLCTRL.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY OPERID.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'SANCLOAD'.
            05 FS-L           PIC 9(2).
            05 FS-W           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LIST-DATE    PIC 9(8).
            05 W-LIST-SOURCE  PIC X(10).
            05 W-LIST-COUNT   PIC 9(5).
            05 W-LIST-ENTRIES PIC 9(5).
            05 W-LIST-MAX     PIC 9(5) VALUE 2000.
            05 W-LIST-SW      PIC X(1).
              88 W-LIST-VALID   VALUE 'V'.
              88 W-LIST-INVALID VALUE 'I'.
            05 W-HDR-SW       PIC X(1).
              88 W-HDR-SEEN   VALUE 'Y'.
            05 W-TRL-SW       PIC X(1).
              88 W-TRL-SEEN   VALUE 'Y'.
            05 W-REJECT-MSG   PIC X(40).
            05 W-WRITTEN      PIC 9(5).
            05 W-VERSION      PIC 9(7).
       PROCEDURE DIVISION.
       LOAD-SANCTIONS-LIST.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Watch-list load is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open SANCLOAD report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Sanctions watch-list load - " W-TODAY
                 " - operator " OPERATOR-ID INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VALIDATE-LIST-FILE THRU VALIDATE-LIST-FILE-EXIT.
          IF W-LIST-VALID THEN
            PERFORM REPLACE-WATCH-LIST
            CALL "INBDONE" USING IGW-CTRL-BLK
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          IF W-LIST-VALID THEN
            DISPLAY W-WRITTEN " watch-list entries loaded as list "
                    "version " W-VERSION " - see SANCLOAD"
           ELSE
            DISPLAY "Watch-list file rejected - see SANCLOAD"
            END-IF.
          GOBACK.
*********
       VALIDATE-LIST-FILE.
          SET W-LIST-INVALID TO TRUE.
          PERFORM CHECK-INBOUND-GATE.
          IF IGW-CTRL-RET-CODE NOT = 0 THEN
            MOVE 1 TO RETURN-CODE
            GO TO VALIDATE-LIST-FILE-EXIT
            END-IF.
          OPEN INPUT LIST-FILE.
          IF FS-L NOT = 0 THEN
            MOVE "No watch-list file received" TO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open SANCIN file" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GO TO VALIDATE-LIST-FILE-EXIT
            END-IF.
          MOVE 'N' TO W-HDR-SW.
          MOVE 'N' TO W-TRL-SW.
          SET W-LIST-VALID TO TRUE.
          MOVE SPACES TO W-REJECT-MSG.
          MOVE 0 TO W-LIST-ENTRIES.
          MOVE 0 TO W-LIST-COUNT.
          READ LIST-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-L NOT = 0
            PERFORM CHECK-ONE-LIST-RECORD
            READ LIST-FILE NEXT
          END-PERFORM.
          CLOSE LIST-FILE.
          IF W-LIST-VALID AND NOT W-HDR-SEEN THEN
            SET W-LIST-INVALID TO TRUE
            MOVE "no header record" TO W-REJECT-MSG
            END-IF.
          IF W-LIST-VALID AND NOT W-TRL-SEEN THEN
            SET W-LIST-INVALID TO TRUE
            MOVE "no trailer record" TO W-REJECT-MSG
            END-IF.
          IF W-LIST-VALID AND W-LIST-COUNT NOT = W-LIST-ENTRIES THEN
            SET W-LIST-INVALID TO TRUE
            MOVE "entry count differs from trailer" TO W-REJECT-MSG
            END-IF.
          IF W-LIST-VALID AND W-LIST-ENTRIES > W-LIST-MAX THEN
            SET W-LIST-INVALID TO TRUE
            STRING "more than " W-LIST-MAX " entries"
                   INTO W-REJECT-MSG
            END-IF.
          IF W-LIST-INVALID THEN
            STRING "Watch-list REJECTED - " W-REJECT-MSG
                   INTO PRINT-REC
            WRITE PRINT-REC
            MOVE SPACES TO PRINT-REC
            WRITE PRINT-REC
            MOVE "Previous watch-list remains in force" TO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            MOVE W-REJECT-MSG TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            END-IF.
       VALIDATE-LIST-FILE-EXIT.
          EXIT.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "SANCIN" TO IGW-FILE.
          MOVE "SANCLOAD" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            MOVE "No watch-list file received" TO PRINT-REC
            WRITE PRINT-REC
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              STRING "Watch-list REJECTED by the inbound gateway - "
                     IGW-CTRL-ERR-MSG INTO PRINT-REC
              WRITE PRINT-REC
              MOVE SPACES TO PRINT-REC
              WRITE PRINT-REC
              MOVE "Previous watch-list remains in force"
                TO PRINT-REC
              WRITE PRINT-REC
              END-IF
            END-IF.
       CHECK-ONE-LIST-RECORD.
          EVALUATE SLH-TYPE
            WHEN 'H'
              SET W-HDR-SEEN TO TRUE
              MOVE SLH-DATE TO W-LIST-DATE
              MOVE SLH-SOURCE TO W-LIST-SOURCE
            WHEN 'D'
              ADD 1 TO W-LIST-ENTRIES
              IF SLD-ENTRY-ID = SPACES OR SLD-NAME = SPACES
                 OR NOT SLD-VALID-TYPE THEN
                IF W-LIST-VALID THEN
                  SET W-LIST-INVALID TO TRUE
                  STRING "entry " W-LIST-ENTRIES
                         " incomplete or bad type" INTO W-REJECT-MSG
                  END-IF
                END-IF
            WHEN 'T'
              SET W-TRL-SEEN TO TRUE
              MOVE SLT-COUNT TO W-LIST-COUNT
          END-EVALUATE.
*********
       REPLACE-WATCH-LIST.
          MOVE 0 TO W-WRITTEN.
          OPEN OUTPUT WATCH-FILE.
          OPEN INPUT LIST-FILE.
          READ LIST-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-L NOT = 0
            IF SLD-TYPE = 'D' THEN
              PERFORM WRITE-WATCH-ENTRY
              END-IF
            READ LIST-FILE NEXT
          END-PERFORM.
          CLOSE LIST-FILE.
          CLOSE WATCH-FILE.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "SANCLIST" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-VERSION.
          STRING "List " W-LIST-SOURCE " dated " W-LIST-DATE
                 " loaded as version " W-VERSION INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING "  " W-WRITTEN " entries written; customer file "
                 "rescreen due at end of day" INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-WATCH-ENTRY.
          INITIALIZE FWLS-REC.
          MOVE SLD-ENTRY-ID TO FWLS-ENTRY-ID.
          MOVE SLD-ENTRY-TYPE TO FWLS-ENTRY-TYPE.
          MOVE SLD-NAME TO FWLS-NAME.
          MOVE W-LIST-DATE TO FWLS-LIST-DATE.
          MOVE W-LIST-SOURCE TO FWLS-SOURCE.
          WRITE FWLS-REC.
          ADD 1 TO W-WRITTEN.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
