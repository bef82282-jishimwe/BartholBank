       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INBSCAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'INBSCAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY INBCTRL.
        COPY INBREG REPLACING ==:PREFIX:== BY ====.
        COPY INBDEF.
        COPY IGWCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY EVTCTRL.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'INBSCAN'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-DEF-IDX      PIC 9(2).
            05 W-OK-COUNT     PIC 9(3).
            05 W-DONE-COUNT   PIC 9(3).
            05 W-MISS-COUNT   PIC 9(3).
            05 W-REJ-COUNT    PIC 9(3).
            05 W-DETAIL       PIC X(50).
            05 W-DUE-ED       PIC X(5).
            05 W-TIME-ED      PIC X(5).
            05 W-STATE-TXT    PIC X(9).
            05 W-COUNT-ED     PIC ZZZZZZ9.
            05 W-OK-ED        PIC ZZ9.
            05 W-DONE-ED      PIC ZZ9.
            05 W-MISS-ED      PIC ZZ9.
            05 W-REJ-ED       PIC ZZ9.
            05 W-HAVE-SW      PIC X(1).
              88 W-HAVE-TODAY VALUE 'Y'.
            05 W-HAVE-SEQ     PIC 9(3).
       PROCEDURE DIVISION.
       INBOUND-FILE-SCAN.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "INBIO" USING INB-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          MOVE 0 TO W-OK-COUNT.
          MOVE 0 TO W-DONE-COUNT.
          MOVE 0 TO W-MISS-COUNT.
          MOVE 0 TO W-REJ-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open INBSCAN file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING "Inbound file scan - business date " W-TODAY
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "File     Sender   Due   Result" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM SCAN-ONE-INTERFACE
            THRU SCAN-ONE-EXIT
            VARYING W-DEF-IDX FROM 1 BY 1
            UNTIL W-DEF-IDX > INB-DEF-MAX.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Register entries for the business date" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LIST-ONE-INTERFACE
            VARYING W-DEF-IDX FROM 1 BY 1
            UNTIL W-DEF-IDX > INB-DEF-MAX.
          MOVE W-OK-COUNT TO W-OK-ED.
          MOVE W-DONE-COUNT TO W-DONE-ED.
          MOVE W-MISS-COUNT TO W-MISS-ED.
          MOVE W-REJ-COUNT TO W-REJ-ED.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-OK-ED " validated, " W-DONE-ED
                 " already registered, " W-MISS-ED " missing, "
                 W-REJ-ED " rejected" DELIMITED BY SIZE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Inbound scan: " W-MISS-ED " missing, " W-REJ-ED
                  " rejected - see INBSCAN file".
          MOVE INB-DEF-MAX TO STEP-RECORD-COUNT.
          GOBACK.
       SCAN-ONE-INTERFACE.
          MOVE SPACES TO W-DETAIL.
          MOVE SPACES TO W-DUE-ED.
          STRING INB-DEF-DUE(W-DEF-IDX)(1:2) ":"
                 INB-DEF-DUE(W-DEF-IDX)(3:2)
                 DELIMITED BY SIZE INTO W-DUE-ED.
          PERFORM CHECK-ALREADY-REGISTERED.
          IF W-HAVE-TODAY THEN
            ADD 1 TO W-DONE-COUNT
            STRING "Registered as " W-TODAY "/" W-HAVE-SEQ " - "
                   W-STATE-TXT DELIMITED BY SIZE INTO W-DETAIL
            GO TO SCAN-ONE-PRINT
            END-IF.
          INITIALIZE IGW-CTRL-BLK.
          MOVE INB-DEF-FILE(W-DEF-IDX) TO IGW-FILE.
          MOVE "INBSCAN" TO IGW-PROGRAM.
          SET IGW-SCAN TO TRUE.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          EVALUATE IGW-CTRL-RET-CODE
            WHEN 0
              ADD 1 TO W-OK-COUNT
              MOVE IGW-ITEM-COUNT TO W-COUNT-ED
              STRING "Validated as " IGW-DATE "/" IGW-SEQ ","
                     W-COUNT-ED " item(s)"
                     DELIMITED BY SIZE INTO W-DETAIL
            WHEN 35
              PERFORM RAISE-MISSING-FILE
                THRU RAISE-MISSING-EXIT
            WHEN 2
              PERFORM RAISE-MISSING-FILE
                THRU RAISE-MISSING-EXIT
            WHEN OTHER
              ADD 1 TO W-REJ-COUNT
              STRING "REJECTED - " IGW-CTRL-ERR-MSG
                     DELIMITED BY SIZE INTO W-DETAIL
          END-EVALUATE.
       SCAN-ONE-PRINT.
          MOVE SPACES TO PRINT-REC.
          STRING INB-DEF-FILE(W-DEF-IDX) " "
                 INB-DEF-SENDER(W-DEF-IDX) " " W-DUE-ED " "
                 W-DETAIL DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
       SCAN-ONE-EXIT.
          EXIT.
       CHECK-ALREADY-REGISTERED.
          MOVE 'N' TO W-HAVE-SW.
          INITIALIZE INB-REC.
          MOVE INB-DEF-FILE(W-DEF-IDX) TO INB-FILE.
          MOVE W-TODAY TO INB-DATE.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBFLF" USING INB-CTRL-BLK INB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL INB-CTRL-RET-CODE NOT = 0 OR
                  INB-FILE NOT = INB-DEF-FILE(W-DEF-IDX) OR
                  INB-DATE NOT = W-TODAY
              IF INB-VALIDATED OR INB-PROCESSED THEN
                SET W-HAVE-TODAY TO TRUE
                MOVE INB-SEQ TO W-HAVE-SEQ
                PERFORM SET-STATE-TEXT
                END-IF
              CALL "INBNAN" USING INB-CTRL-BLK INB-REC
            END-PERFORM.
       RAISE-MISSING-FILE.
          IF NOT INB-DEF-IS-DAILY(W-DEF-IDX) THEN
            MOVE "Not received (not expected daily)" TO W-DETAIL
            GO TO RAISE-MISSING-EXIT
            END-IF.
          ADD 1 TO W-MISS-COUNT.
          IF IGW-CTRL-RET-CODE = 2 THEN
            STRING "MISSING - previous file still in place, due "
                   W-DUE-ED DELIMITED BY SIZE INTO W-DETAIL
           ELSE
            STRING "MISSING - expected by " W-DUE-ED
                   DELIMITED BY SIZE INTO W-DETAIL
            END-IF.
          INITIALIZE EVT-REC.
          MOVE "INBSCAN" TO EVT-PROGRAM.
          MOVE 'E' TO EVT-SEVERITY.
          STRING INB-DEF-FILE(W-DEF-IDX) " from "
                 INB-DEF-SENDER(W-DEF-IDX) " missing, due "
                 W-DUE-ED DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       RAISE-MISSING-EXIT.
          EXIT.
       LIST-ONE-INTERFACE.
          INITIALIZE INB-REC.
          MOVE INB-DEF-FILE(W-DEF-IDX) TO INB-FILE.
          MOVE W-TODAY TO INB-DATE.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBFLF" USING INB-CTRL-BLK INB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL INB-CTRL-RET-CODE NOT = 0 OR
                  INB-FILE NOT = INB-DEF-FILE(W-DEF-IDX) OR
                  INB-DATE NOT = W-TODAY
              PERFORM PRINT-REGISTER-LINE
              CALL "INBNAN" USING INB-CTRL-BLK INB-REC
            END-PERFORM.
       PRINT-REGISTER-LINE.
          PERFORM SET-STATE-TEXT.
          MOVE SPACES TO W-TIME-ED.
          STRING INB-RECV-TIME(1:2) ":" INB-RECV-TIME(3:2)
                 DELIMITED BY SIZE INTO W-TIME-ED.
          MOVE INB-ITEM-COUNT TO W-COUNT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING INB-FILE " " INB-SEQ " " W-STATE-TXT " "
                 W-TIME-ED " " W-COUNT-ED " " INB-REASON(1:30)
                 DELIMITED BY SIZE INTO PRINT-REC.
          WRITE PRINT-REC.
       SET-STATE-TEXT.
          EVALUATE TRUE
            WHEN INB-RECEIVED
              MOVE "Received" TO W-STATE-TXT
            WHEN INB-VALIDATED
              MOVE "Validated" TO W-STATE-TXT
            WHEN INB-PROCESSED
              MOVE "Processed" TO W-STATE-TXT
            WHEN INB-REJECTED
              MOVE "Rejected" TO W-STATE-TXT
            WHEN OTHER
              MOVE "Unknown" TO W-STATE-TXT
          END-EVALUATE.
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "INBSCAN" TO EVT-PROGRAM.
          EVALUATE TRUE
            WHEN W-MISS-COUNT > 0 OR W-REJ-COUNT > 0
              MOVE 'E' TO EVT-SEVERITY
            WHEN OTHER
              MOVE 'I' TO EVT-SEVERITY
          END-EVALUATE.
          STRING "Inbound scan: " W-OK-ED " ok, " W-MISS-ED
                 " missing, " W-REJ-ED " rejected"
                 DELIMITED BY SIZE INTO EVT-TEXT.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
