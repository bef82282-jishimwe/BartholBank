       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INBGATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO W-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-I.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC PIC X(200).
       WORKING-STORAGE SECTION.
        COPY INBCTRL.
        COPY INBREG REPLACING ==:PREFIX:== BY ====.
        COPY INBREG REPLACING ==:PREFIX:== BY ==L-==.
        COPY INBDEF.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY EVTCTRL.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY PARCTRL.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 W-IN-NAME      PIC X(20).
            05 FS-I           PIC 9(2).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW-TIME     PIC 9(6).
            05 W-DEF-IDX      PIC 9(2).
            05 W-DEF-HIT      PIC 9(2).
            05 W-POS          PIC 9(3).
            05 W-CHR-IDX      PIC 9(3) COMP-5.
            05 W-CHAR         PIC 9(3) COMP-5.
            05 W-H1           PIC 9(9) COMP-5.
            05 W-H2           PIC 9(9) COMP-5.
            05 W-H1-ED        PIC 9(5).
            05 W-H2-ED        PIC 9(5).
            05 W-HASH         PIC X(10).
            05 W-REF-TEXT     PIC X(10).
            05 W-REC-COUNT    PIC 9(7).
            05 W-ITEM-COUNT   PIC 9(7).
            05 W-ITEM-TOTAL   PIC S9(11)V99.
            05 W-BAD-AMT      PIC 9(5).
            05 W-AMT-X        PIC X(9).
            05 W-AMT REDEFINES W-AMT-X PIC S9(7)V99.
            05 W-HDR-SW       PIC X(1).
              88 W-HEADER-FOUND VALUE 'Y'.
            05 W-TRL-SW       PIC X(1).
              88 W-TRAILER-FOUND VALUE 'Y'.
            05 W-HDR-DATE-X   PIC X(8).
            05 W-HDR-DATE REDEFINES W-HDR-DATE-X PIC 9(8).
            05 W-HDR-CNT-X    PIC X(5).
            05 W-HDR-COUNT REDEFINES W-HDR-CNT-X PIC 9(5).
            05 W-HDR-TOTAL    PIC S9(7)V99.
            05 W-TRL-TOTAL    PIC S9(7)V99.
            05 W-STALE-DAYS   PIC 9(3) VALUE 5.
            05 W-DAYS-OLD     PIC S9(7).
            05 W-CUTOFF       PIC 9(4).
            05 W-RECV-DATE    PIC 9(8).
            05 W-RECV-TIME    PIC 9(4).
            05 W-NEXT-SEQ     PIC 9(3).
            05 W-REASON       PIC X(40).
            05 W-MARK-STATE   PIC X(1).
            05 W-DUP-SW       PIC X(1).
              88 W-DUPLICATE  VALUE 'Y'.
            05 W-DUP-DATE     PIC 9(8).
            05 W-DUP-SEQ      PIC 9(3).
            05 W-REUSE-SW     PIC X(1).
              88 W-REUSE      VALUE 'Y'.
            05 W-COUNT-ED     PIC ZZZZZZ9.
            05 W-DAYS-ED      PIC ZZZ9.
        01 W-FILE-INFO.
            05 W-FI-SIZE      PIC X(8).
            05 W-FI-DAY       PIC X(1).
            05 W-FI-MONTH     PIC X(1).
            05 W-FI-YEAR      PIC X(2).
            05 W-FI-HOUR      PIC X(1).
            05 W-FI-MIN       PIC X(1).
            05 W-FI-SEC       PIC X(1).
            05 W-FI-HSEC      PIC X(1).
       LINKAGE SECTION.
        COPY IGWCTRL.
       PROCEDURE DIVISION USING IGW-CTRL-BLK.
       INBOUND-FILE-GATE.
          MOVE 0 TO IGW-CTRL-RET-CODE.
          MOVE SPACES TO IGW-CTRL-ERR-MSG.
          MOVE 0 TO IGW-DATE.
          MOVE 0 TO IGW-SEQ.
          IF IGW-BACKOUT THEN
            PERFORM RELEASE-BACKED-OUT
              THRU RELEASE-BACKED-OUT-EXIT
            MOVE 0 TO RETURN-CODE
            GOBACK
            END-IF.
          MOVE 0 TO IGW-ITEM-COUNT.
          MOVE 0 TO IGW-TOTAL.
          PERFORM GATE-ONE-FILE
            THRU GATE-ONE-FILE-EXIT.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
*********
       ENTRY "INBDONE" USING IGW-CTRL-BLK.
          MOVE SPACES TO W-REASON.
          MOVE 'P' TO W-MARK-STATE.
          PERFORM MARK-REGISTRATION
            THRU MARK-REGISTRATION-EXIT.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
*********
       ENTRY "INBFAIL" USING IGW-CTRL-BLK.
          MOVE IGW-CTRL-ERR-MSG TO W-REASON.
          MOVE 'X' TO W-MARK-STATE.
          PERFORM MARK-REGISTRATION
            THRU MARK-REGISTRATION-EXIT.
          MOVE 0 TO RETURN-CODE.
          GOBACK.
*********
       GATE-ONE-FILE.
          MOVE 0 TO W-DEF-HIT.
          PERFORM MATCH-INTERFACE
            VARYING W-DEF-IDX FROM 1 BY 1
            UNTIL W-DEF-IDX > INB-DEF-MAX OR W-DEF-HIT NOT = 0.
          IF W-DEF-HIT = 0 THEN
            MOVE 1 TO IGW-CTRL-RET-CODE
            MOVE "Not a registered inbound interface"
              TO IGW-CTRL-ERR-MSG
            GO TO GATE-ONE-FILE-EXIT
            END-IF.
          MOVE W-DEF-HIT TO W-DEF-IDX.
          CALL "INBIO" USING INB-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(9:6) TO W-NOW-TIME.
          MOVE SPACES TO W-IN-NAME.
          MOVE IGW-FILE TO W-IN-NAME.
          IF INB-DEF-DSN(W-DEF-IDX) NOT = SPACES THEN
            MOVE INB-DEF-DSN(W-DEF-IDX) TO W-IN-NAME
            END-IF.
          CALL "CBL_CHECK_FILE_EXIST" USING W-IN-NAME W-FILE-INFO.
          IF RETURN-CODE NOT = 0 THEN
            MOVE 35 TO IGW-CTRL-RET-CODE
            MOVE "File not received" TO IGW-CTRL-ERR-MSG
            GO TO GATE-ONE-FILE-EXIT
            END-IF.
          PERFORM SET-RECEIPT-TIME.
          PERFORM SCAN-INBOUND-FILE
            THRU SCAN-INBOUND-EXIT.
          IF IGW-CTRL-RET-CODE NOT = 0 THEN
            GO TO GATE-ONE-FILE-EXIT
            END-IF.
          PERFORM FIND-REGISTRATION.
          IF W-DUPLICATE AND IGW-SCAN AND NOT W-REUSE THEN
            MOVE 2 TO IGW-CTRL-RET-CODE
            STRING "Already processed as " W-DUP-DATE "/"
                   W-DUP-SEQ DELIMITED BY SIZE INTO IGW-CTRL-ERR-MSG
            GO TO GATE-ONE-FILE-EXIT
            END-IF.
          PERFORM REGISTER-RECEIPT.
          IF INB-CTRL-RET-CODE NOT = 0 THEN
            MOVE 1 TO IGW-CTRL-RET-CODE
            MOVE INB-CTRL-ERR-MSG TO IGW-CTRL-ERR-MSG
            GO TO GATE-ONE-FILE-EXIT
            END-IF.
          PERFORM VALIDATE-CONTENT
            THRU VALIDATE-CONTENT-EXIT.
          PERFORM RECORD-OUTCOME.
       GATE-ONE-FILE-EXIT.
          EXIT.
       MATCH-INTERFACE.
          IF INB-DEF-FILE(W-DEF-IDX) = IGW-FILE THEN
            MOVE W-DEF-IDX TO W-DEF-HIT
            END-IF.
       SET-RECEIPT-TIME.
          COMPUTE W-RECV-DATE =
              ((FUNCTION ORD(W-FI-YEAR(1:1)) - 1) * 256 +
                FUNCTION ORD(W-FI-YEAR(2:1)) - 1) * 10000 +
              (FUNCTION ORD(W-FI-MONTH) - 1) * 100 +
               FUNCTION ORD(W-FI-DAY) - 1.
          COMPUTE W-RECV-TIME =
              (FUNCTION ORD(W-FI-HOUR) - 1) * 100 +
               FUNCTION ORD(W-FI-MIN) - 1.
       SCAN-INBOUND-FILE.
          MOVE 7 TO W-H1.
          MOVE 13 TO W-H2.
          MOVE 0 TO W-REC-COUNT.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          MOVE 0 TO W-BAD-AMT.
          MOVE 0 TO W-HDR-TOTAL.
          MOVE 0 TO W-TRL-TOTAL.
          MOVE SPACES TO W-HDR-DATE-X.
          MOVE SPACES TO W-HDR-CNT-X.
          MOVE 'N' TO W-HDR-SW.
          MOVE 'N' TO W-TRL-SW.
          OPEN INPUT IN-FILE.
          IF FS-I NOT = 0 THEN
            MOVE FS-I TO IGW-CTRL-RET-CODE
            STRING "Unable to open file, status " FS-I
                   DELIMITED BY SIZE INTO IGW-CTRL-ERR-MSG
            GO TO SCAN-INBOUND-EXIT
            END-IF.
          READ IN-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-I NOT = 0
            ADD 1 TO W-REC-COUNT
            PERFORM HASH-ONE-RECORD
            PERFORM CLASSIFY-ONE-RECORD
            READ IN-FILE NEXT
          END-PERFORM.
          CLOSE IN-FILE.
          MOVE W-H1 TO W-H1-ED.
          MOVE W-H2 TO W-H2-ED.
          STRING W-H1-ED W-H2-ED DELIMITED BY SIZE INTO W-HASH.
       SCAN-INBOUND-EXIT.
          EXIT.
       HASH-ONE-RECORD.
          PERFORM VARYING W-CHR-IDX FROM 1 BY 1 UNTIL W-CHR-IDX > 200
            COMPUTE W-CHAR = FUNCTION ORD(IN-REC(W-CHR-IDX:1))
            COMPUTE W-H1 = FUNCTION MOD(W-H1 * 31 + W-CHAR, 99991)
            COMPUTE W-H2 = FUNCTION MOD(W-H2 * 37 +
                                        W-CHAR * W-CHR-IDX, 99989)
          END-PERFORM.
       CLASSIFY-ONE-RECORD.
          MOVE SPACES TO W-REF-TEXT.
          MOVE INB-DEF-REF-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            MOVE IN-REC(W-POS:10) TO W-REF-TEXT
            END-IF.
          EVALUATE W-REF-TEXT
            WHEN 'HEADER'
              PERFORM TAKE-HEADER-RECORD
            WHEN 'TOTAL'
              PERFORM TAKE-TRAILER-RECORD
            WHEN OTHER
              PERFORM TAKE-DETAIL-RECORD
          END-EVALUATE.
       TAKE-HEADER-RECORD.
          SET W-HEADER-FOUND TO TRUE.
          MOVE INB-DEF-HDR-DATE-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            MOVE IN-REC(W-POS:8) TO W-HDR-DATE-X
            END-IF.
          MOVE INB-DEF-HDR-CNT-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            MOVE IN-REC(W-POS:5) TO W-HDR-CNT-X
            END-IF.
          MOVE INB-DEF-HDR-TOT-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            PERFORM TAKE-AMOUNT
            MOVE W-AMT TO W-HDR-TOTAL
            END-IF.
       TAKE-TRAILER-RECORD.
          SET W-TRAILER-FOUND TO TRUE.
          MOVE INB-DEF-TRL-TOT-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            PERFORM TAKE-AMOUNT
            MOVE W-AMT TO W-TRL-TOTAL
            END-IF.
       TAKE-DETAIL-RECORD.
          ADD 1 TO W-ITEM-COUNT.
          MOVE INB-DEF-AMT-POS(W-DEF-IDX) TO W-POS.
          IF W-POS > 0 THEN
            PERFORM TAKE-AMOUNT
            ADD W-AMT TO W-ITEM-TOTAL
            END-IF.
       TAKE-AMOUNT.
          MOVE IN-REC(W-POS:9) TO W-AMT-X.
          IF W-AMT NOT NUMERIC THEN
            ADD 1 TO W-BAD-AMT
            MOVE 0 TO W-AMT
            END-IF.
       FIND-REGISTRATION.
          MOVE 'N' TO W-DUP-SW.
          MOVE 'N' TO W-REUSE-SW.
          MOVE 0 TO W-NEXT-SEQ.
          INITIALIZE INB-REC.
          MOVE IGW-FILE TO INB-FILE.
          MOVE 0 TO INB-DATE.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBFLF" USING INB-CTRL-BLK INB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL INB-CTRL-RET-CODE NOT = 0 OR INB-FILE NOT = IGW-FILE
              IF INB-HASH = W-HASH THEN
                IF INB-PROCESSED THEN
                  SET W-DUPLICATE TO TRUE
                  MOVE INB-DATE TO W-DUP-DATE
                  MOVE INB-SEQ TO W-DUP-SEQ
                 ELSE
                  IF INB-DATE = W-TODAY THEN
                    SET W-REUSE TO TRUE
                    MOVE INB-REC TO L-INB-REC
                    END-IF
                  END-IF
                END-IF
              IF INB-DATE = W-TODAY THEN
                MOVE INB-SEQ TO W-NEXT-SEQ
                END-IF
              CALL "INBNAN" USING INB-CTRL-BLK INB-REC
            END-PERFORM.
       REGISTER-RECEIPT.
          IF W-REUSE THEN
            MOVE L-INB-REC TO INB-REC
           ELSE
            INITIALIZE INB-REC
            MOVE IGW-FILE TO INB-FILE
            MOVE W-TODAY TO INB-DATE
            ADD 1 TO W-NEXT-SEQ
            MOVE W-NEXT-SEQ TO INB-SEQ
            MOVE INB-DEF-SENDER(W-DEF-IDX) TO INB-SENDER
            MOVE W-HASH TO INB-HASH
            MOVE W-RECV-DATE TO INB-RECV-DATE
            MOVE W-RECV-TIME TO INB-RECV-TIME
            END-IF.
          MOVE W-REC-COUNT TO INB-REC-COUNT.
          MOVE W-ITEM-COUNT TO INB-ITEM-COUNT.
          MOVE W-ITEM-TOTAL TO INB-TOTAL.
          SET INB-RECEIVED TO TRUE.
          MOVE W-BUFFER(1:8) TO INB-STATE-DATE.
          MOVE W-NOW-TIME TO INB-STATE-TIME.
          MOVE IGW-PROGRAM TO INB-PROGRAM.
          MOVE SPACES TO INB-REASON.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBPUT" USING INB-CTRL-BLK INB-REC.
       VALIDATE-CONTENT.
          MOVE SPACES TO W-REASON.
          IF W-DUPLICATE THEN
            STRING "Duplicate of file processed " W-DUP-DATE "/"
                   W-DUP-SEQ DELIMITED BY SIZE INTO W-REASON
            GO TO VALIDATE-CONTENT-EXIT
            END-IF.
          IF W-REC-COUNT = 0 THEN
            MOVE "File is empty" TO W-REASON
            GO TO VALIDATE-CONTENT-EXIT
            END-IF.
          IF W-BAD-AMT > 0 THEN
            MOVE W-BAD-AMT TO W-COUNT-ED
            STRING "Invalid amount in" W-COUNT-ED " record(s)"
                   DELIMITED BY SIZE INTO W-REASON
            GO TO VALIDATE-CONTENT-EXIT
            END-IF.
          IF INB-DEF-NEEDS-HDR(W-DEF-IDX) AND
              NOT W-HEADER-FOUND THEN
            MOVE "No HEADER record" TO W-REASON
            GO TO VALIDATE-CONTENT-EXIT
            END-IF.
          IF W-HEADER-FOUND AND
              INB-DEF-HDR-DATE-POS(W-DEF-IDX) > 0 THEN
            PERFORM CHECK-HEADER-DATE THRU CHECK-HEADER-DATE-EXIT
            IF W-REASON NOT = SPACES THEN
              GO TO VALIDATE-CONTENT-EXIT
              END-IF
            END-IF.
          IF W-HEADER-FOUND AND
              INB-DEF-HDR-CNT-POS(W-DEF-IDX) > 0 THEN
            IF W-HDR-CNT-X NOT NUMERIC OR
                W-HDR-COUNT NOT = W-ITEM-COUNT THEN
              MOVE W-ITEM-COUNT TO W-COUNT-ED
              STRING "Header count " W-HDR-CNT-X " but"
                     W-COUNT-ED " item(s)"
                     DELIMITED BY SIZE INTO W-REASON
              GO TO VALIDATE-CONTENT-EXIT
              END-IF
            END-IF.
          IF W-HEADER-FOUND AND
              INB-DEF-HDR-TOT-POS(W-DEF-IDX) > 0 AND
              W-HDR-TOTAL NOT = W-ITEM-TOTAL THEN
            MOVE "Header total disagrees with the items"
              TO W-REASON
            GO TO VALIDATE-CONTENT-EXIT
            END-IF.
          IF INB-DEF-TRL-TOT-POS(W-DEF-IDX) > 0 THEN
            IF NOT W-TRAILER-FOUND THEN
              MOVE "No TOTAL trailer" TO W-REASON
              GO TO VALIDATE-CONTENT-EXIT
              END-IF
            IF W-TRL-TOTAL NOT = W-ITEM-TOTAL THEN
              MOVE "Trailer total disagrees with the items"
                TO W-REASON
              GO TO VALIDATE-CONTENT-EXIT
              END-IF
            END-IF.
          PERFORM CHECK-CUTOFF-TIME THRU CHECK-CUTOFF-EXIT.
       VALIDATE-CONTENT-EXIT.
          EXIT.
       CHECK-HEADER-DATE.
          IF W-HDR-DATE-X NOT NUMERIC THEN
            MOVE "Header date is not a valid date" TO W-REASON
           ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(W-HDR-DATE) NOT = 0 THEN
              MOVE "Header date is not a valid date" TO W-REASON
              END-IF
            END-IF.
          IF W-REASON NOT = SPACES THEN
            GO TO CHECK-HEADER-DATE-EXIT
            END-IF.
          IF W-HDR-DATE > W-TODAY THEN
            STRING "Header date " W-HDR-DATE " is in the future"
                   DELIMITED BY SIZE INTO W-REASON
            GO TO CHECK-HEADER-DATE-EXIT
            END-IF.
          INITIALIZE PAR-REC.
          MOVE "INBSTALE" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-STALE-DAYS
            END-IF.
          COMPUTE W-DAYS-OLD = FUNCTION INTEGER-OF-DATE(W-TODAY)
                             - FUNCTION INTEGER-OF-DATE(W-HDR-DATE).
          IF W-DAYS-OLD > W-STALE-DAYS THEN
            MOVE W-DAYS-OLD TO W-DAYS-ED
            STRING "Header date " W-HDR-DATE " is" W-DAYS-ED
                   " days old" DELIMITED BY SIZE INTO W-REASON
            END-IF.
       CHECK-HEADER-DATE-EXIT.
          EXIT.
       CHECK-CUTOFF-TIME.
          MOVE INB-DEF-DUE(W-DEF-IDX) TO W-CUTOFF.
          INITIALIZE PAR-REC.
          STRING "CUT" IGW-FILE DELIMITED BY SIZE INTO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-CUTOFF
            END-IF.
          IF W-CUTOFF = 9999 THEN
            GO TO CHECK-CUTOFF-EXIT
            END-IF.
          IF INB-RECV-DATE > W-TODAY OR
              (INB-RECV-DATE = W-TODAY AND
               INB-RECV-TIME > W-CUTOFF) THEN
            STRING "Received " INB-RECV-DATE " "
                   INB-RECV-TIME(1:2) ":" INB-RECV-TIME(3:2)
                   ", cut-off " W-CUTOFF(1:2) ":" W-CUTOFF(3:2)
                   DELIMITED BY SIZE INTO W-REASON
            END-IF.
       CHECK-CUTOFF-EXIT.
          EXIT.
       RECORD-OUTCOME.
          IF W-REASON = SPACES THEN
            SET INB-VALIDATED TO TRUE
           ELSE
            SET INB-REJECTED TO TRUE
            END-IF.
          MOVE W-REASON TO INB-REASON.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBPUT" USING INB-CTRL-BLK INB-REC.
          MOVE INB-DATE TO IGW-DATE.
          MOVE INB-SEQ TO IGW-SEQ.
          MOVE INB-ITEM-COUNT TO IGW-ITEM-COUNT.
          MOVE INB-TOTAL TO IGW-TOTAL.
          IF INB-REJECTED THEN
            MOVE 1 TO IGW-CTRL-RET-CODE
            MOVE W-REASON TO IGW-CTRL-ERR-MSG
           ELSE
            IF INB-CTRL-RET-CODE NOT = 0 THEN
              MOVE 1 TO IGW-CTRL-RET-CODE
              MOVE INB-CTRL-ERR-MSG TO IGW-CTRL-ERR-MSG
              END-IF
            END-IF.
          PERFORM LOG-OUTCOME.
       LOG-OUTCOME.
          INITIALIZE EVT-REC.
          MOVE "INBGATE" TO EVT-PROGRAM.
          IF INB-REJECTED THEN
            MOVE 'E' TO EVT-SEVERITY
            STRING INB-FILE " rejected: " INB-REASON
                   DELIMITED BY SIZE INTO EVT-TEXT
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            MOVE INB-ITEM-COUNT TO W-COUNT-ED
            EVALUATE TRUE
              WHEN INB-VALIDATED
                STRING INB-FILE " " INB-DATE "/" INB-SEQ
                       " validated," W-COUNT-ED " item(s)"
                       DELIMITED BY SIZE INTO EVT-TEXT
              WHEN OTHER
                STRING INB-FILE " " INB-DATE "/" INB-SEQ
                       " processed by " INB-PROGRAM
                       DELIMITED BY SIZE INTO EVT-TEXT
            END-EVALUATE
            END-IF.
          INITIALIZE EVT-CTRL-BLK.
          CALL "EVTWRITE" USING EVT-CTRL-BLK EVT-REC.
       RELEASE-BACKED-OUT.
          CALL "INBIO" USING INB-CTRL-BLK.
          INITIALIZE INB-REC.
          MOVE IGW-FILE TO INB-FILE.
          MOVE 0 TO INB-DATE.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBFLF" USING INB-CTRL-BLK INB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL INB-CTRL-RET-CODE NOT = 0 OR INB-FILE NOT = IGW-FILE
              IF INB-PROCESSED AND
                  INB-ITEM-COUNT = IGW-ITEM-COUNT AND
                  INB-TOTAL = IGW-TOTAL THEN
                MOVE INB-DATE TO IGW-DATE
                MOVE INB-SEQ TO IGW-SEQ
                END-IF
              CALL "INBNAN" USING INB-CTRL-BLK INB-REC
            END-PERFORM.
          IF IGW-SEQ = 0 THEN
            MOVE 23 TO IGW-CTRL-RET-CODE
            MOVE "No processed inbound file matches"
              TO IGW-CTRL-ERR-MSG
            GO TO RELEASE-BACKED-OUT-EXIT
            END-IF.
          MOVE SPACES TO W-REASON.
          STRING "Backed out by " IGW-PROGRAM
                 DELIMITED BY SIZE INTO W-REASON.
          MOVE 'X' TO W-MARK-STATE.
          PERFORM MARK-REGISTRATION
            THRU MARK-REGISTRATION-EXIT.
       RELEASE-BACKED-OUT-EXIT.
          EXIT.
       MARK-REGISTRATION.
          MOVE 0 TO IGW-CTRL-RET-CODE.
          MOVE SPACES TO IGW-CTRL-ERR-MSG.
          CALL "INBIO" USING INB-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          INITIALIZE INB-REC.
          MOVE IGW-FILE TO INB-FILE.
          MOVE IGW-DATE TO INB-DATE.
          MOVE IGW-SEQ TO INB-SEQ.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBGET" USING INB-CTRL-BLK INB-REC.
          IF INB-CTRL-RET-CODE NOT = 0 THEN
            MOVE INB-CTRL-RET-CODE TO IGW-CTRL-RET-CODE
            MOVE INB-CTRL-ERR-MSG TO IGW-CTRL-ERR-MSG
            GO TO MARK-REGISTRATION-EXIT
            END-IF.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-MARK-STATE TO INB-STATE.
          MOVE W-BUFFER(1:8) TO INB-STATE-DATE.
          MOVE W-BUFFER(9:6) TO INB-STATE-TIME.
          MOVE IGW-PROGRAM TO INB-PROGRAM.
          MOVE W-REASON TO INB-REASON.
          INITIALIZE INB-CTRL-BLK.
          CALL "INBPUT" USING INB-CTRL-BLK INB-REC.
          IF INB-CTRL-RET-CODE NOT = 0 THEN
            MOVE INB-CTRL-RET-CODE TO IGW-CTRL-RET-CODE
            MOVE INB-CTRL-ERR-MSG TO IGW-CTRL-ERR-MSG
            GO TO MARK-REGISTRATION-EXIT
            END-IF.
          PERFORM LOG-OUTCOME.
       MARK-REGISTRATION-EXIT.
          EXIT.
