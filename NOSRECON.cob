       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NOSRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STMT-FILE ASSIGN TO 'NOSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-S.
           SELECT PRINT-FILE ASSIGN TO 'NOSRECON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-FILE.
       01  STH-REC.
           05  STH-TYPE       PIC X(1).
           05  STH-DATE       PIC 9(8).
           05  STH-CORRESP    PIC X(10).
           05  STH-ACCOUNT    PIC X(20).
           05  STH-OPENING    PIC S9(11)V99.
       01  STD-REC.
           05  STD-TYPE       PIC X(1).
           05  STD-ENTRY      PIC 9(5).
           05  STD-VALUE-DATE PIC 9(8).
           05  STD-DC         PIC X(1).
               88  STD-DEBIT  VALUE 'D'.
               88  STD-CREDIT VALUE 'C'.
           05  STD-AMOUNT     PIC 9(9)V99.
           05  STD-REF        PIC X(16).
           05  STD-TEXT       PIC X(30).
       01  STT-REC.
           05  STT-TYPE       PIC X(1).
           05  STT-COUNT      PIC 9(5).
           05  STT-CLOSING    PIC S9(11)V99.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY NOSCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY PARCTRL.
        COPY NOSITEM REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==C-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ==P-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==D-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==D-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY TRAINID.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'NOSRECON'.
            05 FS-S           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-TODAY-INT    PIC S9(7).
            05 W-DATE-WINDOW  PIC 9(3) VALUE 3.
            05 W-STMT-DATE    PIC 9(8).
            05 W-STMT-OPENING PIC S9(11)V99.
            05 W-STMT-NET     PIC S9(11)V99.
            05 W-STMT-CLOSING PIC S9(11)V99.
            05 W-STMT-ENTRIES PIC 9(5).
            05 W-STMT-COUNT   PIC 9(5).
            05 W-STMT-SW      PIC X(1).
              88 W-STMT-VALID   VALUE 'V'.
              88 W-STMT-INVALID VALUE 'I'.
            05 W-HDR-SW       PIC X(1).
              88 W-HDR-SEEN   VALUE 'Y'.
            05 W-TRL-SW       PIC X(1).
              88 W-TRL-SEEN   VALUE 'Y'.
            05 W-REJECT-MSG   PIC X(40).
            05 W-STMT-LOADED  PIC 9(5).
            05 W-STMT-DUPS    PIC 9(5).
            05 W-LEDG-LOADED  PIC 9(5).
            05 W-REF-MATCHES  PIC 9(5).
            05 W-DATE-MATCHES PIC 9(5).
            05 W-OVERFLOW     PIC 9(5).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
            05 W-DAY-DIFF     PIC S9(7).
            05 W-SAVE-MATCH   PIC X(14).
            05 W-SAVE-RULE    PIC X(1).
            05 W-AGE          PIC 9(5).
            05 W-BKT          PIC 9(1).
            05 W-AMT-ED       PIC -ZZZZZZZZ9.99.
            05 W-TOT-ED       PIC -ZZZZZZZZZZ9.99.
            05 W-S-COUNT      PIC 9(4).
            05 W-L-COUNT      PIC 9(4).
            05 W-S-IDX        PIC 9(4).
            05 W-L-IDX        PIC 9(4).
        01 W-S-TABLE.
            05 W-S-ENTRY OCCURS 3000 TIMES.
                10 W-S-KEY        PIC X(14).
                10 W-S-DATE       PIC 9(8).
                10 W-S-DAY        PIC S9(7).
                10 W-S-AMOUNT     PIC S9(9)V99.
                10 W-S-REF        PIC X(16).
                10 W-S-MATCHED    PIC X(1).
        01 W-L-TABLE.
            05 W-L-ENTRY OCCURS 3000 TIMES.
                10 W-L-KEY        PIC X(14).
                10 W-L-DATE       PIC 9(8).
                10 W-L-DAY        PIC S9(7).
                10 W-L-AMOUNT     PIC S9(9)V99.
                10 W-L-REF        PIC X(16).
                10 W-L-MATCHED    PIC X(1).
        01 W-AGE-TABLE.
            05 W-AGE-SIDE OCCURS 2 TIMES.
                10 W-AGE-BUCKET OCCURS 4 TIMES.
                    15 W-AGE-COUNT    PIC 9(5).
                    15 W-AGE-TOTAL    PIC S9(11)V99.
        01 W-AGE-LABELS.
            05 FILLER PIC X(12) VALUE "0-7 days    ".
            05 FILLER PIC X(12) VALUE "8-30 days   ".
            05 FILLER PIC X(12) VALUE "31-90 days  ".
            05 FILLER PIC X(12) VALUE "over 90 days".
        01 W-AGE-LABEL-TABLE REDEFINES W-AGE-LABELS.
            05 W-AGE-LABEL PIC X(12) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       RECONCILE-NOSTRO.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Nostro reconciliation is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
          CALL "NOSIO" USING NOS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "NOSDAYS" TO P-PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK P-PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND P-PAR-NUM NOT = 0 THEN
            MOVE P-PAR-NUM TO W-DATE-WINDOW
            END-IF.
          MOVE 0 TO W-STMT-LOADED.
          MOVE 0 TO W-STMT-DUPS.
          MOVE 0 TO W-LEDG-LOADED.
          MOVE 0 TO W-REF-MATCHES.
          MOVE 0 TO W-DATE-MATCHES.
          MOVE 0 TO W-OVERFLOW.
          INITIALIZE W-AGE-TABLE.
          PERFORM LOCATE-CLEARING-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Clearing GL account unavailable"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open NOSRECON report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Nostro reconciliation - clearing account "
                 C-ACC-ID " - " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOAD-STATEMENT-FILE THRU LOAD-STATEMENT-FILE-EXIT.
          PERFORM LOAD-CLEARING-LINES.
          PERFORM LOAD-CLEARING-ITEMS.
          PERFORM BUILD-OPEN-TABLES.
          PERFORM VARYING W-S-IDX FROM 1 BY 1
              UNTIL W-S-IDX > W-S-COUNT
            IF W-S-REF(W-S-IDX) NOT = SPACES THEN
              PERFORM MATCH-ONE-BY-REFERENCE
              END-IF
          END-PERFORM.
          PERFORM VARYING W-S-IDX FROM 1 BY 1
              UNTIL W-S-IDX > W-S-COUNT
            IF W-S-MATCHED(W-S-IDX) NOT = 'Y' THEN
              PERFORM MATCH-ONE-BY-DATE
              END-IF
          END-PERFORM.
          PERFORM WRITE-AGED-OPEN-ITEMS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-STMT-LOADED " statement entries loaded, "
                 W-LEDG-LOADED " clearing movements loaded"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-REF-MATCHES " matched by reference, "
                 W-DATE-MATCHES " matched by amount and date"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-OVERFLOW NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-OVERFLOW " open item(s) not matched this run "
                   "- table full" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-REF-MATCHES " + " W-DATE-MATCHES
                  " nostro item(s) matched - see NOSRECON".
          COMPUTE STEP-RECORD-COUNT = W-STMT-LOADED + W-LEDG-LOADED.
          GOBACK.
*********
       LOAD-STATEMENT-FILE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "NOSTMT" TO IGW-FILE.
          MOVE "NOSRECON" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            MOVE "No correspondent statement received" TO PRINT-REC
            WRITE PRINT-REC
            GO TO LOAD-STATEMENT-FILE-EXIT
            END-IF.
          IF IGW-CTRL-RET-CODE NOT = 0 THEN
            STRING "Statement REJECTED by the inbound gateway - "
                   IGW-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            GO TO LOAD-STATEMENT-FILE-EXIT
            END-IF.
          OPEN INPUT STMT-FILE.
          IF FS-S NOT = 0 THEN
            MOVE "No correspondent statement received" TO PRINT-REC
            WRITE PRINT-REC
            MOVE "Unable to open NOSTMT file" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GO TO LOAD-STATEMENT-FILE-EXIT
            END-IF.
          MOVE 'N' TO W-HDR-SW.
          MOVE 'N' TO W-TRL-SW.
          SET W-STMT-VALID TO TRUE.
          MOVE SPACES TO W-REJECT-MSG.
          MOVE 0 TO W-STMT-NET.
          MOVE 0 TO W-STMT-ENTRIES.
          READ STMT-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-S NOT = 0
            PERFORM CHECK-ONE-STATEMENT-RECORD
            READ STMT-FILE NEXT
          END-PERFORM.
          CLOSE STMT-FILE.
          IF W-STMT-VALID AND NOT W-HDR-SEEN THEN
            SET W-STMT-INVALID TO TRUE
            MOVE "no header record" TO W-REJECT-MSG
            END-IF.
          IF W-STMT-VALID AND NOT W-TRL-SEEN THEN
            SET W-STMT-INVALID TO TRUE
            MOVE "no trailer record" TO W-REJECT-MSG
            END-IF.
          IF W-STMT-VALID AND W-STMT-COUNT NOT = W-STMT-ENTRIES THEN
            SET W-STMT-INVALID TO TRUE
            MOVE "entry count differs from trailer" TO W-REJECT-MSG
            END-IF.
          IF W-STMT-VALID AND
              W-STMT-OPENING + W-STMT-NET NOT = W-STMT-CLOSING THEN
            SET W-STMT-INVALID TO TRUE
            MOVE "entries do not prove to closing balance" TO
              W-REJECT-MSG
            END-IF.
          IF W-STMT-INVALID THEN
            STRING "Statement REJECTED - " W-REJECT-MSG
                   INTO PRINT-REC
            WRITE PRINT-REC
            MOVE 1 TO RETURN-CODE
            MOVE W-REJECT-MSG TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GO TO LOAD-STATEMENT-FILE-EXIT
            END-IF.
          OPEN INPUT STMT-FILE.
          READ STMT-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-S NOT = 0
            IF STD-TYPE = 'D' THEN
              PERFORM LOAD-STATEMENT-ENTRY
              END-IF
            READ STMT-FILE NEXT
          END-PERFORM.
          CLOSE STMT-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          MOVE W-STMT-OPENING TO W-TOT-ED.
          STRING "Statement " W-STMT-DATE " opening " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-STMT-CLOSING TO W-TOT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "  " W-STMT-ENTRIES " entries, closing " W-TOT-ED
                 ", " W-STMT-DUPS " already loaded" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
       LOAD-STATEMENT-FILE-EXIT.
          EXIT.
       CHECK-ONE-STATEMENT-RECORD.
          EVALUATE STH-TYPE
            WHEN 'H'
              SET W-HDR-SEEN TO TRUE
              MOVE STH-DATE TO W-STMT-DATE
              MOVE STH-OPENING TO W-STMT-OPENING
            WHEN 'D'
              ADD 1 TO W-STMT-ENTRIES
              EVALUATE TRUE
                WHEN STD-CREDIT
                  ADD STD-AMOUNT TO W-STMT-NET
                WHEN STD-DEBIT
                  SUBTRACT STD-AMOUNT FROM W-STMT-NET
                WHEN OTHER
                  SET W-STMT-INVALID TO TRUE
                  STRING "entry " STD-ENTRY " not debit or credit"
                         INTO W-REJECT-MSG
              END-EVALUATE
            WHEN 'T'
              SET W-TRL-SEEN TO TRUE
              MOVE STT-COUNT TO W-STMT-COUNT
              MOVE STT-CLOSING TO W-STMT-CLOSING
          END-EVALUATE.
       LOAD-STATEMENT-ENTRY.
          INITIALIZE NOS-REC.
          SET NOS-STATEMENT TO TRUE.
          MOVE W-STMT-DATE TO NOS-SRC-ID.
          MOVE STD-ENTRY TO NOS-SRC-SEQ.
          MOVE STD-VALUE-DATE TO NOS-DATE.
          IF NOS-DATE = 0 THEN
            MOVE W-STMT-DATE TO NOS-DATE
            END-IF.
          IF STD-DEBIT THEN
            MOVE STD-AMOUNT TO NOS-AMOUNT
           ELSE
            COMPUTE NOS-AMOUNT = 0 - STD-AMOUNT
            END-IF.
          MOVE STD-REF TO NOS-REF.
          MOVE STD-TEXT TO NOS-TEXT.
          MOVE W-TODAY TO NOS-LOADED-DATE.
          SET NOS-OPEN TO TRUE.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSADD" USING NOS-CTRL-BLK NOS-REC.
          IF NOS-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-STMT-LOADED
           ELSE
            ADD 1 TO W-STMT-DUPS
            END-IF.
*********
       LOAD-CLEARING-LINES.
          INITIALIZE D-TRAN-LINE-REC.
          MOVE C-ACC-ID TO D-TL-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK D-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              PERFORM LOAD-ONE-CLEARING-LINE
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLACN" USING TRAN-CTRL-BLK D-TRAN-LINE-REC
            END-PERFORM.
       LOAD-ONE-CLEARING-LINE.
          INITIALIZE NOS-REC.
          SET NOS-LEDGER TO TRUE.
          MOVE D-TL-TRAN-ID TO NOS-SRC-ID.
          MOVE D-TL-SEQ TO NOS-SRC-SEQ.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSRID" USING NOS-CTRL-BLK NOS-REC.
          IF NOS-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE D-TRAN-REC
            MOVE D-TL-TRAN-ID TO D-TRAN-ID
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANRID" USING TRAN-CTRL-BLK D-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 AND D-TRAN-CLOSE THEN
              INITIALIZE NOS-REC
              SET NOS-LEDGER TO TRUE
              MOVE D-TL-TRAN-ID TO NOS-SRC-ID
              MOVE D-TL-SEQ TO NOS-SRC-SEQ
              MOVE D-TL-VALUE-DATE TO NOS-DATE
              IF NOS-DATE = 0 THEN
                MOVE D-TRAN-DATE TO NOS-DATE
                END-IF
              MOVE D-TL-AMOUNT TO NOS-AMOUNT
              MOVE D-TL-REF TO NOS-REF
              MOVE D-TL-MEMO TO NOS-TEXT
              PERFORM ADD-LEDGER-ITEM
              END-IF
            END-IF.
       LOAD-CLEARING-ITEMS.
          INITIALIZE D-TRAN-REC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANIDF" USING TRAN-CTRL-BLK D-TRAN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF D-TRAN-CLOSE AND D-TRAN-TYPE = "CLR " AND
                  D-TRAN-BALANCE NOT = 0 THEN
                PERFORM LOAD-ONE-CLEARING-ITEM
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANIDN" USING TRAN-CTRL-BLK D-TRAN-REC
            END-PERFORM.
       LOAD-ONE-CLEARING-ITEM.
          INITIALIZE NOS-REC.
          SET NOS-LEDGER TO TRUE.
          MOVE D-TRAN-ID TO NOS-SRC-ID.
          MOVE 0 TO NOS-SRC-SEQ.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSRID" USING NOS-CTRL-BLK NOS-REC.
          IF NOS-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE D-TRAN-LINE-REC
            MOVE D-TRAN-ID TO D-TL-TRAN-ID
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLTRF" USING TRAN-CTRL-BLK D-TRAN-LINE-REC
            INITIALIZE NOS-REC
            SET NOS-LEDGER TO TRUE
            MOVE D-TRAN-ID TO NOS-SRC-ID
            MOVE 0 TO NOS-SRC-SEQ
            MOVE D-TL-VALUE-DATE TO NOS-DATE
            IF NOS-DATE = 0 THEN
              MOVE D-TRAN-DATE TO NOS-DATE
              END-IF
            COMPUTE NOS-AMOUNT = 0 - D-TRAN-BALANCE
            MOVE D-TL-REF TO NOS-REF
            MOVE "Inbound clearing item" TO NOS-TEXT
            PERFORM ADD-LEDGER-ITEM
            END-IF.
       ADD-LEDGER-ITEM.
          MOVE W-TODAY TO NOS-LOADED-DATE.
          SET NOS-OPEN TO TRUE.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSADD" USING NOS-CTRL-BLK NOS-REC.
          IF NOS-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-LEDG-LOADED
            END-IF.
*********
       BUILD-OPEN-TABLES.
          MOVE 0 TO W-S-COUNT.
          MOVE 0 TO W-L-COUNT.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSNAF" USING NOS-CTRL-BLK NOS-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL NOS-CTRL-RET-CODE NOT = 0
              IF NOS-OPEN THEN
                PERFORM ADD-TO-OPEN-TABLE
                END-IF
              CALL "NOSNAN" USING NOS-CTRL-BLK NOS-REC
            END-PERFORM.
       ADD-TO-OPEN-TABLE.
          IF NOS-STATEMENT THEN
            IF W-S-COUNT < 3000 THEN
              ADD 1 TO W-S-COUNT
              MOVE NOS-KEY TO W-S-KEY(W-S-COUNT)
              MOVE NOS-DATE TO W-S-DATE(W-S-COUNT)
              COMPUTE W-S-DAY(W-S-COUNT) =
                      FUNCTION INTEGER-OF-DATE(NOS-DATE)
              MOVE NOS-AMOUNT TO W-S-AMOUNT(W-S-COUNT)
              MOVE NOS-REF TO W-S-REF(W-S-COUNT)
              MOVE 'N' TO W-S-MATCHED(W-S-COUNT)
             ELSE
              ADD 1 TO W-OVERFLOW
              END-IF
           ELSE
            IF W-L-COUNT < 3000 THEN
              ADD 1 TO W-L-COUNT
              MOVE NOS-KEY TO W-L-KEY(W-L-COUNT)
              MOVE NOS-DATE TO W-L-DATE(W-L-COUNT)
              COMPUTE W-L-DAY(W-L-COUNT) =
                      FUNCTION INTEGER-OF-DATE(NOS-DATE)
              MOVE NOS-AMOUNT TO W-L-AMOUNT(W-L-COUNT)
              MOVE NOS-REF TO W-L-REF(W-L-COUNT)
              MOVE 'N' TO W-L-MATCHED(W-L-COUNT)
             ELSE
              ADD 1 TO W-OVERFLOW
              END-IF
            END-IF.
*********
       MATCH-ONE-BY-REFERENCE.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-L-IDX FROM 1 BY 1
              UNTIL W-L-IDX > W-L-COUNT OR W-FOUND
            IF W-L-MATCHED(W-L-IDX) = 'N' AND
                W-L-AMOUNT(W-L-IDX) = W-S-AMOUNT(W-S-IDX) AND
                W-L-REF(W-L-IDX) = W-S-REF(W-S-IDX) THEN
              COMPUTE W-DAY-DIFF =
                      FUNCTION ABS(W-L-DAY(W-L-IDX) -
                                   W-S-DAY(W-S-IDX))
              IF W-DAY-DIFF <= W-DATE-WINDOW THEN
                SET W-FOUND TO TRUE
                MOVE 'R' TO NOS-MATCH-RULE
                PERFORM RECORD-MATCH
                ADD 1 TO W-REF-MATCHES
                END-IF
              END-IF
          END-PERFORM.
       MATCH-ONE-BY-DATE.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-L-IDX FROM 1 BY 1
              UNTIL W-L-IDX > W-L-COUNT OR W-FOUND
            IF W-L-MATCHED(W-L-IDX) = 'N' AND
                W-L-AMOUNT(W-L-IDX) = W-S-AMOUNT(W-S-IDX) AND
                W-L-DATE(W-L-IDX) = W-S-DATE(W-S-IDX) THEN
              SET W-FOUND TO TRUE
              MOVE 'D' TO NOS-MATCH-RULE
              PERFORM RECORD-MATCH
              ADD 1 TO W-DATE-MATCHES
              END-IF
          END-PERFORM.
       RECORD-MATCH.
          MOVE 'Y' TO W-S-MATCHED(W-S-IDX).
          MOVE 'Y' TO W-L-MATCHED(W-L-IDX).
          MOVE W-S-KEY(W-S-IDX) TO NOS-KEY.
          MOVE W-L-KEY(W-L-IDX) TO NOS-MATCH-KEY.
          PERFORM MARK-ITEM-MATCHED.
          MOVE W-L-KEY(W-L-IDX) TO NOS-KEY.
          MOVE W-S-KEY(W-S-IDX) TO NOS-MATCH-KEY.
          PERFORM MARK-ITEM-MATCHED.
          MOVE W-S-AMOUNT(W-S-IDX) TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          IF W-SAVE-RULE = 'R' THEN
            STRING "Matched " W-S-KEY(W-S-IDX) " with "
                   W-L-KEY(W-L-IDX) " " W-AMT-ED " by reference"
                   INTO PRINT-REC
           ELSE
            STRING "Matched " W-S-KEY(W-S-IDX) " with "
                   W-L-KEY(W-L-IDX) " " W-AMT-ED " by date"
                   INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
       MARK-ITEM-MATCHED.
          MOVE NOS-MATCH-KEY TO W-SAVE-MATCH.
          MOVE NOS-MATCH-RULE TO W-SAVE-RULE.
          INITIALIZE NOS-CTRL-BLK.
          CALL "NOSRID" USING NOS-CTRL-BLK NOS-REC.
          IF NOS-CTRL-RET-CODE = 0 THEN
            SET NOS-MATCHED TO TRUE
            MOVE W-SAVE-MATCH TO NOS-MATCH-KEY
            MOVE W-SAVE-RULE TO NOS-MATCH-RULE
            MOVE W-TODAY TO NOS-MATCH-DATE
            INITIALIZE NOS-CTRL-BLK
            CALL "NOSREPL" USING NOS-CTRL-BLK NOS-REC
            END-IF.
*********
       WRITE-AGED-OPEN-ITEMS.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "On the statement, not in our books:" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-S-IDX FROM 1 BY 1
              UNTIL W-S-IDX > W-S-COUNT
            IF W-S-MATCHED(W-S-IDX) = 'N' THEN
              COMPUTE W-AGE = W-TODAY-INT - W-S-DAY(W-S-IDX)
              PERFORM SET-AGE-BUCKET
              ADD 1 TO W-AGE-COUNT(1, W-BKT)
              ADD W-S-AMOUNT(W-S-IDX) TO W-AGE-TOTAL(1, W-BKT)
              MOVE W-S-AMOUNT(W-S-IDX) TO W-AMT-ED
              MOVE SPACES TO PRINT-REC
              STRING "  " W-S-KEY(W-S-IDX) " " W-S-DATE(W-S-IDX)
                     " " W-AMT-ED " " W-S-REF(W-S-IDX) " age "
                     W-AGE INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "In our books, not on the statement:" TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-L-IDX FROM 1 BY 1
              UNTIL W-L-IDX > W-L-COUNT
            IF W-L-MATCHED(W-L-IDX) = 'N' THEN
              COMPUTE W-AGE = W-TODAY-INT - W-L-DAY(W-L-IDX)
              PERFORM SET-AGE-BUCKET
              ADD 1 TO W-AGE-COUNT(2, W-BKT)
              ADD W-L-AMOUNT(W-L-IDX) TO W-AGE-TOTAL(2, W-BKT)
              MOVE W-L-AMOUNT(W-L-IDX) TO W-AMT-ED
              MOVE SPACES TO PRINT-REC
              STRING "  " W-L-KEY(W-L-IDX) " " W-L-DATE(W-L-IDX)
                     " " W-AMT-ED " " W-L-REF(W-L-IDX) " age "
                     W-AGE INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
          END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Open items by age     statement side       books side"
            TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM VARYING W-BKT FROM 1 BY 1 UNTIL W-BKT > 4
            MOVE W-AGE-TOTAL(1, W-BKT) TO W-TOT-ED
            MOVE W-AGE-TOTAL(2, W-BKT) TO W-AMT-ED
            MOVE SPACES TO PRINT-REC
            STRING "  " W-AGE-LABEL(W-BKT) " " W-AGE-COUNT(1, W-BKT)
                   W-TOT-ED " " W-AGE-COUNT(2, W-BKT) W-AMT-ED
                   INTO PRINT-REC
            WRITE PRINT-REC
          END-PERFORM.
       SET-AGE-BUCKET.
          EVALUATE TRUE
            WHEN W-AGE <= 7
              MOVE 1 TO W-BKT
            WHEN W-AGE <= 30
              MOVE 2 TO W-BKT
            WHEN W-AGE <= 90
              MOVE 3 TO W-BKT
            WHEN OTHER
              MOVE 4 TO W-BKT
          END-EVALUATE.
*********
       LOCATE-CLEARING-GL-ACCOUNT.
          MOVE "CLEARING" TO C-ACC-FNAME.
          MOVE "GL" TO C-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK C-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE C-ACC-REC
            MOVE "CLEARING" TO C-ACC-FNAME
            MOVE "GL" TO C-ACC-LNAME
            MOVE 'A' TO C-ACC-STATUS
            MOVE 9999999.99 TO C-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK C-ACC-REC
            END-IF.
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
