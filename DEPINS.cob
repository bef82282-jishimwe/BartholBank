       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEPINS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'DEPINS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
           SELECT COVER-FILE ASSIGN TO 'DEPINSX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-X.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       FD  COVER-FILE.
       01  DX-REC.
           05  DX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  DX-CUST-ID     PIC 9(5).
           05  FILLER         PIC X(1).
           05  DX-CATEGORY    PIC X(1).
           05  FILLER         PIC X(1).
           05  DX-LNAME       PIC X(15).
           05  FILLER         PIC X(1).
           05  DX-FNAME       PIC X(15).
           05  FILLER         PIC X(1).
           05  DX-PRINCIPAL   PIC 9(9)V99.
           05  FILLER         PIC X(1).
           05  DX-INTEREST    PIC 9(9)V99.
           05  FILLER         PIC X(1).
           05  DX-TOTAL       PIC 9(9)V99.
           05  FILLER         PIC X(1).
           05  DX-INSURED     PIC 9(9)V99.
           05  FILLER         PIC X(1).
           05  DX-UNINSURED   PIC 9(9)V99.
       01  DX-HEADER-REC.
           05  DX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  DX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  DX-HDR-LIMIT   PIC 9(9)V99.
       01  DX-TRAILER-REC.
           05  DX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  DX-TRL-DETAILS PIC 9(7).
           05  FILLER         PIC X(1).
           05  DX-TRL-TOTAL   PIC 9(11)V99.
           05  FILLER         PIC X(1).
           05  DX-TRL-INSURED PIC 9(11)V99.
           05  FILLER         PIC X(1).
           05  DX-TRL-UNINSURED PIC 9(11)V99.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY RELCTRL.
        COPY TDPCTRL.
        COPY PARCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY TERMDEP REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'DEPINS'.
            05 FS-P           PIC 9(2).
            05 FS-X           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-LIMIT        PIC S9(9)V99.
            05 W-ELAPSED      PIC S9(7).
            05 W-TDP-ACCRUED  PIC S9(9)V99.
            05 W-ACC-PRIN     PIC S9(9)V99.
            05 W-ACC-INT      PIC S9(9)V99.
            05 W-SHARE-PRIN   PIC S9(9)V99.
            05 W-SHARE-INT    PIC S9(9)V99.
            05 W-REST-PRIN    PIC S9(9)V99.
            05 W-REST-INT     PIC S9(9)V99.
            05 W-TOTAL        PIC S9(9)V99.
            05 W-INSURED      PIC S9(9)V99.
            05 W-UNINSURED    PIC S9(9)V99.
            05 W-SUM-TOTAL    PIC S9(11)V99.
            05 W-SUM-INSURED  PIC S9(11)V99.
            05 W-SUM-UNINSURED PIC S9(11)V99.
            05 W-DETAIL-COUNT PIC 9(7).
            05 W-ACC-COUNT    PIC 9(5).
            05 W-EXCL-COUNT   PIC 9(5).
            05 W-OWNER-CUST   PIC 9(5).
            05 W-CATEGORY     PIC X(1).
            05 W-CAT-NAME     PIC X(8).
            05 W-NAME         PIC X(20).
            05 W-AMT-ED       PIC -ZZZZZZZZ9.99.
            05 W-INS-ED       PIC -ZZZZZZZZ9.99.
            05 W-UNI-ED       PIC -ZZZZZZZZ9.99.
            05 W-TOT-ED       PIC -ZZZZZZZZZZ9.99.
            05 W-TDA-TOT      PIC 9(4).
            05 W-TDA-IDX      PIC 9(4).
            05 W-TDA-HIT      PIC 9(4).
            05 W-REL-TOT      PIC 9(4).
            05 W-REL-IDX      PIC 9(4).
            05 W-DPS-TOT      PIC 9(4).
            05 W-DPS-IDX      PIC 9(4).
            05 W-DPS-HIT      PIC 9(4).
            05 W-AOW-TOT      PIC 9(2).
            05 W-AOW-IDX      PIC 9(2).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-TDA-TABLE.
            05 W-TDA-ENTRY OCCURS 2000 TIMES.
              10 W-TDA-ACC    PIC 9(5).
              10 W-TDA-PRIN   PIC S9(9)V99.
              10 W-TDA-INT    PIC S9(9)V99.
        01 W-REL-TABLE.
            05 W-REL-ENTRY OCCURS 5000 TIMES.
              10 W-REL-ACC    PIC 9(5).
              10 W-REL-CUST   PIC 9(5).
        01 W-AOW-TABLE.
            05 W-AOW-CUST OCCURS 20 TIMES PIC 9(5).
        01 W-DPS-TABLE.
            05 W-DPS-ENTRY OCCURS 5000 TIMES.
              10 W-DPS-CUST   PIC 9(5).
              10 W-DPS-CAT    PIC X(1).
              10 W-DPS-PRIN   PIC S9(9)V99.
              10 W-DPS-INT    PIC S9(9)V99.
       PROCEDURE DIVISION.
       REPORT-DEPOSIT-COVERAGE.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "TDPIO" USING TDP-CTRL-BLK.
          PERFORM LOAD-COVERAGE-LIMIT.
          MOVE 0 TO W-TDA-TOT.
          MOVE 0 TO W-REL-TOT.
          MOVE 0 TO W-DPS-TOT.
          MOVE 0 TO W-ACC-COUNT.
          MOVE 0 TO W-EXCL-COUNT.
          MOVE 0 TO W-DETAIL-COUNT.
          MOVE 0 TO W-SUM-TOTAL.
          MOVE 0 TO W-SUM-INSURED.
          MOVE 0 TO W-SUM-UNINSURED.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open DEPINS report, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          OPEN OUTPUT COVER-FILE.
          IF FS-X NOT = 0 THEN
            DISPLAY "Unable to open DEPINSX file, status " FS-X
            CLOSE PRINT-FILE
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          PERFORM LOAD-TERM-DEPOSITS.
          PERFORM LOAD-JOINT-OWNERS.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF NOT ACC-IS-CASH AND NOT ACC-CLOSED THEN
                IF ACC-CHGOFF THEN
                  ADD 1 TO W-EXCL-COUNT
                 ELSE
                  PERFORM ALLOCATE-ONE-ACCOUNT
                  END-IF
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          MOVE W-LIMIT TO W-AMT-ED.
          STRING "Deposit insurance coverage - " W-TODAY
                 " - limit per depositor/category " W-AMT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          MOVE "Cust" TO PRINT-REC(1:4).
          MOVE "Category" TO PRINT-REC(7:8).
          MOVE "Name" TO PRINT-REC(16:4).
          MOVE "Total deposit" TO PRINT-REC(37:13).
          MOVE "Insured" TO PRINT-REC(57:7).
          MOVE "Uninsured" TO PRINT-REC(69:9).
          WRITE PRINT-REC.
          PERFORM WRITE-HEADER-RECORD.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              PERFORM REPORT-ONE-DEPOSITOR
              INITIALIZE CUS-CTRL-BLK
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
          INITIALIZE CUST-REC.
          MOVE "No customer link" TO CUST-LNAME.
          PERFORM REPORT-ONE-DEPOSITOR.
          PERFORM WRITE-TRAILER-RECORD.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-SUM-TOTAL TO W-TOT-ED.
          STRING "Total deposits covered by scheme   " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-SUM-INSURED TO W-TOT-ED.
          STRING "Total insured                      " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-SUM-UNINSURED TO W-TOT-ED.
          STRING "Total uninsured                    " W-TOT-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-ACC-COUNT " account(s) included, " W-EXCL-COUNT
                 " charged-off account(s) excluded" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE COVER-FILE.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-DETAIL-COUNT " depositor line(s) written to "
                  "DEPINS and DEPINSX".
          MOVE W-DETAIL-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       LOAD-COVERAGE-LIMIT.
          MOVE 100000 TO W-LIMIT.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "DEPINSLIM" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-LIMIT
            END-IF.
       LOAD-TERM-DEPOSITS.
          INITIALIZE TDP-CTRL-BLK.
          CALL "TDPNAF" USING TDP-CTRL-BLK TDP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TDP-CTRL-RET-CODE NOT = 0
              IF TDP-ACTIVE THEN
                PERFORM STASH-TERM-DEPOSIT
                END-IF
              CALL "TDPNAN" USING TDP-CTRL-BLK TDP-REC
            END-PERFORM.
       STASH-TERM-DEPOSIT.
          COMPUTE W-ELAPSED =
                  FUNCTION INTEGER-OF-DATE(W-TODAY) -
                  FUNCTION INTEGER-OF-DATE(TDP-START).
          IF W-ELAPSED < 0 THEN
            MOVE 0 TO W-ELAPSED
            END-IF.
          IF W-ELAPSED > TDP-TERM-DAYS THEN
            MOVE TDP-TERM-DAYS TO W-ELAPSED
            END-IF.
          MOVE 0 TO W-TDA-HIT.
          PERFORM VARYING W-TDA-IDX FROM 1 BY 1
              UNTIL W-TDA-IDX > W-TDA-TOT OR W-TDA-HIT NOT = 0
            IF W-TDA-ACC(W-TDA-IDX) = TDP-ACC THEN
              MOVE W-TDA-IDX TO W-TDA-HIT
              END-IF
          END-PERFORM.
          IF W-TDA-HIT = 0 THEN
            IF W-TDA-TOT < 2000 THEN
              ADD 1 TO W-TDA-TOT
              MOVE W-TDA-TOT TO W-TDA-HIT
              MOVE TDP-ACC TO W-TDA-ACC(W-TDA-HIT)
              MOVE 0 TO W-TDA-PRIN(W-TDA-HIT)
              MOVE 0 TO W-TDA-INT(W-TDA-HIT)
             ELSE
              DISPLAY "Term deposit table full - deposit " TDP-ID
                      " not included"
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
          IF W-TDA-HIT NOT = 0 THEN
            ADD TDP-PRINCIPAL TO W-TDA-PRIN(W-TDA-HIT)
            COMPUTE W-TDP-ACCRUED ROUNDED =
                    TDP-PRINCIPAL * TDP-RATE-PCT / 100 *
                    W-ELAPSED / 365 - TDP-INT-PAID
            IF W-TDP-ACCRUED < 0 THEN
              MOVE 0 TO W-TDP-ACCRUED
              END-IF
            ADD W-TDP-ACCRUED TO W-TDA-INT(W-TDA-HIT)
            END-IF.
       LOAD-JOINT-OWNERS.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELNAF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0
              IF REL-PRIMARY OR REL-JOINT THEN
                IF W-REL-TOT < 5000 THEN
                  ADD 1 TO W-REL-TOT
                  MOVE REL-ACC TO W-REL-ACC(W-REL-TOT)
                  MOVE REL-CUST TO W-REL-CUST(W-REL-TOT)
                 ELSE
                  DISPLAY "Relationship table full - customer "
                          REL-CUST " account " REL-ACC " ignored"
                  MOVE 1 TO RETURN-CODE
                  END-IF
                END-IF
              INITIALIZE REL-CTRL-BLK
              CALL "RELNAN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
*********
       ALLOCATE-ONE-ACCOUNT.
          MOVE 0 TO W-ACC-PRIN.
          MOVE 0 TO W-ACC-INT.
          IF ACC-BALANCE > 0 THEN
            MOVE ACC-BALANCE TO W-ACC-PRIN
            END-IF.
          PERFORM VARYING W-TDA-IDX FROM 1 BY 1
              UNTIL W-TDA-IDX > W-TDA-TOT
            IF W-TDA-ACC(W-TDA-IDX) = ACC-ID THEN
              ADD W-TDA-PRIN(W-TDA-IDX) TO W-ACC-PRIN
              ADD W-TDA-INT(W-TDA-IDX) TO W-ACC-INT
              END-IF
          END-PERFORM.
          IF W-ACC-PRIN NOT = 0 OR W-ACC-INT NOT = 0 THEN
            PERFORM SPLIT-ACCOUNT-OWNERSHIP
            END-IF.
       SPLIT-ACCOUNT-OWNERSHIP.
          ADD 1 TO W-ACC-COUNT.
          MOVE 0 TO W-AOW-TOT.
          IF ACC-CUST-ID NOT = 0 THEN
            MOVE ACC-CUST-ID TO W-OWNER-CUST
            PERFORM ADD-ACCOUNT-OWNER
            END-IF.
          PERFORM VARYING W-REL-IDX FROM 1 BY 1
              UNTIL W-REL-IDX > W-REL-TOT
            IF W-REL-ACC(W-REL-IDX) = ACC-ID THEN
              MOVE W-REL-CUST(W-REL-IDX) TO W-OWNER-CUST
              PERFORM ADD-ACCOUNT-OWNER
              END-IF
          END-PERFORM.
          MOVE 'S' TO W-CATEGORY.
          IF W-AOW-TOT > 1 THEN
            MOVE 'J' TO W-CATEGORY
            END-IF.
          IF W-AOW-TOT > 0 THEN
            MOVE W-AOW-CUST(1) TO CUST-ID
            INITIALIZE CUS-CTRL-BLK
            CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
            IF CUS-CTRL-RET-CODE = 0 AND CUST-BUSINESS THEN
              MOVE 'B' TO W-CATEGORY
              MOVE 1 TO W-AOW-TOT
              END-IF
           ELSE
            MOVE 1 TO W-AOW-TOT
            MOVE 0 TO W-AOW-CUST(1)
            END-IF.
          COMPUTE W-SHARE-PRIN =
                  W-ACC-PRIN / W-AOW-TOT.
          COMPUTE W-SHARE-INT =
                  W-ACC-INT / W-AOW-TOT.
          COMPUTE W-REST-PRIN = W-ACC-PRIN - W-SHARE-PRIN * W-AOW-TOT.
          COMPUTE W-REST-INT = W-ACC-INT - W-SHARE-INT * W-AOW-TOT.
          PERFORM VARYING W-AOW-IDX FROM 1 BY 1
              UNTIL W-AOW-IDX > W-AOW-TOT
            MOVE W-AOW-CUST(W-AOW-IDX) TO W-OWNER-CUST
            PERFORM FIND-OR-ADD-DEPOSITOR
            IF W-DPS-HIT NOT = 0 THEN
              ADD W-SHARE-PRIN TO W-DPS-PRIN(W-DPS-HIT)
              ADD W-SHARE-INT TO W-DPS-INT(W-DPS-HIT)
              IF W-AOW-IDX = 1 THEN
                ADD W-REST-PRIN TO W-DPS-PRIN(W-DPS-HIT)
                ADD W-REST-INT TO W-DPS-INT(W-DPS-HIT)
                END-IF
              END-IF
          END-PERFORM.
       ADD-ACCOUNT-OWNER.
          MOVE 'N' TO W-FOUND-SW.
          PERFORM VARYING W-AOW-IDX FROM 1 BY 1
              UNTIL W-AOW-IDX > W-AOW-TOT OR W-FOUND
            IF W-AOW-CUST(W-AOW-IDX) = W-OWNER-CUST THEN
              SET W-FOUND TO TRUE
              END-IF
          END-PERFORM.
          IF NOT W-FOUND AND W-AOW-TOT < 20 THEN
            ADD 1 TO W-AOW-TOT
            MOVE W-OWNER-CUST TO W-AOW-CUST(W-AOW-TOT)
            END-IF.
       FIND-OR-ADD-DEPOSITOR.
          MOVE 0 TO W-DPS-HIT.
          PERFORM VARYING W-DPS-IDX FROM 1 BY 1
              UNTIL W-DPS-IDX > W-DPS-TOT OR W-DPS-HIT NOT = 0
            IF W-DPS-CUST(W-DPS-IDX) = W-OWNER-CUST AND
                W-DPS-CAT(W-DPS-IDX) = W-CATEGORY THEN
              MOVE W-DPS-IDX TO W-DPS-HIT
              END-IF
          END-PERFORM.
          IF W-DPS-HIT = 0 THEN
            IF W-DPS-TOT < 5000 THEN
              ADD 1 TO W-DPS-TOT
              MOVE W-DPS-TOT TO W-DPS-HIT
              MOVE W-OWNER-CUST TO W-DPS-CUST(W-DPS-HIT)
              MOVE W-CATEGORY TO W-DPS-CAT(W-DPS-HIT)
              MOVE 0 TO W-DPS-PRIN(W-DPS-HIT)
              MOVE 0 TO W-DPS-INT(W-DPS-HIT)
             ELSE
              DISPLAY "Depositor table full - account " ACC-ID
                      " share for customer " W-OWNER-CUST
                      " not included"
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
*********
       REPORT-ONE-DEPOSITOR.
          MOVE CUST-ID TO W-OWNER-CUST.
          MOVE 'S' TO W-CATEGORY.
          PERFORM REPORT-ONE-CATEGORY.
          MOVE 'J' TO W-CATEGORY.
          PERFORM REPORT-ONE-CATEGORY.
          MOVE 'B' TO W-CATEGORY.
          PERFORM REPORT-ONE-CATEGORY.
       REPORT-ONE-CATEGORY.
          MOVE 0 TO W-DPS-HIT.
          PERFORM VARYING W-DPS-IDX FROM 1 BY 1
              UNTIL W-DPS-IDX > W-DPS-TOT OR W-DPS-HIT NOT = 0
            IF W-DPS-CUST(W-DPS-IDX) = W-OWNER-CUST AND
                W-DPS-CAT(W-DPS-IDX) = W-CATEGORY THEN
              MOVE W-DPS-IDX TO W-DPS-HIT
              END-IF
          END-PERFORM.
          IF W-DPS-HIT NOT = 0 THEN
            PERFORM WRITE-DEPOSITOR-LINE
            END-IF.
       WRITE-DEPOSITOR-LINE.
          COMPUTE W-TOTAL = W-DPS-PRIN(W-DPS-HIT) +
                            W-DPS-INT(W-DPS-HIT).
          IF W-TOTAL > W-LIMIT THEN
            MOVE W-LIMIT TO W-INSURED
           ELSE
            MOVE W-TOTAL TO W-INSURED
            END-IF.
          COMPUTE W-UNINSURED = W-TOTAL - W-INSURED.
          ADD W-TOTAL TO W-SUM-TOTAL.
          ADD W-INSURED TO W-SUM-INSURED.
          ADD W-UNINSURED TO W-SUM-UNINSURED.
          EVALUATE W-CATEGORY
            WHEN 'S'
              MOVE "Single" TO W-CAT-NAME
            WHEN 'J'
              MOVE "Joint" TO W-CAT-NAME
            WHEN 'B'
              MOVE "Business" TO W-CAT-NAME
          END-EVALUATE.
          MOVE SPACES TO W-NAME.
          STRING FUNCTION TRIM(CUST-FNAME) " "
                 FUNCTION TRIM(CUST-LNAME) DELIMITED BY SIZE
                 INTO W-NAME.
          MOVE W-TOTAL TO W-AMT-ED.
          MOVE W-INSURED TO W-INS-ED.
          MOVE W-UNINSURED TO W-UNI-ED.
          STRING W-OWNER-CUST " " W-CAT-NAME " " W-NAME " "
                 W-AMT-ED " " W-INS-ED " " W-UNI-ED
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          INITIALIZE DX-REC.
          MOVE 'D' TO DX-TYPE.
          MOVE W-OWNER-CUST TO DX-CUST-ID.
          MOVE W-CATEGORY TO DX-CATEGORY.
          MOVE CUST-LNAME TO DX-LNAME.
          MOVE CUST-FNAME TO DX-FNAME.
          MOVE W-DPS-PRIN(W-DPS-HIT) TO DX-PRINCIPAL.
          MOVE W-DPS-INT(W-DPS-HIT) TO DX-INTEREST.
          MOVE W-TOTAL TO DX-TOTAL.
          MOVE W-INSURED TO DX-INSURED.
          MOVE W-UNINSURED TO DX-UNINSURED.
          WRITE DX-REC.
          ADD 1 TO W-DETAIL-COUNT.
       WRITE-HEADER-RECORD.
          INITIALIZE DX-HEADER-REC.
          MOVE 'H' TO DX-HDR-TAG.
          MOVE W-TODAY TO DX-HDR-DATE.
          MOVE W-LIMIT TO DX-HDR-LIMIT.
          WRITE DX-HEADER-REC.
       WRITE-TRAILER-RECORD.
          INITIALIZE DX-TRAILER-REC.
          MOVE 'T' TO DX-TRL-TAG.
          MOVE W-DETAIL-COUNT TO DX-TRL-DETAILS.
          MOVE W-SUM-TOTAL TO DX-TRL-TOTAL.
          MOVE W-SUM-INSURED TO DX-TRL-INSURED.
          MOVE W-SUM-UNINSURED TO DX-TRL-UNINSURED.
          WRITE DX-TRAILER-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
