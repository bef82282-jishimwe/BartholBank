       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SODRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'SODRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY BDTCTRL.
        COPY OPERCTRL.
        COPY TRANCTRL.
        COPY BENCTRL.
        COPY PCHCTRL.
        COPY AUDCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY RELCTRL.
        COPY PARCTRL.
        COPY EVTCTRL.
        COPY RPTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY OPERATOR REPLACING ==:PREFIX:== BY ====.
        COPY TRAN REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ====.
        COPY BENEF REPLACING ==:PREFIX:== BY ====.
        COPY PENDCHG REPLACING ==:PREFIX:== BY ====.
        COPY AUDIT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'SODRPT'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-FROM-DATE    PIC 9(8).
            05 W-OPEN-FROM    PIC 9(8).
            05 W-MIN-PAIR     PIC 9(5) VALUE 3.
            05 W-CONC-PCT     PIC 9(3) VALUE 50.
            05 W-WDR-LIMIT    PIC S9(7)V99 VALUE 5000.
            05 W-OP-IDX       PIC 9(3).
            05 W-OP-COUNT     PIC 9(3).
            05 W-PR-IDX       PIC 9(3).
            05 W-PR-COUNT     PIC 9(3).
            05 W-RV-IDX       PIC 9(3).
            05 W-EX-IDX       PIC 9(3).
            05 W-EX-COUNT     PIC 9(3).
            05 W-ON-IDX       PIC 9(4).
            05 W-ON-COUNT     PIC 9(4).
            05 W-FIND-OPER    PIC X(10).
            05 W-CHK-MAKER    PIC X(10).
            05 W-CHK-CHECKER  PIC X(10).
            05 W-CHK-SOURCE   PIC X(1).
            05 W-CHK-ACC      PIC 9(5).
            05 W-CHK-CUST     PIC 9(5).
            05 W-RELATION     PIC X(9).
            05 W-CHECKER-TOT  PIC 9(7).
            05 W-SHARE        PIC 9(3).
            05 W-FLAG-SW      PIC X(1).
              88 W-PAIR-FLAGGED VALUE 'Y'.
            05 W-FOUND-SW     PIC X(1).
              88 W-DEBIT-FOUND  VALUE 'Y'.
            05 W-FLAG-COUNT   PIC 9(5).
            05 W-SELF-COUNT   PIC 9(5).
            05 W-OTW-COUNT    PIC 9(5).
            05 W-COUNT-ED     PIC ZZZZ9.
            05 W-TOTAL-ED     PIC ZZZZZ9.
            05 W-SHARE-ED     PIC ZZ9.
            05 W-AMOUNT-ED    PIC -ZZZZZZ9.99.
        01 W-OP-TABLE.
            05 W-OP-ENTRY OCCURS 200 TIMES.
              10 W-OP-ID         PIC X(10).
              10 W-OP-CUST       PIC 9(5).
              10 W-OP-ADDRESS    PIC X(30).
        01 W-PAIR-TABLE.
            05 W-PR-ENTRY OCCURS 500 TIMES.
              10 W-PR-MAKER      PIC X(10).
              10 W-PR-CHECKER    PIC X(10).
              10 W-PR-TRAN       PIC 9(5).
              10 W-PR-BEN        PIC 9(5).
              10 W-PR-PCH        PIC 9(5).
              10 W-PR-TOTAL      PIC 9(6).
        01 W-EXCP-TABLE.
            05 W-EX-ENTRY OCCURS 300 TIMES.
              10 W-EX-TYPE       PIC X(1).
                88 W-EX-SELF-RELATED VALUE 'S'.
                88 W-EX-OPEN-WITHDRAW VALUE 'O'.
              10 W-EX-SOURCE     PIC X(6).
              10 W-EX-REF        PIC 9(5).
              10 W-EX-ACC        PIC 9(5).
              10 W-EX-APPROVER   PIC X(10).
              10 W-EX-MAKER      PIC X(10).
              10 W-EX-RELATION   PIC X(9).
              10 W-EX-DATE       PIC 9(8).
              10 W-EX-AMOUNT     PIC S9(7)V99.
        01 W-OPENED-TABLE.
            05 W-ON-ENTRY OCCURS 1000 TIMES.
              10 W-ON-ACC        PIC 9(5).
              10 W-ON-OPER       PIC X(10).
              10 W-ON-DATE       PIC 9(8).
       PROCEDURE DIVISION.
       SEGREGATION-OF-DUTIES.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY TO W-FROM-DATE.
          MOVE 01 TO W-FROM-DATE(7:2).
          COMPUTE W-OPEN-FROM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-FROM-DATE) - 31).
          CALL "OPERIO" USING OPER-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "BENIO" USING BEN-CTRL-BLK.
          CALL "PCHIO" USING PCH-CTRL-BLK.
          CALL "AUDITIO" USING AUD-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "EVTIO" USING EVT-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          PERFORM LOAD-SOD-PARAMETERS.
          MOVE 0 TO W-PR-COUNT.
          MOVE 0 TO W-EX-COUNT.
          MOVE 0 TO W-ON-COUNT.
          MOVE 0 TO W-FLAG-COUNT.
          MOVE 0 TO W-SELF-COUNT.
          MOVE 0 TO W-OTW-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open SODRPT print file, status "
                    FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          PERFORM LOAD-OPERATORS.
          PERFORM SCAN-TRANSACTIONS.
          PERFORM SCAN-BENEFICIARIES.
          PERFORM SCAN-ACCOUNT-CHANGES.
          PERFORM SCAN-ACCOUNT-OPENINGS.
          PERFORM CHECK-OPEN-THEN-WITHDRAW
            VARYING W-ON-IDX FROM 1 BY 1 UNTIL W-ON-IDX > W-ON-COUNT.
          STRING "Segregation of duties conflicts " W-FROM-DATE
                 " to " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM PRINT-PAIR-SECTION.
          PERFORM PRINT-SELF-RELATED-SECTION.
          PERFORM PRINT-OPEN-WITHDRAW-SECTION.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-FLAG-COUNT " flagged pair(s), " W-SELF-COUNT
                 " self-related approval(s), " W-OTW-COUNT
                 " open-then-withdraw" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          PERFORM LOG-SUMMARY.
          DISPLAY "Segregation of duties: " W-FLAG-COUNT " pair(s), "
                  W-SELF-COUNT " self-related, " W-OTW-COUNT
                  " open-then-withdraw - see SODRPT file".
          COMPUTE STEP-RECORD-COUNT = W-FLAG-COUNT + W-SELF-COUNT
                  + W-OTW-COUNT.
          GOBACK.
       LOAD-SOD-PARAMETERS.
          INITIALIZE PAR-REC.
          MOVE "SODMINPR" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-MIN-PAIR
            END-IF.
          INITIALIZE PAR-REC.
          MOVE "SODCONC" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 AND
              PAR-NUM <= 100 THEN
            MOVE PAR-NUM TO W-CONC-PCT
            END-IF.
          INITIALIZE PAR-REC.
          MOVE "SODWDAMT" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-WDR-LIMIT
            END-IF.
       LOAD-OPERATORS.
          MOVE 0 TO W-OP-COUNT.
          INITIALIZE OPER-CTRL-BLK.
          CALL "OPERNAF" USING OPER-CTRL-BLK OPER-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL OPER-CTRL-RET-CODE NOT = 0 OR W-OP-COUNT = 200
              ADD 1 TO W-OP-COUNT
              MOVE OPER-ID TO W-OP-ID(W-OP-COUNT)
              MOVE OPER-CUST-ID TO W-OP-CUST(W-OP-COUNT)
              MOVE SPACES TO W-OP-ADDRESS(W-OP-COUNT)
              IF OPER-CUST-ID NOT = 0 THEN
                INITIALIZE CUST-REC
                MOVE OPER-CUST-ID TO CUST-ID
                INITIALIZE CUS-CTRL-BLK
                CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC
                IF CUS-CTRL-RET-CODE = 0 THEN
                  MOVE CUST-ADDRESS TO W-OP-ADDRESS(W-OP-COUNT)
                  END-IF
                END-IF
              CALL "OPERNAN" USING OPER-CTRL-BLK OPER-REC
            END-PERFORM.
*********
       SCAN-TRANSACTIONS.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANIDF" USING TRAN-CTRL-BLK T-TRAN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF T-TRAN-DATE >= W-FROM-DATE AND
                  T-TRAN-DATE <= W-TODAY AND
                  T-TRAN-APPROVER NOT = SPACES AND
                  T-TRAN-APPROVER NOT = T-TRAN-MAKER THEN
                MOVE T-TRAN-MAKER TO W-CHK-MAKER
                MOVE T-TRAN-APPROVER TO W-CHK-CHECKER
                MOVE 'T' TO W-CHK-SOURCE
                PERFORM ADD-PAIR THRU ADD-PAIR-EXIT
                PERFORM CHECK-TRAN-LINES THRU CHECK-TRAN-LINES-EXIT
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANIDN" USING TRAN-CTRL-BLK T-TRAN-REC
            END-PERFORM.
       CHECK-TRAN-LINES.
          MOVE T-TRAN-APPROVER TO W-FIND-OPER.
          PERFORM FIND-OPERATOR.
          IF W-OP-IDX = 0 THEN
            GO TO CHECK-TRAN-LINES-EXIT
            END-IF.
          IF W-OP-CUST(W-OP-IDX) = 0 THEN
            GO TO CHECK-TRAN-LINES-EXIT
            END-IF.
          INITIALIZE TRAN-LINE-REC.
          MOVE T-TRAN-ID TO TL-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLTRF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              IF TL-ACC NOT = T-TRAN-CASH-ACC THEN
                MOVE TL-ACC TO W-CHK-ACC
                PERFORM CHECK-ACCOUNT-RELATED
                  THRU CHECK-ACCOUNT-RELATED-EXIT
                IF W-RELATION NOT = SPACES THEN
                  PERFORM ADD-EXCEPTION
                  MOVE 'S' TO W-EX-TYPE(W-EX-IDX)
                  MOVE "TRAN" TO W-EX-SOURCE(W-EX-IDX)
                  MOVE T-TRAN-ID TO W-EX-REF(W-EX-IDX)
                  MOVE TL-ACC TO W-EX-ACC(W-EX-IDX)
                  MOVE T-TRAN-APPROVER TO W-EX-APPROVER(W-EX-IDX)
                  MOVE T-TRAN-MAKER TO W-EX-MAKER(W-EX-IDX)
                  MOVE W-RELATION TO W-EX-RELATION(W-EX-IDX)
                  MOVE T-TRAN-DATE TO W-EX-DATE(W-EX-IDX)
                  MOVE TL-AMOUNT TO W-EX-AMOUNT(W-EX-IDX)
                  END-IF
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLTRN" USING TRAN-CTRL-BLK TRAN-LINE-REC
            END-PERFORM.
          INITIALIZE TRAN-CTRL-BLK.
*********
       CHECK-TRAN-LINES-EXIT.
          EXIT.
       SCAN-BENEFICIARIES.
          INITIALIZE BEN-CTRL-BLK.
          CALL "BENNAF" USING BEN-CTRL-BLK BEN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BEN-CTRL-RET-CODE NOT = 0
              IF BEN-ADDED-DATE >= W-FROM-DATE AND
                  BEN-ADDED-DATE <= W-TODAY AND
                  BEN-CHECKER NOT = SPACES AND
                  BEN-CHECKER NOT = BEN-MAKER THEN
                MOVE BEN-MAKER TO W-CHK-MAKER
                MOVE BEN-CHECKER TO W-CHK-CHECKER
                MOVE 'B' TO W-CHK-SOURCE
                PERFORM ADD-PAIR THRU ADD-PAIR-EXIT
                MOVE BEN-CHECKER TO W-FIND-OPER
                PERFORM FIND-OPERATOR
                MOVE BEN-CUST TO W-CHK-CUST
                PERFORM CHECK-CUSTOMER-RELATED
                  THRU CHECK-CUSTOMER-RELATED-EXIT
                IF W-RELATION NOT = SPACES THEN
                  PERFORM ADD-EXCEPTION
                  MOVE 'S' TO W-EX-TYPE(W-EX-IDX)
                  MOVE "BENEF" TO W-EX-SOURCE(W-EX-IDX)
                  MOVE BEN-SEQ TO W-EX-REF(W-EX-IDX)
                  MOVE BEN-CUST TO W-EX-ACC(W-EX-IDX)
                  MOVE BEN-CHECKER TO W-EX-APPROVER(W-EX-IDX)
                  MOVE BEN-MAKER TO W-EX-MAKER(W-EX-IDX)
                  MOVE W-RELATION TO W-EX-RELATION(W-EX-IDX)
                  MOVE BEN-ADDED-DATE TO W-EX-DATE(W-EX-IDX)
                  MOVE 0 TO W-EX-AMOUNT(W-EX-IDX)
                  END-IF
                END-IF
              CALL "BENNAN" USING BEN-CTRL-BLK BEN-REC
            END-PERFORM.
*********
       SCAN-ACCOUNT-CHANGES.
          INITIALIZE PCH-CTRL-BLK.
          CALL "PCHNAF" USING PCH-CTRL-BLK PCH-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL PCH-CTRL-RET-CODE NOT = 0
              IF PCH-DATE >= W-FROM-DATE AND PCH-DATE <= W-TODAY AND
                  NOT PCH-PENDING AND PCH-CHECKER NOT = SPACES AND
                  PCH-CHECKER NOT = PCH-MAKER THEN
                MOVE PCH-MAKER TO W-CHK-MAKER
                MOVE PCH-CHECKER TO W-CHK-CHECKER
                MOVE 'P' TO W-CHK-SOURCE
                PERFORM ADD-PAIR THRU ADD-PAIR-EXIT
                MOVE PCH-CHECKER TO W-FIND-OPER
                PERFORM FIND-OPERATOR
                MOVE PCH-ACC TO W-CHK-ACC
                PERFORM CHECK-ACCOUNT-RELATED
                  THRU CHECK-ACCOUNT-RELATED-EXIT
                IF W-RELATION NOT = SPACES THEN
                  PERFORM ADD-EXCEPTION
                  MOVE 'S' TO W-EX-TYPE(W-EX-IDX)
                  MOVE "ACCCHG" TO W-EX-SOURCE(W-EX-IDX)
                  MOVE PCH-ID TO W-EX-REF(W-EX-IDX)
                  MOVE PCH-ACC TO W-EX-ACC(W-EX-IDX)
                  MOVE PCH-CHECKER TO W-EX-APPROVER(W-EX-IDX)
                  MOVE PCH-MAKER TO W-EX-MAKER(W-EX-IDX)
                  MOVE W-RELATION TO W-EX-RELATION(W-EX-IDX)
                  MOVE PCH-DATE TO W-EX-DATE(W-EX-IDX)
                  MOVE 0 TO W-EX-AMOUNT(W-EX-IDX)
                  END-IF
                END-IF
              CALL "PCHNAN" USING PCH-CTRL-BLK PCH-REC
            END-PERFORM.
*********
       SCAN-ACCOUNT-OPENINGS.
          INITIALIZE AUD-CTRL-BLK.
          CALL "AUDRDF" USING AUD-CTRL-BLK AUDIT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL AUD-CTRL-RET-CODE NOT = 0
              IF AUDIT-ACTION = "ACCADD" AND
                  AUDIT-DATE >= W-OPEN-FROM AND
                  AUDIT-DATE <= W-TODAY AND W-ON-COUNT < 1000 THEN
                ADD 1 TO W-ON-COUNT
                MOVE AUDIT-TRAN-ID TO W-ON-ACC(W-ON-COUNT)
                MOVE AUDIT-OPERATOR TO W-ON-OPER(W-ON-COUNT)
                MOVE AUDIT-DATE TO W-ON-DATE(W-ON-COUNT)
                END-IF
              CALL "AUDRDN" USING AUD-CTRL-BLK AUDIT-REC
            END-PERFORM.
          CALL "AUDEND".
       CHECK-OPEN-THEN-WITHDRAW.
          MOVE 'N' TO W-FOUND-SW.
          INITIALIZE TRAN-LINE-REC.
          MOVE W-ON-ACC(W-ON-IDX) TO TL-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0 OR W-DEBIT-FOUND
              IF TL-AMOUNT < 0 THEN
                PERFORM CHECK-FIRST-DEBIT THRU CHECK-FIRST-DEBIT-EXIT
                END-IF
              IF NOT W-DEBIT-FOUND THEN
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANLACN" USING TRAN-CTRL-BLK TRAN-LINE-REC
                END-IF
            END-PERFORM.
          INITIALIZE TRAN-CTRL-BLK.
       CHECK-FIRST-DEBIT.
          INITIALIZE T-TRAN-REC.
          MOVE TL-TRAN-ID TO T-TRAN-ID.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE NOT = 0 OR NOT T-TRAN-CLOSE OR
              T-TRAN-DATE < W-ON-DATE(W-ON-IDX) THEN
            MOVE 0 TO TRAN-CTRL-RET-CODE
            GO TO CHECK-FIRST-DEBIT-EXIT
            END-IF.
          SET W-DEBIT-FOUND TO TRUE.
          IF T-TRAN-DATE < W-FROM-DATE OR
              FUNCTION ABS(TL-AMOUNT) < W-WDR-LIMIT THEN
            GO TO CHECK-FIRST-DEBIT-EXIT
            END-IF.
          IF T-TRAN-MAKER NOT = W-ON-OPER(W-ON-IDX) AND
              T-TRAN-APPROVER NOT = W-ON-OPER(W-ON-IDX) THEN
            GO TO CHECK-FIRST-DEBIT-EXIT
            END-IF.
          PERFORM ADD-EXCEPTION.
          MOVE 'O' TO W-EX-TYPE(W-EX-IDX).
          MOVE "TRAN" TO W-EX-SOURCE(W-EX-IDX).
          MOVE T-TRAN-ID TO W-EX-REF(W-EX-IDX).
          MOVE TL-ACC TO W-EX-ACC(W-EX-IDX).
          MOVE T-TRAN-APPROVER TO W-EX-APPROVER(W-EX-IDX).
          MOVE T-TRAN-MAKER TO W-EX-MAKER(W-EX-IDX).
          MOVE W-ON-OPER(W-ON-IDX) TO W-EX-RELATION(W-EX-IDX).
          MOVE W-ON-DATE(W-ON-IDX) TO W-EX-DATE(W-EX-IDX).
          MOVE TL-AMOUNT TO W-EX-AMOUNT(W-EX-IDX).
*********
       CHECK-FIRST-DEBIT-EXIT.
          EXIT.
       FIND-OPERATOR.
          PERFORM
            VARYING W-OP-IDX FROM 1 BY 1
            UNTIL W-OP-IDX > W-OP-COUNT
              IF W-OP-ID(W-OP-IDX) = W-FIND-OPER THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-OP-IDX > W-OP-COUNT THEN
            MOVE 0 TO W-OP-IDX
            END-IF.
       ADD-PAIR.
          PERFORM
            VARYING W-PR-IDX FROM 1 BY 1
            UNTIL W-PR-IDX > W-PR-COUNT
              IF W-PR-MAKER(W-PR-IDX) = W-CHK-MAKER AND
                  W-PR-CHECKER(W-PR-IDX) = W-CHK-CHECKER THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-PR-IDX > W-PR-COUNT THEN
            IF W-PR-COUNT = 500 THEN
              GO TO ADD-PAIR-EXIT
              END-IF
            ADD 1 TO W-PR-COUNT
            MOVE W-PR-COUNT TO W-PR-IDX
            MOVE W-CHK-MAKER TO W-PR-MAKER(W-PR-IDX)
            MOVE W-CHK-CHECKER TO W-PR-CHECKER(W-PR-IDX)
            MOVE 0 TO W-PR-TRAN(W-PR-IDX)
            MOVE 0 TO W-PR-BEN(W-PR-IDX)
            MOVE 0 TO W-PR-PCH(W-PR-IDX)
            MOVE 0 TO W-PR-TOTAL(W-PR-IDX)
            END-IF.
          EVALUATE W-CHK-SOURCE
            WHEN 'T'
              ADD 1 TO W-PR-TRAN(W-PR-IDX)
            WHEN 'B'
              ADD 1 TO W-PR-BEN(W-PR-IDX)
            WHEN 'P'
              ADD 1 TO W-PR-PCH(W-PR-IDX)
          END-EVALUATE.
          ADD 1 TO W-PR-TOTAL(W-PR-IDX).
       ADD-PAIR-EXIT.
          EXIT.
       ADD-EXCEPTION.
          IF W-EX-COUNT < 300 THEN
            ADD 1 TO W-EX-COUNT
            END-IF.
          MOVE W-EX-COUNT TO W-EX-IDX.
*********
       CHECK-ACCOUNT-RELATED.
          MOVE SPACES TO W-RELATION.
          IF W-OP-IDX = 0 THEN
            GO TO CHECK-ACCOUNT-RELATED-EXIT
            END-IF.
          IF W-OP-CUST(W-OP-IDX) = 0 THEN
            GO TO CHECK-ACCOUNT-RELATED-EXIT
            END-IF.
          INITIALIZE ACC-REC.
          MOVE W-CHK-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH THEN
            GO TO CHECK-ACCOUNT-RELATED-EXIT
            END-IF.
          IF ACC-CUST-ID = W-OP-CUST(W-OP-IDX) THEN
            MOVE "OWN" TO W-RELATION
            GO TO CHECK-ACCOUNT-RELATED-EXIT
            END-IF.
          INITIALIZE REL-REC.
          MOVE W-OP-CUST(W-OP-IDX) TO REL-CUST.
          MOVE W-CHK-ACC TO REL-ACC.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELGET" USING REL-CTRL-BLK REL-REC.
          IF REL-CTRL-RET-CODE = 0 THEN
            MOVE "LINKED" TO W-RELATION
            GO TO CHECK-ACCOUNT-RELATED-EXIT
            END-IF.
          IF ACC-CUST-ID NOT = 0 THEN
            MOVE ACC-CUST-ID TO W-CHK-CUST
            PERFORM CHECK-CUSTOMER-RELATED
              THRU CHECK-CUSTOMER-RELATED-EXIT
            END-IF.
       CHECK-ACCOUNT-RELATED-EXIT.
          EXIT.
       CHECK-CUSTOMER-RELATED.
          MOVE SPACES TO W-RELATION.
          IF W-OP-IDX = 0 THEN
            GO TO CHECK-CUSTOMER-RELATED-EXIT
            END-IF.
          IF W-OP-CUST(W-OP-IDX) = 0 THEN
            GO TO CHECK-CUSTOMER-RELATED-EXIT
            END-IF.
          IF W-CHK-CUST = W-OP-CUST(W-OP-IDX) THEN
            MOVE "OWN" TO W-RELATION
            GO TO CHECK-CUSTOMER-RELATED-EXIT
            END-IF.
          IF W-OP-ADDRESS(W-OP-IDX) = SPACES THEN
            GO TO CHECK-CUSTOMER-RELATED-EXIT
            END-IF.
          INITIALIZE CUST-REC.
          MOVE W-CHK-CUST TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE = 0 AND
              CUST-ADDRESS = W-OP-ADDRESS(W-OP-IDX) THEN
            MOVE "HOUSEHOLD" TO W-RELATION
            END-IF.
*********
       CHECK-CUSTOMER-RELATED-EXIT.
          EXIT.
       PRINT-PAIR-SECTION.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Maker / checker pairs" TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Maker      Checker    Trans Benef AccChg  Total Share"
            TO PRINT-REC.
          MOVE "Flag" TO PRINT-REC(55:).
          WRITE PRINT-REC.
          PERFORM PRINT-ONE-PAIR
            VARYING W-PR-IDX FROM 1 BY 1 UNTIL W-PR-IDX > W-PR-COUNT.
          IF W-PR-COUNT = 0 THEN
            MOVE "  no approvals in the period" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       PRINT-ONE-PAIR.
          MOVE 0 TO W-CHECKER-TOT.
          PERFORM
            VARYING W-RV-IDX FROM 1 BY 1
            UNTIL W-RV-IDX > W-PR-COUNT
              IF W-PR-CHECKER(W-RV-IDX) = W-PR-CHECKER(W-PR-IDX) THEN
                ADD W-PR-TOTAL(W-RV-IDX) TO W-CHECKER-TOT
                END-IF
          END-PERFORM.
          COMPUTE W-SHARE = W-PR-TOTAL(W-PR-IDX) * 100
                  / W-CHECKER-TOT.
          MOVE SPACES TO PRINT-REC.
          MOVE W-PR-MAKER(W-PR-IDX) TO PRINT-REC(1:10).
          MOVE W-PR-CHECKER(W-PR-IDX) TO PRINT-REC(12:10).
          MOVE W-PR-TRAN(W-PR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(23:5).
          MOVE W-PR-BEN(W-PR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(29:5).
          MOVE W-PR-PCH(W-PR-IDX) TO W-COUNT-ED.
          MOVE W-COUNT-ED TO PRINT-REC(36:5).
          MOVE W-PR-TOTAL(W-PR-IDX) TO W-TOTAL-ED.
          MOVE W-TOTAL-ED TO PRINT-REC(42:6).
          MOVE W-SHARE TO W-SHARE-ED.
          MOVE W-SHARE-ED TO PRINT-REC(49:3).
          MOVE "%" TO PRINT-REC(52:1).
          MOVE 'N' TO W-FLAG-SW.
          IF W-PR-TOTAL(W-PR-IDX) >= W-MIN-PAIR AND
              W-SHARE >= W-CONC-PCT THEN
            MOVE "CONCENTRATED" TO PRINT-REC(55:12)
            SET W-PAIR-FLAGGED TO TRUE
            END-IF.
          PERFORM
            VARYING W-RV-IDX FROM 1 BY 1
            UNTIL W-RV-IDX > W-PR-COUNT
              IF W-PR-MAKER(W-RV-IDX) = W-PR-CHECKER(W-PR-IDX) AND
                  W-PR-CHECKER(W-RV-IDX) = W-PR-MAKER(W-PR-IDX) THEN
                EXIT PERFORM
                END-IF
          END-PERFORM.
          IF W-RV-IDX <= W-PR-COUNT THEN
            IF W-PR-TOTAL(W-PR-IDX) >= W-MIN-PAIR AND
                W-PR-TOTAL(W-RV-IDX) >= W-MIN-PAIR THEN
              MOVE "RECIPROCAL" TO PRINT-REC(68:10)
              SET W-PAIR-FLAGGED TO TRUE
              END-IF
            END-IF.
          IF W-PAIR-FLAGGED THEN
            ADD 1 TO W-FLAG-COUNT
            END-IF.
          WRITE PRINT-REC.
       PRINT-SELF-RELATED-SECTION.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Approvals on the approver's own or related accounts"
            TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Source Ref   Acc/Cust Approver   Maker      Relation"
            TO PRINT-REC.
          MOVE "Date" TO PRINT-REC(63:).
          WRITE PRINT-REC.
          PERFORM PRINT-SELF-RELATED
            VARYING W-EX-IDX FROM 1 BY 1 UNTIL W-EX-IDX > W-EX-COUNT.
          IF W-SELF-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       PRINT-SELF-RELATED.
          IF W-EX-SELF-RELATED(W-EX-IDX) THEN
            ADD 1 TO W-SELF-COUNT
            MOVE SPACES TO PRINT-REC
            MOVE W-EX-SOURCE(W-EX-IDX) TO PRINT-REC(1:6)
            MOVE W-EX-REF(W-EX-IDX) TO PRINT-REC(8:5)
            MOVE W-EX-ACC(W-EX-IDX) TO PRINT-REC(14:5)
            MOVE W-EX-APPROVER(W-EX-IDX) TO PRINT-REC(23:10)
            MOVE W-EX-MAKER(W-EX-IDX) TO PRINT-REC(34:10)
            MOVE W-EX-RELATION(W-EX-IDX) TO PRINT-REC(45:9)
            MOVE W-EX-DATE(W-EX-IDX) TO PRINT-REC(63:8)
            WRITE PRINT-REC
            END-IF.
       PRINT-OPEN-WITHDRAW-SECTION.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-WDR-LIMIT TO W-AMOUNT-ED.
          STRING "Account opened and first withdrawal of "
                 W-AMOUNT-ED " or more by the same operator"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Acc   Opened   By         Tran  Maker      Approver"
            TO PRINT-REC.
          MOVE "Amount" TO PRINT-REC(64:).
          WRITE PRINT-REC.
          PERFORM PRINT-OPEN-WITHDRAW
            VARYING W-EX-IDX FROM 1 BY 1 UNTIL W-EX-IDX > W-EX-COUNT.
          IF W-OTW-COUNT = 0 THEN
            MOVE "  none" TO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       PRINT-OPEN-WITHDRAW.
          IF W-EX-OPEN-WITHDRAW(W-EX-IDX) THEN
            ADD 1 TO W-OTW-COUNT
            MOVE SPACES TO PRINT-REC
            MOVE W-EX-ACC(W-EX-IDX) TO PRINT-REC(1:5)
            MOVE W-EX-DATE(W-EX-IDX) TO PRINT-REC(7:8)
            MOVE W-EX-RELATION(W-EX-IDX) TO PRINT-REC(16:10)
            MOVE W-EX-REF(W-EX-IDX) TO PRINT-REC(27:5)
            MOVE W-EX-MAKER(W-EX-IDX) TO PRINT-REC(33:10)
            MOVE W-EX-APPROVER(W-EX-IDX) TO PRINT-REC(44:10)
            MOVE W-EX-AMOUNT(W-EX-IDX) TO W-AMOUNT-ED
            MOVE W-AMOUNT-ED TO PRINT-REC(59:11)
            WRITE PRINT-REC
            END-IF.
       LOG-SUMMARY.
          INITIALIZE EVT-REC.
          MOVE "SODRPT" TO EVT-PROGRAM.
          IF W-FLAG-COUNT > 0 OR W-SELF-COUNT > 0 OR
              W-OTW-COUNT > 0 THEN
            MOVE 'W' TO EVT-SEVERITY
           ELSE
            MOVE 'I' TO EVT-SEVERITY
            END-IF.
          STRING "SoD: " W-FLAG-COUNT " pairs, " W-SELF-COUNT
                 " self-related, " W-OTW-COUNT " open-withdraw"
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
