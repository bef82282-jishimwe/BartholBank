       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTANON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'ANONCERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY RELCTRL.
        COPY TRANCTRL.
        COPY BENCTRL.
        COPY CNTCTRL.
        COPY DSPCTRL.
        COPY LGOCTRL.
        COPY CHGCTRL.
        COPY RVQCTRL.
        COPY PARCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY BENEF REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY DISPUTE REPLACING ==:PREFIX:== BY ====.
        COPY LEGORD REPLACING ==:PREFIX:== BY ====.
        COPY CHGOFF REPLACING ==:PREFIX:== BY ====.
        COPY REVIEW REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY OPERID.
        COPY TRAINID.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'ANONCERT'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-CUTOFF       PIC 9(8).
            05 W-CUTOFF-PARTS REDEFINES W-CUTOFF.
              10 W-CUT-YEAR   PIC 9(4).
              10 W-CUT-MMDD   PIC 9(4).
            05 W-RETAIN-YEARS PIC 9(2) VALUE 7.
            05 W-LAST-DATE    PIC 9(8).
            05 W-LINE-DATE    PIC 9(8).
            05 W-PSEUDONYM    PIC X(15).
            05 W-REASON       PIC X(30).
            05 W-CHECK-ACC    PIC 9(5).
            05 W-ACT-TOT      PIC 9(4).
            05 W-ACT-IDX      PIC 9(4).
            05 W-BLK-TOT      PIC 9(4).
            05 W-BLK-IDX      PIC 9(4).
            05 W-CAC-TOT      PIC 9(2).
            05 W-CAC-IDX      PIC 9(2).
            05 W-KEY-TOT      PIC 9(4).
            05 W-KEY-IDX      PIC 9(4).
            05 W-ACC-DONE     PIC 9(3).
            05 W-BEN-DONE     PIC 9(3).
            05 W-CNT-DONE     PIC 9(4).
            05 W-CANDIDATES   PIC 9(5).
            05 W-ANON-COUNT   PIC 9(5).
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-ANON-FAIL-SW PIC X(1).
              88 W-ANON-FAILED VALUE 'Y'.
            05 W-ELIGIBLE-SW  PIC X(1).
              88 W-ELIGIBLE   VALUE 'Y'.
        01 W-ACT-TABLE.
            05 W-ACT-ENTRY OCCURS 5000 TIMES.
              10 W-ACT-ACC    PIC 9(5).
              10 W-ACT-CUST   PIC 9(5).
        01 W-BLK-TABLE.
            05 W-BLK-ENTRY OCCURS 2000 TIMES.
              10 W-BLK-ACC    PIC 9(5).
              10 W-BLK-REASON PIC X(30).
        01 W-CAC-TABLE.
            05 W-CAC-ENTRY OCCURS 50 TIMES.
              10 W-CAC-ACC    PIC 9(5).
              10 W-CAC-OWNER  PIC X(1).
        01 W-KEY-TABLE.
            05 W-KEY-ENTRY OCCURS 2000 TIMES.
              10 W-KEY-SEQ    PIC 9(4).
        01 W-NOTE-TABLE.
            05 W-NOTE-IMAGE OCCURS 500 TIMES PIC X(97).
       PROCEDURE DIVISION.
       ANONYMISE-DEPARTED-CUSTOMERS.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Anonymisation is blocked in training mode"
            GOBACK
            END-IF.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "RELIO" USING REL-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "BENIO" USING BEN-CTRL-BLK.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          CALL "DSPIO" USING DSP-CTRL-BLK.
          CALL "LGOIO" USING LGO-CTRL-BLK.
          CALL "CHGIO" USING CHG-CTRL-BLK.
          CALL "RVQIO" USING RVQ-CTRL-BLK.
          PERFORM LOAD-RETENTION-PERIOD.
          MOVE W-TODAY TO W-CUTOFF.
          SUBTRACT W-RETAIN-YEARS FROM W-CUT-YEAR.
          MOVE 0 TO W-CANDIDATES.
          MOVE 0 TO W-ANON-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open ANONCERT file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          STRING "Certificate of anonymisation - run date " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          STRING "Retention period " W-RETAIN-YEARS " year(s) - "
                 "accounts closed with no activity since "
                 W-CUTOFF INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM LOAD-ACCOUNT-OWNERS.
          PERFORM LOAD-BLOCKING-CASES.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSNAF" USING CUS-CTRL-BLK CUST-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CUS-CTRL-RET-CODE NOT = 0
              IF CUST-ANON-DATE = 0 THEN
                PERFORM REVIEW-ONE-CUSTOMER
                END-IF
              INITIALIZE CUS-CTRL-BLK
              CALL "CUSNAN" USING CUS-CTRL-BLK CUST-REC
            END-PERFORM.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-CANDIDATES " departed customer(s) past retention, "
                 W-ANON-COUNT " anonymised, " W-SKIP-COUNT
                 " retained" INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING "Financial history (transactions, balances, account "
                 "numbers) retained intact." INTO PRINT-REC.
          WRITE PRINT-REC.
          STRING "Run by " OPERATOR-ID "   Signed: "
                 "______________________" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-ANON-COUNT " customer(s) anonymised, "
                  W-SKIP-COUNT " retained - see ANONCERT".
          GOBACK.
       LOAD-RETENTION-PERIOD.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "RETAINYRS" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-RETAIN-YEARS
            END-IF.
       LOAD-ACCOUNT-OWNERS.
          MOVE 0 TO W-ACT-TOT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID NOT = 0 AND W-ACT-TOT < 5000 THEN
                ADD 1 TO W-ACT-TOT
                MOVE ACC-ID TO W-ACT-ACC(W-ACT-TOT)
                MOVE ACC-CUST-ID TO W-ACT-CUST(W-ACT-TOT)
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
       LOAD-BLOCKING-CASES.
          MOVE 0 TO W-BLK-TOT.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPNAF" USING DSP-CTRL-BLK DSP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL DSP-CTRL-RET-CODE NOT = 0
              IF DSP-OPEN OR DSP-PROV OR DSP-CB-RAISED OR
                  DSP-CB-SENT OR DSP-CB-REPRESENTED THEN
                MOVE DSP-ACC TO W-CHECK-ACC
                MOVE "Open dispute" TO W-REASON
                PERFORM ADD-BLOCKING-CASE
                END-IF
              CALL "DSPNAN" USING DSP-CTRL-BLK DSP-REC
            END-PERFORM.
          INITIALIZE LGO-CTRL-BLK.
          CALL "LGONAF" USING LGO-CTRL-BLK LGO-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL LGO-CTRL-RET-CODE NOT = 0
              IF LGO-OPEN THEN
                MOVE LGO-ACC TO W-CHECK-ACC
                MOVE "Legal order in force" TO W-REASON
                PERFORM ADD-BLOCKING-CASE
                END-IF
              CALL "LGONAN" USING LGO-CTRL-BLK LGO-REC
            END-PERFORM.
          INITIALIZE CHG-CTRL-BLK.
          CALL "CHGNAF" USING CHG-CTRL-BLK CHG-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CHG-CTRL-RET-CODE NOT = 0
              IF CHG-WRITTEN-OFF THEN
                MOVE CHG-ACC TO W-CHECK-ACC
                MOVE "Charge-off recovery open" TO W-REASON
                PERFORM ADD-BLOCKING-CASE
                END-IF
              CALL "CHGNAN" USING CHG-CTRL-BLK CHG-REC
            END-PERFORM.
          INITIALIZE RVQ-CTRL-BLK.
          CALL "RVQRDF" USING RVQ-CTRL-BLK RVQ-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL RVQ-CTRL-RET-CODE NOT = 0
              IF RVQ-ESCALATED THEN
                MOVE RVQ-ACC TO W-CHECK-ACC
                MOVE "KYC escalation on file" TO W-REASON
                PERFORM ADD-BLOCKING-CASE
                END-IF
              CALL "RVQRDN" USING RVQ-CTRL-BLK RVQ-REC
            END-PERFORM.
       ADD-BLOCKING-CASE.
          IF W-BLK-TOT < 2000 THEN
            ADD 1 TO W-BLK-TOT
            MOVE W-CHECK-ACC TO W-BLK-ACC(W-BLK-TOT)
            MOVE W-REASON TO W-BLK-REASON(W-BLK-TOT)
           ELSE
            DISPLAY "Blocking-case table full - account " W-CHECK-ACC
                    " not checked"
            MOVE 1 TO RETURN-CODE
            END-IF.
*********
       REVIEW-ONE-CUSTOMER.
          MOVE 0 TO W-CAC-TOT.
          PERFORM VARYING W-ACT-IDX FROM 1 BY 1
              UNTIL W-ACT-IDX > W-ACT-TOT
            IF W-ACT-CUST(W-ACT-IDX) = CUST-ID THEN
              MOVE W-ACT-ACC(W-ACT-IDX) TO W-CHECK-ACC
              PERFORM ADD-CUSTOMER-ACCOUNT
              MOVE 'Y' TO W-CAC-OWNER(W-CAC-IDX)
              END-IF
          END-PERFORM.
          INITIALIZE REL-REC.
          MOVE CUST-ID TO REL-CUST.
          INITIALIZE REL-CTRL-BLK.
          CALL "RELCUF" USING REL-CTRL-BLK REL-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL REL-CTRL-RET-CODE NOT = 0
              IF REL-PRIMARY OR REL-JOINT THEN
                MOVE REL-ACC TO W-CHECK-ACC
                PERFORM ADD-CUSTOMER-ACCOUNT
                IF REL-PRIMARY THEN
                  MOVE 'Y' TO W-CAC-OWNER(W-CAC-IDX)
                  END-IF
                END-IF
              INITIALIZE REL-CTRL-BLK
              CALL "RELCUN" USING REL-CTRL-BLK REL-REC
            END-PERFORM.
          IF W-CAC-TOT = 0 THEN
            MOVE 'N' TO W-ELIGIBLE-SW
           ELSE
            SET W-ELIGIBLE TO TRUE
            PERFORM VARYING W-CAC-IDX FROM 1 BY 1
                UNTIL W-CAC-IDX > W-CAC-TOT OR NOT W-ELIGIBLE
              PERFORM CHECK-ACCOUNT-DEPARTED
            END-PERFORM
            END-IF.
          IF W-ELIGIBLE THEN
            ADD 1 TO W-CANDIDATES
            MOVE SPACES TO W-REASON
            PERFORM VARYING W-CAC-IDX FROM 1 BY 1
                UNTIL W-CAC-IDX > W-CAC-TOT OR W-REASON NOT = SPACES
              PERFORM CHECK-ACCOUNT-BLOCKED
            END-PERFORM
            IF W-REASON NOT = SPACES THEN
              ADD 1 TO W-SKIP-COUNT
              STRING "Retained  customer " CUST-ID "  account "
                     W-CHECK-ACC "  " W-REASON INTO PRINT-REC
              WRITE PRINT-REC
             ELSE
              PERFORM ANONYMISE-CUSTOMER
                THRU ANONYMISE-CUSTOMER-EXIT
              END-IF
            END-IF.
       ADD-CUSTOMER-ACCOUNT.
          MOVE 0 TO W-CAC-IDX.
          PERFORM VARYING W-KEY-IDX FROM 1 BY 1
              UNTIL W-KEY-IDX > W-CAC-TOT OR W-CAC-IDX NOT = 0
            IF W-CAC-ACC(W-KEY-IDX) = W-CHECK-ACC THEN
              MOVE W-KEY-IDX TO W-CAC-IDX
              END-IF
          END-PERFORM.
          IF W-CAC-IDX = 0 THEN
            IF W-CAC-TOT < 50 THEN
              ADD 1 TO W-CAC-TOT
              MOVE W-CAC-TOT TO W-CAC-IDX
             ELSE
              MOVE 50 TO W-CAC-IDX
              END-IF
            MOVE W-CHECK-ACC TO W-CAC-ACC(W-CAC-IDX)
            MOVE 'N' TO W-CAC-OWNER(W-CAC-IDX)
            END-IF.
       CHECK-ACCOUNT-DEPARTED.
          MOVE W-CAC-ACC(W-CAC-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR NOT ACC-CLOSED THEN
            MOVE 'N' TO W-ELIGIBLE-SW
           ELSE
            PERFORM FIND-LAST-ACTIVITY
            IF W-LAST-DATE NOT < W-CUTOFF THEN
              MOVE 'N' TO W-ELIGIBLE-SW
              END-IF
            END-IF.
       FIND-LAST-ACTIVITY.
          MOVE ACC-OPEN-DATE TO W-LAST-DATE.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE ACC-ID TO T-TL-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANLACF" USING TRAN-CTRL-BLK T-TRAN-LINE-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL TRAN-CTRL-RET-CODE NOT = 0
              MOVE T-TL-VALUE-DATE TO W-LINE-DATE
              IF W-LINE-DATE = 0 THEN
                MOVE T-TL-TRAN-ID TO T-TRAN-ID
                CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC
                MOVE T-TRAN-DATE TO W-LINE-DATE
                END-IF
              IF W-LINE-DATE > W-LAST-DATE THEN
                MOVE W-LINE-DATE TO W-LAST-DATE
                END-IF
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLACN" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            END-PERFORM.
       CHECK-ACCOUNT-BLOCKED.
          MOVE W-CAC-ACC(W-CAC-IDX) TO W-CHECK-ACC.
          PERFORM VARYING W-BLK-IDX FROM 1 BY 1
              UNTIL W-BLK-IDX > W-BLK-TOT OR W-REASON NOT = SPACES
            IF W-BLK-ACC(W-BLK-IDX) = W-CHECK-ACC THEN
              MOVE W-BLK-REASON(W-BLK-IDX) TO W-REASON
              END-IF
          END-PERFORM.
*********
       ANONYMISE-CUSTOMER.
          MOVE SPACES TO W-PSEUDONYM.
          STRING "C" CUST-ID DELIMITED BY SIZE INTO W-PSEUDONYM.
          MOVE 0 TO W-ACC-DONE.
          MOVE 0 TO W-BEN-DONE.
          MOVE 0 TO W-CNT-DONE.
          MOVE 'N' TO W-ANON-FAIL-SW.
          PERFORM VARYING W-CAC-IDX FROM 1 BY 1
              UNTIL W-CAC-IDX > W-CAC-TOT
            IF W-CAC-OWNER(W-CAC-IDX) = 'Y' THEN
              PERFORM ANONYMISE-ACCOUNT
              END-IF
          END-PERFORM.
          PERFORM ANONYMISE-BENEFICIARIES.
          PERFORM ANONYMISE-NOTES.
          MOVE "ANONYMISED" TO CUST-FNAME.
          MOVE W-PSEUDONYM TO CUST-LNAME.
          MOVE SPACES TO CUST-ADDRESS.
          MOVE SPACES TO CUST-PHONE.
          MOVE SPACES TO CUST-EMAIL.
          MOVE 0 TO CUST-BIRTH-DATE.
          MOVE SPACES TO CUST-DEATH-REF.
          MOVE SPACES TO CUST-ESTATE-AGENT-NAME.
          MOVE SPACES TO CUST-ESTATE-AGENT-REF.
          IF NOT W-ANON-FAILED THEN
            MOVE W-TODAY TO CUST-ANON-DATE
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Customer " CUST-ID " not anonymised - "
                    CUS-CTRL-ERR-MSG
            MOVE 1 TO RETURN-CODE
            STRING "FAILED    customer " CUST-ID "  "
                   CUS-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
           ELSE
            IF W-ANON-FAILED THEN
              MOVE 1 TO RETURN-CODE
              MOVE SPACES TO PRINT-REC
              STRING "INCOMPLETE customer " CUST-ID "  related "
                     "records failed - retried next run"
                     INTO PRINT-REC
              WRITE PRINT-REC
              GO TO ANONYMISE-CUSTOMER-EXIT
              END-IF
            ADD 1 TO W-ANON-COUNT
            STRING "Anonymised customer " CUST-ID "  as " W-PSEUDONYM
                   " account(s) " W-ACC-DONE " beneficiaries "
                   W-BEN-DONE " note(s) " W-CNT-DONE INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
       ANONYMISE-CUSTOMER-EXIT.
          EXIT.
       ANONYMISE-ACCOUNT.
          MOVE W-CAC-ACC(W-CAC-IDX) TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            SET W-ANON-FAILED TO TRUE
            DISPLAY "Account " ACC-ID " not anonymised - "
                    ACC-CTRL-ERR-MSG
           ELSE
            MOVE "ANONYMISED" TO ACC-FNAME
            MOVE SPACES TO ACC-LNAME
            STRING "C" CUST-ID "-" ACC-ID DELIMITED BY SIZE
                   INTO ACC-LNAME
            MOVE SPACES TO ACC-ADDRESS
            MOVE SPACES TO ACC-PHONE
            MOVE SPACES TO ACC-EMAIL
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              ADD 1 TO W-ACC-DONE
              STRING "          account " ACC-ID
                     "  name, address, phone, e-mail removed"
                     INTO PRINT-REC
              WRITE PRINT-REC
             ELSE
              SET W-ANON-FAILED TO TRUE
              DISPLAY "Account " ACC-ID " not anonymised - "
                      ACC-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       ANONYMISE-BENEFICIARIES.
          MOVE 0 TO W-KEY-TOT.
          INITIALIZE BEN-REC.
          MOVE CUST-ID TO BEN-CUST.
          INITIALIZE BEN-CTRL-BLK.
          CALL "BENCUF" USING BEN-CTRL-BLK BEN-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL BEN-CTRL-RET-CODE NOT = 0
              IF W-KEY-TOT < 2000 THEN
                ADD 1 TO W-KEY-TOT
                MOVE BEN-SEQ TO W-KEY-SEQ(W-KEY-TOT)
                END-IF
              INITIALIZE BEN-CTRL-BLK
              CALL "BENCUN" USING BEN-CTRL-BLK BEN-REC
            END-PERFORM.
          PERFORM VARYING W-KEY-IDX FROM 1 BY 1
              UNTIL W-KEY-IDX > W-KEY-TOT
            INITIALIZE BEN-REC
            MOVE CUST-ID TO BEN-CUST
            MOVE W-KEY-SEQ(W-KEY-IDX) TO BEN-SEQ
            INITIALIZE BEN-CTRL-BLK
            CALL "BENGET" USING BEN-CTRL-BLK BEN-REC
            IF BEN-CTRL-RET-CODE = 0 THEN
              MOVE "ANONYMISED" TO BEN-NAME
              MOVE SPACES TO BEN-ACC-REF
              IF NOT BEN-REMOVED THEN
                SET BEN-REMOVED TO TRUE
                END-IF
              INITIALIZE BEN-CTRL-BLK
              CALL "BENREPL" USING BEN-CTRL-BLK BEN-REC
              IF BEN-CTRL-RET-CODE = 0 THEN
                ADD 1 TO W-BEN-DONE
               ELSE
                SET W-ANON-FAILED TO TRUE
                END-IF
              END-IF
          END-PERFORM.
       ANONYMISE-NOTES.
          MOVE 0 TO W-KEY-TOT.
          INITIALIZE CNT-REC.
          MOVE CUST-ID TO CNT-CUST.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTCUF" USING CNT-CTRL-BLK CNT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CNT-CTRL-RET-CODE NOT = 0
              IF W-KEY-TOT < 500 THEN
                ADD 1 TO W-KEY-TOT
                MOVE CNT-REC TO W-NOTE-IMAGE(W-KEY-TOT)
                END-IF
              INITIALIZE CNT-CTRL-BLK
              CALL "CNTCUN" USING CNT-CTRL-BLK CNT-REC
            END-PERFORM.
          PERFORM VARYING W-KEY-IDX FROM 1 BY 1
              UNTIL W-KEY-IDX > W-KEY-TOT
            MOVE W-NOTE-IMAGE(W-KEY-IDX) TO CNT-REC
            MOVE "Note text removed under data retention policy"
              TO CNT-TEXT
            INITIALIZE CNT-CTRL-BLK
            CALL "CNTREPL" USING CNT-CTRL-BLK CNT-REC
            IF CNT-CTRL-RET-CODE = 0 THEN
              ADD 1 TO W-CNT-DONE
             ELSE
              SET W-ANON-FAILED TO TRUE
              END-IF
          END-PERFORM.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
