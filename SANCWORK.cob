       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SANCWORK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY SCHCTRL.
        COPY CUSCTRL.
        COPY BENCTRL.
        COPY OPYCTRL.
        COPY ACCCTRL.
        COPY CNTCTRL.
        COPY OPERID.
        COPY SANCHIT REPLACING ==:PREFIX:== BY ====.
        COPY SANCHIT REPLACING ==:PREFIX:== BY ==K-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY BENEF REPLACING ==:PREFIX:== BY ====.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-TODAY        PIC 9(8).
            05 W-PEND-COUNT   PIC 9(5).
            05 W-DISP-COUNT   PIC 9(5).
            05 W-OTHER-COUNT  PIC 9(5).
            05 W-FROZEN-COUNT PIC 9(5).
            05 W-DISP         PIC X(1).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-HIT-TOT      PIC 9(3).
            05 W-HIT-IDX      PIC 9(3).
            05 W-LNK-TOT      PIC 9(3).
            05 W-LNK-IDX      PIC 9(3).
        01 W-HIT-TABLE.
            05 W-HIT-ID PIC 9(5) OCCURS 500 TIMES.
        01 W-LNK-TABLE.
            05 W-LNK-ACC PIC 9(5) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       SANCTIONS-REVIEW-WORKSTATION.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          CALL "SCHIO" USING SCH-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "BENIO" USING BEN-CTRL-BLK.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          PERFORM COLLECT-PENDING-HITS.
          IF W-PEND-COUNT = 0 THEN
            DISPLAY "Compliance review queue is empty - "
                    "nothing pending"
            GOBACK
            END-IF.
          DISPLAY W-PEND-COUNT " possible sanctions match(es) "
                  "pending review".
          MOVE 0 TO W-DISP-COUNT.
          PERFORM VARYING W-HIT-IDX FROM 1 BY 1
              UNTIL W-HIT-IDX > W-HIT-TOT
            MOVE W-HIT-ID(W-HIT-IDX) TO SCH-ID
            INITIALIZE SCH-CTRL-BLK
            CALL "SCHGET" USING SCH-CTRL-BLK SCH-REC
            IF SCH-CTRL-RET-CODE = 0 AND SCH-PENDING THEN
              PERFORM WORK-ONE-HIT
              END-IF
          END-PERFORM.
          DISPLAY W-DISP-COUNT " match(es) dispositioned".
          GOBACK.
       COLLECT-PENDING-HITS.
          MOVE 0 TO W-PEND-COUNT.
          MOVE 0 TO W-HIT-TOT.
          INITIALIZE SCH-CTRL-BLK.
          CALL "SCHNAF" USING SCH-CTRL-BLK SCH-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SCH-CTRL-RET-CODE NOT = 0
              IF SCH-PENDING THEN
                ADD 1 TO W-PEND-COUNT
                IF W-HIT-TOT < 500 THEN
                  ADD 1 TO W-HIT-TOT
                  MOVE SCH-ID TO W-HIT-ID(W-HIT-TOT)
                  END-IF
                END-IF
              CALL "SCHNAN" USING SCH-CTRL-BLK SCH-REC
            END-PERFORM.
       WORK-ONE-HIT.
          PERFORM NEW-LINE.
          DISPLAY "Match " SCH-ID " raised " SCH-DATE " by "
                  SCH-SOURCE "  score " SCH-SCORE.
          DISPLAY "  Subject: " FUNCTION TRIM(SCH-NAME).
          DISPLAY "  Listed:  " SCH-ENTRY-ID " "
                  FUNCTION TRIM(SCH-ENTRY-NAME).
          PERFORM SHOW-SUBJECT.
          DISPLAY "Disposition (C=clear as false positive, "
                  "T=true match, blank=leave queued): "
                  NO ADVANCING.
          MOVE SPACES TO W-DISP.
          ACCEPT W-DISP.
          MOVE FUNCTION UPPER-CASE(W-DISP) TO W-DISP.
          IF W-DISP = 'C' OR W-DISP = 'T' THEN
            MOVE W-DISP TO SCH-STATUS
            MOVE OPERATOR-ID TO SCH-DISP-BY
            MOVE W-TODAY TO SCH-DISP-DATE
            INITIALIZE SCH-CTRL-BLK
            CALL "SCHREPL" USING SCH-CTRL-BLK SCH-REC
            IF SCH-CTRL-RET-CODE = 0 THEN
              ADD 1 TO W-DISP-COUNT
              PERFORM APPLY-DISPOSITION
             ELSE
              MOVE SCH-CTRL-ERR-MSG TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              END-IF
            END-IF.
       SHOW-SUBJECT.
          EVALUATE TRUE
            WHEN SCH-CUSTOMER
              DISPLAY "  Customer " SCH-SUBJ-ID
            WHEN SCH-BENEFICIARY
              DISPLAY "  Beneficiary " SCH-SUBJ-SEQ
                      " of customer " SCH-SUBJ-ID
            WHEN SCH-PAYMENT
              MOVE SCH-SUBJ-ID TO OPY-ID
              INITIALIZE OPY-CTRL-BLK
              CALL "OPYGET" USING OPY-CTRL-BLK OPY-REC
              IF OPY-CTRL-RET-CODE = 0 THEN
                MOVE OPY-AMOUNT TO W-AMOUNT
                DISPLAY "  Outbound payment " OPY-ID " from acct "
                        OPY-ACC " " W-AMOUNT " to "
                        OPY-BEN-BANK " " OPY-BEN-ACC-REF
               ELSE
                DISPLAY "  Outbound payment " SCH-SUBJ-ID
                        " (not on file)"
                END-IF
          END-EVALUATE.
       APPLY-DISPOSITION.
          EVALUATE TRUE
            WHEN SCH-CUSTOMER
              PERFORM APPLY-CUSTOMER-DISPOSITION THRU
                      APPLY-CUSTOMER-DISP-EXIT
            WHEN SCH-BENEFICIARY
              PERFORM APPLY-BENEFICIARY-DISPOSITION
            WHEN SCH-PAYMENT
              PERFORM APPLY-PAYMENT-DISPOSITION
          END-EVALUATE.
       APPLY-CUSTOMER-DISPOSITION.
          MOVE SCH-SUBJ-ID TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Customer " SCH-SUBJ-ID " no longer on file"
            GO TO APPLY-CUSTOMER-DISP-EXIT
            END-IF.
          IF SCH-CONFIRMED THEN
            SET CUST-SANC-BLOCKED TO TRUE
           ELSE
            PERFORM COUNT-OTHER-PENDING
            IF W-OTHER-COUNT = 0 AND NOT CUST-SANC-BLOCKED THEN
              SET CUST-SANC-CLEAR TO TRUE
              END-IF
            MOVE SCH-ENTRY-ID TO CUST-SANC-CLEARED-ENTRY
            END-IF.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSREPL" USING CUS-CTRL-BLK CUST-REC.
          IF SCH-CONFIRMED THEN
            PERFORM FREEZE-CUSTOMER-ACCOUNTS
            DISPLAY "Customer " CUST-ID " blocked, " W-FROZEN-COUNT
                    " account(s) frozen"
           ELSE
            IF W-OTHER-COUNT = 0 THEN
              DISPLAY "Customer " CUST-ID " released"
             ELSE
              DISPLAY "Customer " CUST-ID " still has " W-OTHER-COUNT
                      " match(es) pending"
              END-IF
            END-IF.
          PERFORM RECORD-DISPOSITION-NOTE.
       APPLY-CUSTOMER-DISP-EXIT.
          EXIT.
       COUNT-OTHER-PENDING.
          MOVE 0 TO W-OTHER-COUNT.
          INITIALIZE SCH-CTRL-BLK.
          CALL "SCHNAF" USING SCH-CTRL-BLK K-SCH-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL SCH-CTRL-RET-CODE NOT = 0
              IF K-SCH-PENDING AND K-SCH-CUSTOMER
                 AND K-SCH-SUBJ-ID = SCH-SUBJ-ID
                 AND K-SCH-ID NOT = SCH-ID THEN
                ADD 1 TO W-OTHER-COUNT
                END-IF
              CALL "SCHNAN" USING SCH-CTRL-BLK K-SCH-REC
            END-PERFORM.
       FREEZE-CUSTOMER-ACCOUNTS.
          MOVE 0 TO W-FROZEN-COUNT.
          MOVE 0 TO W-LNK-TOT.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ACC-CTRL-RET-CODE NOT = 0
              IF ACC-CUST-ID = CUST-ID AND NOT ACC-CLOSED
                 AND W-LNK-TOT < 200 THEN
                ADD 1 TO W-LNK-TOT
                MOVE ACC-ID TO W-LNK-ACC(W-LNK-TOT)
                END-IF
              CALL "ACCNAN" USING ACC-CTRL-BLK ACC-REC
            END-PERFORM.
          PERFORM VARYING W-LNK-IDX FROM 1 BY 1
              UNTIL W-LNK-IDX > W-LNK-TOT
            MOVE W-LNK-ACC(W-LNK-IDX) TO ACC-ID
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              SET ACC-FROZEN TO TRUE
              INITIALIZE ACC-CTRL-BLK
              CALL "ACCREPL" USING ACC-CTRL-BLK ACC-REC
              IF ACC-CTRL-RET-CODE = 0 THEN
                ADD 1 TO W-FROZEN-COUNT
                END-IF
              END-IF
          END-PERFORM.
       APPLY-BENEFICIARY-DISPOSITION.
          INITIALIZE BEN-REC.
          MOVE SCH-SUBJ-ID TO BEN-CUST.
          MOVE SCH-SUBJ-SEQ TO BEN-SEQ.
          INITIALIZE BEN-CTRL-BLK.
          CALL "BENGET" USING BEN-CTRL-BLK BEN-REC.
          IF BEN-CTRL-RET-CODE = 0 AND BEN-SANC-HOLD THEN
            IF SCH-CONFIRMED THEN
              SET BEN-REMOVED TO TRUE
             ELSE
              SET BEN-PENDING TO TRUE
              END-IF
            INITIALIZE BEN-CTRL-BLK
            CALL "BENREPL" USING BEN-CTRL-BLK BEN-REC
            IF SCH-CONFIRMED THEN
              DISPLAY "Beneficiary " BEN-SEQ " removed"
             ELSE
              DISPLAY "Beneficiary " BEN-SEQ " returned for "
                      "approval"
              END-IF
            END-IF.
       APPLY-PAYMENT-DISPOSITION.
          MOVE SCH-SUBJ-ID TO OPY-ID.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYGET" USING OPY-CTRL-BLK OPY-REC.
          IF OPY-CTRL-RET-CODE = 0 AND OPY-SANC-HOLD THEN
            IF SCH-CONFIRMED THEN
              SET OPY-CANCELLED TO TRUE
             ELSE
              SET OPY-ENTERED TO TRUE
              SET OPY-SCREEN-CLEARED TO TRUE
              END-IF
            INITIALIZE OPY-CTRL-BLK
            CALL "OPYREPL" USING OPY-CTRL-BLK OPY-REC
            IF SCH-CONFIRMED THEN
              DISPLAY "Payment " OPY-ID " cancelled"
             ELSE
              DISPLAY "Payment " OPY-ID " released for the next "
                      "send run"
              END-IF
            END-IF.
       RECORD-DISPOSITION-NOTE.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          INITIALIZE CNT-REC.
          MOVE CUST-ID TO CNT-CUST.
          MOVE "SANC" TO CNT-CATEGORY.
          MOVE OPERATOR-ID TO CNT-OPER.
          STRING "Sanctions match " SCH-ENTRY-ID " disposition "
                 SCH-STATUS INTO CNT-TEXT.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
       COPY SCREENIO.
