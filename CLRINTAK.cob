           05  CLR-AMOUNT     PIC S9(7)V99.
           05  CLR-DATE       PIC 9(8).
           05  CLR-REF        PIC X(10).
           05  CLR-ORIGINATOR PIC X(10).
       FD  RETURN-FILE.
       01  RET-REC.
           05  RET-ACC        PIC 9(5).
           05  RET-DATE       PIC 9(8).
           05  RET-REF        PIC X(10).
           05  RET-REASON     PIC X(40).
           05  RET-ORIGINATOR PIC X(10).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY CFRCTRL.
        COPY CLRFREG REPLACING ==:PREFIX:== BY ====.
        COPY MDTCTRL.
        COPY MANDATE REPLACING ==:PREFIX:== BY ====.
        COPY SWICTRL.
        COPY SWITCH REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==S-==.
        COPY OPYCTRL.
        COPY OUTPAY REPLACING ==:PREFIX:== BY ====.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CLRREG'.
            05 FS-C           PIC 9(2).
            05 W-LAST-TRAN    PIC 9(5).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-MANDATE-SW   PIC X(1).
              88 W-MANDATE-USED VALUE 'Y'.
            05 W-MDT-RET-COUNT PIC 9(5).
            05 W-DAYS-APART   PIC S9(7).
            05 W-POST-ACC     PIC 9(5).
            05 W-REDIRECT-SW  PIC X(1).
              88 W-REDIRECTED VALUE 'Y'.
            05 W-RED-COUNT    PIC 9(5).
       PROCEDURE DIVISION.
       PROCESS-CLEARING-FILE.
          MOVE 0 TO RETURN-CODE.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "MDTIO" USING MDT-CTRL-BLK.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM COLLECT-FILE-TOTALS.
          PERFORM CHECK-FILE-REGISTER
            THRU CHECK-REGISTER-EXIT.
          IF RETURN-CODE NOT = 0 THEN
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          OPEN OUTPUT RETURN-FILE.
            DISPLAY "Unable to open output files, status "
                    FS-R "/" FS-P
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open output files" TO IGW-CTRL-ERR-MSG
            PERFORM REJECT-INBOUND-FILE
            GOBACK
            END-IF.
          STRING "Inbound clearing register - " W-TODAY
          MOVE 0 TO W-POST-COUNT.
          MOVE 0 TO W-RET-COUNT.
          MOVE 0 TO W-SUS-COUNT.
          MOVE 0 TO W-MDT-RET-COUNT.
          MOVE 0 TO W-RED-COUNT.
          MOVE 0 TO W-FIRST-TRAN.
          MOVE 0 TO W-LAST-TRAN.
          OPEN INPUT CLEAR-FILE.
            IF CLR-REF NOT = 'TOTAL' AND
                CLR-REF NOT = 'HEADER' THEN
              PERFORM POST-ONE-ITEM
                THRU POST-ONE-ITEM-EXIT
              END-IF
            READ CLEAR-FILE NEXT
          END-PERFORM.
          CLOSE CLEAR-FILE.
          PERFORM RECORD-FILE-REGISTER
            THRU RECORD-REGISTER-EXIT.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE RETURN-FILE.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CLEARIN" TO IGW-FILE.
          MOVE "CLRINTAK" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CLEARIN file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CLEARIN refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
             ELSE
              DISPLAY IGW-ITEM-COUNT " item(s) in balance with "
                      "settlement trailer"
              END-IF
            END-IF.
       REJECT-INBOUND-FILE.
          CALL "INBFAIL" USING IGW-CTRL-BLK.
          MOVE 1 TO RETURN-CODE.
       COLLECT-FILE-TOTALS.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-ITEM-TOTAL.
          MOVE 0 TO W-TRAILER-TOTAL.
          MOVE 'N' TO W-TRAILER-SW.
          MOVE 'N' TO W-HEADER-SW.
          OPEN INPUT CLEAR-FILE.
          READ CLEAR-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-C NOT = 0
            READ CLEAR-FILE NEXT
          END-PERFORM.
          CLOSE CLEAR-FILE.
       CHECK-FILE-REGISTER.
          IF NOT W-HEADER-FOUND THEN
            DISPLAY "CLEARIN has no HEADER record - run cannot "
                    "be guarded against a rerun"
            GO TO CHECK-REGISTER-EXIT
            END-IF.
          CALL "CFRIO" USING CFR-CTRL-BLK.
          INITIALIZE CFR-REC.
          MOVE W-HDR-DATE TO CFR-DATE.
                    " was already posted on " CFR-POSTED-DATE
                    " - run refused"
            MOVE 1 TO RETURN-CODE
            MOVE "Clearing file already posted" TO IGW-CTRL-ERR-MSG
            GO TO CHECK-REGISTER-EXIT
            END-IF.
          IF CFR-CTRL-RET-CODE = 0 AND CFR-IN-PROGRESS THEN
                    " is partially posted from " CFR-POSTED-DATE
                    " - back it out before rerunning"
            MOVE 1 TO RETURN-CODE
            MOVE "Clearing file partially posted"
              TO IGW-CTRL-ERR-MSG
            GO TO CHECK-REGISTER-EXIT
            END-IF.
          INITIALIZE CFR-REC.
       RECORD-REGISTER-EXIT.
          EXIT.
       POST-ONE-ITEM.
          MOVE 'N' TO W-MANDATE-SW.
          IF CLR-AMOUNT < 0 THEN
            PERFORM CHECK-DEBIT-MANDATE
              THRU CHECK-MANDATE-EXIT
            IF W-FAIL-REASON NOT = SPACES THEN
              ADD 1 TO W-MDT-RET-COUNT
              PERFORM HANDLE-FAILED-ITEM
              GO TO POST-ONE-ITEM-EXIT
              END-IF
            END-IF.
          PERFORM CHECK-SWITCH-REDIRECT.
          INITIALIZE T-TRAN-REC.
          MOVE "CLR " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
           ELSE
            PERFORM POST-ITEM-LINE
            END-IF.
       POST-ONE-ITEM-EXIT.
          EXIT.
       CHECK-DEBIT-MANDATE.
          MOVE SPACES TO W-FAIL-REASON.
          IF CLR-ORIGINATOR = SPACES THEN
            MOVE "No direct-debit mandate" TO W-FAIL-REASON
            GO TO CHECK-MANDATE-EXIT
            END-IF.
          INITIALIZE MDT-REC.
          MOVE CLR-ACC TO MDT-ACC.
          MOVE CLR-ORIGINATOR TO MDT-ORIG.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTGET" USING MDT-CTRL-BLK MDT-REC.
          IF MDT-CTRL-RET-CODE NOT = 0 THEN
            MOVE "No direct-debit mandate" TO W-FAIL-REASON
            GO TO CHECK-MANDATE-EXIT
            END-IF.
          IF MDT-IS-CANCELLED THEN
            MOVE "Direct-debit mandate cancelled" TO W-FAIL-REASON
            GO TO CHECK-MANDATE-EXIT
            END-IF.
          IF 0 - CLR-AMOUNT > MDT-MAX-AMOUNT THEN
            MOVE "Debit exceeds mandate limit" TO W-FAIL-REASON
            GO TO CHECK-MANDATE-EXIT
            END-IF.
          IF MDT-LAST-DEBIT NOT = 0 THEN
            PERFORM CHECK-MANDATE-FREQUENCY
            END-IF.
          IF W-FAIL-REASON = SPACES THEN
            SET W-MANDATE-USED TO TRUE
            END-IF.
       CHECK-MANDATE-EXIT.
          EXIT.
       CHECK-MANDATE-FREQUENCY.
          EVALUATE TRUE
            WHEN MDT-FREQ-WEEKLY
              COMPUTE W-DAYS-APART =
                      FUNCTION INTEGER-OF-DATE(CLR-DATE) -
                      FUNCTION INTEGER-OF-DATE(MDT-LAST-DEBIT)
              IF W-DAYS-APART < 7 THEN
                MOVE "More frequent than weekly mandate" TO
                  W-FAIL-REASON
                END-IF
            WHEN MDT-FREQ-MONTHLY
              IF CLR-DATE(1:6) = MDT-LAST-DEBIT(1:6) THEN
                MOVE "Second debit in month under mandate" TO
                  W-FAIL-REASON
                END-IF
            WHEN MDT-FREQ-QUARTERLY
              IF CLR-DATE(1:4) = MDT-LAST-DEBIT(1:4) AND
                  (FUNCTION INTEGER(
                     (FUNCTION NUMVAL(CLR-DATE(5:2)) - 1) / 3) =
                   FUNCTION INTEGER(
                     (FUNCTION NUMVAL(MDT-LAST-DEBIT(5:2)) - 1) / 3))
                  THEN
                MOVE "Second debit in quarter under mandate" TO
                  W-FAIL-REASON
                END-IF
            WHEN MDT-FREQ-YEARLY
              IF CLR-DATE(1:4) = MDT-LAST-DEBIT(1:4) THEN
                MOVE "Second debit in year under mandate" TO
                  W-FAIL-REASON
                END-IF
          END-EVALUATE.
       RECORD-MANDATE-DEBIT.
          MOVE CLR-DATE TO MDT-LAST-DEBIT.
          ADD 1 TO MDT-DEBIT-COUNT.
          INITIALIZE MDT-CTRL-BLK.
          CALL "MDTREPL" USING MDT-CTRL-BLK MDT-REC.
       POST-ITEM-LINE.
          INITIALIZE T-TRAN-LINE-REC.
          MOVE T-TRAN-ID OF T-TRAN-REC TO
               T-TL-TRAN-ID OF T-TRAN-LINE-REC.
          MOVE W-POST-ACC TO T-TL-ACC OF T-TRAN-LINE-REC.
          MOVE CLR-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          IF W-REDIRECTED THEN
            STRING "Switch redirect for " CLR-ACC
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
           ELSE
            STRING "Clearing item " CLR-ORIGINATOR DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            END-IF.
          MOVE CLR-REF TO T-TL-REF OF T-TRAN-LINE-REC.
          MOVE CLR-DATE TO T-TL-VALUE-DATE OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              ADD 1 TO W-POST-COUNT
              IF W-MANDATE-USED THEN
                PERFORM RECORD-MANDATE-DEBIT
                END-IF
              IF W-FIRST-TRAN = 0 THEN
                MOVE T-TRAN-ID OF T-TRAN-REC TO W-FIRST-TRAN
                PERFORM RECORD-REGISTER-FIRST
                  THRU RECORD-FIRST-EXIT
                END-IF
              MOVE T-TRAN-ID OF T-TRAN-REC TO W-LAST-TRAN
              MOVE CLR-AMOUNT TO W-AMOUNT
                     "  posted tran " T-TRAN-ID OF T-TRAN-REC
                     INTO PRINT-REC
              WRITE PRINT-REC
              IF W-REDIRECTED THEN
                PERFORM QUEUE-SWITCH-REDIRECT
                END-IF
             ELSE
              MOVE TRAN-CTRL-ERR-MSG TO W-FAIL-REASON
              PERFORM REMOVE-FAILED-LINE
              PERFORM HANDLE-FAILED-ITEM
              END-IF
            END-IF.
       CHECK-SWITCH-REDIRECT.
          MOVE 'N' TO W-REDIRECT-SW.
          MOVE CLR-ACC TO W-POST-ACC.
          IF CLR-AMOUNT > 0 THEN
            MOVE CLR-ACC TO ACC-ID
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC
            IF ACC-CTRL-RET-CODE = 0 AND ACC-CLOSED THEN
              CALL "SWIIO" USING SWI-CTRL-BLK
              INITIALIZE SWI-REC
              MOVE CLR-ACC TO SWI-ACC
              INITIALIZE SWI-CTRL-BLK
              CALL "SWIGET" USING SWI-CTRL-BLK SWI-REC
              IF SWI-CTRL-RET-CODE = 0 AND SWI-REDIRECTING AND
                  W-TODAY <= SWI-REDIRECT-UNTIL THEN
                PERFORM LOCATE-SWITCH-ACCOUNT
                IF ACC-CTRL-RET-CODE = 0 THEN
                  SET W-REDIRECTED TO TRUE
                  MOVE S-ACC-ID TO W-POST-ACC
                  END-IF
                END-IF
              END-IF
            END-IF.
       LOCATE-SWITCH-ACCOUNT.
          MOVE "SWITCH" TO S-ACC-FNAME.
          MOVE "GL" TO S-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK S-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE S-ACC-REC
            MOVE "SWITCH" TO S-ACC-FNAME
            MOVE "GL" TO S-ACC-LNAME
            MOVE 'A' TO S-ACC-STATUS
            MOVE 9999999.99 TO S-ACC-OD-LIMIT
            MOVE ACC-CURRENCY TO S-ACC-CURRENCY
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK S-ACC-REC
            END-IF.
       QUEUE-SWITCH-REDIRECT.
          CALL "OPYIO" USING OPY-CTRL-BLK.
          INITIALIZE OPY-REC.
          MOVE S-ACC-ID TO OPY-ACC.
          SET OPY-CREDIT TO TRUE.
          MOVE CLR-AMOUNT TO OPY-AMOUNT.
          MOVE SWI-NEW-NAME TO OPY-BEN-NAME.
          MOVE SWI-NEW-BANK TO OPY-BEN-BANK.
          MOVE SWI-NEW-ACC-REF TO OPY-BEN-ACC-REF.
          MOVE W-TODAY TO OPY-CAPTURED-DATE.
          MOVE "CLRINTAK" TO OPY-CAPTURED-BY.
          SET OPY-ENTERED TO TRUE.
          INITIALIZE OPY-CTRL-BLK.
          CALL "OPYADD" USING OPY-CTRL-BLK OPY-REC.
          ADD 1 TO SWI-REDIRECT-COUNT.
          ADD CLR-AMOUNT TO SWI-REDIRECT-TOTAL.
          INITIALIZE SWI-CTRL-BLK.
          CALL "SWIPUT" USING SWI-CTRL-BLK SWI-REC.
          ADD 1 TO W-RED-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "        redirected to bank " SWI-NEW-BANK " acct "
                 SWI-NEW-ACC-REF " payment " OPY-ID INTO PRINT-REC.
          WRITE PRINT-REC.
       REMOVE-FAILED-LINE.
          MOVE 0 TO T-TL-AMOUNT OF T-TRAN-LINE-REC.
          INITIALIZE TRAN-CTRL-BLK.
          MOVE CLR-DATE TO RET-DATE.
          MOVE CLR-REF TO RET-REF.
          MOVE W-FAIL-REASON TO RET-REASON.
          MOVE CLR-ORIGINATOR TO RET-ORIGINATOR.
          WRITE RET-REC.
          MOVE CLR-AMOUNT TO W-AMOUNT.
          STRING "[" CLR-ACC "] " W-AMOUNT "  " CLR-REF
                 " in suspense, " W-RET-COUNT
                 " item(s) returned" INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-MDT-RET-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-MDT-RET-COUNT " direct debit(s) returned for "
                   "no valid mandate or over the mandate terms"
                   INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          IF W-RED-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-RED-COUNT " credit(s) for switched accounts "
                   "redirected to the new bank" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          DISPLAY W-POST-COUNT " item(s) posted, " W-SUS-COUNT
                  " in suspense, " W-RET-COUNT
                  " returned - see CLRREG and CLEAROUT files".
