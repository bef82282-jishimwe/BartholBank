       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHBKRESP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESP-FILE ASSIGN TO 'CHBKRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-R.
           SELECT PRINT-FILE ASSIGN TO 'CHBKREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
       01  RS-REC.
           05  RS-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  RS-CB-ID.
               10  RS-TRAN-ID PIC 9(5).
               10  RS-ACC     PIC 9(5).
               10  RS-SEQ     PIC 9(3).
           05  FILLER         PIC X(1).
           05  RS-RESULT      PIC X(1).
               88  RS-ACCEPTED    VALUE 'A'.
               88  RS-REPRESENTED VALUE 'P'.
               88  RS-REJECTED    VALUE 'J'.
           05  FILLER         PIC X(1).
           05  RS-AMOUNT      PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  RS-DATE        PIC 9(8).
           05  FILLER         PIC X(1).
           05  RS-NOTE        PIC X(30).
       01  RS-TRAILER-REC.
           05  RS-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  RS-TRL-COUNT   PIC 9(7).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY DSPCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY DISPUTE REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==S-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CHBKREG'.
            05 FS-R           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-ITEM-COUNT   PIC 9(7).
            05 W-TRAILER-COUNT PIC 9(7).
            05 W-TRAILER-SW   PIC X(1).
              88 W-TRAILER-FOUND VALUE 'Y'.
            05 W-RECOVER      PIC S9(7)V99.
            05 W-CREDIT-ACC   PIC 9(5).
            05 W-GL-NAME      PIC X(15).
            05 W-AMOUNT       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
            05 W-ACCEPT-COUNT PIC 9(5).
            05 W-ACCEPT-TOTAL PIC S9(9)V99.
            05 W-REPR-COUNT   PIC 9(5).
            05 W-REJ-COUNT    PIC 9(5).
            05 W-ERR-COUNT    PIC 9(5).
            05 W-FAIL-REASON  PIC X(40).
       PROCEDURE DIVISION.
       PROCESS-CHARGEBACK-RESPONSES.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "DSPIO" USING DSP-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          PERFORM VERIFY-RESPONSE-COUNT.
          IF RETURN-CODE NOT = 0 THEN
            MOVE "Trailer missing or count disagrees"
              TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CHBKREG file, status " FS-P
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open CHBKREG file" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          MOVE SPACES TO PRINT-REC.
          STRING "Chargeback response register - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE 0 TO W-ACCEPT-COUNT.
          MOVE 0 TO W-ACCEPT-TOTAL.
          MOVE 0 TO W-REPR-COUNT.
          MOVE 0 TO W-REJ-COUNT.
          MOVE 0 TO W-ERR-COUNT.
          OPEN INPUT RESP-FILE.
          READ RESP-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-R NOT = 0
            IF RS-TYPE = 'D' THEN
              PERFORM APPLY-ONE-RESPONSE THRU
                      APPLY-ONE-RESPONSE-EXIT
              END-IF
            READ RESP-FILE NEXT
          END-PERFORM.
          CLOSE RESP-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CHBKRESP" TO IGW-FILE.
          MOVE "CHBKRESP" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CHBKRESP file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CHBKRESP refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       VERIFY-RESPONSE-COUNT.
          MOVE 0 TO W-ITEM-COUNT.
          MOVE 0 TO W-TRAILER-COUNT.
          MOVE 'N' TO W-TRAILER-SW.
          OPEN INPUT RESP-FILE.
          IF FS-R = 35 THEN
            DISPLAY "CHBKRESP file not found - nothing to process"
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          READ RESP-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-R NOT = 0
            EVALUATE RS-TYPE
              WHEN 'D'
                ADD 1 TO W-ITEM-COUNT
              WHEN 'T'
                SET W-TRAILER-FOUND TO TRUE
                MOVE RS-TRL-COUNT TO W-TRAILER-COUNT
            END-EVALUATE
            READ RESP-FILE NEXT
          END-PERFORM.
          CLOSE RESP-FILE.
          IF NOT W-TRAILER-FOUND OR
              W-ITEM-COUNT NOT = W-TRAILER-COUNT THEN
            DISPLAY "CHBKRESP trailer missing or count "
                    W-ITEM-COUNT " does not agree - run rejected"
            MOVE 1 TO RETURN-CODE
            END-IF.
       APPLY-ONE-RESPONSE.
          INITIALIZE DSP-REC.
          MOVE RS-TRAN-ID TO DSP-TRAN-ID.
          MOVE RS-ACC TO DSP-ACC.
          MOVE RS-SEQ TO DSP-SEQ.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPGET" USING DSP-CTRL-BLK DSP-REC.
          IF DSP-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Chargeback not on the dispute register" TO
              W-FAIL-REASON
            PERFORM WRITE-EXCEPTION-LINE
            GO TO APPLY-ONE-RESPONSE-EXIT
            END-IF.
          IF NOT (DSP-CB-SENT OR DSP-CB-REPRESENTED) THEN
            MOVE "Chargeback is not awaiting a response" TO
              W-FAIL-REASON
            PERFORM WRITE-EXCEPTION-LINE
            GO TO APPLY-ONE-RESPONSE-EXIT
            END-IF.
          MOVE RS-DATE TO DSP-CB-RESP-DATE.
          MOVE RS-NOTE TO DSP-CB-RESP-NOTE.
          EVALUATE TRUE
            WHEN RS-ACCEPTED
              PERFORM POST-MERCHANT-FUNDING
              IF TRAN-CTRL-RET-CODE NOT = 0 THEN
                MOVE TRAN-CTRL-ERR-MSG TO W-FAIL-REASON
                PERFORM WRITE-EXCEPTION-LINE
                GO TO APPLY-ONE-RESPONSE-EXIT
                END-IF
              SET DSP-CB-ACCEPTED TO TRUE
              SET DSP-UPHELD TO TRUE
              MOVE W-TODAY TO DSP-RESOLVED-DATE
              ADD 1 TO W-ACCEPT-COUNT
              ADD W-RECOVER TO W-ACCEPT-TOTAL
            WHEN RS-REPRESENTED
              SET DSP-CB-REPRESENTED TO TRUE
              ADD 1 TO W-REPR-COUNT
            WHEN RS-REJECTED
              SET DSP-CB-REJECTED TO TRUE
              ADD 1 TO W-REJ-COUNT
            WHEN OTHER
              MOVE "Unknown response code" TO W-FAIL-REASON
              PERFORM WRITE-EXCEPTION-LINE
              GO TO APPLY-ONE-RESPONSE-EXIT
          END-EVALUATE.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPREPL" USING DSP-CTRL-BLK DSP-REC.
          MOVE DSP-AMOUNT TO W-AMOUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "Line " DSP-TRAN-ID "-" DSP-ACC "-" DSP-SEQ " "
                 W-AMOUNT "  " RS-RESULT " " RS-NOTE
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       APPLY-ONE-RESPONSE-EXIT.
          EXIT.
       POST-MERCHANT-FUNDING.
          MOVE DSP-AMOUNT TO W-RECOVER.
          IF RS-AMOUNT > 0 AND RS-AMOUNT < DSP-AMOUNT THEN
            MOVE RS-AMOUNT TO W-RECOVER
            END-IF.
          IF DSP-PROV-TRAN NOT = 0 THEN
            MOVE "DISPUTE" TO W-GL-NAME
            PERFORM LOCATE-GL-ACCOUNT
            MOVE G-ACC-ID TO W-CREDIT-ACC
           ELSE
            MOVE DSP-ACC TO W-CREDIT-ACC
            END-IF.
          MOVE "CARDSUSP" TO W-GL-NAME.
          PERFORM LOCATE-GL-ACCOUNT.
          MOVE G-ACC-REC TO S-ACC-REC.
          INITIALIZE T-TRAN-REC.
          MOVE "CBK " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-CREDIT-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-RECOVER TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Chargeback funded by merchant" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE DSP-CB-NET-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE S-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-RECOVER
            MOVE "Chargeback network credit" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE DSP-CB-NET-REF TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              MOVE T-TRAN-ID OF T-TRAN-REC TO DSP-CB-RECOV-TRAN
              END-IF
            END-IF.
       LOCATE-GL-ACCOUNT.
          INITIALIZE G-ACC-REC.
          MOVE W-GL-NAME TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE W-GL-NAME TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       WRITE-EXCEPTION-LINE.
          ADD 1 TO W-ERR-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "Line " RS-TRAN-ID "-" RS-ACC "-" RS-SEQ " "
                 RS-RESULT " NOT APPLIED - " W-FAIL-REASON
                 INTO PRINT-REC.
          WRITE PRINT-REC.
       WRITE-RUN-SUMMARY.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE W-ACCEPT-TOTAL TO W-TOTAL-ED.
          MOVE SPACES TO PRINT-REC.
          STRING W-ACCEPT-COUNT " accepted, merchant funded "
                 W-TOTAL-ED INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          STRING W-REPR-COUNT " represented, " W-REJ-COUNT
                 " rejected, " W-ERR-COUNT " not applied"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          DISPLAY W-ACCEPT-COUNT " accepted, " W-REPR-COUNT
                  " represented, " W-REJ-COUNT " rejected - see "
                  "CHBKREG file".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
