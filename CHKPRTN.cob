       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHKPRTN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RTN-FILE ASSIGN TO 'CHKRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-I.
           SELECT PRINT-FILE ASSIGN TO 'CHKPRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  RTN-FILE.
       01  RTN-REC.
           05  RTN-ITEM-ID    PIC 9(5).
           05  RTN-DRAWEE-BANK PIC X(10).
           05  RTN-CHK-NUMBER PIC 9(10).
           05  RTN-AMOUNT     PIC S9(7)V99.
           05  RTN-DATE       PIC 9(8).
           05  RTN-REASON     PIC X(30).
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY PRSCTRL.
        COPY ACCCTRL.
        COPY TRANCTRL.
        COPY HLDCTRL.
        COPY SUSCTRL.
        COPY NTCCTRL.
        COPY PRESENT REPLACING ==:PREFIX:== BY ====.
        COPY HOLD REPLACING ==:PREFIX:== BY ====.
        COPY SUSPITEM REPLACING ==:PREFIX:== BY ====.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==C-==.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CHKPRTN'.
            05 FS-I           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-APPL-COUNT   PIC 9(5).
            05 W-SKIP-COUNT   PIC 9(5).
            05 W-SUSP-COUNT   PIC 9(5).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-OFFSET-ACC   PIC 9(5).
            05 W-ERR-MSG      PIC X(40).
            05 W-HOLD-SW      PIC X(1).
              88 W-HOLD-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       PROCESS-CHECK-RETURNS.
          MOVE 0 TO RETURN-CODE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          CALL "PRSIO" USING PRS-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "HOLDIO" USING HLD-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          MOVE 0 TO W-APPL-COUNT.
          MOVE 0 TO W-SKIP-COUNT.
          MOVE 0 TO W-SUSP-COUNT.
          PERFORM LOCATE-CLEARING-GL-ACCOUNT.
          PERFORM CHECK-INBOUND-GATE.
          IF IGW-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          OPEN INPUT RTN-FILE.
          IF FS-I NOT = 0 THEN
            DISPLAY "CHKRTN file could not be opened, status " FS-I
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open CHKRTN file" TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          OPEN OUTPUT PRINT-FILE.
          STRING "Presented check returns - " W-TODAY
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          READ RTN-FILE NEXT.
          PERFORM
            WITH TEST BEFORE UNTIL FS-I NOT = 0
            PERFORM APPLY-ONE-RETURN
            READ RTN-FILE NEXT
          END-PERFORM.
          CLOSE RTN-FILE.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          STRING W-APPL-COUNT " return(s) applied, "
                 W-SKIP-COUNT " skipped, " W-SUSP-COUNT
                 " to suspense" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY W-APPL-COUNT " return(s) applied, "
                  W-SKIP-COUNT " skipped - see CHKPRTN file".
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CHKRTN" TO IGW-FILE.
          MOVE "CHKPRTN" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CHKRTN file not found - nothing to process"
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CHKRTN refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       APPLY-ONE-RETURN.
          INITIALIZE PRS-REC.
          MOVE RTN-ITEM-ID TO PRS-ID.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSGET" USING PRS-CTRL-BLK PRS-REC.
          MOVE SPACES TO PRINT-REC.
          IF PRS-CTRL-RET-CODE NOT = 0 OR NOT PRS-SENT THEN
            ADD 1 TO W-SKIP-COUNT
            STRING "Return for item " RTN-ITEM-ID
                   " skipped - not a presented check" INTO PRINT-REC
            WRITE PRINT-REC
           ELSE
            IF PRS-CHK-NUMBER NOT = RTN-CHK-NUMBER OR
                PRS-AMOUNT NOT = RTN-AMOUNT THEN
              ADD 1 TO W-SKIP-COUNT
              STRING "Return for item " RTN-ITEM-ID
                     " skipped - check number or amount differs"
                     INTO PRINT-REC
              WRITE PRINT-REC
             ELSE
              PERFORM RETURN-PRESENTED-CHECK
                 THRU RETURN-PRESENTED-CHECK-EXIT
              END-IF
            END-IF.
       RETURN-PRESENTED-CHECK.
          PERFORM RELEASE-AVAILABILITY-HOLD.
          MOVE PRS-ACC TO W-OFFSET-ACC.
          PERFORM POST-RETURN-MOVEMENT.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING "Item " PRS-ID " depositor NOT debited - "
                   TRAN-CTRL-ERR-MSG INTO PRINT-REC
            WRITE PRINT-REC
            PERFORM LOCATE-SUSPENSE-ACCOUNT
            IF ACC-CTRL-RET-CODE = 0 THEN
              MOVE G-ACC-ID TO W-OFFSET-ACC
              PERFORM POST-RETURN-MOVEMENT
              END-IF
            IF ACC-CTRL-RET-CODE NOT = 0 OR
                TRAN-CTRL-RET-CODE NOT = 0 THEN
              ADD 1 TO W-SKIP-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "Item " PRS-ID " return NOT applied - "
                     "left as presented" INTO PRINT-REC
              WRITE PRINT-REC
              GO TO RETURN-PRESENTED-CHECK-EXIT
              END-IF
            PERFORM RECORD-SUSPENSE-ITEM
            END-IF.
          SET PRS-RETURNED TO TRUE.
          MOVE RTN-DATE TO PRS-RETURN-DATE.
          MOVE RTN-REASON TO PRS-RETURN-REASON.
          MOVE T-TRAN-ID OF T-TRAN-REC TO PRS-RETURN-TRAN.
          INITIALIZE PRS-CTRL-BLK.
          CALL "PRSREPL" USING PRS-CTRL-BLK PRS-REC.
          ADD 1 TO W-APPL-COUNT.
          MOVE PRS-AMOUNT TO W-AMT-ED.
          MOVE SPACES TO PRINT-REC.
          STRING "Item " PRS-ID " acct " PRS-ACC " check "
                 PRS-CHK-NUMBER " " W-AMT-ED " - "
                 RTN-REASON(1:15) INTO PRINT-REC.
          WRITE PRINT-REC.
          PERFORM QUEUE-RETURN-NOTICE.
       RETURN-PRESENTED-CHECK-EXIT.
          EXIT.
       RELEASE-AVAILABILITY-HOLD.
          MOVE 'N' TO W-HOLD-SW.
          INITIALIZE HLD-REC.
          MOVE PRS-ACC TO HLD-ACC.
          INITIALIZE HLD-CTRL-BLK.
          CALL "HLDACF" USING HLD-CTRL-BLK HLD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HLD-CTRL-RET-CODE NOT = 0 OR W-HOLD-FOUND
              IF HLD-ACTIVE AND HLD-AMOUNT = PRS-AMOUNT AND
                  HLD-REASON = "Check deposit availability" AND
                  HLD-PLACED-DATE >= PRS-DEP-DATE THEN
                SET W-HOLD-FOUND TO TRUE
               ELSE
                INITIALIZE HLD-CTRL-BLK
                CALL "HLDACN" USING HLD-CTRL-BLK HLD-REC
                END-IF
            END-PERFORM.
          IF W-HOLD-FOUND THEN
            SET HLD-RELEASED TO TRUE
            INITIALIZE HLD-CTRL-BLK
            CALL "HLDREPL" USING HLD-CTRL-BLK HLD-REC
            END-IF.
       POST-RETURN-MOVEMENT.
          INITIALIZE T-TRAN-REC.
          MOVE "CRT " TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE W-OFFSET-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - PRS-AMOUNT
            STRING "Returned check " PRS-CHK-NUMBER INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE "CHKRTN" TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE C-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE PRS-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Check return clearing " PRS-ID INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              MOVE TRAN-CTRL-ERR-MSG TO W-ERR-MSG
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC
              MOVE 1 TO TRAN-CTRL-RET-CODE
              MOVE W-ERR-MSG TO TRAN-CTRL-ERR-MSG
              END-IF
            END-IF.
       RECORD-SUSPENSE-ITEM.
          CALL "SUSIO" USING SUS-CTRL-BLK.
          INITIALIZE SUS-REC.
          MOVE W-TODAY TO SUS-DATE.
          COMPUTE SUS-AMOUNT = 0 - PRS-AMOUNT.
          MOVE PRS-CHK-NUMBER TO SUS-REF.
          MOVE PRS-ACC TO SUS-ORIG-ACC.
          SET SUS-OPEN TO TRUE.
          MOVE T-TRAN-ID OF T-TRAN-REC TO SUS-TRAN-ID.
          INITIALIZE SUS-CTRL-BLK.
          CALL "SUSADD" USING SUS-CTRL-BLK SUS-REC.
          ADD 1 TO W-SUSP-COUNT.
          MOVE SPACES TO PRINT-REC.
          STRING "  charged to SUSPENSE item " SUS-ID
                 " for recovery from acct " PRS-ACC INTO PRINT-REC.
          WRITE PRINT-REC.
       QUEUE-RETURN-NOTICE.
          INITIALIZE NTC-REC.
          MOVE PRS-ACC TO NTC-ACC.
          MOVE "CHKRETURN" TO NTC-EVENT.
          STRING "Check " PRS-CHK-NUMBER " returned unpaid"
                 INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
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
       LOCATE-SUSPENSE-ACCOUNT.
          MOVE "SUSPENSE" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "SUSPENSE" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
