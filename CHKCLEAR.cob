        COPY CHKCTRL.
        COPY STPCTRL.
        COPY TRANCTRL.
        COPY ACCCTRL.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY CHECK REPLACING ==:PREFIX:== BY ====.
        COPY PPDCTRL.
        COPY PPDQ REPLACING ==:PREFIX:== BY ====.
        COPY CBKCTRL.
        COPY CBOCTRL.
        COPY PARCTRL.
        COPY CHKBOOK REPLACING ==:PREFIX:== BY ====.
        COPY CHKBOOK REPLACING ==:PREFIX:== BY ==N-==.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY IGWCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CHKCLEAR'.
            05 FS-PRES        PIC 9(2).
              88 W-IN-ISSUED-BOOK VALUE 'I'.
              88 W-IN-LOST-BOOK   VALUE 'L'.
              88 W-NO-BOOK-MATCH  VALUE 'N'.
              88 W-IN-PENDING-BOOK VALUE 'P'.
            05 W-MATCH-BOOK   PIC 9(3).
            05 W-MATCH-END    PIC 9(7).
            05 W-REORDER-LEFT PIC 9(3) VALUE 5.
            05 W-REORDER-COUNT PIC 9(5).
            05 W-REORDER-SW   PIC X(1).
              88 W-REORDER-DUE VALUE 'Y'.
       PROCEDURE DIVISION.
       CLEAR-PRESENTED-CHECKS.
          MOVE 0 TO RETURN-CODE.
          MOVE 0 TO W-CLEAR-TOTAL.
          MOVE 0 TO W-EXCP-COUNT.
          MOVE 0 TO W-QUAR-COUNT.
          MOVE 0 TO W-REORDER-COUNT.
          CALL "CHECKIO" USING CHK-CTRL-BLK.
          CALL "STOPIO" USING STP-CTRL-BLK.
          CALL "PPDIO" USING PPD-CTRL-BLK.
          CALL "CBKIO" USING CBK-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          PERFORM CHECK-INBOUND-GATE.
          IF RETURN-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          OPEN INPUT PRES-FILE.
          IF FS-PRES = 35 THEN
            DISPLAY "CHKPRESIN file not found - nothing to clear"
                    FS-P
            CLOSE PRES-FILE
            MOVE 1 TO RETURN-CODE
            MOVE "Unable to open CHKCLEAR print file"
              TO IGW-CTRL-ERR-MSG
            CALL "INBFAIL" USING IGW-CTRL-BLK
            GOBACK
            END-IF.
          STRING "Check clearing run - " W-TODAY INTO PRINT-REC.
            PERFORM CLEAR-ONE-ITEM
            READ PRES-FILE NEXT
          END-PERFORM.
          CALL "INBDONE" USING IGW-CTRL-BLK.
          PERFORM WRITE-RUN-SUMMARY.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          CLOSE PRES-FILE.
          GOBACK.
       CHECK-INBOUND-GATE.
          INITIALIZE IGW-CTRL-BLK.
          MOVE "CHKPRES" TO IGW-FILE.
          MOVE "CHKCLEAR" TO IGW-PROGRAM.
          CALL "INBGATE" USING IGW-CTRL-BLK.
          IF IGW-CTRL-RET-CODE = 35 THEN
            DISPLAY "CHKPRESIN file not found - nothing to clear"
            MOVE 1 TO RETURN-CODE
           ELSE
            IF IGW-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "CHKPRESIN refused by the inbound gateway: "
                      IGW-CTRL-ERR-MSG
              MOVE 1 TO RETURN-CODE
              END-IF
            END-IF.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          INITIALIZE PAR-REC.
          MOVE "CBKREORD" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM > 0 THEN
            MOVE PAR-NUM TO W-REORDER-LEFT
            END-IF.
       CLEAR-ONE-ITEM.
          INITIALIZE CHK-CTRL-BLK.
          MOVE PRES-CHK-NUMBER TO CHK-NUMBER.
            PERFORM CHECK-CUSTOMER-SERIAL
           ELSE
            IF NOT CHK-OUTSTANDING THEN
              IF CHK-STALE-DATED THEN
                MOVE "stale-dated check - refused" TO W-EXCP-REASON
               ELSE
                MOVE "check not outstanding" TO W-EXCP-REASON
                END-IF
              PERFORM WRITE-EXCEPTION-LINE
             ELSE
              PERFORM CHECK-FOR-STOP-ORDER
                      W-EXCP-REASON
                    PERFORM QUEUE-DECISION-ITEM
                   ELSE
                    PERFORM POST-CLEARING THRU POST-CLEARING-EXIT
                    END-IF
                  END-IF
                END-IF
              CALL "STPACN" USING STP-CTRL-BLK STP-REC
            END-PERFORM.
       POST-CLEARING.
          PERFORM POST-CHKPAY-RELEASE.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO W-EXCP-REASON
            PERFORM WRITE-EXCEPTION-LINE
            GO TO POST-CLEARING-EXIT
            END-IF.
          SET CHK-CLEARED TO TRUE.
          MOVE W-TODAY TO CHK-CLEAR-DATE.
          CALL "CHKREPL" USING CHK-CTRL-BLK CHK-REC.
            MOVE "update failed" TO W-EXCP-REASON
            PERFORM WRITE-EXCEPTION-LINE
            END-IF.
       POST-CLEARING-EXIT.
          EXIT.
       POST-CHKPAY-RELEASE.
          INITIALIZE G-ACC-REC.
          MOVE "CHKPAY" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "CHKPAY" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            MOVE 99 TO TRAN-CTRL-RET-CODE
            MOVE "checks payable GL unavailable" TO
              TRAN-CTRL-ERR-MSG
           ELSE
            INITIALIZE T-TRAN-REC
            MOVE "CLR " TO T-TRAN-TYPE
            MOVE 0 TO T-TRAN-CASH-ACC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE = 0 THEN
              INITIALIZE T-TRAN-LINE-REC
              MOVE T-TRAN-ID OF T-TRAN-REC TO
                   T-TL-TRAN-ID OF T-TRAN-LINE-REC
              MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
              COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                      0 - FUNCTION ABS(CHK-AMOUNT)
              STRING "Check " CHK-NUMBER " paid" DELIMITED BY SIZE
                 INTO T-TL-MEMO OF T-TRAN-LINE-REC
              MOVE CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC
              MOVE PRES-DATE TO
                   T-TL-VALUE-DATE OF T-TRAN-LINE-REC
              INITIALIZE TRAN-CTRL-BLK
              CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
              IF TRAN-CTRL-RET-CODE NOT = 0 THEN
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANDEL" USING TRAN-CTRL-BLK T-TRAN-REC
                MOVE 99 TO TRAN-CTRL-RET-CODE
               ELSE
                INITIALIZE TRAN-CTRL-BLK
                CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
                END-IF
              END-IF
            END-IF.
       CHECK-CUSTOMER-SERIAL.
          SET W-NO-BOOK-MATCH TO TRUE.
          MOVE 0 TO CHK-ACC.
          MOVE 0 TO W-MATCH-BOOK.
          MOVE 0 TO W-MATCH-END.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKNAF" USING CBK-CTRL-BLK CBK-REC.
          PERFORM
                IF CBK-LOST THEN
                  SET W-IN-LOST-BOOK TO TRUE
                 ELSE
                  IF CBK-PENDING THEN
                    IF W-NO-BOOK-MATCH THEN
                      SET W-IN-PENDING-BOOK TO TRUE
                      END-IF
                   ELSE
                    IF NOT W-IN-LOST-BOOK THEN
                      SET W-IN-ISSUED-BOOK TO TRUE
                      MOVE CBK-BOOK TO W-MATCH-BOOK
                      MOVE CBK-END-SERIAL TO W-MATCH-END
                      END-IF
                    END-IF
                  END-IF
                END-IF
              MOVE "serial is in a lost checkbook" TO
                W-EXCP-REASON
              PERFORM QUEUE-DECISION-ITEM
            WHEN W-IN-PENDING-BOOK
              MOVE "serial in undelivered checkbook" TO
                W-EXCP-REASON
              PERFORM QUEUE-DECISION-ITEM
            WHEN W-IN-ISSUED-BOOK
              PERFORM CLEAR-CUSTOMER-CHECK THRU CLEAR-CUSTOMER-EXIT
            WHEN OTHER
              MOVE "presented, never issued" TO W-EXCP-REASON
              PERFORM QUEUE-DECISION-ITEM
                   "  " W-AMOUNT "  customer check cleared"
               INTO PRINT-REC
            WRITE PRINT-REC
            PERFORM CHECK-REORDER-TRIGGER THRU CHECK-REORDER-EXIT
           ELSE
            MOVE TRAN-CTRL-ERR-MSG TO W-EXCP-REASON
            PERFORM QUEUE-DECISION-ITEM
            END-IF.
       CLEAR-CUSTOMER-EXIT.
          EXIT.
       CHECK-REORDER-TRIGGER.
          IF W-MATCH-END - PRES-CHK-NUMBER > W-REORDER-LEFT THEN
            GO TO CHECK-REORDER-EXIT
            END-IF.
          SET W-REORDER-DUE TO TRUE.
          INITIALIZE N-CBK-REC.
          MOVE CHK-ACC TO N-CBK-ACC.
          INITIALIZE CBK-CTRL-BLK.
          CALL "CBKACF" USING CBK-CTRL-BLK N-CBK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CBK-CTRL-RET-CODE NOT = 0
              IF N-CBK-PENDING OR
                  (N-CBK-BOOK > W-MATCH-BOOK AND NOT N-CBK-LOST) THEN
                MOVE 'N' TO W-REORDER-SW
                END-IF
              CALL "CBKACN" USING CBK-CTRL-BLK N-CBK-REC
            END-PERFORM.
          IF NOT W-REORDER-DUE THEN
            GO TO CHECK-REORDER-EXIT
            END-IF.
          INITIALIZE N-CBK-REC.
          MOVE CHK-ACC TO N-CBK-ACC.
          INITIALIZE CBO-CTRL-BLK.
          SET CBO-AUTO TO TRUE.
          CALL "CBKORDER" USING CBO-CTRL-BLK N-CBK-REC.
          IF CBO-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-REORDER-COUNT
            STRING "  acct " CHK-ACC "  checkbook reorder raised, "
                   "book " N-CBK-BOOK " serials " N-CBK-START-SERIAL
                   " - " N-CBK-END-SERIAL INTO PRINT-REC
           ELSE
            STRING "  acct " CHK-ACC "  checkbook reorder failed - "
                   CBO-CTRL-ERR-MSG INTO PRINT-REC
            END-IF.
          WRITE PRINT-REC.
       CHECK-REORDER-EXIT.
          EXIT.
       POST-CUSTOMER-CHECK.
          INITIALIZE T-TRAN-REC.
          MOVE "CLR " TO T-TRAN-TYPE.
                 ", " W-EXCP-COUNT " exception(s), "
                 W-QUAR-COUNT " quarantined" INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-REORDER-COUNT > 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-REORDER-COUNT " checkbook reorder(s) sent to "
                   "the printer order file" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          DISPLAY W-CLEAR-COUNT " check(s) cleared, "
                  W-EXCP-COUNT " exception(s), " W-QUAR-COUNT
                  " quarantined - see CHKCLEAR file".
