        COPY ACCREL REPLACING ==:PREFIX:== BY ====.
        COPY CUSCTRL.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY CHKCTRL.
        COPY CHECK REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==U-==.
        01 WRK-VARS.
            05 FS-L           PIC 9(2).
            05 FS-E           PIC 9(2).
            05 W-ESC-IDX      PIC 9(3).
            05 W-DRM-TOT      PIC 9(3).
            05 W-DRM-IDX      PIC 9(3).
            05 W-UCK-TOT      PIC 9(3).
            05 W-UCK-IDX      PIC 9(3).
            05 W-UCK-COUNT    PIC 9(5).
            05 W-UCK-AMT      PIC S9(7)V99.
        01 W-ESC-TABLE.
            05 W-ESC-ENTRY OCCURS 500 TIMES.
              10 W-ESC-ACC    PIC 9(5).
            05 W-DRM-ENTRY OCCURS 500 TIMES.
              10 W-DRM-ACC    PIC 9(5).
              10 W-DRM-LAST   PIC 9(8).
        01 W-UCK-TABLE.
            05 W-UCK-NUMBER PIC 9(7) OCCURS 500 TIMES.
       PROCEDURE DIVISION.
       DORMANCY-PROCESSING.
          MOVE 0 TO RETURN-CODE.
              UNTIL W-ESC-IDX > W-ESC-TOT
            PERFORM ESCHEAT-ONE-ACCOUNT
          END-PERFORM.
          PERFORM ESCHEAT-UNCLAIMED-CHECKS.
          CLOSE LETTER-FILE.
          CLOSE ESCH-FILE.
          DISPLAY W-DORM-COUNT " account(s) moved to dormant, "
                  W-ESCH-COUNT " escheated, " W-UCK-COUNT
                  " unclaimed check(s) escheated".
       SWEEP-ONE-ACCOUNT.
          PERFORM FIND-LAST-ACTIVITY.
          IF NOT W-ACTIVITY-FOUND THEN
            DISPLAY "Escheat transfer failed for account " ACC-ID
                    ": " TRAN-CTRL-ERR-MSG
            END-IF.
       ESCHEAT-UNCLAIMED-CHECKS.
          MOVE 0 TO W-UCK-TOT.
          MOVE 0 TO W-UCK-COUNT.
          CALL "CHECKIO" USING CHK-CTRL-BLK.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKNAF" USING CHK-CTRL-BLK CHK-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CHK-CTRL-RET-CODE NOT = 0
              IF CHK-UNCLAIMED AND CHK-DATE < W-ESCH-CUTOFF THEN
                IF W-UCK-TOT < 500 THEN
                  ADD 1 TO W-UCK-TOT
                  MOVE CHK-NUMBER TO W-UCK-NUMBER(W-UCK-TOT)
                 ELSE
                  DISPLAY "Unclaimed check table full - check "
                          CHK-NUMBER " not processed this run"
                  END-IF
                END-IF
              CALL "CHKNAN" USING CHK-CTRL-BLK CHK-REC
            END-PERFORM.
          PERFORM VARYING W-UCK-IDX FROM 1 BY 1
              UNTIL W-UCK-IDX > W-UCK-TOT
            PERFORM ESCHEAT-ONE-CHECK
          END-PERFORM.
       ESCHEAT-ONE-CHECK.
          INITIALIZE CHK-REC.
          MOVE W-UCK-NUMBER(W-UCK-IDX) TO CHK-NUMBER.
          INITIALIZE CHK-CTRL-BLK.
          CALL "CHKRID" USING CHK-CTRL-BLK CHK-REC.
          IF CHK-CTRL-RET-CODE NOT = 0 OR NOT CHK-UNCLAIMED THEN
            CONTINUE
           ELSE
            COMPUTE W-UCK-AMT = FUNCTION ABS(CHK-AMOUNT)
            INITIALIZE U-ACC-REC
            MOVE "UNCLAIMED" TO U-ACC-FNAME
            MOVE "GL" TO U-ACC-LNAME
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCRNAME" USING ACC-CTRL-BLK U-ACC-REC
            IF ACC-CTRL-RET-CODE = 0 THEN
              PERFORM FIND-REMITTANCE-ACCOUNT
              END-IF
            IF ACC-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "Remittance account unavailable - check "
                      CHK-NUMBER " not escheated"
             ELSE
              PERFORM POST-CHECK-ESCHEAT-TRANSFER
              IF TRAN-CTRL-RET-CODE = 0 THEN
                ADD 1 TO W-UCK-COUNT
                INITIALIZE ESCH-REC
                MOVE CHK-ACC TO ESCH-ACC
                MOVE CHK-PAYEE TO ESCH-NAME
                MOVE W-UCK-AMT TO ESCH-AMOUNT
                WRITE ESCH-REC
                SET CHK-ESCHEATED TO TRUE
                INITIALIZE CHK-CTRL-BLK
                CALL "CHKREPL" USING CHK-CTRL-BLK CHK-REC
                END-IF
              END-IF
            END-IF.
       POST-CHECK-ESCHEAT-TRANSFER.
          INITIALIZE T-TRAN-REC.
          MOVE "ESCH" TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE U-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-UCK-AMT
            STRING "Unclaimed check " CHK-NUMBER " escheated"
                   DELIMITED BY SIZE INTO T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE CHK-NUMBER TO T-TL-REF OF T-TRAN-LINE-REC
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE E-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-UCK-AMT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            MOVE "Escheated funds received" TO
                 T-TL-MEMO OF T-TRAN-LINE-REC
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Escheat transfer failed for check " CHK-NUMBER
                    ": " TRAN-CTRL-ERR-MSG
            END-IF.
       RELEASE-DORMANT-ACCOUNT.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            DISPLAY "Supervisor authority required"
