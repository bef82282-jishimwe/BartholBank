        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        COPY SCRCTRL.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'OUTPREG'.
            05 FS-O           PIC 9(2).
            05 W-SENT-COUNT   PIC 9(5).
            05 W-SENT-TOTAL   PIC S9(9)V99.
            05 W-FAIL-COUNT   PIC 9(5).
            05 W-HELD-COUNT   PIC 9(5).
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-TOTAL-ED     PIC -ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
          MOVE 0 TO W-SENT-COUNT.
          MOVE 0 TO W-SENT-TOTAL.
          MOVE 0 TO W-FAIL-COUNT.
          MOVE 0 TO W-HELD-COUNT.
          PERFORM LOCATE-CLEARING-GL-ACCOUNT.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Clearing GL account unavailable"
            WITH TEST BEFORE
            UNTIL OPY-CTRL-RET-CODE NOT = 0
              IF OPY-ENTERED THEN
                PERFORM SCREEN-ONE-ITEM
                IF NOT OPY-SANC-HOLD THEN
                  PERFORM SEND-ONE-ITEM
                  END-IF
                END-IF
              CALL "OPYNAN" USING OPY-CTRL-BLK OPY-REC
            END-PERFORM.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          GOBACK.
       SCREEN-ONE-ITEM.
          IF NOT OPY-SCREEN-CLEARED THEN
            INITIALIZE SCR-CTRL-BLK
            MOVE OPY-BEN-NAME TO SCR-NAME
            MOVE 'P' TO SCR-SUBJ-TYPE
            MOVE OPY-ID TO SCR-SUBJ-ID
            MOVE "OUTPSEND" TO SCR-SOURCE
            CALL "SANCSCRN" USING SCR-CTRL-BLK
            IF SCR-POSSIBLE-HIT THEN
              SET OPY-SANC-HOLD TO TRUE
              INITIALIZE OPY-CTRL-BLK
              CALL "OPYREPL" USING OPY-CTRL-BLK OPY-REC
              ADD 1 TO W-HELD-COUNT
              MOVE SPACES TO PRINT-REC
              STRING "Item " OPY-ID " HELD - possible sanctions "
                     "match " SCR-ENTRY-ID " score " SCR-SCORE
                     INTO PRINT-REC
              WRITE PRINT-REC
              END-IF
            END-IF.
       SEND-ONE-ITEM.
          IF OPY-TRAN-ID = 0 THEN
            PERFORM POST-OUTBOUND-MOVEMENT
           ELSE
            MOVE OPY-TRAN-ID TO T-TRAN-ID OF T-TRAN-REC
            INITIALIZE TRAN-CTRL-BLK
            END-IF.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            ADD 1 TO W-FAIL-COUNT
            STRING "Item " OPY-ID " NOT sent - "
              END-IF
            STRING "Outbound clearing " OPY-ID INTO
               T-TL-MEMO OF T-TRAN-LINE-REC
            MOVE OPY-ID TO T-TL-REF OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
                 " written to CLROUT, " W-FAIL-COUNT " failed"
                 INTO PRINT-REC.
          WRITE PRINT-REC.
          IF W-HELD-COUNT NOT = 0 THEN
            MOVE SPACES TO PRINT-REC
            STRING W-HELD-COUNT " item(s) held for compliance "
                   "review" INTO PRINT-REC
            WRITE PRINT-REC
            END-IF.
          DISPLAY W-SENT-COUNT " item(s) sent, " W-FAIL-COUNT
                  " failed, " W-HELD-COUNT " held"
                  " - see OUTPREG and CLROUT files".
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
