       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CMPRTN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO 'CMPRTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-REC PIC X(80).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY CMPCTRL.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY COMPLAINT REPLACING ==:PREFIX:== BY ====.
        COPY RPTCTRL.
        COPY REPORTCT REPLACING ==:PREFIX:== BY ==R-==.
        01 WRK-VARS.
            05 W-RPT-NAME     PIC X(12) VALUE 'CMPRTN'.
            05 FS-P           PIC 9(2).
            05 W-TODAY        PIC 9(8).
            05 W-MONTH        PIC 9(6).
            05 W-CAT-IDX      PIC 9(2).
            05 W-RECV-ED      PIC ZZZZ9.
            05 W-CLSD-ED      PIC ZZZZ9.
            05 W-INSLA-ED     PIC ZZZZ9.
            05 W-OPEN-ED      PIC ZZZZ9.
            05 W-LATE-ED      PIC ZZZZ9.
            05 W-AMT-ED       PIC -ZZZZZZZ9.99.
            05 W-PCT          PIC 9(3)V9.
            05 W-PCT-ED       PIC ZZ9.9.
        01 W-CAT-TABLE.
            05 FILLER PIC X(4) VALUE 'FEES'.
            05 FILLER PIC X(4) VALUE 'SERV'.
            05 FILLER PIC X(4) VALUE 'PAYM'.
            05 FILLER PIC X(4) VALUE 'CARD'.
            05 FILLER PIC X(4) VALUE 'LEND'.
            05 FILLER PIC X(4) VALUE 'FRAU'.
            05 FILLER PIC X(4) VALUE 'ACCT'.
            05 FILLER PIC X(4) VALUE 'OTHR'.
        01 W-CAT-LIST REDEFINES W-CAT-TABLE.
            05 W-CAT-CODE OCCURS 8 TIMES PIC X(4).
        01 W-CAT-TOTALS.
            05 W-CAT-ENTRY OCCURS 9 TIMES.
                10 W-CAT-RECV     PIC 9(5).
                10 W-CAT-CLSD     PIC 9(5).
                10 W-CAT-INSLA    PIC 9(5).
                10 W-CAT-OPEN     PIC 9(5).
                10 W-CAT-LATE     PIC 9(5).
                10 W-CAT-REDRESS  PIC S9(9)V99.
       PROCEDURE DIVISION.
       MONTHLY-COMPLAINTS-RETURN.
          MOVE 0 TO RETURN-CODE.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          MOVE B-BDT-BUS-DATE TO W-TODAY.
          MOVE W-TODAY(1:6) TO W-MONTH.
          INITIALIZE W-CAT-TOTALS.
          CALL "CMPIO" USING CMP-CTRL-BLK.
          OPEN OUTPUT PRINT-FILE.
          IF FS-P NOT = 0 THEN
            DISPLAY "Unable to open CMPRTN file, status " FS-P
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPNAF" USING CMP-CTRL-BLK CMP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CMP-CTRL-RET-CODE NOT = 0
              PERFORM ACCUMULATE-COMPLAINT
              CALL "CMPNAN" USING CMP-CTRL-BLK CMP-REC
            END-PERFORM.
          STRING "Complaints return for month " W-MONTH
                 " - run " W-TODAY INTO PRINT-REC.
          WRITE PRINT-REC.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          MOVE "Category  Received  Closed  In SLA  Open now  Overdue"
            TO PRINT-REC.
          MOVE "Redress paid" TO PRINT-REC(62:).
          WRITE PRINT-REC.
          PERFORM PRINT-CATEGORY-LINE
            VARYING W-CAT-IDX FROM 1 BY 1 UNTIL W-CAT-IDX > 9.
          MOVE SPACES TO PRINT-REC.
          WRITE PRINT-REC.
          IF W-CAT-CLSD(9) > 0 THEN
            COMPUTE W-PCT ROUNDED =
                    W-CAT-INSLA(9) * 100 / W-CAT-CLSD(9)
           ELSE
            MOVE 100 TO W-PCT
            END-IF.
          MOVE W-PCT TO W-PCT-ED.
          STRING W-PCT-ED "% of complaints closed this month were "
                 "answered within the deadline" INTO PRINT-REC.
          WRITE PRINT-REC.
          CLOSE PRINT-FILE.
          PERFORM KEEP-REPORT-RUN.
          DISPLAY "Complaints return " W-MONTH ": " W-CAT-RECV(9)
                  " received, " W-CAT-CLSD(9) " closed, "
                  W-CAT-INSLA(9) " within deadline - see CMPRTN file".
          MOVE W-CAT-RECV(9) TO STEP-RECORD-COUNT.
          GOBACK.
       ACCUMULATE-COMPLAINT.
          PERFORM VARYING W-CAT-IDX FROM 1 BY 1
              UNTIL W-CAT-IDX > 8 OR
                    W-CAT-CODE(W-CAT-IDX) = CMP-CATEGORY
            CONTINUE
          END-PERFORM.
          IF W-CAT-IDX > 8 THEN
            MOVE 8 TO W-CAT-IDX
            END-IF.
          IF CMP-RECEIVED-DATE(1:6) = W-MONTH THEN
            ADD 1 TO W-CAT-RECV(W-CAT-IDX) W-CAT-RECV(9)
            END-IF.
          IF CMP-CLOSED AND CMP-CLOSED-DATE(1:6) = W-MONTH THEN
            ADD 1 TO W-CAT-CLSD(W-CAT-IDX) W-CAT-CLSD(9)
            IF CMP-CLOSED-DATE NOT > CMP-DEADLINE THEN
              ADD 1 TO W-CAT-INSLA(W-CAT-IDX) W-CAT-INSLA(9)
              END-IF
            ADD CMP-REDRESS-AMT TO W-CAT-REDRESS(W-CAT-IDX)
                                   W-CAT-REDRESS(9)
            END-IF.
          IF CMP-OPEN THEN
            ADD 1 TO W-CAT-OPEN(W-CAT-IDX) W-CAT-OPEN(9)
            IF CMP-DEADLINE < W-TODAY THEN
              ADD 1 TO W-CAT-LATE(W-CAT-IDX) W-CAT-LATE(9)
              END-IF
            END-IF.
       PRINT-CATEGORY-LINE.
          MOVE SPACES TO PRINT-REC.
          MOVE W-CAT-RECV(W-CAT-IDX) TO W-RECV-ED.
          MOVE W-CAT-CLSD(W-CAT-IDX) TO W-CLSD-ED.
          MOVE W-CAT-INSLA(W-CAT-IDX) TO W-INSLA-ED.
          MOVE W-CAT-OPEN(W-CAT-IDX) TO W-OPEN-ED.
          MOVE W-CAT-LATE(W-CAT-IDX) TO W-LATE-ED.
          MOVE W-CAT-REDRESS(W-CAT-IDX) TO W-AMT-ED.
          IF W-CAT-IDX > 8 THEN
            MOVE SPACES TO PRINT-REC
            WRITE PRINT-REC
            MOVE "TOTAL" TO PRINT-REC
           ELSE
            MOVE W-CAT-CODE(W-CAT-IDX) TO PRINT-REC
            END-IF.
          MOVE W-RECV-ED TO PRINT-REC(12:5).
          MOVE W-CLSD-ED TO PRINT-REC(20:5).
          MOVE W-INSLA-ED TO PRINT-REC(28:5).
          MOVE W-OPEN-ED TO PRINT-REC(38:5).
          MOVE W-LATE-ED TO PRINT-REC(47:5).
          MOVE W-AMT-ED TO PRINT-REC(61:12).
          WRITE PRINT-REC.
*********
       KEEP-REPORT-RUN.
          CALL "RPTIO" USING RPT-CTRL-BLK.
          INITIALIZE R-RPT-REC.
          MOVE W-RPT-NAME TO R-RPT-NAME.
          INITIALIZE RPT-CTRL-BLK.
          CALL "RPTKEEP" USING RPT-CTRL-BLK R-RPT-REC.
