       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CMPWORK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY CMPCTRL.
        COPY ACCCTRL.
        COPY CUSCTRL.
        COPY TRANCTRL.
        COPY NTCCTRL.
        COPY CNTCTRL.
        COPY PARCTRL.
        COPY OPERID.
        COPY COMPLAINT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ====.
        COPY ACCOUNT REPLACING ==:PREFIX:== BY ==G-==.
        COPY CUSTOMER REPLACING ==:PREFIX:== BY ====.
        COPY TRAN  REPLACING ==:PREFIX:== BY ==T-==.
        COPY TRANL REPLACING ==:PREFIX:== BY ==T-==.
        COPY NOTICE REPLACING ==:PREFIX:== BY ====.
        COPY CNOTE REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 W-ACTION       PIC X(1).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(6).
            05 W-TODAY-INT    PIC S9(7).
            05 W-DAY-INT      PIC S9(7).
            05 W-SLA-DAYS     PIC 9(3) VALUE 56.
            05 W-WARN-DAYS    PIC 9(3) VALUE 7.
            05 W-DAYS-LEFT    PIC S9(5).
            05 W-DAYS-ED      PIC -ZZZ9.
            05 W-AMT-IN       PIC X(12).
            05 W-AMOUNT       PIC S9(7)V99.
            05 W-AMT-ED       PIC -ZZZZZZ9.99.
            05 W-OWNER        PIC X(10).
            05 W-FLAG         PIC X(8).
            05 W-NOTE-IN      PIC X(50).
            05 W-WORK-COUNT   PIC 9(5).
            05 W-LATE-COUNT   PIC 9(5).
       PROCEDURE DIVISION.
       COMPLAINT-WORKLIST.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:6) TO W-NOW.
          COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
          CALL "CMPIO" USING CMP-CTRL-BLK.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "CUSTIO" USING CUS-CTRL-BLK.
          CALL "TRANIO" USING TRAN-CTRL-BLK.
          CALL "NTCIO" USING NTC-CTRL-BLK.
          CALL "CNOTEIO" USING CNT-CTRL-BLK.
          PERFORM LOAD-PARAMETERS.
          DISPLAY "Action (R=register complaint, W=worklist, "
                  "S=show complaint, U=update/progress note,".
          DISPLAY "        P=pay redress, C=close with final "
                  "response, M=monthly return, Q=quit): "
                  NO ADVANCING.
          MOVE SPACES TO W-ACTION.
          ACCEPT W-ACTION.
          EVALUATE FUNCTION UPPER-CASE(W-ACTION)
            WHEN 'R'
              PERFORM REGISTER-COMPLAINT
            WHEN 'W'
              PERFORM SHOW-WORKLIST
            WHEN 'S'
              PERFORM SHOW-COMPLAINT
            WHEN 'U'
              PERFORM UPDATE-COMPLAINT
            WHEN 'P'
              PERFORM PAY-REDRESS
            WHEN 'C'
              PERFORM CLOSE-COMPLAINT
            WHEN 'M'
              CALL "CMPRTN"
          END-EVALUATE.
          GOBACK.
       LOAD-PARAMETERS.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "CMPSLA" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-SLA-DAYS
            END-IF.
          MOVE "CMPWARN" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-NUM NOT = 0 THEN
            MOVE PAR-NUM TO W-WARN-DAYS
            END-IF.
       READ-COMPLAINT.
          INITIALIZE CMP-REC.
          DISPLAY "Complaint id: " NO ADVANCING.
          MOVE 0 TO CMP-ID.
          ACCEPT CMP-ID.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPGET" USING CMP-CTRL-BLK CMP-REC.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Complaint not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       READ-OPEN-COMPLAINT.
          PERFORM READ-COMPLAINT.
          IF CMP-CTRL-RET-CODE = 0 AND NOT CMP-OPEN THEN
            MOVE "Complaint is already closed" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            MOVE 1 TO CMP-CTRL-RET-CODE
            END-IF.
       REGISTER-COMPLAINT.
          INITIALIZE CMP-REC.
          DISPLAY "Customer id: " NO ADVANCING.
          MOVE 0 TO CMP-CUST.
          ACCEPT CMP-CUST.
          INITIALIZE CUST-REC.
          MOVE CMP-CUST TO CUST-ID.
          INITIALIZE CUS-CTRL-BLK.
          CALL "CUSRID" USING CUS-CTRL-BLK CUST-REC.
          IF CUS-CTRL-RET-CODE NOT = 0 THEN
            MOVE "Customer not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Account complained about: " NO ADVANCING.
          MOVE 0 TO CMP-ACC.
          ACCEPT CMP-ACC.
          INITIALIZE ACC-REC.
          MOVE CMP-ACC TO ACC-ID.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRID" USING ACC-CTRL-BLK ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 OR ACC-IS-CASH THEN
            MOVE "Account not found" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF ACC-CUST-ID NOT = CMP-CUST THEN
            DISPLAY "Note - account is not held in this customer's "
                    "own name"
            END-IF.
          DISPLAY "Transaction id (0 = none): " NO ADVANCING.
          MOVE 0 TO CMP-TRAN-ID.
          ACCEPT CMP-TRAN-ID.
          IF CMP-TRAN-ID NOT = 0 THEN
            INITIALIZE T-TRAN-REC
            MOVE CMP-TRAN-ID TO T-TRAN-ID OF T-TRAN-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANRID" USING TRAN-CTRL-BLK T-TRAN-REC
            IF TRAN-CTRL-RET-CODE NOT = 0 THEN
              DISPLAY "Note - transaction is not on the live file"
              END-IF
            END-IF.
          DISPLAY "Category (FEES SERV PAYM CARD LEND FRAU ACCT "
                  "OTHR): " NO ADVANCING.
          MOVE SPACES TO CMP-CATEGORY.
          ACCEPT CMP-CATEGORY.
          MOVE FUNCTION UPPER-CASE(CMP-CATEGORY) TO CMP-CATEGORY.
          IF NOT CMP-CATEGORY-VALID THEN
            MOVE "Unknown complaint category" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Received by (B=branch P=phone E=e-mail "
                  "L=letter I=internet): " NO ADVANCING.
          MOVE SPACES TO CMP-CHANNEL.
          ACCEPT CMP-CHANNEL.
          MOVE FUNCTION UPPER-CASE(CMP-CHANNEL) TO CMP-CHANNEL.
          IF NOT CMP-CHANNEL-VALID THEN
            MOVE "Unknown channel" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Date received (YYYYMMDD, 0 = today): "
                  NO ADVANCING.
          MOVE 0 TO CMP-RECEIVED-DATE.
          ACCEPT CMP-RECEIVED-DATE.
          IF CMP-RECEIVED-DATE = 0 OR CMP-RECEIVED-DATE > W-TODAY
            THEN
            MOVE W-TODAY TO CMP-RECEIVED-DATE
            END-IF.
          DISPLAY "Summary: " NO ADVANCING.
          MOVE SPACES TO CMP-SUMMARY.
          ACCEPT CMP-SUMMARY.
          IF CMP-SUMMARY = SPACES THEN
            MOVE "A summary of the complaint is required" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Owner (blank = yourself): " NO ADVANCING.
          MOVE SPACES TO W-OWNER.
          ACCEPT W-OWNER.
          IF W-OWNER = SPACES THEN
            MOVE OPERATOR-ID TO CMP-OWNER
           ELSE
            MOVE W-OWNER TO CMP-OWNER
            END-IF.
          COMPUTE W-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE) +
                  W-SLA-DAYS.
          COMPUTE CMP-DEADLINE = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
          SET CMP-OPEN TO TRUE.
          MOVE OPERATOR-ID TO CMP-LOGGED-BY.
          MOVE 0 TO CMP-REDRESS-AMT.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPADD" USING CMP-CTRL-BLK CMP-REC.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            MOVE CMP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE NTC-REC.
          MOVE CMP-ACC TO NTC-ACC.
          MOVE "CMPACK" TO NTC-EVENT.
          STRING "Complaint " CMP-ID " received - reply by "
                 CMP-DEADLINE INTO NTC-TEXT.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
          IF NTC-CTRL-RET-CODE = 0 THEN
            MOVE W-TODAY TO CMP-ACK-DATE
            INITIALIZE CMP-CTRL-BLK
            CALL "CMPREPL" USING CMP-CTRL-BLK CMP-REC
           ELSE
            DISPLAY "Acknowledgement not queued: " NTC-CTRL-ERR-MSG
            END-IF.
          DISPLAY "Complaint " CMP-ID " registered, final response "
                  "due by " CMP-DEADLINE.
       SHOW-WORKLIST.
          DISPLAY "Owner (blank = all): " NO ADVANCING.
          MOVE SPACES TO W-OWNER.
          ACCEPT W-OWNER.
          MOVE 0 TO W-WORK-COUNT.
          MOVE 0 TO W-LATE-COUNT.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPNAF" USING CMP-CTRL-BLK CMP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CMP-CTRL-RET-CODE NOT = 0
              IF CMP-OPEN AND
                  (W-OWNER = SPACES OR W-OWNER = CMP-OWNER) THEN
                PERFORM SHOW-WORKLIST-LINE
                END-IF
              CALL "CMPNAN" USING CMP-CTRL-BLK CMP-REC
            END-PERFORM.
          DISPLAY W-WORK-COUNT " open complaint(s), " W-LATE-COUNT
                  " past the response deadline".
       SHOW-WORKLIST-LINE.
          ADD 1 TO W-WORK-COUNT.
          COMPUTE W-DAYS-LEFT =
                  FUNCTION INTEGER-OF-DATE(CMP-DEADLINE) -
                  W-TODAY-INT.
          EVALUATE TRUE
            WHEN W-DAYS-LEFT < 0
              MOVE "OVERDUE" TO W-FLAG
              ADD 1 TO W-LATE-COUNT
            WHEN W-DAYS-LEFT NOT > W-WARN-DAYS
              MOVE "DUE SOON" TO W-FLAG
            WHEN OTHER
              MOVE SPACES TO W-FLAG
          END-EVALUATE.
          MOVE W-DAYS-LEFT TO W-DAYS-ED.
          DISPLAY "  " CMP-ID " " CMP-CATEGORY " acct " CMP-ACC
                  " owner " CMP-OWNER " due " CMP-DEADLINE
                  W-DAYS-ED " day(s) " W-FLAG.
          DISPLAY "      " CMP-SUMMARY.
       SHOW-COMPLAINT.
          PERFORM READ-COMPLAINT.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Complaint " CMP-ID " (" CMP-STATUS ") category "
                  CMP-CATEGORY " via " CMP-CHANNEL.
          DISPLAY "  Customer " CMP-CUST " account " CMP-ACC
                  " transaction " CMP-TRAN-ID.
          DISPLAY "  Received " CMP-RECEIVED-DATE " acknowledged "
                  CMP-ACK-DATE " deadline " CMP-DEADLINE.
          DISPLAY "  Owner " CMP-OWNER " logged by " CMP-LOGGED-BY.
          DISPLAY "  " CMP-SUMMARY.
          IF CMP-REDRESS-AMT NOT = 0 THEN
            MOVE CMP-REDRESS-AMT TO W-AMT-ED
            DISPLAY "  Redress paid " W-AMT-ED " last transaction "
                    CMP-REDRESS-TRAN
            END-IF.
          IF CMP-CLOSED THEN
            DISPLAY "  Closed " CMP-CLOSED-DATE " outcome "
                    CMP-OUTCOME
            DISPLAY "  " CMP-RESPONSE
            END-IF.
       UPDATE-COMPLAINT.
          PERFORM READ-OPEN-COMPLAINT.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "New owner (blank = keep " CMP-OWNER "): "
                  NO ADVANCING.
          MOVE SPACES TO W-OWNER.
          ACCEPT W-OWNER.
          IF W-OWNER NOT = SPACES THEN
            MOVE W-OWNER TO CMP-OWNER
            END-IF.
          DISPLAY "New category (blank = keep " CMP-CATEGORY "): "
                  NO ADVANCING.
          MOVE SPACES TO W-NOTE-IN.
          ACCEPT W-NOTE-IN.
          IF W-NOTE-IN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(W-NOTE-IN(1:4)) TO CMP-CATEGORY
            IF NOT CMP-CATEGORY-VALID THEN
              MOVE "Unknown complaint category" TO SCREEN-MSG
              PERFORM DISPLAY-ERR-MSG
              GOBACK
              END-IF
            END-IF.
          DISPLAY "Progress note (blank = none): " NO ADVANCING.
          MOVE SPACES TO W-NOTE-IN.
          ACCEPT W-NOTE-IN.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPREPL" USING CMP-CTRL-BLK CMP-REC.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            MOVE CMP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF W-NOTE-IN NOT = SPACES THEN
            PERFORM RECORD-PROGRESS-NOTE
            END-IF.
          DISPLAY "Complaint " CMP-ID " updated".
       RECORD-PROGRESS-NOTE.
          INITIALIZE CNT-REC.
          MOVE CMP-CUST TO CNT-CUST.
          MOVE "CMPL" TO CNT-CATEGORY.
          MOVE OPERATOR-ID TO CNT-OPER.
          STRING "Cmp " CMP-ID ": " W-NOTE-IN DELIMITED BY SIZE
                 INTO CNT-TEXT.
          INITIALIZE CNT-CTRL-BLK.
          CALL "CNTADD" USING CNT-CTRL-BLK CNT-REC.
       PAY-REDRESS.
          IF NOT (OPERATOR-IS-SUPERVISOR OR OPERATOR-IS-ADMIN) THEN
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          PERFORM READ-COMPLAINT.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          IF CMP-REJECTED THEN
            MOVE "Complaint was rejected - no redress due" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          DISPLAY "Redress amount to credit to account " CMP-ACC
                  ": " NO ADVANCING.
          MOVE SPACES TO W-AMT-IN.
          ACCEPT W-AMT-IN.
          COMPUTE W-AMOUNT = FUNCTION NUMVAL(W-AMT-IN).
          IF W-AMOUNT NOT > 0 THEN
            MOVE "Redress amount must be positive" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE W-AMOUNT TO W-AMT-ED.
          MOVE SPACES TO SCREEN-MSG.
          STRING "Credit redress of " W-AMT-ED DELIMITED BY SIZE
                 INTO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          PERFORM POST-REDRESS.
          IF TRAN-CTRL-RET-CODE NOT = 0 THEN
            MOVE TRAN-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          ADD W-AMOUNT TO CMP-REDRESS-AMT.
          MOVE T-TRAN-ID OF T-TRAN-REC TO CMP-REDRESS-TRAN.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPREPL" USING CMP-CTRL-BLK CMP-REC.
          DISPLAY "Redress posted, transaction " CMP-REDRESS-TRAN.
       POST-REDRESS.
          PERFORM LOCATE-REDRESS-GL-ACCOUNT.
          INITIALIZE T-TRAN-REC.
          MOVE "CMPR" TO T-TRAN-TYPE.
          MOVE 0 TO T-TRAN-CASH-ACC.
          INITIALIZE TRAN-CTRL-BLK.
          CALL "TRANADD" USING TRAN-CTRL-BLK T-TRAN-REC.
          IF TRAN-CTRL-RET-CODE = 0 THEN
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE CMP-ACC TO T-TL-ACC OF T-TRAN-LINE-REC
            MOVE W-AMOUNT TO T-TL-AMOUNT OF T-TRAN-LINE-REC
            STRING "Complaint redress " CMP-ID DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE T-TRAN-LINE-REC
            MOVE T-TRAN-ID OF T-TRAN-REC TO
                 T-TL-TRAN-ID OF T-TRAN-LINE-REC
            MOVE G-ACC-ID TO T-TL-ACC OF T-TRAN-LINE-REC
            COMPUTE T-TL-AMOUNT OF T-TRAN-LINE-REC =
                    0 - W-AMOUNT
            STRING "Redress, complaint " CMP-ID DELIMITED BY SIZE
                   INTO T-TL-MEMO OF T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANLADD" USING TRAN-CTRL-BLK T-TRAN-LINE-REC
            INITIALIZE TRAN-CTRL-BLK
            CALL "TRANCOMM" USING TRAN-CTRL-BLK T-TRAN-REC
            END-IF.
       CLOSE-COMPLAINT.
          PERFORM READ-OPEN-COMPLAINT.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            GOBACK
            END-IF.
          DISPLAY "Outcome (U=upheld, P=partly upheld, "
                  "R=rejected): " NO ADVANCING.
          MOVE SPACES TO CMP-OUTCOME.
          ACCEPT CMP-OUTCOME.
          MOVE FUNCTION UPPER-CASE(CMP-OUTCOME) TO CMP-OUTCOME.
          IF NOT CMP-OUTCOME-VALID THEN
            MOVE "Outcome must be U, P or R" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          IF CMP-UPHELD AND CMP-REDRESS-AMT = 0 THEN
            DISPLAY "Note - upheld with no redress paid"
            END-IF.
          DISPLAY "Final response summary: " NO ADVANCING.
          MOVE SPACES TO CMP-RESPONSE.
          ACCEPT CMP-RESPONSE.
          IF CMP-RESPONSE = SPACES THEN
            MOVE "A final response summary is required" TO
              SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Send final response and close complaint" TO
            SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          SET CMP-CLOSED TO TRUE.
          MOVE W-TODAY TO CMP-CLOSED-DATE.
          INITIALIZE CMP-CTRL-BLK.
          CALL "CMPREPL" USING CMP-CTRL-BLK CMP-REC.
          IF CMP-CTRL-RET-CODE NOT = 0 THEN
            MOVE CMP-CTRL-ERR-MSG TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          INITIALIZE NTC-REC.
          MOVE CMP-ACC TO NTC-ACC.
          MOVE "CMPFINAL" TO NTC-EVENT.
          EVALUATE TRUE
            WHEN CMP-UPHELD
              STRING "Complaint " CMP-ID " upheld - final response"
                     INTO NTC-TEXT
            WHEN CMP-PARTLY
              STRING "Complaint " CMP-ID " partly upheld - final "
                     "reply" INTO NTC-TEXT
            WHEN OTHER
              STRING "Complaint " CMP-ID " not upheld - final "
                     "response" INTO NTC-TEXT
          END-EVALUATE.
          INITIALIZE NTC-CTRL-BLK.
          CALL "NTCADD" USING NTC-CTRL-BLK NTC-REC.
          IF NTC-CTRL-RET-CODE NOT = 0 THEN
            DISPLAY "Final response not queued: " NTC-CTRL-ERR-MSG
            END-IF.
          IF CMP-CLOSED-DATE > CMP-DEADLINE THEN
            DISPLAY "Complaint " CMP-ID " closed OUTSIDE the "
                    "response deadline " CMP-DEADLINE
           ELSE
            DISPLAY "Complaint " CMP-ID " closed within the "
                    "response deadline"
            END-IF.
       LOCATE-REDRESS-GL-ACCOUNT.
          MOVE "REDRESS" TO G-ACC-FNAME.
          MOVE "GL" TO G-ACC-LNAME.
          INITIALIZE ACC-CTRL-BLK.
          CALL "ACCRNAME" USING ACC-CTRL-BLK G-ACC-REC.
          IF ACC-CTRL-RET-CODE NOT = 0 THEN
            INITIALIZE G-ACC-REC
            MOVE "REDRESS" TO G-ACC-FNAME
            MOVE "GL" TO G-ACC-LNAME
            MOVE 'A' TO G-ACC-STATUS
            MOVE 9999999.99 TO G-ACC-OD-LIMIT
            INITIALIZE ACC-CTRL-BLK
            CALL "ACCADD" USING ACC-CTRL-BLK G-ACC-REC
            END-IF.
       COPY SCREENIO.
