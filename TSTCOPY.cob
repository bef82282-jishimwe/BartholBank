       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TSTCOPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACC-LIVE ASSIGN TO 'ACCOUNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LACC-ID
               ALTERNATE RECORD KEY IS LACC-NAME
               FILE STATUS IS FS-LIVE.
           SELECT ACC-TEST ASSIGN TO 'ACCOUNT.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TACC-ID
               ALTERNATE RECORD KEY IS TACC-NAME
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL CUST-LIVE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCUST-ID
               FILE STATUS IS FS-LIVE.
           SELECT CUST-TEST ASSIGN TO 'CUSTOMER.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCUST-ID
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL TRAN-LIVE ASSIGN TO 'TRAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTRAN-ID
               FILE STATUS IS FS-LIVE.
           SELECT TRAN-TEST ASSIGN TO 'TRAN.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTRAN-ID
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL TRANL-LIVE ASSIGN TO 'TRANL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTL-ID
               ALTERNATE RECORD KEY IS LTL-ACC
                  WITH DUPLICATES
               FILE STATUS IS FS-LIVE.
           SELECT TRANL-TEST ASSIGN TO 'TRANL.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTL-ID
               ALTERNATE RECORD KEY IS TTL-ACC
                  WITH DUPLICATES
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL CARD-LIVE ASSIGN TO 'CARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCRD-NUMBER
               FILE STATUS IS FS-LIVE.
           SELECT CARD-TEST ASSIGN TO 'CARD.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCRD-NUMBER
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL BEN-LIVE ASSIGN TO 'BENEF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LBEN-KEY
               FILE STATUS IS FS-LIVE.
           SELECT BEN-TEST ASSIGN TO 'BENEF.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TBEN-KEY
               FILE STATUS IS FS-TEST.
           SELECT OPTIONAL CNT-LIVE ASSIGN TO 'CNOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCNT-KEY
               FILE STATUS IS FS-LIVE.
           SELECT CNT-TEST ASSIGN TO 'CNOTE.TST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCNT-KEY
               FILE STATUS IS FS-TEST.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-LIVE.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ==L==.
       FD  ACC-TEST.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ==T==.
       FD  CUST-LIVE.
       COPY CUSTOMER REPLACING ==:PREFIX:== BY ==L==.
       FD  CUST-TEST.
       COPY CUSTOMER REPLACING ==:PREFIX:== BY ==T==.
       FD  TRAN-LIVE.
       COPY TRAN REPLACING ==:PREFIX:== BY ==L==.
       FD  TRAN-TEST.
       COPY TRAN REPLACING ==:PREFIX:== BY ==T==.
       FD  TRANL-LIVE.
       COPY TRANL REPLACING ==:PREFIX:== BY ==L==.
       FD  TRANL-TEST.
       COPY TRANL REPLACING ==:PREFIX:== BY ==T==.
       FD  CARD-LIVE.
       COPY CARD REPLACING ==:PREFIX:== BY ==L==.
       FD  CARD-TEST.
       COPY CARD REPLACING ==:PREFIX:== BY ==T==.
       FD  BEN-LIVE.
       COPY BENEF REPLACING ==:PREFIX:== BY ==L==.
       FD  BEN-TEST.
       COPY BENEF REPLACING ==:PREFIX:== BY ==T==.
       FD  CNT-LIVE.
       COPY CNOTE REPLACING ==:PREFIX:== BY ==L==.
       FD  CNT-TEST.
       COPY CNOTE REPLACING ==:PREFIX:== BY ==T==.
       WORKING-STORAGE SECTION.
        COPY TRAINID.
        COPY SCREENIOV.
        01 WRK-VARS.
            05 FS-LIVE        PIC 9(2).
            05 FS-TEST        PIC 9(2).
            05 W-FILE-NAME    PIC X(8).
            05 W-LIVE-COUNT   PIC 9(7).
            05 W-COPY-COUNT   PIC 9(7).
            05 W-MASK-COUNT   PIC 9(7).
            05 W-MASK-ID      PIC 9(5).
            05 W-QUOT         PIC 9(5).
            05 W-FIRST-IDX    PIC 9(2).
            05 W-LAST-IDX     PIC 9(2).
            05 W-FAKE-FNAME   PIC X(15).
            05 W-FAKE-LNAME   PIC X(15).
            05 W-FAKE-ADDRESS PIC X(30).
            05 W-FAKE-PHONE   PIC X(15).
            05 W-FAKE-EMAIL   PIC X(30).
            05 W-CARD-IN      PIC 9(16).
            05 W-CARD-OUT     PIC 9(16).
        01 W-LUHN-WORK.
            05 W-CARD-BODY    PIC 9(15).
            05 W-CARD-BODY-X REDEFINES W-CARD-BODY.
              10 W-BODY-BIN   PIC 9(6).
              10 W-BODY-SEQ   PIC 9(9).
            05 W-BODY-DIGITS REDEFINES W-CARD-BODY.
              10 W-DIGIT      PIC 9(1) OCCURS 15 TIMES.
            05 W-POS          PIC 9(2).
            05 W-DOUBLE-SW    PIC X(1).
              88 W-DOUBLE-IT  VALUE 'Y'.
            05 W-PRODUCT      PIC 9(2).
            05 W-LUHN-SUM     PIC 9(4).
            05 W-CHECK-DIGIT  PIC 9(1).
            05 W-SCRAMBLED    PIC 9(18).
        01 W-FIRST-TABLE.
            05 FILLER PIC X(10) VALUE 'ALEX'.
            05 FILLER PIC X(10) VALUE 'BERNARD'.
            05 FILLER PIC X(10) VALUE 'CARMEN'.
            05 FILLER PIC X(10) VALUE 'DANIEL'.
            05 FILLER PIC X(10) VALUE 'ELENA'.
            05 FILLER PIC X(10) VALUE 'FRANK'.
            05 FILLER PIC X(10) VALUE 'GRACE'.
            05 FILLER PIC X(10) VALUE 'HUGO'.
            05 FILLER PIC X(10) VALUE 'IRENE'.
            05 FILLER PIC X(10) VALUE 'JONAS'.
            05 FILLER PIC X(10) VALUE 'KAREN'.
            05 FILLER PIC X(10) VALUE 'LEON'.
            05 FILLER PIC X(10) VALUE 'MARTA'.
            05 FILLER PIC X(10) VALUE 'NIKO'.
            05 FILLER PIC X(10) VALUE 'OLGA'.
            05 FILLER PIC X(10) VALUE 'PETER'.
            05 FILLER PIC X(10) VALUE 'RITA'.
            05 FILLER PIC X(10) VALUE 'SIMON'.
            05 FILLER PIC X(10) VALUE 'TINA'.
            05 FILLER PIC X(10) VALUE 'VICTOR'.
        01 W-FIRST-LIST REDEFINES W-FIRST-TABLE.
            05 W-FIRST-NAME OCCURS 20 TIMES PIC X(10).
        01 W-LAST-TABLE.
            05 FILLER PIC X(9) VALUE 'ADLER'.
            05 FILLER PIC X(9) VALUE 'BAKER'.
            05 FILLER PIC X(9) VALUE 'CARTER'.
            05 FILLER PIC X(9) VALUE 'DORN'.
            05 FILLER PIC X(9) VALUE 'EVANS'.
            05 FILLER PIC X(9) VALUE 'FISCHER'.
            05 FILLER PIC X(9) VALUE 'GRAY'.
            05 FILLER PIC X(9) VALUE 'HOLT'.
            05 FILLER PIC X(9) VALUE 'IVES'.
            05 FILLER PIC X(9) VALUE 'JANSEN'.
            05 FILLER PIC X(9) VALUE 'KELLER'.
            05 FILLER PIC X(9) VALUE 'LANG'.
            05 FILLER PIC X(9) VALUE 'MORRIS'.
            05 FILLER PIC X(9) VALUE 'NOLAN'.
            05 FILLER PIC X(9) VALUE 'OWENS'.
            05 FILLER PIC X(9) VALUE 'PRICE'.
            05 FILLER PIC X(9) VALUE 'REED'.
            05 FILLER PIC X(9) VALUE 'STONE'.
            05 FILLER PIC X(9) VALUE 'TURNER'.
            05 FILLER PIC X(9) VALUE 'WEBER'.
        01 W-LAST-LIST REDEFINES W-LAST-TABLE.
            05 W-LAST-NAME OCCURS 20 TIMES PIC X(9).
       PROCEDURE DIVISION.
       MASKED-TEST-COPY.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            MOVE "The masked copy is not taken in training mode"
              TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            GOBACK
            END-IF.
          MOVE "Overwrite the .TST copies of the customer files"
            TO SCREEN-MSG.
          PERFORM ASK-FOR-CONFIRMATION.
          IF SCREEN-NO THEN
            GOBACK
            END-IF.
          MOVE 'ACCOUNT' TO W-FILE-NAME.
          PERFORM COPY-ACCOUNTS.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'CUSTOMER' TO W-FILE-NAME.
          PERFORM COPY-CUSTOMERS.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'TRAN' TO W-FILE-NAME.
          PERFORM COPY-TRANSACTIONS.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'TRANL' TO W-FILE-NAME.
          PERFORM COPY-TRAN-LINES.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'CARD' TO W-FILE-NAME.
          PERFORM COPY-CARDS.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'BENEF' TO W-FILE-NAME.
          PERFORM COPY-BENEFICIARIES.
          PERFORM SHOW-FILE-COUNT.
          MOVE 'CNOTE' TO W-FILE-NAME.
          PERFORM COPY-CONTACT-NOTES.
          PERFORM SHOW-FILE-COUNT.
          IF RETURN-CODE = 0 THEN
            DISPLAY "Masked copy complete - point the test "
                    "environment at the .TST files"
           ELSE
            DISPLAY "Masked copy INCOMPLETE - do not use the "
                    ".TST files"
            END-IF.
          GOBACK.
       SHOW-FILE-COUNT.
          IF W-COPY-COUNT = W-LIVE-COUNT THEN
            DISPLAY "  " W-FILE-NAME " " W-COPY-COUNT
                    " record(s) copied, " W-MASK-COUNT " masked"
           ELSE
            DISPLAY "  " W-FILE-NAME " COUNT MISMATCH - live "
                    W-LIVE-COUNT " copied " W-COPY-COUNT
            MOVE 1 TO RETURN-CODE
            END-IF.
*********
       COPY-ACCOUNTS.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT ACC-LIVE.
          OPEN OUTPUT ACC-TEST.
          IF FS-LIVE = 0 THEN
            READ ACC-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                PERFORM MASK-ACCOUNT
                WRITE TACC-REC FROM LACC-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ ACC-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE ACC-LIVE.
          CLOSE ACC-TEST.
       MASK-ACCOUNT.
          IF LACC-CUST-ID > 0 THEN
            MOVE LACC-CUST-ID TO W-MASK-ID
           ELSE
            MOVE LACC-ID TO W-MASK-ID
            END-IF.
          PERFORM MAKE-FAKE-PERSON.
          MOVE W-FAKE-FNAME TO LACC-FNAME.
          MOVE SPACES TO LACC-LNAME.
          STRING W-LAST-NAME(W-LAST-IDX) DELIMITED BY SPACE
                 "-" LACC-ID DELIMITED BY SIZE INTO LACC-LNAME.
          IF LACC-ADDRESS NOT = SPACES THEN
            MOVE W-FAKE-ADDRESS TO LACC-ADDRESS
            END-IF.
          IF LACC-PHONE NOT = SPACES THEN
            MOVE W-FAKE-PHONE TO LACC-PHONE
            END-IF.
          IF LACC-EMAIL NOT = SPACES THEN
            MOVE W-FAKE-EMAIL TO LACC-EMAIL
            END-IF.
          ADD 1 TO W-MASK-COUNT.
*********
       COPY-CUSTOMERS.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT CUST-LIVE.
          OPEN OUTPUT CUST-TEST.
          IF FS-LIVE = 0 THEN
            READ CUST-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                PERFORM MASK-CUSTOMER
                WRITE TCUST-REC FROM LCUST-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ CUST-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE CUST-LIVE.
          CLOSE CUST-TEST.
       MASK-CUSTOMER.
          MOVE LCUST-ID TO W-MASK-ID.
          PERFORM MAKE-FAKE-PERSON.
          MOVE W-FAKE-FNAME TO LCUST-FNAME.
          MOVE W-FAKE-LNAME TO LCUST-LNAME.
          IF LCUST-ADDRESS NOT = SPACES THEN
            MOVE W-FAKE-ADDRESS TO LCUST-ADDRESS
            END-IF.
          IF LCUST-PHONE NOT = SPACES THEN
            MOVE W-FAKE-PHONE TO LCUST-PHONE
            END-IF.
          IF LCUST-EMAIL NOT = SPACES THEN
            MOVE W-FAKE-EMAIL TO LCUST-EMAIL
            END-IF.
          IF LCUST-DEATH-REF NOT = SPACES THEN
            MOVE SPACES TO LCUST-DEATH-REF
            STRING "DTH" LCUST-ID INTO LCUST-DEATH-REF
            END-IF.
          IF LCUST-ESTATE-AGENT-NAME NOT = SPACES THEN
            MOVE SPACES TO LCUST-ESTATE-AGENT-NAME
            STRING "ESTATE AGENT " LCUST-ID
              INTO LCUST-ESTATE-AGENT-NAME
            END-IF.
          IF LCUST-ESTATE-AGENT-REF NOT = SPACES THEN
            MOVE SPACES TO LCUST-ESTATE-AGENT-REF
            STRING "EST" LCUST-ID INTO LCUST-ESTATE-AGENT-REF
            END-IF.
          ADD 1 TO W-MASK-COUNT.
       MAKE-FAKE-PERSON.
          DIVIDE W-MASK-ID BY 20 GIVING W-QUOT REMAINDER W-FIRST-IDX.
          ADD 1 TO W-FIRST-IDX.
          DIVIDE W-QUOT BY 20 GIVING W-QUOT REMAINDER W-LAST-IDX.
          ADD 1 TO W-LAST-IDX.
          MOVE W-FIRST-NAME(W-FIRST-IDX) TO W-FAKE-FNAME.
          MOVE W-LAST-NAME(W-LAST-IDX) TO W-FAKE-LNAME.
          MOVE SPACES TO W-FAKE-ADDRESS.
          STRING W-MASK-ID " TEST STREET, SAMPLETOWN"
            INTO W-FAKE-ADDRESS.
          MOVE SPACES TO W-FAKE-PHONE.
          STRING "555" W-MASK-ID INTO W-FAKE-PHONE.
          MOVE SPACES TO W-FAKE-EMAIL.
          STRING "cust" W-MASK-ID "@example.com" INTO W-FAKE-EMAIL.
*********
       COPY-TRANSACTIONS.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT TRAN-LIVE.
          OPEN OUTPUT TRAN-TEST.
          IF FS-LIVE = 0 THEN
            READ TRAN-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                WRITE TTRAN-REC FROM LTRAN-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ TRAN-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE TRAN-LIVE.
          CLOSE TRAN-TEST.
       COPY-TRAN-LINES.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT TRANL-LIVE.
          OPEN OUTPUT TRANL-TEST.
          IF FS-LIVE = 0 THEN
            READ TRANL-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                PERFORM MASK-TRAN-LINE
                WRITE TTRAN-LINE-REC FROM LTRAN-LINE-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ TRANL-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE TRANL-LIVE.
          CLOSE TRANL-TEST.
       MASK-TRAN-LINE.
          IF LTL-MEMO NOT = SPACES OR LTL-REF NOT = SPACES THEN
            ADD 1 TO W-MASK-COUNT
            END-IF.
          IF LTL-MEMO NOT = SPACES THEN
            MOVE SPACES TO LTL-MEMO
            STRING "Memo " LTL-TRAN-ID "-" LTL-SEQ
                   DELIMITED BY SIZE INTO LTL-MEMO
            END-IF.
          IF LTL-REF NOT = SPACES THEN
            MOVE SPACES TO LTL-REF
            STRING "R" LTL-TRAN-ID LTL-SEQ
                   DELIMITED BY SIZE INTO LTL-REF
            END-IF.
*********
       COPY-CARDS.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT CARD-LIVE.
          OPEN OUTPUT CARD-TEST.
          IF FS-LIVE = 0 THEN
            READ CARD-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                PERFORM MASK-CARD
                WRITE TCRD-REC FROM LCRD-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ CARD-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE CARD-LIVE.
          CLOSE CARD-TEST.
       MASK-CARD.
          MOVE LCRD-NUMBER TO W-CARD-IN.
          PERFORM MAKE-FAKE-CARD.
          MOVE W-CARD-OUT TO LCRD-NUMBER.
          MOVE LCRD-REPLACES TO W-CARD-IN.
          PERFORM MAKE-FAKE-CARD.
          MOVE W-CARD-OUT TO LCRD-REPLACES.
          MOVE LCRD-RENEWED-BY TO W-CARD-IN.
          PERFORM MAKE-FAKE-CARD.
          MOVE W-CARD-OUT TO LCRD-RENEWED-BY.
          ADD 1 TO W-MASK-COUNT.
       MAKE-FAKE-CARD.
          IF W-CARD-IN = 0 THEN
            MOVE 0 TO W-CARD-OUT
           ELSE
            MOVE W-CARD-IN(1:15) TO W-CARD-BODY
            COMPUTE W-SCRAMBLED = W-BODY-SEQ * 7919 + 104729
            DIVIDE W-SCRAMBLED BY 1000000000 GIVING W-SCRAMBLED
              REMAINDER W-BODY-SEQ
            PERFORM COMPUTE-LUHN-DIGIT
            MOVE W-CARD-BODY TO W-CARD-OUT(1:15)
            MOVE W-CHECK-DIGIT TO W-CARD-OUT(16:1)
            END-IF.
       COMPUTE-LUHN-DIGIT.
          MOVE 0 TO W-LUHN-SUM.
          SET W-DOUBLE-IT TO TRUE.
          PERFORM VARYING W-POS FROM 15 BY -1 UNTIL W-POS < 1
            IF W-DOUBLE-IT THEN
              COMPUTE W-PRODUCT = W-DIGIT(W-POS) * 2
              IF W-PRODUCT > 9 THEN
                SUBTRACT 9 FROM W-PRODUCT
                END-IF
              MOVE 'N' TO W-DOUBLE-SW
             ELSE
              MOVE W-DIGIT(W-POS) TO W-PRODUCT
              SET W-DOUBLE-IT TO TRUE
              END-IF
            ADD W-PRODUCT TO W-LUHN-SUM
          END-PERFORM.
          COMPUTE W-CHECK-DIGIT =
                  FUNCTION MOD(10 - FUNCTION MOD(W-LUHN-SUM, 10), 10).
*********
       COPY-BENEFICIARIES.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT BEN-LIVE.
          OPEN OUTPUT BEN-TEST.
          IF FS-LIVE = 0 THEN
            READ BEN-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                PERFORM MASK-BENEFICIARY
                WRITE TBEN-REC FROM LBEN-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ BEN-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE BEN-LIVE.
          CLOSE BEN-TEST.
       MASK-BENEFICIARY.
          IF LBEN-NAME NOT = SPACES THEN
            MOVE SPACES TO LBEN-NAME
            STRING "PAYEE " LBEN-CUST "-" LBEN-SEQ INTO LBEN-NAME
            END-IF.
          IF LBEN-ACC-REF NOT = SPACES THEN
            MOVE SPACES TO LBEN-ACC-REF
            STRING "TST" LBEN-CUST LBEN-SEQ INTO LBEN-ACC-REF
            END-IF.
          ADD 1 TO W-MASK-COUNT.
*********
       COPY-CONTACT-NOTES.
          MOVE 0 TO W-LIVE-COUNT W-COPY-COUNT W-MASK-COUNT.
          OPEN INPUT CNT-LIVE.
          OPEN OUTPUT CNT-TEST.
          IF FS-LIVE = 0 THEN
            READ CNT-LIVE NEXT
            PERFORM
              WITH TEST BEFORE UNTIL FS-LIVE NOT = 0
                ADD 1 TO W-LIVE-COUNT
                IF LCNT-TEXT NOT = SPACES THEN
                  MOVE SPACES TO LCNT-TEXT
                  STRING "Contact note " LCNT-SEQ " - text masked"
                    INTO LCNT-TEXT
                  ADD 1 TO W-MASK-COUNT
                  END-IF
                WRITE TCNT-REC FROM LCNT-REC
                IF FS-TEST = 0 THEN
                  ADD 1 TO W-COPY-COUNT
                  END-IF
                READ CNT-LIVE NEXT
            END-PERFORM
            END-IF.
          CLOSE CNT-LIVE.
          CLOSE CNT-TEST.
       COPY SCREENIO.
