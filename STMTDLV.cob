       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STMT-FILE ASSIGN TO W-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-S.
           SELECT OUT-FILE ASSIGN TO W-OUT-NAME
            05 FS-O           PIC 9(2).
            05 FS-L           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-SRC-NAME     PIC X(20) VALUE 'ACCSTMT'.
            05 W-TODAY        PIC 9(8).
            05 W-BUFFER       PIC X(21).
            05 W-MAIL-COUNT   PIC 9(5).
            05 W-PRINT-COUNT  PIC 9(5).
       LINKAGE SECTION.
       COPY ACCOUNT REPLACING ==:PREFIX:== BY ==L-==.
       COPY CUSTOMER REPLACING ==:PREFIX:== BY ==L-==.
       PROCEDURE DIVISION.
       DELIVER-STATEMENTS.
          MOVE 0 TO RETURN-CODE.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE 0 TO W-MAIL-COUNT.
          MOVE 0 TO W-PRINT-COUNT.
          MOVE 'ACCSTMT' TO W-SRC-NAME.
          CALL "ACCIO" USING ACC-CTRL-BLK.
          CALL "ACCNAF" USING ACC-CTRL-BLK ACC-REC.
          PERFORM
        MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
        MOVE W-BUFFER(1:8) TO W-TODAY.
        MOVE L-ACC-REC TO ACC-REC.
        MOVE 'ACCSTMT' TO W-SRC-NAME.
        PERFORM DISTRIBUTE-CURRENT-STATEMENT.
        GOBACK.
*********
        ENTRY "TAXSEND" USING L-CUST-REC.
        MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
        MOVE W-BUFFER(1:8) TO W-TODAY.
        MOVE 'TAXCERT1' TO W-SRC-NAME.
        IF L-CUST-EMAIL = SPACES THEN
          MOVE SPACES TO W-OUT-NAME
          MOVE "TAXPRNT" TO W-OUT-NAME
          PERFORM APPEND-STATEMENT-COPY
          MOVE "PRINT" TO LOG-CHANNEL
          MOVE "tax certificate print queue" TO LOG-TARGET
         ELSE
          MOVE SPACES TO W-OUT-NAME
          STRING "TAXC." L-CUST-ID INTO W-OUT-NAME
          PERFORM WRITE-STATEMENT-COPY
          MOVE "EMAIL" TO LOG-CHANNEL
          MOVE L-CUST-EMAIL TO LOG-TARGET
          END-IF.
        MOVE L-CUST-ID TO ACC-ID.
        PERFORM WRITE-DELIVERY-LOG.
        MOVE 'ACCSTMT' TO W-SRC-NAME.
        GOBACK.
*********
        ENTRY "CONSSEND" USING L-CUST-REC.
        MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
        MOVE W-BUFFER(1:8) TO W-TODAY.
        MOVE 'ACCSTMT' TO W-SRC-NAME.
        IF L-CUST-EMAIL = SPACES THEN
          MOVE SPACES TO W-OUT-NAME
          MOVE "STMTPRNT" TO W-OUT-NAME
          PERFORM APPEND-STATEMENT-COPY
          MOVE "PRINT" TO LOG-CHANNEL
          MOVE "print queue" TO LOG-TARGET
         ELSE
          MOVE SPACES TO W-OUT-NAME
          STRING "CSTM." L-CUST-ID INTO W-OUT-NAME
          PERFORM WRITE-STATEMENT-COPY
          MOVE "EMAIL" TO LOG-CHANNEL
          MOVE L-CUST-EMAIL TO LOG-TARGET
          END-IF.
        MOVE L-CUST-ID TO ACC-ID.
        PERFORM WRITE-DELIVERY-LOG.
        GOBACK.
*********
       DELIVER-ONE-STATEMENT.
          CALL "ACCSTMT" USING ACC-REC.
