       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JOBSEED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        COPY OPERID.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ==S-==.
        01 WRK-VARS.
            05 W-BUFFER       PIC X(21).
            05 W-CHAIN        PIC X(8).
            05 W-STD-IDX      PIC 9(3).
            05 W-STD-MAX      PIC 9(3) VALUE 56.
            05 W-DEP-IDX      PIC 9(1).
            05 W-LAST-SEQ     PIC 9(4).
            05 W-ADDED        PIC 9(5).
            05 W-FOUND-SW     PIC X(1).
              88 W-FOUND      VALUE 'Y'.
        01 W-STD-LIST.
            05 FILLER PIC X(31) VALUE "EODBATCH0005INBSCAN D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0010FILEBKUPD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0020ACCRREV D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0030STANDPR D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0040SWEEPRUND00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0050SDBBILL D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0060HOLDEXP D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0065TDPINTPYD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0070TDPMAT  D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0080LOANCOLLD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0090LOANAGE D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0100LOANRSETD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0110ACCINT  D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0115FWDSETL D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0120FXREVAL D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0130TRANJRNLD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0140GLEXTR  D00TRANJRNL".
            05 FILLER PIC X(31) VALUE "EODBATCH0150PPAYEXP D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0160TRANSTCKD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0170ACCDORM D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0180ODEXMON D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0190ODCHGOFFD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0200ACCRECOND00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0210ACCSNAP D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0220NTCDLV  D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0230STMTCYCLD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0240STMTEXP D00STMTCYCL".
            05 FILLER PIC X(31) VALUE "EODBATCH0250HOTEXTR D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0260CHBKEXTRD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0270BILLREM D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0280CHKPRSNTD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0290NOSRECOND00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0300SANCRESCD00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0305BRNDAY  D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0306IBRECON D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0307CITCHK  D00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0310TRANARCHD00TRANJRNL".
            05 FILLER PIC X(31) VALUE "EODBATCH0320BATCHWIND00        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0330REFCHK  W05        ".
            05 FILLER PIC X(31) VALUE "EODBATCH0340RCRTRUN D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0010FEEBATCHD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0020STAMRPT D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0030LOANLTV D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0040LOANPROVD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0050BUREXTR D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0060INTACCR D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0070DEPINS  D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0080CRDRENEWD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0090MINORMAJD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0100SDBOVER D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0110CMPRTN  D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0130SODRPT  D00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0140BRNMONTHD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0150CHKSTALED00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0160CUSTPROFD00        ".
            05 FILLER PIC X(31) VALUE "EOMBATCH0990HSKPURGED00        ".
        01 W-STD-TABLE REDEFINES W-STD-LIST.
            05 W-STD-ENTRY OCCURS 56 TIMES.
                10 W-STD-CHAIN    PIC X(8).
                10 W-STD-SEQ      PIC 9(4).
                10 W-STD-PROGRAM  PIC X(8).
                10 W-STD-RULE     PIC X(1).
                10 W-STD-DAY      PIC 9(2).
                10 W-STD-DEP      PIC X(8).
       LINKAGE SECTION.
        COPY JOBCTRL.
        COPY JOBDEF REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING JOB-CTRL-BLK JOB-REC.
       SEED-STANDARD-STEPS.
          MOVE JOB-CHAIN TO W-CHAIN.
          MOVE 0 TO W-ADDED.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          CALL "JOBIO" USING JOB-CTRL-BLK.
          PERFORM SEED-ONE-STEP THRU SEED-ONE-EXIT
            VARYING W-STD-IDX FROM 1 BY 1 UNTIL W-STD-IDX > W-STD-MAX.
          MOVE 0 TO JOB-CTRL-RET-CODE.
          MOVE SPACES TO JOB-CTRL-ERR-MSG.
          MOVE W-ADDED TO JOB-COUNT.
          GOBACK.
       SEED-ONE-STEP.
          IF W-CHAIN NOT = SPACES AND
              W-CHAIN NOT = W-STD-CHAIN(W-STD-IDX) THEN
            GO TO SEED-ONE-EXIT
            END-IF.
          MOVE 'N' TO W-FOUND-SW.
          MOVE 0 TO W-LAST-SEQ.
          INITIALIZE S-JOB-REC.
          MOVE W-STD-CHAIN(W-STD-IDX) TO S-JOB-CHAIN.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBCHF" USING JOB-CTRL-BLK S-JOB-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL JOB-CTRL-RET-CODE NOT = 0 OR W-FOUND
              IF S-JOB-PROGRAM = W-STD-PROGRAM(W-STD-IDX) THEN
                SET W-FOUND TO TRUE
                END-IF
              MOVE S-JOB-SEQ TO W-LAST-SEQ
              CALL "JOBCHN" USING JOB-CTRL-BLK S-JOB-REC
            END-PERFORM.
          IF W-FOUND THEN
            GO TO SEED-ONE-EXIT
            END-IF.
          INITIALIZE S-JOB-REC.
          MOVE W-STD-CHAIN(W-STD-IDX) TO S-JOB-CHAIN.
          MOVE W-STD-SEQ(W-STD-IDX) TO S-JOB-SEQ.
          MOVE W-STD-PROGRAM(W-STD-IDX) TO S-JOB-PROGRAM.
          MOVE W-STD-RULE(W-STD-IDX) TO S-JOB-RUN-RULE.
          MOVE W-STD-DAY(W-STD-IDX) TO S-JOB-RUN-DAY.
          MOVE W-STD-DEP(W-STD-IDX) TO S-JOB-DEP-PROGRAM(1).
          SET S-JOB-IS-ENABLED TO TRUE.
          MOVE W-BUFFER(1:8) TO S-JOB-CHG-DATE.
          MOVE OPERATOR-ID TO S-JOB-CHG-OPER.
          INITIALIZE JOB-CTRL-BLK.
          CALL "JOBADD" USING JOB-CTRL-BLK S-JOB-REC.
          IF JOB-CTRL-RET-CODE NOT = 0 THEN
            COMPUTE S-JOB-SEQ = W-LAST-SEQ + 10
            INITIALIZE JOB-CTRL-BLK
            CALL "JOBADD" USING JOB-CTRL-BLK S-JOB-REC
            END-IF.
          IF JOB-CTRL-RET-CODE = 0 THEN
            ADD 1 TO W-ADDED
            DISPLAY "  " S-JOB-CHAIN " " S-JOB-SEQ " "
                    S-JOB-PROGRAM " defined"
            END-IF.
       SEED-ONE-EXIT.
          EXIT.
