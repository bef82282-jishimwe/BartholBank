       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHBKEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-C.
       DATA DIVISION.
       FILE SECTION.
       FD  CB-FILE.
       01  CX-REC.
           05  CX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  CX-CB-ID.
               10  CX-TRAN-ID PIC 9(5).
               10  CX-ACC     PIC 9(5).
               10  CX-SEQ     PIC 9(3).
           05  FILLER         PIC X(1).
           05  CX-CARD        PIC 9(16).
           05  FILLER         PIC X(1).
           05  CX-NET-REF     PIC X(10).
           05  FILLER         PIC X(1).
           05  CX-ITEM-DATE   PIC 9(8).
           05  FILLER         PIC X(1).
           05  CX-AMOUNT      PIC 9(7)V99.
           05  FILLER         PIC X(1).
           05  CX-REASON      PIC X(4).
           05  FILLER         PIC X(1).
           05  CX-RAISED-DATE PIC 9(8).
       01  CX-HEADER-REC.
           05  CX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  CX-HDR-ISSUER  PIC X(10).
           05  FILLER         PIC X(1).
           05  CX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  CX-HDR-RUN     PIC 9(7).
       01  CX-TRAILER-REC.
           05  CX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  CX-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  CX-TRL-COUNT   PIC 9(7).
           05  FILLER         PIC X(1).
           05  CX-TRL-AMOUNT  PIC 9(11)V99.
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY DSPCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY DISPUTE REPLACING ==:PREFIX:== BY ====.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAINID.
        01 WRK-VARS.
            05 FS-C           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-RUN-NO       PIC 9(7).
            05 W-ISSUER       PIC X(10) VALUE 'BANK'.
            05 W-REC-COUNT    PIC 9(7).
            05 W-AMOUNT-TOTAL PIC 9(11)V99.
       PROCEDURE DIVISION.
       SEND-CHARGEBACK-FILE.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Chargeback file is blocked in training mode"
            GOBACK
            END-IF.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE 0 TO W-REC-COUNT.
          MOVE 0 TO W-AMOUNT-TOTAL.
          CALL "DSPIO" USING DSP-CTRL-BLK.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "CARDISSUER" TO PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND PAR-TEXT NOT = SPACES THEN
            MOVE PAR-TEXT TO W-ISSUER
            END-IF.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "CHBKRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          MOVE SPACES TO W-OUT-NAME.
          STRING "CHBKOUT." W-RUN-NO INTO W-OUT-NAME.
          OPEN OUTPUT CB-FILE.
          IF FS-C NOT = 0 THEN
            DISPLAY "Unable to open " W-OUT-NAME " status " FS-C
            MOVE 1 TO RETURN-CODE
            GOBACK
            END-IF.
          INITIALIZE CX-HEADER-REC.
          MOVE 'H' TO CX-HDR-TAG.
          MOVE W-ISSUER TO CX-HDR-ISSUER.
          MOVE W-TODAY TO CX-HDR-DATE.
          MOVE W-RUN-NO TO CX-HDR-RUN.
          WRITE CX-HEADER-REC.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPNAF" USING DSP-CTRL-BLK DSP-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL DSP-CTRL-RET-CODE NOT = 0
              IF DSP-CB-RAISED THEN
                PERFORM WRITE-CHARGEBACK
                END-IF
              CALL "DSPNAN" USING DSP-CTRL-BLK DSP-REC
            END-PERFORM.
          INITIALIZE CX-TRAILER-REC.
          MOVE 'T' TO CX-TRL-TAG.
          MOVE W-RUN-NO TO CX-TRL-RUN.
          MOVE W-REC-COUNT TO CX-TRL-COUNT.
          MOVE W-AMOUNT-TOTAL TO CX-TRL-AMOUNT.
          WRITE CX-TRAILER-REC.
          CLOSE CB-FILE.
          DISPLAY W-REC-COUNT " chargeback(s) written to " W-OUT-NAME.
          MOVE W-REC-COUNT TO STEP-RECORD-COUNT.
          GOBACK.
       WRITE-CHARGEBACK.
          INITIALIZE CX-REC.
          MOVE 'D' TO CX-TYPE.
          MOVE DSP-TRAN-ID TO CX-TRAN-ID.
          MOVE DSP-ACC TO CX-ACC.
          MOVE DSP-SEQ TO CX-SEQ.
          MOVE DSP-CB-CARD TO CX-CARD.
          MOVE DSP-CB-NET-REF TO CX-NET-REF.
          MOVE DSP-CB-ITEM-DATE TO CX-ITEM-DATE.
          MOVE DSP-AMOUNT TO CX-AMOUNT.
          MOVE DSP-CB-REASON TO CX-REASON.
          MOVE DSP-CB-RAISED-DATE TO CX-RAISED-DATE.
          WRITE CX-REC.
          ADD 1 TO W-REC-COUNT.
          ADD CX-AMOUNT TO W-AMOUNT-TOTAL.
          SET DSP-CB-SENT TO TRUE.
          MOVE W-RUN-NO TO DSP-CB-RUN.
          INITIALIZE DSP-CTRL-BLK.
          CALL "DSPREPL" USING DSP-CTRL-BLK DSP-REC.
