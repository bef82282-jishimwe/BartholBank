       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOTEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEG-FILE ASSIGN TO W-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-N.
       DATA DIVISION.
       FILE SECTION.
       FD  NEG-FILE.
       01  NX-REC.
           05  NX-TYPE        PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-CARD        PIC 9(16).
           05  FILLER         PIC X(1).
           05  NX-ACTION      PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-STATUS      PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-REASON      PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-DATE        PIC 9(8).
           05  FILLER         PIC X(1).
           05  NX-TIME        PIC 9(6).
       01  NX-HEADER-REC.
           05  NX-HDR-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-HDR-ISSUER  PIC X(10).
           05  FILLER         PIC X(1).
           05  NX-HDR-KIND    PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-HDR-DATE    PIC 9(8).
           05  FILLER         PIC X(1).
           05  NX-HDR-TIME    PIC 9(6).
           05  FILLER         PIC X(1).
           05  NX-HDR-RUN     PIC 9(7).
       01  NX-TRAILER-REC.
           05  NX-TRL-TAG     PIC X(1).
           05  FILLER         PIC X(1).
           05  NX-TRL-RUN     PIC 9(7).
           05  FILLER         PIC X(1).
           05  NX-TRL-COUNT   PIC 9(7).
           05  FILLER         PIC X(1).
           05  NX-TRL-HASH    PIC 9(18).
       WORKING-STORAGE SECTION.
        COPY STEPCNT.
        COPY HOTCTRL.
        COPY CRDCTRL.
        COPY CTLCTRL.
        COPY PARCTRL.
        COPY HOTCARD REPLACING ==:PREFIX:== BY ====.
        COPY CARD REPLACING ==:PREFIX:== BY ====.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARAM REPLACING ==:PREFIX:== BY ====.
        COPY TRAINID.
        01 WRK-VARS.
            05 FS-N           PIC 9(2).
            05 W-OUT-NAME     PIC X(20).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(6).
            05 W-RUN-NO       PIC 9(7).
            05 W-ISSUER       PIC X(10) VALUE 'BANK'.
            05 W-MODE         PIC X(1).
              88 W-DELTA-RUN  VALUE 'D'.
              88 W-FULL-RUN   VALUE 'F'.
            05 W-REC-COUNT    PIC 9(7).
            05 W-CARD-HASH    PIC 9(18).
            05 W-SENT-COUNT   PIC 9(7).
       PROCEDURE DIVISION.
       SEND-NEGATIVE-FILE-DELTA.
          SET W-DELTA-RUN TO TRUE.
          PERFORM PRODUCE-NEGATIVE-FILE.
          GOBACK.
*********
        ENTRY "HOTFULL".
          SET W-FULL-RUN TO TRUE.
          PERFORM PRODUCE-NEGATIVE-FILE.
          GOBACK.
*********
       PRODUCE-NEGATIVE-FILE.
          MOVE 0 TO RETURN-CODE.
          IF TRAINING-ON THEN
            DISPLAY "Negative file export is blocked in training mode"
           ELSE
            PERFORM OPEN-NEGATIVE-FILE
            IF RETURN-CODE = 0 THEN
              IF W-FULL-RUN THEN
                PERFORM WRITE-FULL-REFRESH
                END-IF
              PERFORM WRITE-QUEUED-CHANGES
              PERFORM CLOSE-NEGATIVE-FILE
              END-IF
            END-IF.
       OPEN-NEGATIVE-FILE.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:6) TO W-NOW.
          MOVE 0 TO W-REC-COUNT.
          MOVE 0 TO W-CARD-HASH.
          MOVE 0 TO W-SENT-COUNT.
          CALL "HOTIO" USING HOT-CTRL-BLK.
          CALL "CARDIO" USING CRD-CTRL-BLK.
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
          MOVE "HOTRUN" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLNEXT" USING CTL-CTRL-BLK CTL-REC.
          MOVE CTL-LAST-ID TO W-RUN-NO.
          MOVE SPACES TO W-OUT-NAME.
          STRING "HOTNEG." W-RUN-NO INTO W-OUT-NAME.
          OPEN OUTPUT NEG-FILE.
          IF FS-N NOT = 0 THEN
            DISPLAY "Unable to open " W-OUT-NAME " status " FS-N
            MOVE 1 TO RETURN-CODE
           ELSE
            INITIALIZE NX-HEADER-REC
            MOVE 'H' TO NX-HDR-TAG
            MOVE W-ISSUER TO NX-HDR-ISSUER
            MOVE W-MODE TO NX-HDR-KIND
            MOVE W-TODAY TO NX-HDR-DATE
            MOVE W-NOW TO NX-HDR-TIME
            MOVE W-RUN-NO TO NX-HDR-RUN
            WRITE NX-HEADER-REC
            END-IF.
       WRITE-FULL-REFRESH.
          INITIALIZE CRD-CTRL-BLK.
          CALL "CRDNAF" USING CRD-CTRL-BLK CRD-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL CRD-CTRL-RET-CODE NOT = 0
              IF CRD-BLOCKED OR CRD-CANCELLED THEN
                INITIALIZE NX-REC
                MOVE 'D' TO NX-TYPE
                MOVE CRD-NUMBER TO NX-CARD
                MOVE 'A' TO NX-ACTION
                MOVE CRD-STATUS TO NX-STATUS
                MOVE CRD-STATUS-REASON TO NX-REASON
                MOVE W-TODAY TO NX-DATE
                MOVE W-NOW TO NX-TIME
                PERFORM WRITE-DETAIL-RECORD
                END-IF
              CALL "CRDNAN" USING CRD-CTRL-BLK CRD-REC
            END-PERFORM.
       WRITE-QUEUED-CHANGES.
          INITIALIZE HOT-CTRL-BLK.
          CALL "HOTNAF" USING HOT-CTRL-BLK HOT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL HOT-CTRL-RET-CODE NOT = 0
              IF HOT-UNSENT THEN
                IF W-DELTA-RUN THEN
                  INITIALIZE NX-REC
                  MOVE 'D' TO NX-TYPE
                  MOVE HOT-CARD TO NX-CARD
                  MOVE HOT-ACTION TO NX-ACTION
                  MOVE HOT-STATUS TO NX-STATUS
                  MOVE HOT-REASON TO NX-REASON
                  MOVE HOT-DATE TO NX-DATE
                  MOVE HOT-TIME TO NX-TIME
                  PERFORM WRITE-DETAIL-RECORD
                  END-IF
                MOVE W-RUN-NO TO HOT-SENT-RUN
                MOVE W-TODAY TO HOT-SENT-DATE
                INITIALIZE HOT-CTRL-BLK
                CALL "HOTREPL" USING HOT-CTRL-BLK HOT-REC
                ADD 1 TO W-SENT-COUNT
                END-IF
              CALL "HOTNAN" USING HOT-CTRL-BLK HOT-REC
            END-PERFORM.
       WRITE-DETAIL-RECORD.
          WRITE NX-REC.
          ADD 1 TO W-REC-COUNT.
          ADD NX-CARD TO W-CARD-HASH.
       CLOSE-NEGATIVE-FILE.
          INITIALIZE NX-TRAILER-REC.
          MOVE 'T' TO NX-TRL-TAG.
          MOVE W-RUN-NO TO NX-TRL-RUN.
          MOVE W-REC-COUNT TO NX-TRL-COUNT.
          MOVE W-CARD-HASH TO NX-TRL-HASH.
          WRITE NX-TRAILER-REC.
          CLOSE NEG-FILE.
          MOVE W-REC-COUNT TO STEP-RECORD-COUNT.
          IF W-FULL-RUN THEN
            DISPLAY "Negative file full refresh " W-OUT-NAME ": "
                    W-REC-COUNT " card(s) listed"
           ELSE
            DISPLAY "Negative file delta " W-OUT-NAME ": "
                    W-REC-COUNT " change(s) sent"
            END-IF.
