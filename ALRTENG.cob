       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALRTENG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SMS-FILE ASSIGN TO 'SMSGATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-S.
           SELECT OPTIONAL PAGE-FILE ASSIGN TO 'PAGEOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-P.
       DATA DIVISION.
       FILE SECTION.
       FD  SMS-FILE.
       01  SMS-REC.
           05  SMS-PHONE      PIC X(15).
           05  FILLER         PIC X(1).
           05  SMS-TEXT       PIC X(64).
       FD  PAGE-FILE.
       01  PAGE-REC.
           05  PAGE-NUMBER    PIC X(15).
           05  FILLER         PIC X(1).
           05  PAGE-TEXT      PIC X(64).
       WORKING-STORAGE SECTION.
        COPY ALRCTRL.
        COPY ALTCTRL.
        COPY ALRTRULE REPLACING ==:PREFIX:== BY ====.
        COPY ALERT REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 FS-S           PIC 9(2).
            05 FS-P           PIC 9(2).
            05 W-BUFFER       PIC X(21).
            05 W-TODAY        PIC 9(8).
            05 W-NOW          PIC 9(6).
            05 W-NOW-HHMM REDEFINES W-NOW.
              10 W-NOW-HH     PIC 9(2).
              10 W-NOW-MM     PIC 9(2).
              10 FILLER       PIC 9(2).
            05 W-SENT-TIME    PIC 9(6).
            05 W-SENT-HHMM REDEFINES W-SENT-TIME.
              10 W-SENT-HH    PIC 9(2).
              10 W-SENT-MM    PIC 9(2).
              10 FILLER       PIC 9(2).
            05 W-NOW-MINUTES  PIC 9(9).
            05 W-SENT-MINUTES PIC 9(9).
            05 W-FROM-DATE    PIC 9(8).
            05 W-UPPER-TEXT   PIC X(50).
            05 W-UPPER-PAT    PIC X(20).
            05 W-PAT-LEN      PIC 9(2).
            05 W-HITS         PIC 9(3).
            05 W-CHANNEL      PIC X(1).
              88 W-BY-PAGER   VALUE 'P'.
            05 W-ADDRESS      PIC X(15).
            05 W-MESSAGE      PIC X(64).
            05 W-RULE-COUNT   PIC 9(3).
            05 W-RULE-IX      PIC 9(3).
            05 W-RULES.
              10 W-RULE-ENTRY OCCURS 50 TIMES.
                15 W-RULE-ID  PIC 9(3).
            05 W-STATUS PIC X(1).
              88 W-OPENED VALUE 'O'.
        LINKAGE SECTION.
        COPY EVTLOG REPLACING ==:PREFIX:== BY ====.
       PROCEDURE DIVISION USING EVT-REC.
*********
       MATCH-EVENT.
          IF NOT W-OPENED THEN
            CALL "ALRIO" USING ALR-CTRL-BLK
            CALL "ALTIO" USING ALT-CTRL-BLK
            SET W-OPENED TO TRUE
            END-IF.
          MOVE FUNCTION CURRENT-DATE TO W-BUFFER.
          MOVE W-BUFFER(1:8) TO W-TODAY.
          MOVE W-BUFFER(9:6) TO W-NOW.
          IF EVT-DATE NOT = 0 THEN
            PERFORM COLLECT-MATCHING-RULES
            PERFORM RAISE-ONE-ALERT THRU RAISE-ONE-ALERT-EXIT
              VARYING W-RULE-IX FROM 1 BY 1
              UNTIL W-RULE-IX > W-RULE-COUNT
            END-IF.
          PERFORM ESCALATE-OPEN-ALERTS.
          GOBACK.
*********
       COLLECT-MATCHING-RULES.
          MOVE 0 TO W-RULE-COUNT.
          MOVE FUNCTION UPPER-CASE(EVT-TEXT) TO W-UPPER-TEXT.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRNAF" USING ALR-CTRL-BLK ALR-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ALR-CTRL-RET-CODE NOT = 0
              PERFORM CHECK-ONE-RULE THRU CHECK-ONE-RULE-EXIT
              CALL "ALRNAN" USING ALR-CTRL-BLK ALR-REC
            END-PERFORM.
       CHECK-ONE-RULE.
          IF NOT ALR-ACTIVE OR W-RULE-COUNT = 50 THEN
            GO TO CHECK-ONE-RULE-EXIT
            END-IF.
          IF ALR-PROGRAM NOT = SPACES AND
              ALR-PROGRAM NOT = EVT-PROGRAM THEN
            GO TO CHECK-ONE-RULE-EXIT
            END-IF.
          IF NOT ALR-ANY-SEVERITY AND
              ALR-SEVERITY NOT = EVT-SEVERITY THEN
            GO TO CHECK-ONE-RULE-EXIT
            END-IF.
          IF ALR-PATTERN NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(ALR-PATTERN) TO W-UPPER-PAT
            MOVE FUNCTION LENGTH(FUNCTION TRIM(W-UPPER-PAT))
              TO W-PAT-LEN
            MOVE 0 TO W-HITS
            INSPECT W-UPPER-TEXT TALLYING W-HITS
              FOR ALL W-UPPER-PAT(1:W-PAT-LEN)
            IF W-HITS = 0 THEN
              GO TO CHECK-ONE-RULE-EXIT
              END-IF
            END-IF.
          ADD 1 TO W-RULE-COUNT.
          MOVE ALR-ID TO W-RULE-ID(W-RULE-COUNT).
       CHECK-ONE-RULE-EXIT.
          EXIT.
*********
       RAISE-ONE-ALERT.
          INITIALIZE ALR-REC.
          MOVE W-RULE-ID(W-RULE-IX) TO ALR-ID.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRGET" USING ALR-CTRL-BLK ALR-REC.
          IF ALR-CTRL-RET-CODE NOT = 0 THEN
            GO TO RAISE-ONE-ALERT-EXIT
            END-IF.
          INITIALIZE ALT-REC.
          MOVE EVT-DATE TO ALT-EVT-DATE.
          MOVE EVT-TIME TO ALT-EVT-TIME.
          MOVE EVT-SEQ TO ALT-EVT-SEQ.
          MOVE ALR-ID TO ALT-RULE.
          MOVE EVT-PROGRAM TO ALT-PROGRAM.
          MOVE EVT-SEVERITY TO ALT-SEVERITY.
          MOVE EVT-TEXT TO ALT-TEXT.
          MOVE 1 TO ALT-LEVEL.
          SET ALT-OPEN TO TRUE.
          MOVE W-TODAY TO ALT-SENT-DATE.
          MOVE W-NOW TO ALT-SENT-TIME.
          MOVE ALR-CONTACT TO ALT-SENT-TO.
          MOVE ALR-CHANNEL TO W-CHANNEL.
          MOVE ALR-ADDRESS TO W-ADDRESS.
          MOVE SPACES TO W-MESSAGE.
          STRING "ALERT " EVT-SEVERITY " " EVT-TIME(1:4) " "
                 EVT-PROGRAM " " EVT-TEXT DELIMITED BY SIZE
                 INTO W-MESSAGE.
          PERFORM SEND-ALERT-MESSAGE.
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTPUT" USING ALT-CTRL-BLK ALT-REC.
       RAISE-ONE-ALERT-EXIT.
          EXIT.
*********
       ESCALATE-OPEN-ALERTS.
          COMPUTE W-NOW-MINUTES =
                  FUNCTION INTEGER-OF-DATE(W-TODAY) * 1440
                  + W-NOW-HH * 60 + W-NOW-MM.
          COMPUTE W-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(W-TODAY) - 2).
          INITIALIZE ALT-REC.
          MOVE W-FROM-DATE TO ALT-EVT-DATE.
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTDTF" USING ALT-CTRL-BLK ALT-REC.
          PERFORM
            WITH TEST BEFORE
            UNTIL ALT-CTRL-RET-CODE NOT = 0
              PERFORM CHECK-ESCALATION THRU CHECK-ESCALATION-EXIT
              CALL "ALTNAN" USING ALT-CTRL-BLK ALT-REC
            END-PERFORM.
       CHECK-ESCALATION.
          IF NOT ALT-OPEN OR ALT-LEVEL NOT = 1 THEN
            GO TO CHECK-ESCALATION-EXIT
            END-IF.
          INITIALIZE ALR-REC.
          MOVE ALT-RULE TO ALR-ID.
          INITIALIZE ALR-CTRL-BLK.
          CALL "ALRGET" USING ALR-CTRL-BLK ALR-REC.
          IF ALR-CTRL-RET-CODE NOT = 0 OR ALR-ESC-MINUTES = 0 OR
              ALR-ESC-ADDRESS = SPACES THEN
            GO TO CHECK-ESCALATION-EXIT
            END-IF.
          MOVE ALT-SENT-TIME TO W-SENT-TIME.
          COMPUTE W-SENT-MINUTES =
                  FUNCTION INTEGER-OF-DATE(ALT-SENT-DATE) * 1440
                  + W-SENT-HH * 60 + W-SENT-MM.
          IF W-NOW-MINUTES - W-SENT-MINUTES < ALR-ESC-MINUTES THEN
            GO TO CHECK-ESCALATION-EXIT
            END-IF.
          MOVE 2 TO ALT-LEVEL.
          SET ALT-ESCALATED TO TRUE.
          MOVE W-TODAY TO ALT-SENT-DATE.
          MOVE W-NOW TO ALT-SENT-TIME.
          MOVE ALR-ESC-CONTACT TO ALT-SENT-TO.
          MOVE ALR-ESC-CHANNEL TO W-CHANNEL.
          MOVE ALR-ESC-ADDRESS TO W-ADDRESS.
          MOVE SPACES TO W-MESSAGE.
          STRING "UNACKED " ALT-SEVERITY " " ALT-EVT-TIME(1:4) " "
                 ALT-PROGRAM " " ALT-TEXT DELIMITED BY SIZE
                 INTO W-MESSAGE.
          PERFORM SEND-ALERT-MESSAGE.
          INITIALIZE ALT-CTRL-BLK.
          CALL "ALTPUT" USING ALT-CTRL-BLK ALT-REC.
       CHECK-ESCALATION-EXIT.
          EXIT.
*********
       SEND-ALERT-MESSAGE.
          IF W-BY-PAGER THEN
            OPEN EXTEND PAGE-FILE
            IF FS-P = 35 THEN
              OPEN OUTPUT PAGE-FILE
              END-IF
            MOVE SPACES TO PAGE-REC
            MOVE W-ADDRESS TO PAGE-NUMBER
            MOVE W-MESSAGE TO PAGE-TEXT
            WRITE PAGE-REC
            CLOSE PAGE-FILE
           ELSE
            OPEN EXTEND SMS-FILE
            IF FS-S = 35 THEN
              OPEN OUTPUT SMS-FILE
              END-IF
            MOVE SPACES TO SMS-REC
            MOVE W-ADDRESS TO SMS-PHONE
            MOVE W-MESSAGE TO SMS-TEXT
            WRITE SMS-REC
            CLOSE SMS-FILE
            END-IF.
