       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SANCSCRN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PORTABLE.
       OBJECT-COMPUTER. PORTABLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-FILE ASSIGN TO 'WATCHLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-W.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       COPY WATCHLST REPLACING ==:PREFIX:== BY ==F==.
       WORKING-STORAGE SECTION.
        COPY BDTCTRL.
        COPY BNKDATE REPLACING ==:PREFIX:== BY ==B-==.
        COPY CTLCTRL.
        COPY SYSCTL REPLACING ==:PREFIX:== BY ====.
        COPY PARCTRL.
        COPY PARAM REPLACING ==:PREFIX:== BY ==P-==.
        COPY SCHCTRL.
        COPY SANCHIT REPLACING ==:PREFIX:== BY ====.
        01 WRK-VARS.
            05 FS-W           PIC 9(2).
            05 W-LOADED-SW    PIC X(1).
              88 W-LIST-LOADED VALUE 'Y'.
            05 W-LIST-VERSION PIC 9(7).
            05 W-THRESHOLD    PIC 9(3) VALUE 80.
            05 W-NORM-IN      PIC X(40).
            05 W-CHAR         PIC X(1).
            05 W-POS          PIC 9(2).
            05 W-CUR-TOK      PIC X(15).
              88 W-NOISE-WORD VALUE 'THE' 'AND' 'OF' 'MR' 'MRS' 'MS'
                                    'DR' 'CO' 'COMPANY' 'LTD' 'LIMITED'
                                    'INC' 'CORP' 'LLC' 'PLC' 'SA'.
            05 W-CUR-LEN      PIC 9(2).
            05 W-NORM-COUNT   PIC 9(2).
            05 W-NORM-TOKENS.
                10 W-NORM-TOK OCCURS 8 TIMES.
                    15 W-NORM-TEXT PIC X(15).
                    15 W-NORM-LEN  PIC 9(2).
            05 W-SUB-COUNT    PIC 9(2).
            05 W-SUB-TOKENS.
                10 W-SUB-TOK OCCURS 8 TIMES.
                    15 W-SUB-TEXT  PIC X(15).
                    15 W-SUB-LEN   PIC 9(2).
            05 W-USED-FLAGS.
                10 W-USED      PIC X(1) OCCURS 8 TIMES.
            05 W-W            PIC 9(4).
            05 W-S            PIC 9(2).
            05 W-T            PIC 9(2).
            05 W-MATCHED      PIC 9(2).
            05 W-SCORE        PIC 9(3).
            05 W-BEST-SCORE   PIC 9(3).
            05 W-BEST-IDX     PIC 9(4).
            05 W-TOK-SW       PIC X(1).
              88 W-TOK-MATCH  VALUE 'Y'.
            05 W-TOK-A        PIC X(15).
            05 W-LEN-A        PIC 9(2).
            05 W-TOK-B        PIC X(15).
            05 W-LEN-B        PIC 9(2).
            05 W-IA           PIC 9(2).
            05 W-IB           PIC 9(2).
            05 W-EDITS        PIC 9(2).
            05 W-DIFF-1       PIC 9(2).
            05 W-DIFF-2       PIC 9(2).
        01 W-WL-TABLE.
            05 W-WL-COUNT     PIC 9(4) VALUE 0.
            05 W-WL-ENTRY OCCURS 2000 TIMES.
                10 W-WL-ID        PIC X(10).
                10 W-WL-NAME      PIC X(40).
                10 W-WL-TCOUNT    PIC 9(2).
                10 W-WL-TOK OCCURS 8 TIMES.
                    15 W-WL-TEXT  PIC X(15).
                    15 W-WL-LEN   PIC 9(2).
       LINKAGE SECTION.
        COPY SCRCTRL.
       PROCEDURE DIVISION USING SCR-CTRL-BLK.
       SCREEN-NAME.
          MOVE 0 TO SCR-CTRL-RET-CODE.
          MOVE SPACES TO SCR-CTRL-ERR-MSG.
          SET SCR-CLEAR TO TRUE.
          MOVE 0 TO SCR-SCORE.
          MOVE SPACES TO SCR-ENTRY-ID.
          MOVE SPACES TO SCR-ENTRY-NAME.
          MOVE 0 TO SCR-HIT-ID.
          PERFORM CHECK-LIST-VERSION.
          IF W-WL-COUNT = 0 OR SCR-NAME = SPACES THEN
            GOBACK
            END-IF.
          MOVE SCR-NAME TO W-NORM-IN.
          PERFORM NORMALISE-NAME.
          MOVE W-NORM-COUNT TO W-SUB-COUNT.
          MOVE W-NORM-TOKENS TO W-SUB-TOKENS.
          IF W-SUB-COUNT = 0 THEN
            GOBACK
            END-IF.
          MOVE 0 TO W-BEST-SCORE.
          MOVE 0 TO W-BEST-IDX.
          PERFORM SCORE-ENTRY
            VARYING W-W FROM 1 BY 1
            UNTIL W-W > W-WL-COUNT.
          IF W-BEST-IDX = 0 OR W-BEST-SCORE < W-THRESHOLD THEN
            GOBACK
            END-IF.
          SET SCR-POSSIBLE-HIT TO TRUE.
          MOVE W-BEST-SCORE TO SCR-SCORE.
          MOVE W-WL-ID (W-BEST-IDX) TO SCR-ENTRY-ID.
          MOVE W-WL-NAME (W-BEST-IDX) TO SCR-ENTRY-NAME.
          PERFORM RECORD-HIT.
          GOBACK.
*********
       CHECK-LIST-VERSION.
          CALL "CTLIO" USING CTL-CTRL-BLK.
          INITIALIZE CTL-REC.
          MOVE "SANCLIST" TO CTL-NAME.
          INITIALIZE CTL-CTRL-BLK.
          CALL "CTLGET" USING CTL-CTRL-BLK CTL-REC.
          IF NOT W-LIST-LOADED OR CTL-LAST-ID NOT = W-LIST-VERSION
             THEN
            MOVE CTL-LAST-ID TO W-LIST-VERSION
            PERFORM LOAD-WATCH-LIST
            PERFORM LOAD-THRESHOLD
            SET W-LIST-LOADED TO TRUE
            END-IF.
*********
       LOAD-THRESHOLD.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARAMIO" USING PAR-CTRL-BLK.
          MOVE "SANCSCORE" TO P-PAR-NAME.
          INITIALIZE PAR-CTRL-BLK.
          CALL "PARGET" USING PAR-CTRL-BLK P-PAR-REC.
          IF PAR-CTRL-RET-CODE = 0 AND P-PAR-NUM > 0
             AND P-PAR-NUM NOT > 100 THEN
            MOVE P-PAR-NUM TO W-THRESHOLD
            END-IF.
*********
       LOAD-WATCH-LIST.
          MOVE 0 TO W-WL-COUNT.
          OPEN INPUT WATCH-FILE.
          IF FS-W = 0 THEN
            READ WATCH-FILE
            PERFORM
              WITH TEST BEFORE
              UNTIL FS-W NOT = 0 OR W-WL-COUNT = 2000
                PERFORM LOAD-WATCH-ENTRY
                READ WATCH-FILE
              END-PERFORM
            CLOSE WATCH-FILE
            END-IF.
*********
       LOAD-WATCH-ENTRY.
          MOVE FWLS-NAME TO W-NORM-IN.
          PERFORM NORMALISE-NAME.
          IF W-NORM-COUNT > 0 THEN
            ADD 1 TO W-WL-COUNT
            MOVE FWLS-ENTRY-ID TO W-WL-ID (W-WL-COUNT)
            MOVE FWLS-NAME TO W-WL-NAME (W-WL-COUNT)
            MOVE W-NORM-COUNT TO W-WL-TCOUNT (W-WL-COUNT)
            PERFORM VARYING W-T FROM 1 BY 1 UNTIL W-T > 8
              MOVE W-NORM-TEXT (W-T) TO W-WL-TEXT (W-WL-COUNT, W-T)
              MOVE W-NORM-LEN (W-T) TO W-WL-LEN (W-WL-COUNT, W-T)
            END-PERFORM
            END-IF.
*********
       NORMALISE-NAME.
          MOVE FUNCTION UPPER-CASE(W-NORM-IN) TO W-NORM-IN.
          MOVE 0 TO W-NORM-COUNT.
          MOVE SPACES TO W-NORM-TOKENS.
          PERFORM VARYING W-T FROM 1 BY 1 UNTIL W-T > 8
            MOVE 0 TO W-NORM-LEN (W-T)
          END-PERFORM.
          MOVE SPACES TO W-CUR-TOK.
          MOVE 0 TO W-CUR-LEN.
          PERFORM VARYING W-POS FROM 1 BY 1 UNTIL W-POS > 40
            MOVE W-NORM-IN (W-POS:1) TO W-CHAR
            IF (W-CHAR >= 'A' AND W-CHAR <= 'Z')
               OR (W-CHAR >= '0' AND W-CHAR <= '9') THEN
              IF W-CUR-LEN < 15 THEN
                ADD 1 TO W-CUR-LEN
                MOVE W-CHAR TO W-CUR-TOK (W-CUR-LEN:1)
                END-IF
             ELSE
              PERFORM END-TOKEN
              END-IF
          END-PERFORM.
          PERFORM END-TOKEN.
*********
       END-TOKEN.
          IF W-CUR-LEN > 1 AND W-NORM-COUNT < 8
             AND NOT W-NOISE-WORD THEN
            ADD 1 TO W-NORM-COUNT
            MOVE W-CUR-TOK TO W-NORM-TEXT (W-NORM-COUNT)
            MOVE W-CUR-LEN TO W-NORM-LEN (W-NORM-COUNT)
            END-IF.
          MOVE SPACES TO W-CUR-TOK.
          MOVE 0 TO W-CUR-LEN.
*********
       SCORE-ENTRY.
          IF SCR-SKIP-ENTRY = SPACES
             OR W-WL-ID (W-W) NOT = SCR-SKIP-ENTRY THEN
            PERFORM SCORE-ONE-ENTRY
            END-IF.
*********
       SCORE-ONE-ENTRY.
          MOVE SPACES TO W-USED-FLAGS.
          MOVE 0 TO W-MATCHED.
          PERFORM MATCH-SUBJECT-TOKEN
            VARYING W-S FROM 1 BY 1
            UNTIL W-S > W-SUB-COUNT.
          COMPUTE W-SCORE = (200 * W-MATCHED)
                          / (W-SUB-COUNT + W-WL-TCOUNT (W-W)).
          IF W-SCORE > W-BEST-SCORE THEN
            MOVE W-SCORE TO W-BEST-SCORE
            MOVE W-W TO W-BEST-IDX
            END-IF.
*********
       MATCH-SUBJECT-TOKEN.
          MOVE 'N' TO W-TOK-SW.
          PERFORM VARYING W-T FROM 1 BY 1
            UNTIL W-T > W-WL-TCOUNT (W-W) OR W-TOK-MATCH
              IF W-USED (W-T) = SPACE THEN
                MOVE W-SUB-TEXT (W-S) TO W-TOK-A
                MOVE W-SUB-LEN (W-S) TO W-LEN-A
                MOVE W-WL-TEXT (W-W, W-T) TO W-TOK-B
                MOVE W-WL-LEN (W-W, W-T) TO W-LEN-B
                PERFORM COMPARE-TOKENS
                IF W-TOK-MATCH THEN
                  MOVE 'Y' TO W-USED (W-T)
                  ADD 1 TO W-MATCHED
                  END-IF
                END-IF
          END-PERFORM.
*********
       COMPARE-TOKENS.
          IF W-TOK-A = W-TOK-B THEN
            SET W-TOK-MATCH TO TRUE
           ELSE
            IF W-LEN-A > 3 AND W-LEN-B > 3 THEN
              IF W-LEN-A = W-LEN-B THEN
                PERFORM COMPARE-SAME-LENGTH
               ELSE
                IF W-LEN-A = W-LEN-B + 1 OR W-LEN-B = W-LEN-A + 1
                   THEN
                  PERFORM COMPARE-ONE-GAP
                  END-IF
                END-IF
              END-IF
            END-IF.
*********
       COMPARE-SAME-LENGTH.
          MOVE 0 TO W-EDITS.
          MOVE 0 TO W-DIFF-1.
          MOVE 0 TO W-DIFF-2.
          PERFORM VARYING W-IA FROM 1 BY 1
            UNTIL W-IA > W-LEN-A OR W-EDITS > 2
              IF W-TOK-A (W-IA:1) NOT = W-TOK-B (W-IA:1) THEN
                ADD 1 TO W-EDITS
                IF W-EDITS = 1 THEN
                  MOVE W-IA TO W-DIFF-1
                 ELSE
                  MOVE W-IA TO W-DIFF-2
                  END-IF
                END-IF
          END-PERFORM.
          IF W-EDITS = 1 THEN
            SET W-TOK-MATCH TO TRUE
            END-IF.
          IF W-EDITS = 2 AND W-DIFF-2 = W-DIFF-1 + 1 THEN
            IF W-TOK-A (W-DIFF-1:1) = W-TOK-B (W-DIFF-2:1)
               AND W-TOK-A (W-DIFF-2:1) = W-TOK-B (W-DIFF-1:1) THEN
              SET W-TOK-MATCH TO TRUE
              END-IF
            END-IF.
*********
       COMPARE-ONE-GAP.
          MOVE 1 TO W-IA.
          MOVE 1 TO W-IB.
          MOVE 0 TO W-EDITS.
          PERFORM
            WITH TEST BEFORE
            UNTIL W-IA > W-LEN-A OR W-IB > W-LEN-B OR W-EDITS > 1
              IF W-TOK-A (W-IA:1) = W-TOK-B (W-IB:1) THEN
                ADD 1 TO W-IA
                ADD 1 TO W-IB
               ELSE
                ADD 1 TO W-EDITS
                IF W-LEN-A > W-LEN-B THEN
                  ADD 1 TO W-IA
                 ELSE
                  ADD 1 TO W-IB
                  END-IF
                END-IF
          END-PERFORM.
          IF W-EDITS < 2 THEN
            SET W-TOK-MATCH TO TRUE
            END-IF.
*********
       RECORD-HIT.
          INITIALIZE BDT-CTRL-BLK.
          CALL "BDTTODAY" USING BDT-CTRL-BLK B-BDT-REC.
          CALL "SCHIO" USING SCH-CTRL-BLK.
          INITIALIZE SCH-REC.
          MOVE 0 TO SCH-ID.
          MOVE B-BDT-BUS-DATE TO SCH-DATE.
          MOVE SCR-SUBJ-TYPE TO SCH-SUBJ-TYPE.
          MOVE SCR-SUBJ-ID TO SCH-SUBJ-ID.
          MOVE SCR-SUBJ-SEQ TO SCH-SUBJ-SEQ.
          MOVE SCR-NAME TO SCH-NAME.
          MOVE SCR-ENTRY-ID TO SCH-ENTRY-ID.
          MOVE SCR-ENTRY-NAME TO SCH-ENTRY-NAME.
          MOVE SCR-SCORE TO SCH-SCORE.
          MOVE SCR-SOURCE TO SCH-SOURCE.
          SET SCH-PENDING TO TRUE.
          INITIALIZE SCH-CTRL-BLK.
          CALL "SCHADD" USING SCH-CTRL-BLK SCH-REC.
          IF SCH-CTRL-RET-CODE NOT = 0 THEN
            MOVE SCH-CTRL-RET-CODE TO SCR-CTRL-RET-CODE
            MOVE SCH-CTRL-ERR-MSG TO SCR-CTRL-ERR-MSG
           ELSE
            MOVE SCH-ID TO SCR-HIT-ID
            END-IF.
