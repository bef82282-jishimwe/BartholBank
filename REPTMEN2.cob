                15 M-OPT1-CODE PIC X    VALUE 'L'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Deposit maturity ladder".
              10 M-OPT5.
                15 M-OPT1-CODE PIC X    VALUE 'D'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Loan application decline register".
              10 M-OPT6.
                15 M-OPT1-CODE PIC X    VALUE 'E'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Large exposure concentration".
              10 M-OPT7.
                15 M-OPT1-CODE PIC X    VALUE 'W'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Load sanctions watch-list".
              10 M-OPT10.
                15 M-OPT1-CODE PIC X    VALUE 'S'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Sanctions compliance review queue".
              10 M-OPT11.
                15 M-OPT1-CODE PIC X    VALUE 'A'.
                15 M-OPT1-TEXT PIC X(40) VALUE
                                 "Anonymise departed customers".
              10 M-OPT8.
                15 M-OPT1-CODE PIC X    VALUE SPACES.
                15 M-OPT1-TEXT PIC X(40) VALUE SPACES.
                 PERFORM REGULATORY-EXTRACT
               WHEN 'L'
                 PERFORM MATURITY-LADDER
               WHEN 'D'
                 PERFORM DECLINE-REGISTER
               WHEN 'E'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM EXPOSURE-REPORT
                   END-IF
               WHEN 'W'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM WATCH-LIST-LOAD
                   END-IF
               WHEN 'S'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM SANCTIONS-REVIEW
                   END-IF
               WHEN 'A'
                 PERFORM CHECK-SUPERVISOR
                 IF W-AUTH-OK THEN
                   PERFORM ANONYMISATION-RUN
                   END-IF
             END-EVALUATE
          END-PERFORM.
       CHECK-SUPERVISOR.
            MOVE "Supervisor authority required" TO SCREEN-MSG
            PERFORM DISPLAY-ERR-MSG
            END-IF.
       WATCH-LIST-LOAD.
          PERFORM CLS.
          MOVE "Load sanctions watch-list" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "SANCLOAD".
          PERFORM READ-KEY.
       SANCTIONS-REVIEW.
          PERFORM CLS.
          MOVE "Sanctions compliance review queue" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "SANCWORK".
          PERFORM READ-KEY.
       ANONYMISATION-RUN.
          PERFORM CLS.
          MOVE "Anonymise departed customers" TO SCREEN-MSG.
          PERFORM DISPLAY-TITLE.
          PERFORM NEW-LINE.
          CALL "CUSTANON".
          PERFORM READ-KEY.
       EXPOSURE-REPORT.
          CALL "EXPOSRPT".
          MOVE "Report written to EXPOSRPT file" TO SCREEN-MSG.
          PERFORM DISPLAY-ERR-MSG.
       DECLINE-REGISTER.
          CALL "LNDECRPT".
          MOVE "Register written to LNDECRPT file" TO SCREEN-MSG.
          PERFORM DISPLAY-ERR-MSG.
       MATURITY-LADDER.
          CALL "TDLADDER".
          MOVE "Ladder written to TDLADDER file" TO SCREEN-MSG.
