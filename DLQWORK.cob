            DISPLAY "  Last contact: " DLQ-CONTACT-NOTE
            END-IF.
          DISPLAY "Outcome (P=promise to pay, C=contact note, "
                  "R=restructure, blank=skip): " NO ADVANCING.
          MOVE SPACES TO W-DISP.
          ACCEPT W-DISP.
          MOVE FUNCTION UPPER-CASE(W-DISP) TO W-DISP.
              PERFORM RECORD-PROMISE
            WHEN 'C'
              PERFORM RECORD-CONTACT
            WHEN 'R'
              CALL "LOANRSTR" USING DLQ-LOAN
          END-EVALUATE.
       RECORD-PROMISE.
          DISPLAY "Promised payment date (YYYYMMDD): "
