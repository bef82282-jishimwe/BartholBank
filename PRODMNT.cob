                  NO ADVANCING.
          MOVE 0 TO PRD-WDR-LIMIT.
          ACCEPT PRD-WDR-LIMIT.
          DISPLAY "Adult product on reaching majority "
                  "(blank = not a youth product): " NO ADVANCING.
          MOVE SPACES TO PRD-ADULT-CODE.
          ACCEPT PRD-ADULT-CODE.
          MOVE FUNCTION UPPER-CASE(PRD-ADULT-CODE) TO PRD-ADULT-CODE.
       COPY SCREENIO.
