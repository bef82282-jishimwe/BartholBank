           SELECT OPTIONAL FD-R ASSIGN TO 'REVIEWQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-R.
           SELECT FD-K ASSIGN TO 'REVIEWQ.NEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-K.
       DATA DIVISION.
       FILE SECTION.
       FD FD-R.
       COPY REVIEW REPLACING ==:PREFIX:== BY ==F==.
       FD FD-K.
       COPY REVIEW REPLACING ==:PREFIX:== BY ==K==.
       WORKING-STORAGE SECTION.
       01 WRK-VARS.
               05 FS-R PIC 9(2).
               05 FS-K PIC 9(2).
               05 W-KEEP-STATUS PIC X(1).
                 88 W-KEEP-OPENED VALUE 'O'.
               05 W-OLD-NAME PIC X(20) VALUE 'REVIEWQ'.
               05 W-NEW-NAME PIC X(20) VALUE 'REVIEWQ.NEW'.
               05 W-RENAME-RC PIC 9(9) COMP-5.
       LINKAGE SECTION.
       COPY RVQCTRL.
       COPY REVIEW REPLACING ==:PREFIX:== BY ====.
          MOVE "Review queue update failed" TO RVQ-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "RVQKEEP" USING RVQ-CTRL-BLK RVQ-REC.
        IF NOT W-KEEP-OPENED THEN
          OPEN OUTPUT FD-K
          SET W-KEEP-OPENED TO TRUE
          END-IF.
        WRITE KRVQ-REC FROM RVQ-REC.
        MOVE FS-K TO RVQ-CTRL-RET-CODE.
        IF FS-K NOT = 0 THEN
          STRING "Review queue copy failed, status " FS-K INTO
             RVQ-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "RVQSWAP" USING RVQ-CTRL-BLK.
        CLOSE FD-R.
        IF NOT W-KEEP-OPENED THEN
          OPEN OUTPUT FD-K
          END-IF.
        CLOSE FD-K.
        MOVE SPACE TO W-KEEP-STATUS.
        CALL "CBL_DELETE_FILE" USING W-OLD-NAME
          RETURNING W-RENAME-RC.
        CALL "CBL_RENAME_FILE" USING W-NEW-NAME W-OLD-NAME
          RETURNING W-RENAME-RC.
        MOVE W-RENAME-RC TO RVQ-CTRL-RET-CODE.
        IF W-RENAME-RC NOT = 0 THEN
          MOVE "Review queue could not be replaced" TO
            RVQ-CTRL-ERR-MSG
          END-IF.
        GOBACK.
*********
       ENTRY "RVQEND".
        CLOSE FD-R.
