       01  SCR-CTRL-BLK.
           05  SCR-CTRL-RET-CODE       PIC 9(5).
           05  SCR-CTRL-ERR-MSG        PIC X(40).
           05  SCR-NAME                PIC X(40).
           05  SCR-SKIP-ENTRY          PIC X(10).
           05  SCR-SUBJ-TYPE           PIC X(1).
           05  SCR-SUBJ-ID             PIC 9(5).
           05  SCR-SUBJ-SEQ            PIC 9(3).
           05  SCR-SOURCE              PIC X(8).
           05  SCR-RESULT              PIC X(1).
               88  SCR-CLEAR           VALUE 'C'.
               88  SCR-POSSIBLE-HIT    VALUE 'H'.
           05  SCR-SCORE               PIC 9(3).
           05  SCR-ENTRY-ID            PIC X(10).
           05  SCR-ENTRY-NAME          PIC X(40).
           05  SCR-HIT-ID              PIC 9(5).
