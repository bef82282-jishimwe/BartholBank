       01  :PREFIX:WLS-REC.
           05  :PREFIX:WLS-ENTRY-ID     PIC X(10).
           05  :PREFIX:WLS-ENTRY-TYPE   PIC X(1).
               88  :PREFIX:WLS-INDIVIDUAL VALUE 'I'.
               88  :PREFIX:WLS-ENTITY     VALUE 'E'.
           05  :PREFIX:WLS-NAME         PIC X(40).
           05  :PREFIX:WLS-LIST-DATE    PIC 9(8).
           05  :PREFIX:WLS-SOURCE       PIC X(10).
