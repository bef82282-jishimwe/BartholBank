       01  :PREFIX:JOB-REC.
           05  :PREFIX:JOB-KEY.
               10  :PREFIX:JOB-CHAIN    PIC X(8).
               10  :PREFIX:JOB-SEQ      PIC 9(4).
           05  :PREFIX:JOB-PROGRAM      PIC X(8).
           05  :PREFIX:JOB-DESC         PIC X(30).
           05  :PREFIX:JOB-RUN-RULE     PIC X(1).
               88  :PREFIX:JOB-DAILY        VALUE 'D'.
               88  :PREFIX:JOB-WEEKDAY      VALUE 'W'.
               88  :PREFIX:JOB-LAST-BUS-DAY VALUE 'L'.
               88  :PREFIX:JOB-MONTH-DAY    VALUE 'M'.
               88  :PREFIX:JOB-RULE-VALID   VALUE 'D' 'W' 'L' 'M'.
           05  :PREFIX:JOB-RUN-DAY      PIC 9(2).
           05  :PREFIX:JOB-ENABLED      PIC X(1).
               88  :PREFIX:JOB-IS-ENABLED  VALUE 'Y'.
               88  :PREFIX:JOB-IS-DISABLED VALUE 'N'.
           05  :PREFIX:JOB-SKIP-DATE    PIC 9(8).
           05  :PREFIX:JOB-DEPENDS.
               10  :PREFIX:JOB-DEP-PROGRAM PIC X(8) OCCURS 4 TIMES.
           05  :PREFIX:JOB-CHG-DATE     PIC 9(8).
           05  :PREFIX:JOB-CHG-OPER     PIC X(10).
