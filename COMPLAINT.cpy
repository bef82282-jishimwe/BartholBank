       01  :PREFIX:CMP-REC.
           05  :PREFIX:CMP-ID           PIC 9(5).
           05  :PREFIX:CMP-CUST         PIC 9(5).
           05  :PREFIX:CMP-ACC          PIC 9(5).
           05  :PREFIX:CMP-TRAN-ID      PIC 9(5).
           05  :PREFIX:CMP-CATEGORY     PIC X(4).
               88  :PREFIX:CMP-CATEGORY-VALID VALUE 'FEES' 'SERV'
                       'PAYM' 'CARD' 'LEND' 'FRAU' 'ACCT' 'OTHR'.
           05  :PREFIX:CMP-CHANNEL      PIC X(1).
               88  :PREFIX:CMP-CHANNEL-VALID VALUE 'B' 'P' 'E'
                       'L' 'I'.
           05  :PREFIX:CMP-OWNER        PIC X(10).
           05  :PREFIX:CMP-STATUS       PIC X(1).
               88  :PREFIX:CMP-OPEN     VALUE 'O'.
               88  :PREFIX:CMP-CLOSED   VALUE 'C'.
           05  :PREFIX:CMP-OUTCOME      PIC X(1).
               88  :PREFIX:CMP-UPHELD   VALUE 'U'.
               88  :PREFIX:CMP-PARTLY   VALUE 'P'.
               88  :PREFIX:CMP-REJECTED VALUE 'R'.
               88  :PREFIX:CMP-OUTCOME-VALID VALUE 'U' 'P' 'R'.
           05  :PREFIX:CMP-RECEIVED-DATE PIC 9(8).
           05  :PREFIX:CMP-ACK-DATE     PIC 9(8).
           05  :PREFIX:CMP-DEADLINE     PIC 9(8).
           05  :PREFIX:CMP-CLOSED-DATE  PIC 9(8).
           05  :PREFIX:CMP-REDRESS-AMT  PIC S9(7)V99.
           05  :PREFIX:CMP-REDRESS-TRAN PIC 9(5).
           05  :PREFIX:CMP-LOGGED-BY    PIC X(10).
           05  :PREFIX:CMP-SUMMARY      PIC X(60).
           05  :PREFIX:CMP-RESPONSE     PIC X(60).
