       01  :PREFIX:CPF-REC.
           05  :PREFIX:CPF-KEY.
               10  :PREFIX:CPF-CUST     PIC 9(5).
               10  :PREFIX:CPF-EVENT    PIC X(10).
                   88  :PREFIX:CPF-ALL-EVENTS VALUE '*ALL'.
           05  :PREFIX:CPF-CHANNEL      PIC X(1).
               88  :PREFIX:CPF-EMAIL    VALUE 'E'.
               88  :PREFIX:CPF-SMS      VALUE 'S'.
               88  :PREFIX:CPF-PAPER    VALUE 'P'.
               88  :PREFIX:CPF-SUPPRESS VALUE 'X'.
               88  :PREFIX:CPF-CHANNEL-VALID VALUE 'E' 'S' 'P' 'X'.
           05  :PREFIX:CPF-CHG-DATE     PIC 9(8).
           05  :PREFIX:CPF-OPER         PIC X(10).
