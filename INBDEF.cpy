       01  INB-DEF-MAX                  PIC 9(2) VALUE 12.
       01  INB-DEF-LIST.
           05 FILLER PIC X(52) VALUE
              "CLEARIN CLRHOUSE0700YN023015001000006006            ".
           05 FILLER PIC X(52) VALUE
              "PAYRIN  EMPLOYER1200NY040000015006000006            ".
           05 FILLER PIC X(52) VALUE
              "CRDSETTLCARDSCHM0600YN034000000000017017            ".
           05 FILLER PIC X(52) VALUE
              "FXRATEINRATEFEED0800YN000000000000000000            ".
           05 FILLER PIC X(52) VALUE
              "CLRRTN  CLRHOUSE1600NN000000000000000006            ".
           05 FILLER PIC X(52) VALUE
              "IBKREQ  IBVENDOR9999NY001011019000032032            ".
           05 FILLER PIC X(52) VALUE
              "CRDAUTH CARDSCHM0600YN034000000000017017            ".
           05 FILLER PIC X(52) VALUE
              "CHBKRESPCARDSCHM9999NN000000000000000000            ".
           05 FILLER PIC X(52) VALUE
              "CHKRTN  CLRHOUSE1600NN000000000000000026            ".
           05 FILLER PIC X(52) VALUE
              "NOSTMT  CORRBANK0900YN000000000000000000            ".
           05 FILLER PIC X(52) VALUE
              "SANCIN  SANCLIST9999NN000000000000000000            ".
           05 FILLER PIC X(52) VALUE
              "CHKPRES CLRHOUSE0700YN000000000000000008CHKPRESIN   ".
       01  INB-DEF-TABLE REDEFINES INB-DEF-LIST.
           05  INB-DEF-ENTRY OCCURS 12 TIMES.
               10  INB-DEF-FILE         PIC X(8).
               10  INB-DEF-SENDER       PIC X(8).
               10  INB-DEF-DUE          PIC 9(4).
               10  INB-DEF-DAILY        PIC X(1).
                   88  INB-DEF-IS-DAILY VALUE 'Y'.
               10  INB-DEF-HDR-REQ      PIC X(1).
                   88  INB-DEF-NEEDS-HDR VALUE 'Y'.
               10  INB-DEF-REF-POS      PIC 9(3).
               10  INB-DEF-HDR-DATE-POS PIC 9(3).
               10  INB-DEF-HDR-CNT-POS  PIC 9(3).
               10  INB-DEF-HDR-TOT-POS  PIC 9(3).
               10  INB-DEF-TRL-TOT-POS  PIC 9(3).
               10  INB-DEF-AMT-POS      PIC 9(3).
               10  INB-DEF-DSN          PIC X(12).
