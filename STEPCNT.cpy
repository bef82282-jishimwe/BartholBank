       01  STEP-RECORD-COUNT            PIC 9(9) VALUE 0
                                         EXTERNAL.
