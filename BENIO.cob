       ENTRY "BENCUN" USING BEN-CTRL-BLK BEN-REC.
        PERFORM READ-NEXT-PER-CUSTOMER.
        GOBACK.
*********
       ENTRY "BENNAF" USING BEN-CTRL-BLK BEN-REC.
        PERFORM ENSURE-OPEN.
        MOVE LOW-VALUES TO FBEN-KEY.
        START FD-BN KEY > FBEN-KEY.
        READ FD-BN NEXT INTO BEN-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BENNAN" USING BEN-CTRL-BLK BEN-REC.
        READ FD-BN NEXT INTO BEN-REC.
        perform TRANSFER-CODES.
        GOBACK.
*********
       ENTRY "BENEND".
        CLOSE FD-BN.
