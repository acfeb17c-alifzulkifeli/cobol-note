        10 JrnDate PIC 9(08).
        10 JrnTime PIC 9(06).
    05 JrnAction PIC X(01).
    05 JrnIdent PIC 9(05).
    05 JrnBeforeImage PIC X(56).
    05 JrnAfterImage PIC X(56).
