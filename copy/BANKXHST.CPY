      *> BANKXHST.CPY
      *> Bank extract history record - one per "D" deposit and "P"
      *> prenote record DEPOSIT sends to the bank, stamped with the
      *> extract trailer's run date and appended to the cumulative
      *> BANKXHST file. BANKEXT itself is replaced every night, so
      *> this is what a bank return or prenote confirmation that
      *> arrives days later is matched back against.
    05 BXH-ExtractDate PIC 9(08).
    05 BXH-RecordType PIC X(01).
        88 BXH-DepositRecord VALUE "D".
        88 BXH-PrenoteRecord VALUE "P".
    05 BXH-RoutingNo PIC 9(09).
    05 BXH-AccountNo PIC X(12).
    05 BXH-Ident PIC 9(05).
    05 BXH-CustName PIC X(20).
    05 BXH-Amount PIC S9(08)V99.
