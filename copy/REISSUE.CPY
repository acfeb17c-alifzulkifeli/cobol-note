      *> REISSUE.CPY
      *> Returned-deposit reissue queue record - written by BANKRTN
      *> when the bank returns a deposit, keyed on the Ident, the
      *> extract date the deposit went out under and its position
      *> among that night's extract records for the Ident, so a
      *> second run over the same return file cannot queue the same
      *> money twice. DEPOSIT prints every queued record on the next
      *> check register and marks it issued with that night's date.
    05 RI-Key.
        10 RI-Ident PIC 9(05).
        10 RI-ExtractDate PIC 9(08).
        10 RI-Seq PIC 9(02).
    05 RI-CustName PIC X(20).
    05 RI-Amount PIC S9(08)V99.
    05 RI-ReturnReason PIC X(03).
    05 RI-QueuedDate PIC 9(08).
    05 RI-Status PIC X(01).
        88 ReissueQueued VALUE "Q".
        88 ReissueIssued VALUE "I".
    05 RI-IssueDate PIC 9(08).
