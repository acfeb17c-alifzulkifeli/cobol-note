      *> pay to the deposit extract, "P" sends a zero-amount prenote
      *> and pays by check until the bank confirms, "N" (or space on
      *> records loaded before the field existed) pays by check.
      *> PayFrequency picks the pay cycle: "W" weekly, "B" bi-weekly,
      *> "S" semi-monthly, "M" monthly are paid on the dates the pay
      *> calendar lists for that cycle, their hours accumulating in
      *> between; "D" (or space, on records loaded before the field
      *> existed) is paid the night the hours arrive.
    02 Ident PIC 9(05).
    02 CustName PIC X(20).
    02 DateOfBirth.
        03 MOB PIC 9(02).
            88 BankActive VALUE "A".
            88 BankPrenote VALUE "P".
            88 BankNone VALUE "N", " ".
    02 PayFrequency PIC X(01).
        88 PayNightly VALUE "D", " ".
        88 PayWeekly VALUE "W".
        88 PayBiWeekly VALUE "B".
        88 PaySemiMonthly VALUE "S".
        88 PayMonthly VALUE "M".
        88 PayFrequencyKnown VALUE "D", " ", "W", "B", "S", "M".
