      *>                    so a rerun of a prior business day
      *>                    balances against that day's audit entries
      *>                    instead of paging on a clean rerun.
      *>   2026-10-15  AL   Record lengths follow the new layouts: the
      *>                    hours suspense record is three bytes longer
      *>                    (one for the hours type now carried on
      *>                    hours lines, two for the five-digit Ident),
      *>                    and the PAYSLIP line and CUSTEXC reject
      *>                    record are two bytes longer for the
      *>                    five-digit Ident.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.
       FD  PayslipFile.
       01  PayslipLine.
           05 PS-FirstByte PIC X(01).
           05 FILLER PIC X(63).

       FD  ExceptionFile.
       01  RejectRecord PIC X(63).

       FD  HoursSuspenseFile.
       01  SuspenseRecord PIC X(52).

      *> The voter-roll files carry their own trailer with the count
      *> the writing program believed it wrote - detail lines start
