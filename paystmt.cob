      *>                    they must print and foot through the
      *>                    statements like any other detail. Amount
      *>                    displays carry a trailing sign.
      *>   2026-10-15  AL   Pay detail records now carry the gross
      *>                    broken down by hours type (regular,
      *>                    overtime, holiday, shift premium). Each
      *>                    statement itemizes the nonzero types with
      *>                    their hours under the gross pay line.
      *>   2026-10-15  AL   Per-type hours on the pay detail record are
      *>                    five integer digits now; statement hours
      *>                    column widened to match.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTMT.
       FD  PayDetailFile.
       01  PayDetailRecord.
           05 PD-RecordType PIC X(01).
           05 PD-Ident PIC 9(05).
           05 PD-CustName PIC X(20).
           05 PD-GrossPay PIC S9(06)V99.
           05 PD-TaxAmount PIC S9(06)V99.
               10 PD-VolAmount PIC S9(04)V99.
           05 PD-VolOtherAmount PIC S9(04)V99.
           05 PD-NetPay PIC S9(06)V99.
      *> Gross broken down by hours type, always in R/O/H/S order -
      *> zero on an adjustment (the card carries no breakdown)
           05 PD-HoursTypeEntry OCCURS 4 TIMES.
               10 PD-TypeCode PIC X(01).
               10 PD-TypeHours PIC S9(05)V99.
               10 PD-TypeGross PIC S9(06)V99.
       01  PayTrailerRecord.
           05 PT-RecordType PIC X(01).
           05 PT-RunDate PIC 9(08).

      *> Report formatting work fields
       01 VolSub PIC 9(01) VALUE ZERO.
       01 TypeSub PIC 9(01) VALUE ZERO.
       01 HoursDisplay PIC ZZZZ9.99-.
       01 HoursTypeNames.
           05 FILLER PIC X(15) VALUE "REGULAR HOURS  ".
           05 FILLER PIC X(15) VALUE "OVERTIME HOURS ".
           05 FILLER PIC X(15) VALUE "HOLIDAY HOURS  ".
           05 FILLER PIC X(15) VALUE "SHIFT PREMIUM  ".
       01 HoursTypeNameTable REDEFINES HoursTypeNames.
           05 HoursTypeLongName PIC X(15) OCCURS 4 TIMES.
       01 AmountDisplay PIC ZZZZZZ9.99-.
       01 Amount2Display PIC ZZZZZZ9.99-.
       01 PageDisplay PIC ZZZ9.
           IF PD-VolOtherAmount > ZERO
               ADD 1 TO BlockLineCount
           END-IF
           PERFORM VARYING TypeSub FROM 1 BY 1
               UNTIL TypeSub > 4
               IF PD-TypeGross(TypeSub) NUMERIC
                   AND PD-TypeGross(TypeSub) NOT = ZERO
                   ADD 1 TO BlockLineCount
               END-IF
           END-PERFORM
           IF LinesOnPage + BlockLineCount > LinesPerPage
               PERFORM 5000-PRINT-PAGE-HEADER
           END-IF
               INTO StatementReportLine
           WRITE StatementReportLine

           PERFORM VARYING TypeSub FROM 1 BY 1
               UNTIL TypeSub > 4
               IF PD-TypeGross(TypeSub) NUMERIC
                   AND PD-TypeGross(TypeSub) NOT = ZERO
                   MOVE PD-TypeGross(TypeSub) TO AmountDisplay
                   MOVE PD-TypeHours(TypeSub) TO HoursDisplay
                   MOVE SPACES TO StatementReportLine
                   STRING "    " DELIMITED BY SIZE
                       HoursTypeLongName(TypeSub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AmountDisplay DELIMITED BY SIZE
                       "  HRS " DELIMITED BY SIZE
                       HoursDisplay DELIMITED BY SIZE
                       INTO StatementReportLine
                   WRITE StatementReportLine
               END-IF
           END-PERFORM

           MOVE PD-TaxAmount TO AmountDisplay
           MOVE SPACES TO StatementReportLine
           STRING "  TAX                " DELIMITED BY SIZE
