      *>                    remembered to stop. The payslip now
      *>                    itemizes four deductions plus an OTHER
      *>                    line, matching the statement print.
      *>   2026-10-15  AL   Hours records carry an hours-type code now
      *>                    (regular, overtime, holiday, shift
      *>                    premium) and one line per type per Ident
      *>                    is accepted in a night - only a second
      *>                    line of the same type is a duplicate. The
      *>                    premium multipliers come off new "P" cards
      *>                    in the rates file, effective-dated like
      *>                    the rest. Payroll groups the edited lines
      *>                    by Ident, builds gross from them, and the
      *>                    payslip, pay detail, pay history and the
      *>                    inquiry break gross down by hours type -
      *>                    overtime is no longer keyed as a fake rate.
      *>   2026-10-15  AL   Customers carry a pay frequency now
      *>                    (nightly, weekly, bi-weekly, semi-monthly,
      *>                    monthly), maintained through CUSTMNT with
      *>                    its own edit. Payroll reads the pay
      *>                    calendar (PAYCAL) for the business date
      *>                    and pays only the customers whose cycle
      *>                    has a pay date tonight; hours for anyone
      *>                    else build up in the hours accumulation
      *>                    file (HRSACCO), rolled forward nightly
      *>                    like the suspense file and presented back
      *>                    to payroll with their arrival dates until
      *>                    the customer's pay date comes round.
      *>   2026-10-15  AL   Pay detail records carry the adjustment
      *>                    action ("V" void, "C" correction, space
      *>                    on a nightly paycheck) so the general
      *>                    ledger interface can post adjustments as
      *>                    reversing lines of their own.
      *>   2026-10-15  AL   Ident widened from three digits to five on
      *>                    every customer file - the master, journal,
      *>                    hours, suspense, accumulation, pay detail,
      *>                    pay history, YTD, archive, deduction
      *>                    balances, "V" rate cards, lookups and the
      *>                    exception file - and the hours-seen table
      *>                    with it. CUSTMNT and PAYADJ cards still
      *>                    keyed in the old three-digit layout are
      *>                    recognized and widened as they are read,
      *>                    and counted on the registers.
      *>   2026-10-15  AL   Hours lines taken per paycheck are counted
      *>                    to four digits and hours per type carried to
      *>                    five - a monthly customer's accumulated lines
      *>                    and hours no longer wrap and skip the pay.
      *>                    Per-type hours on PAYSLIP, PAYDTL and PAYHIST
      *>                    widened to match.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EditedHoursStatus.

           SELECT HoursSortFile ASSIGN TO "SORTWK01".

           SELECT HoursAccumIn ASSIGN TO "HRSACCI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoursAccumInStatus.

           SELECT HoursAccumOut ASSIGN TO "HRSACCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoursAccumOutStatus.

           SELECT PayCalendarFile ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayCalendarStatus.

           SELECT DeductionRatesFile ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeductionRatesStatus.

       FD  ExceptionFile.
       01  RejectRecord.
           05 RejectIdent PIC 9(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RejectCustName PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
               88 MaintAddAction VALUE "A".
               88 MaintChangeAction VALUE "C".
               88 MaintDeleteAction VALUE "D".
           05 MaintIdent PIC 9(05).
           05 MaintCustName PIC X(20).
           05 MaintDateOfBirth.
               10 MaintMOB PIC 9(02).
           05 MaintBankRoutingNo PIC 9(09).
           05 MaintBankAccountNo PIC X(12).
           05 MaintBankStatus PIC X(01).
           05 MaintPayFrequency PIC X(01).
      *> Cards keyed in the three-digit Ident layout - the same card
      *> with the Ident two bytes shorter. A name never starts with
      *> a digit, so a card whose bytes 2-6 are not all numeric but
      *> whose bytes 2-4 are is one of these.
       01  MaintTransOldRecord.
           05 MaintOldAction PIC X(01).
           05 MaintOldIdent PIC 9(03).
           05 MaintOldBody PIC X(51).
           05 FILLER PIC X(02).

       FD  MaintRegisterFile.
       01  MaintRegisterLine PIC X(80).
       01  CustomerJournalRecord.
           COPY CUSTJRNL.

      *> The hours type says which premium the line pays at - "R"
      *> regular, "O" overtime, "H" holiday, "S" shift premium. A
      *> space (a record keyed before the field existed) is regular.
       FD  HoursFile.
       01  HoursFileRecord.
           05 HoursIdent PIC 9(05).
           05 HoursWorked PIC 9(03)V99.
           05 RatePerHour PIC 9(03)V99.
           05 HoursType PIC X(01).

      *> Suspense records carry the original hours data in front so the
      *> prior night's file can be re-presented to the edit unchanged.
       FD  HoursSuspenseIn.
       01  SuspenseInRecord.
           05 SuspInHoursData.
               10 SuspInIdent PIC 9(05).
               10 SuspInHoursWorked PIC 9(03)V99.
               10 SuspInRatePerHour PIC 9(03)V99.
               10 SuspInHoursType PIC X(01).
           05 FILLER PIC X(02).
           05 SuspInReasonCode PIC X(02).
           05 FILLER PIC X(02).
       FD  HoursSuspenseOut.
       01  SuspenseRecord.
           05 SuspHoursData.
               10 SuspIdent PIC 9(05).
               10 SuspHoursWorked PIC 9(03)V99.
               10 SuspRatePerHour PIC 9(03)V99.
               10 SuspHoursType PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SuspReasonCode PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SuspReasonText PIC X(30).

      *> The arrival date is the business date the hours first
      *> came in - tonight's for lines off the edit, the original
      *> night's for lines presented back from accumulation.
       FD  EditedHoursFile.
       01  EditedHoursRecord.
           05 EditIdent PIC 9(05).
           05 EditHoursWorked PIC 9(03)V99.
           05 EditRatePerHour PIC 9(03)V99.
           05 EditHoursType PIC X(01).
           05 EditArrivalDate PIC 9(08).

      *> The edited lines are sorted into Ident and hours-type order
      *> ahead of payroll, so all of a customer's lines for the night
      *> arrive together and pay as one check.
       SD  HoursSortFile.
       01  HoursSortRecord.
           05 SortIdent PIC 9(05).
           05 SortHoursWorked PIC 9(03)V99.
           05 SortRatePerHour PIC 9(03)V99.
           05 SortHoursType PIC X(01).
           05 SortArrivalDate PIC 9(08).

      *> Hours accumulation - the edited lines of customers whose pay
      *> date has not come round, held with the date they arrived.
      *> Last night's output is tonight's input, the same roll the
      *> suspense file takes, and the input lines go straight back
      *> into tonight's edited hours: they were edited the night
      *> they arrived, and a second pass would take a Monday and a
      *> Tuesday regular-hours line for duplicates.
       FD  HoursAccumIn.
       01  HoursAccumInRecord.
           05 AccumInHoursData.
               10 AccumInIdent PIC 9(05).
               10 AccumInHoursWorked PIC 9(03)V99.
               10 AccumInRatePerHour PIC 9(03)V99.
               10 AccumInHoursType PIC X(01).
           05 AccumInArrivalDate PIC 9(08).

       FD  HoursAccumOut.
       01  HoursAccumRecord.
           05 AccumHoursData.
               10 AccumIdent PIC 9(05).
               10 AccumHoursWorked PIC 9(03)V99.
               10 AccumRatePerHour PIC 9(03)V99.
               10 AccumHoursType PIC X(01).
           05 AccumArrivalDate PIC 9(08).

      *> Pay calendar - one card per pay cycle per pay date. A cycle
      *> pays tonight when it has a card for the business date.
       FD  PayCalendarFile.
       01  PayCalendarRecord.
           05 PayCalFrequency PIC X(01).
           05 PayCalDate PIC 9(08).

      *> Shop-maintained rates file: "T" cards are tax brackets
      *> (ascending floor amounts), "V" cards are per-customer
      *> voluntary deductions keyed by Ident, "P" cards are the
      *> premium multiplier for one hours type. The effective date
      *> at the end of the card says which business date the card
      *> starts applying - spaces (cards keyed before the field
      *> existed) mean effective from forever.
       FD  DeductionRatesFile.
           05 RateRecordType PIC X(01).
               88 TaxBracketCard VALUE "T".
               88 VoluntaryCard VALUE "V".
               88 PremiumCard VALUE "P".
           05 RateRecordBody.
               10 TaxBracketFloor PIC 9(06)V99.
               10 TaxBracketRate PIC V999.
               10 FILLER PIC X(19).
           05 VoluntaryCardBody REDEFINES RateRecordBody.
               10 VolCardIdent PIC 9(05).
               10 VolCardCode PIC X(04).
               10 VolCardDescription PIC X(15).
               10 VolCardAmount PIC 9(04)V99.
           05 PremiumCardBody REDEFINES RateRecordBody.
               10 PremCardHoursType PIC X(01).
               10 PremCardMultiplier PIC 9(01)V999.
               10 PremCardDescription PIC X(15).
               10 FILLER PIC X(10).
           05 RateEffectiveDate PIC 9(08).
      *> Goal amount on a "V" card: the deduction stops by itself
      *> once DEDBAL shows this much taken. Spaces or zero (and

       FD  PayslipFile.
       01  PayslipLine.
           05 PS-Ident PIC 9(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PS-CustName PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PSD-Amount PIC ZZZZZ9.99.
           05 PSD-BalanceLabel PIC X(06).
           05 PSD-Balance PIC ZZZZZ9.99.
       01  PayslipHoursLine.
           05 FILLER PIC X(06) VALUE SPACES.
           05 PSH-TypeCode PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PSH-Description PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PSH-Amount PIC ZZZZZ9.99.
           05 PSH-HoursLabel PIC X(06).
           05 PSH-Hours PIC ZZZZ9.99.
           05 PSH-MultiplierLabel PIC X(04).
           05 PSH-Multiplier PIC 9.999.

      *> Machine-readable side of the payslip for the statement
      *> print run - "D" details then one "T" control trailer whose
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
      *> the four amounts foot to PD-GrossPay on a paycheck, and
      *> are zero on an adjustment (the card carries no breakdown)
           05 PD-HoursTypeEntry OCCURS 4 TIMES.
               10 PD-TypeCode PIC X(01).
               10 PD-TypeHours PIC S9(05)V99.
               10 PD-TypeGross PIC S9(06)V99.
      *> Space on a nightly paycheck, the adjustment card's action on
      *> the reversing detail a void or correction writes
           05 PD-AdjustAction PIC X(01).
       01  PayTrailerRecord.
           05 PT-RecordType PIC X(01).
           05 PT-RunDate PIC 9(08).
           05 AdjAction PIC X(01).
               88 AdjVoidAction VALUE "V".
               88 AdjCorrectionAction VALUE "C".
           05 AdjIdent PIC 9(05).
           05 AdjPayDate PIC 9(08).
           05 AdjGross PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 AdjDeductions PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 AdjNet PIC S9(06)V99 SIGN IS LEADING SEPARATE.
      *> Cards keyed in the three-digit Ident layout - the gross
      *> sign lands in byte 13, which on a current card is the
      *> seventh digit of the pay date.
       01  PayAdjustOldRecord.
           05 AdjOldAction PIC X(01).
           05 AdjOldIdent PIC 9(03).
           05 AdjOldPayDate PIC 9(08).
           05 AdjOldGrossSign PIC X(01).
           05 FILLER PIC X(28).

       FD  AdjustRegisterFile.
       01  AdjustRegisterLine PIC X(100).
       FD  PayHistoryFile.
       01  PayHistoryRecord.
           05 PH-Key.
               10 PH-Ident PIC 9(05).
               10 PH-PayDate PIC 9(08).
               10 PH-Seq PIC 9(02).
           05 PH-CustName PIC X(20).
               10 PH-VolAmount PIC S9(04)V99.
           05 PH-VolOtherAmount PIC S9(04)V99.
           05 PH-NetPay PIC S9(06)V99.
           05 PH-HoursTypeEntry OCCURS 4 TIMES.
               10 PH-TypeCode PIC X(01).
               10 PH-TypeHours PIC S9(05)V99.
               10 PH-TypeGross PIC S9(06)V99.

      *> Deduction balance master - one record per goal-bearing
      *> voluntary deduction, accumulating the amount taken to date.
       FD  DeductBalanceFile.
       01  DeductBalanceRecord.
           05 DbKey.
               10 DbIdent PIC 9(05).
               10 DbCode PIC X(04).
           05 DbGoalAmount PIC 9(06)V99.
           05 DbTakenToDate PIC 9(06)V99.

       FD  YtdMasterFile.
       01  YtdRecord.
           05 YtdIdent PIC 9(05).
           05 YtdName PIC X(20).
           05 YtdYear PIC 9(04).
           05 YtdQuarter PIC 9(01).
      *> selects its year from ArchYear.
       FD  YtdArchiveFile.
       01  YtdArchiveRecord.
           05 ArchIdent PIC 9(05).
           05 ArchName PIC X(20).
           05 ArchYear PIC 9(04).
           05 ArchQuarter PIC 9(01).

       FD  LookupFile.
       01  LookupFileRecord.
           05 LookupIdent PIC 9(05).

       FD  TransactionLog.
       01  TransactionLogRecord.
       01 HoursSuspenseInStatus PIC XX.
       01 HoursSuspenseOutStatus PIC XX.
       01 EditedHoursStatus PIC XX.
       01 HoursAccumInStatus PIC XX.
       01 HoursAccumOutStatus PIC XX.
       01 PayCalendarStatus PIC XX.
       01 PayslipFileStatus PIC XX.
       01 PayDetailStatus PIC XX.
       01 PayCheckpointStatus PIC XX.
           88 EndOfSuspenseIn VALUE "Y".
       01 EditedHoursSwitch PIC X VALUE "N".
           88 EndOfEditedHours VALUE "Y".
       01 HoursAccumInSwitch PIC X VALUE "N".
           88 EndOfHoursAccumIn VALUE "Y".
       01 PayCalendarSwitch PIC X VALUE "N".
           88 EndOfPayCalendar VALUE "Y".
       01 HoursEditSwitch PIC X VALUE "Y".
           88 HoursRecordIsValid VALUE "Y".
           88 HoursRecordIsInvalid VALUE "N".
       01 BankDetailsSwitch PIC X VALUE "Y".
           88 BankDetailsAreValid VALUE "Y".
           88 BankDetailsAreInvalid VALUE "N".
       01 PayFrequencySwitch PIC X VALUE "Y".
           88 PayFrequencyIsValid VALUE "Y".
           88 PayFrequencyIsInvalid VALUE "N".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".

       77 YtdAlreadyPostedCount PIC 9(05) COMP VALUE ZERO.
       77 MaintAppliedCount PIC 9(05) VALUE ZERO.
       77 MaintRejectedCount PIC 9(05) VALUE ZERO.
       77 MaintOldCardCount PIC 9(05) VALUE ZERO.

      *> Old-layout card widening - the card is copied out of the
      *> record area before the record is rebuilt in the new layout
       01 MaintOldCardWork.
           05 MaintOldCardAction PIC X(01).
           05 MaintOldCardIdent PIC 9(03).
           05 MaintOldCardBody PIC X(51).
       01 AdjOldCardWork.
           05 AdjOldCardAction PIC X(01).
           05 AdjOldCardIdent PIC 9(03).
           05 AdjOldCardBody PIC X(35).

      *> Maintenance register working fields
       01 CustomerImage PIC X(70).
      *> the master the moment it is read, the after image the
      *> moment the change lands, so the journal always shows what
      *> was really on the file
       01 JournalBeforeWork PIC X(56).
       01 JournalAfterWork PIC X(56).
       01 RunTimeWork.
           05 RunTimeHHMMSS PIC 9(06).
           05 FILLER PIC 9(02).
       01 MaximumHoursWorked PIC 9(03)V99 VALUE 80.00.
       01 MaximumRatePerHour PIC 9(03)V99 VALUE 200.00.
       01 HoursWorkRecord.
           05 WorkIdent PIC 9(05).
           05 WorkHoursWorked PIC 9(03)V99.
           05 WorkRatePerHour PIC 9(03)V99.
           05 WorkHoursType PIC X(01).
               88 WorkHoursRegular VALUE "R".
               88 WorkHoursOvertime VALUE "O".
               88 WorkHoursHoliday VALUE "H".
               88 WorkHoursShift VALUE "S".
      *> One flag per Ident per hours type - a second line of the
      *> same type for the same Ident is the duplicate, not a second
      *> line for the Ident
       01 HoursSeenTable.
           05 HoursSeenIdent OCCURS 99999 TIMES.
               10 HoursSeenFlag PIC X OCCURS 4 TIMES.
       01 HoursTypeSub PIC 9(01) VALUE ZERO.

      *> Payroll working fields
       01 GrossPay PIC 9(06)V99 VALUE ZERO.
       01 PayIdentWork PIC 9(05) VALUE ZERO.
       01 EditIdentWork PIC 9(05) VALUE ZERO.
       01 PayMasterSwitch PIC X VALUE "N".
           88 PayMasterFound VALUE "Y".
       77 PayLinesTakenCount PIC 9(04) COMP VALUE ZERO.

      *> Pay calendar working fields - one due flag per scheduled
      *> cycle, in "WBSM" order, set from the calendar cards for the
      *> business date. A customer whose cycle is not due has the
      *> night's lines held to accumulation instead of paid.
       01 PayFrequencyCodes PIC X(04) VALUE "WBSM".
       01 PayFrequencyCodeTable REDEFINES PayFrequencyCodes.
           05 PayFrequencyCodeEntry PIC X(01) OCCURS 4 TIMES.
       01 PayDueTable.
           05 PayDueFlag PIC X(01) OCCURS 4 TIMES.
       01 PayFreqSub PIC 9(01) VALUE ZERO.
       01 PayFreqSearchSub PIC 9(01) VALUE ZERO.
       01 PayHeldSwitch PIC X VALUE "N".
           88 PayHeldTonight VALUE "Y".
       77 PayCalendarCardCount PIC 9(05) COMP VALUE ZERO.
       77 AccumPresentedCount PIC 9(05) COMP VALUE ZERO.
       77 AccumHeldCount PIC 9(05) COMP VALUE ZERO.

      *> Gross by hours type for the customer in hand, in R/O/H/S
      *> order - copied onto the payslip, the pay detail and the pay
      *> history record so the three always break gross down alike
       01 HoursTypeTable.
           05 HoursTypeEntry OCCURS 4 TIMES.
               10 TypeTableCode PIC X(01).
               10 TypeTableHours PIC 9(05)V99.
               10 TypeTableGross PIC 9(06)V99.
       01 HoursTypeCodes PIC X(04) VALUE "ROHS".
       01 HoursTypeCodeTable REDEFINES HoursTypeCodes.
           05 HoursTypeCodeEntry PIC X(01) OCCURS 4 TIMES.
       01 HoursTypeNames.
           05 FILLER PIC X(19) VALUE "REG REGULAR HOURS  ".
           05 FILLER PIC X(19) VALUE "OT  OVERTIME HOURS ".
           05 FILLER PIC X(19) VALUE "HOL HOLIDAY HOURS  ".
           05 FILLER PIC X(19) VALUE "SHFTSHIFT PREMIUM  ".
       01 HoursTypeNameTable REDEFINES HoursTypeNames.
           05 HoursTypeNameEntry OCCURS 4 TIMES.
               10 HoursTypeShortName PIC X(04).
               10 HoursTypeLongName PIC X(15).
       01 LineGross PIC 9(06)V99 VALUE ZERO.

      *> Premium multipliers per hours type, loaded from the "P"
      *> cards in effect for the business date - the latest
      *> effective card per type wins. Regular time defaults to
      *> straight time when no card says otherwise; a premium type
      *> with no card is not guessed at, its hours are suspended
       01 PremiumTable.
           05 PremiumEntry OCCURS 4 TIMES.
               10 PremTableMultiplier PIC 9(01)V999.
               10 PremTableDescription PIC X(15).
               10 PremTableEffDate PIC 9(08).
               10 PremTableLoaded PIC X(01).
       77 PremiumCardCount PIC 9(03) COMP VALUE ZERO.

      *> Deduction rate tables loaded from DEDUCTION-RATES-FILE
       01 TaxBracketTable.
       01 TaxBracketCount PIC 9(02) COMP VALUE ZERO.
       01 VoluntaryTable.
           05 VoluntaryEntry OCCURS 200 TIMES.
               10 VolTableIdent PIC 9(05).
               10 VolTableCode PIC X(04).
               10 VolTableDescription PIC X(15).
               10 VolTableAmount PIC 9(04)V99.
       01 AdjAmount3Display PIC ZZZZZ9.99-.
       77 AdjAppliedCount PIC 9(05) VALUE ZERO.
       77 AdjRejectedCount PIC 9(05) VALUE ZERO.
       77 AdjOldCardCount PIC 9(05) VALUE ZERO.

      *> Payroll checkpoint and restart working fields. On a restart
      *> the partial output files are refooted record by record -
       01 CkptRemainderWork PIC 9(07).

      *> Pay history inquiry working fields
       01 HistIdentWork PIC 9(05) VALUE ZERO.
       01 HistAmountDisplay PIC ZZZZZ9.99-.
       01 HistAmount2Display PIC ZZZZZ9.99-.
       01 HistAmount3Display PIC ZZZZZ9.99-.
       01 HistVolSub PIC 9(01) VALUE ZERO.
       01 HistHoursDisplay PIC ZZZZ9.99-.

      *> Audit log working fields
       01 AuditRunDate PIC 9(08).
                       PERFORM 2150-EDIT-BANK-DETAILS THRU 2150-EXIT
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       PERFORM 2160-EDIT-PAY-FREQUENCY
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       AND PayFrequencyIsValid
                       MOVE CORRESPONDING Customer TO CustomerIndexRecord
                       WRITE CustomerIndexRecord
                           INVALID KEY
           END-IF
           .

      *>  A cycle nobody knows would hold the customer's hours in
      *>  accumulation forever - the calendar never pays it.
       2160-EDIT-PAY-FREQUENCY.
           SET PayFrequencyIsValid TO TRUE
           IF NOT PayFrequencyKnown OF Customer
               SET PayFrequencyIsInvalid TO TRUE
               MOVE "21" TO RejectReasonCode
               MOVE "PAY FREQUENCY NOT D,W,B,S OR M" TO RejectReasonText
           END-IF
           .

       2200-WRITE-EXCEPTION.
           MOVE Ident OF Customer TO RejectIdent
           MOVE CustName OF Customer TO RejectCustName
                       MaintRejectedCount DELIMITED BY SIZE
                       INTO MaintRegisterLine
                   WRITE MaintRegisterLine
                   IF MaintOldCardCount > ZERO
                       MOVE SPACES TO MaintRegisterLine
                       STRING "OLD FORMAT (3-DIGIT IDENT) CARDS: "
                           DELIMITED BY SIZE
                           MaintOldCardCount DELIMITED BY SIZE
                           INTO MaintRegisterLine
                       WRITE MaintRegisterLine
                   END-IF
               END-IF

               CLOSE CustomerIndexFile
           READ MaintTransFile
               AT END SET EndOfMaintTrans TO TRUE
           END-READ
           IF NOT EndOfMaintTrans
               AND MaintTransRecord(2:5) NOT NUMERIC
               AND MaintOldIdent NUMERIC
               PERFORM 2515-WIDEN-OLD-MAINT-CARD
           END-IF
           .

      *>  Everything after the Ident is laid out as it was, so the
      *>  body moves across whole behind the widened Ident.
       2515-WIDEN-OLD-MAINT-CARD.
           MOVE MaintTransOldRecord TO MaintOldCardWork
           MOVE SPACES TO MaintTransRecord
           MOVE MaintOldCardAction TO MaintAction
           MOVE MaintOldCardIdent TO MaintIdent
           MOVE MaintOldCardBody TO MaintTransRecord(7:51)
           ADD 1 TO MaintOldCardCount
           .

       2520-APPLY-ONE-TRANSACTION.
           MOVE MaintBankRoutingNo TO BankRoutingNo OF Customer
           MOVE MaintBankAccountNo TO BankAccountNo OF Customer
           MOVE MaintBankStatus TO BankStatus OF Customer
           MOVE MaintPayFrequency TO PayFrequency OF Customer

           MOVE SPACES TO MaintRegisterLine
           STRING "ACTION " DELIMITED BY SIZE
               PERFORM 2150-EDIT-BANK-DETAILS THRU 2150-EXIT
           END-IF
           IF DateOfBirthIsValid AND BankDetailsAreValid
               PERFORM 2160-EDIT-PAY-FREQUENCY
           END-IF
           IF DateOfBirthIsValid AND BankDetailsAreValid
               AND PayFrequencyIsValid
               MOVE CORRESPONDING Customer TO CustomerIndexRecord
               WRITE CustomerIndexRecord
                   INVALID KEY
                       PERFORM 2150-EDIT-BANK-DETAILS THRU 2150-EXIT
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       PERFORM 2160-EDIT-PAY-FREQUENCY
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       AND PayFrequencyIsValid
                       MOVE CORRESPONDING Customer
                           TO CustomerIndexRecord
                       REWRITE CustomerIndexRecord
               BankRoutingNo OF CustomerIndexRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BankAccountNo OF CustomerIndexRecord DELIMITED BY SIZE
               " FREQ " DELIMITED BY SIZE
               PayFrequency OF CustomerIndexRecord DELIMITED BY SIZE
               INTO CustomerImage
           .

      *>  2900-EDIT-HOURS                                               *
      *>  Front-end edit for payroll: re-presents the prior run's       *
      *>  suspense records, then tonight's HOURS-FILE, applies the      *
      *>  limit, hours-type and duplicate checks, and splits the input  *
      *>  into the edited hours file (payroll's input, sorted into      *
      *>  Ident order once the edit is done) and a fresh suspense       *
      *>  file with a reason code per failure. The suspense output is   *
      *>  left open here - 3000-RUN-PAYROLL still adds hours with no    *
      *>  master record to it before it is closed.                      *
           IF HoursSuspenseOutStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN INPUT HoursAccumIn
           IF HoursAccumInStatus = "35"
               SET EndOfHoursAccumIn TO TRUE
           ELSE
               IF HoursAccumInStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT HoursAccumOut
           IF HoursAccumOutStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN EXTEND ExceptionFile
           IF ExceptionFileStatus = "35"
               OPEN OUTPUT ExceptionFile

               DISPLAY "HOURS EDIT - ACCEPTED: " HoursAcceptedCount
                   " SUSPENDED: " SuspenseCount

               IF NOT EndOfHoursAccumIn
                   PERFORM 2915-READ-ACCUM-IN
                   PERFORM UNTIL EndOfHoursAccumIn
                       PERFORM 2970-PRESENT-ACCUMULATED-HOURS
                       PERFORM 2915-READ-ACCUM-IN
                   END-PERFORM
               END-IF
               DISPLAY "HOURS ACCUMULATION - PRESENTED: "
                   AccumPresentedCount
           END-IF

           CLOSE HoursFile
           CLOSE HoursSuspenseIn
           CLOSE HoursAccumIn
           CLOSE EditedHoursFile
           CLOSE ExceptionFile
           IF NOT HardFailureOccurred
               PERFORM 2980-SORT-EDITED-HOURS
           END-IF
           .
       2900-EXIT.
           EXIT.
           END-READ
           .

       2915-READ-ACCUM-IN.
           READ HoursAccumIn
               AT END SET EndOfHoursAccumIn TO TRUE
           END-READ
           .

       2920-READ-HOURS-FILE.
           READ HoursFile
               AT END SET EndOfHoursFile TO TRUE
       2930-EDIT-HOURS-RECORD.
           MOVE SPACES TO SuspenseRecord
           SET HoursRecordIsValid TO TRUE
           IF WorkHoursType = SPACE
               SET WorkHoursRegular TO TRUE
           END-IF
           PERFORM 2935-SET-HOURS-TYPE-SUB
           EVALUATE TRUE
               WHEN WorkIdent NOT > ZERO
                   SET HoursRecordIsInvalid TO TRUE
                   SET HoursRecordIsInvalid TO TRUE
                   MOVE "09" TO SuspReasonCode
                   MOVE "RATE PER HOUR EXCEEDS MAXIMUM" TO SuspReasonText
               WHEN HoursTypeSub = ZERO
                   SET HoursRecordIsInvalid TO TRUE
                   MOVE "19" TO SuspReasonCode
                   MOVE "HOURS TYPE NOT R, O, H OR S" TO SuspReasonText
               WHEN HoursSeenFlag(WorkIdent, HoursTypeSub) = "Y"
                   SET HoursRecordIsInvalid TO TRUE
                   MOVE "10" TO SuspReasonCode
                   MOVE "DUPLICATE IDENT/TYPE IN RUN" TO SuspReasonText
           END-EVALUATE
           IF HoursRecordIsValid
               PERFORM 2940-WRITE-EDITED-HOURS
           END-IF
           .

      *>  Subscript into the R/O/H/S slots for the line in hand -
      *>  zero for a code that is none of them.
       2935-SET-HOURS-TYPE-SUB.
           EVALUATE TRUE
               WHEN WorkHoursRegular
                   MOVE 1 TO HoursTypeSub
               WHEN WorkHoursOvertime
                   MOVE 2 TO HoursTypeSub
               WHEN WorkHoursHoliday
                   MOVE 3 TO HoursTypeSub
               WHEN WorkHoursShift
                   MOVE 4 TO HoursTypeSub
               WHEN OTHER
                   MOVE ZERO TO HoursTypeSub
           END-EVALUATE
           .

       2940-WRITE-EDITED-HOURS.
           MOVE HoursWorkRecord TO EditedHoursRecord
           MOVE AuditRunDate TO EditArrivalDate
           MOVE "Y" TO HoursSeenFlag(WorkIdent, HoursTypeSub)
           WRITE EditedHoursRecord
           ADD 1 TO HoursAcceptedCount
           .
               " HELD FOR PAYROLL RELEASE"
           .

      *>  Accumulated lines were edited the night they arrived, so
      *>  they go straight into tonight's edited hours with their
      *>  original arrival date and stay out of the duplicate table.
       2970-PRESENT-ACCUMULATED-HOURS.
           MOVE AccumInHoursData TO EditedHoursRecord
           MOVE AccumInArrivalDate TO EditArrivalDate
           WRITE EditedHoursRecord
           ADD 1 TO AccumPresentedCount
           .

      *>  The edit writes lines in arrival order - re-presented
      *>  suspense first, then tonight's hours file - so one
      *>  customer's lines can be scattered. Sorted on Ident, payroll
      *>  sees each customer's lines together and pays one check for
      *>  them. The sort is deterministic, so a restart that reruns
      *>  the edit replays the same order.
       2980-SORT-EDITED-HOURS.
           SORT HoursSortFile
               ON ASCENDING KEY SortIdent SortHoursType
               WITH DUPLICATES IN ORDER
               USING EditedHoursFile
               GIVING EditedHoursFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY "EDITED HOURS SORT FAILED - RETURN "
                   SORT-RETURN
               SET HardFailureOccurred TO TRUE
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2990-CARRY-SUSPENSE-FORWARD                                   *
      *>  A night that suppresses payroll still owns the suspense      *
      *>  suspense to the input side, and rolls whatever this run     *
      *>  leaves on the output side over it tomorrow. Copy the queue  *
      *>  through unchanged - and count it, so the audit line and the *
      *>  balancing step still agree with the file. The hours        *
      *>  accumulation queue rolls the same way and is carried        *
      *>  through unchanged with it.                                  *
      *>----------------------------------------------------------------*
       2990-CARRY-SUSPENSE-FORWARD.
           OPEN INPUT HoursSuspenseIn
               END-IF
               DISPLAY "PAYROLL SUPPRESSED - SUSPENSE CARRIED "
                   "FORWARD: " SuspenseCount
               PERFORM 2995-CARRY-ACCUM-FORWARD
           END-IF

           CLOSE HoursSuspenseIn
       2990-EXIT.
           EXIT.

       2995-CARRY-ACCUM-FORWARD.
           OPEN INPUT HoursAccumIn
           IF HoursAccumInStatus = "35"
               SET EndOfHoursAccumIn TO TRUE
           ELSE
               IF HoursAccumInStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfHoursAccumIn TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT HoursAccumOut
           IF HoursAccumOutStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               IF NOT EndOfHoursAccumIn
                   PERFORM 2915-READ-ACCUM-IN
                   PERFORM UNTIL EndOfHoursAccumIn
                       MOVE HoursAccumInRecord TO HoursAccumRecord
                       WRITE HoursAccumRecord
                       ADD 1 TO AccumHeldCount
                       PERFORM 2915-READ-ACCUM-IN
                   END-PERFORM
               END-IF
               DISPLAY "PAYROLL SUPPRESSED - ACCUMULATED HOURS "
                   "CARRIED FORWARD: " AccumHeldCount
           END-IF

           CLOSE HoursAccumIn
           CLOSE HoursAccumOut
           .

      *>----------------------------------------------------------------*
      *>  3000-RUN-PAYROLL                                              *
      *>  Matches the edited hours file against the indexed customer    *
      *>  suppressed - the YtdLastPostDate guard does the same for      *
      *>  the YTD and pay history postings. The salvage probe runs     *
      *>  every night: on a fresh one the output files are gone and    *
      *>  it finds nothing. Only customers whose pay cycle has a date  *
      *>  on the pay calendar for the business date are paid - the    *
      *>  rest have the night's lines held to hours accumulation.     *
      *>----------------------------------------------------------------*
       3000-RUN-PAYROLL.
           PERFORM 3400-READ-PAY-CHECKPOINT
               SET HardFailureOccurred TO TRUE
           END-IF
           PERFORM 3020-LOAD-DEDUCTION-RATES
           PERFORM 3005-LOAD-PAY-CALENDAR
           OPEN EXTEND YtdArchiveFile
           IF YtdArchiveStatus = "35"
               OPEN OUTPUT YtdArchiveFile
               PERFORM 3010-READ-EDITED-HOURS

               PERFORM UNTIL EndOfEditedHours
                   PERFORM 3090-PAY-ONE-IDENT
                   ADD 1 TO HrsProcessedCount
                   DIVIDE HrsProcessedCount BY PayCheckpointInterval
                       GIVING CkptQuotientWork
                       OR HrsProcessedCount = 1
                       PERFORM 3430-WRITE-PAY-CHECKPOINT
                   END-IF
               END-PERFORM

               PERFORM 3500-APPLY-PAY-ADJUSTMENTS THRU 3500-EXIT
               DISPLAY "PAYROLL CONTROL - PAYSLIPS: "
                   PayslipsWrittenCount
                   " IDENT HASH: " IdentHashTotal
               DISPLAY "HOURS ACCUMULATION - HELD TO A LATER PAY "
                   "DATE: " AccumHeldCount
               IF YtdAlreadyPostedCount > ZERO
                   DISPLAY "YTD POSTINGS SKIPPED - ALREADY POSTED "
                       "FOR THIS DATE: " YtdAlreadyPostedCount
           CLOSE PayslipFile
           CLOSE PayDetailFile
           CLOSE HoursSuspenseOut
           CLOSE HoursAccumOut
           CLOSE YtdMasterFile
           CLOSE PayHistoryFile
           CLOSE DeductBalanceFile
       3000-EXIT.
           EXIT.

      *>  The calendar says which cycles pay on the business date -
      *>  RUNDATE= included, so a rerun of a prior night pays the
      *>  cycles that were due that night. No calendar at all pays
      *>  only the nightly customers and says so; it is not a reason
      *>  to pay everybody.
       3005-LOAD-PAY-CALENDAR.
           MOVE ALL "N" TO PayDueTable
           MOVE ZERO TO PayCalendarCardCount
           OPEN INPUT PayCalendarFile
           EVALUATE PayCalendarStatus
               WHEN "00"
                   PERFORM 3006-READ-PAY-CALENDAR
                   PERFORM UNTIL EndOfPayCalendar
                       ADD 1 TO PayCalendarCardCount
                       IF PayCalDate = AuditRunDate
                           PERFORM 3007-APPLY-PAY-CALENDAR-CARD
                       END-IF
                       PERFORM 3006-READ-PAY-CALENDAR
                   END-PERFORM
                   CLOSE PayCalendarFile
               WHEN "35"
                   DISPLAY "NO PAY CALENDAR - ONLY NIGHTLY CUSTOMERS "
                       "PAY TONIGHT"
               WHEN OTHER
                   DISPLAY "PAY CALENDAR OPEN FAILED - STATUS "
                       PayCalendarStatus
                   SET HardFailureOccurred TO TRUE
           END-EVALUATE
           DISPLAY "PAY CALENDAR - CARDS: " PayCalendarCardCount
               " CYCLES DUE " AuditRunDate " (WBSM): " PayDueTable
           .

       3006-READ-PAY-CALENDAR.
           READ PayCalendarFile
               AT END SET EndOfPayCalendar TO TRUE
           END-READ
           .

       3007-APPLY-PAY-CALENDAR-CARD.
           MOVE ZERO TO PayFreqSub
           PERFORM VARYING PayFreqSearchSub FROM 1 BY 1
               UNTIL PayFreqSearchSub > 4
               IF PayCalFrequency
                   = PayFrequencyCodeEntry(PayFreqSearchSub)
                   MOVE PayFreqSearchSub TO PayFreqSub
               END-IF
           END-PERFORM
           IF PayFreqSub = ZERO
               DISPLAY "PAY CALENDAR CARD CYCLE NOT W, B, S OR M - "
                   "IGNORED: " PayCalendarRecord
           ELSE
               MOVE "Y" TO PayDueFlag(PayFreqSub)
           END-IF
           .

       3010-READ-EDITED-HOURS.
           READ EditedHoursFile
               AT END SET EndOfEditedHours TO TRUE
               NOT AT END MOVE EditIdent TO EditIdentWork
           END-READ
           .

      *>  One check per Ident. The master is read once, for the
      *>  customer's first line; every line for the Ident is then
      *>  taken into the hours-type table (or suspended, when there
      *>  is no master or no premium card for its type), and the
      *>  paycheck is built from whatever lines were taken. The
      *>  read-ahead leaves the next customer's first line in the
      *>  record area, and the Ident is tested off the copy saved at
      *>  the read, never off a record area end of file has left
      *>  undefined.
       3090-PAY-ONE-IDENT.
           MOVE EditIdentWork TO PayIdentWork
           MOVE "N" TO PayMasterSwitch
           MOVE ZERO TO PayLinesTakenCount
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE HoursTypeCodeEntry(HoursTypeSub)
                   TO TypeTableCode(HoursTypeSub)
               MOVE ZERO TO TypeTableHours(HoursTypeSub)
               MOVE ZERO TO TypeTableGross(HoursTypeSub)
           END-PERFORM
           MOVE PayIdentWork TO Ident OF CustomerIndexRecord
           READ CustomerIndexFile
               INVALID KEY
                   DISPLAY "NO CUSTOMER MASTER RECORD FOR IDENT "
                       PayIdentWork
               NOT INVALID KEY
                   SET PayMasterFound TO TRUE
           END-READ
           MOVE "N" TO PayHeldSwitch
           IF PayMasterFound
               PERFORM 3092-CHECK-PAY-DUE
           END-IF
           PERFORM 3095-TAKE-HOURS-LINE
               UNTIL EndOfEditedHours
                   OR EditIdentWork NOT = PayIdentWork
           IF PayLinesTakenCount > ZERO
               ADD 1 TO PaidRecordIndex
               PERFORM 3100-COMPUTE-PAYCHECK
               IF PaidRecordIndex > SalvagedPayslipCount
                   PERFORM 3200-WRITE-PAYSLIP
               END-IF
               IF PaidRecordIndex > SalvagedDetailCount
                   PERFORM 3250-WRITE-PAY-DETAIL
               END-IF
               PERFORM 3300-UPDATE-YTD-MASTER
               IF YtdWasPosted
                   PERFORM 3600-WRITE-PAY-HISTORY
               END-IF
           END-IF
           .

      *>  A scheduled customer is held unless the calendar has a date
      *>  for their cycle tonight. A code the master should never
      *>  carry pays rather than holds - hours held for a cycle the
      *>  calendar never lists would never pay at all.
       3092-CHECK-PAY-DUE.
           IF NOT PayNightly OF CustomerIndexRecord
               MOVE ZERO TO PayFreqSub
               PERFORM VARYING PayFreqSearchSub FROM 1 BY 1
                   UNTIL PayFreqSearchSub > 4
                   IF PayFrequency OF CustomerIndexRecord
                       = PayFrequencyCodeEntry(PayFreqSearchSub)
                       MOVE PayFreqSearchSub TO PayFreqSub
                   END-IF
               END-PERFORM
               IF PayFreqSub = ZERO
                   DISPLAY "UNKNOWN PAY FREQUENCY "
                       PayFrequency OF CustomerIndexRecord
                       " FOR IDENT " PayIdentWork " - PAID TONIGHT"
               ELSE
                   IF PayDueFlag(PayFreqSub) NOT = "Y"
                       SET PayHeldTonight TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       3096-HOLD-HOURS-LINE.
           MOVE EditedHoursRecord TO HoursAccumRecord
           WRITE HoursAccumRecord
           ADD 1 TO AccumHeldCount
           .

      *>  Each line pays hours times rate times the multiplier for its
      *>  type, rounded per line so the payslip lines foot to gross.
      *>  Hours with no master go to suspense so they pay once the
      *>  customer is added; a customer whose pay date is not tonight
      *>  has the line held to accumulation; a premium line with no "P" card in
      *>  effect goes to suspense too, rather than paying overtime at
      *>  a guessed rate - it pays the night after the card is keyed.
       3095-TAKE-HOURS-LINE.
           MOVE EditedHoursRecord TO HoursWorkRecord
           PERFORM 2935-SET-HOURS-TYPE-SUB
           EVALUATE TRUE
               WHEN NOT PayMasterFound
                   MOVE SPACES TO SuspenseRecord
                   MOVE "11" TO SuspReasonCode
                   MOVE "NO CUSTOMER MASTER RECORD"
                       TO SuspReasonText
                   PERFORM 2950-WRITE-HOURS-SUSPENSE
               WHEN PayHeldTonight
                   PERFORM 3096-HOLD-HOURS-LINE
               WHEN HoursTypeSub = ZERO
                   MOVE SPACES TO SuspenseRecord
                   MOVE "19" TO SuspReasonCode
                   MOVE "HOURS TYPE NOT R, O, H OR S"
                       TO SuspReasonText
                   PERFORM 2950-WRITE-HOURS-SUSPENSE
               WHEN PremTableLoaded(HoursTypeSub) NOT = "Y"
                   DISPLAY "NO PREMIUM RATE CARD FOR HOURS TYPE "
                       WorkHoursType " - IDENT " WorkIdent
                       " SUSPENDED"
                   MOVE SPACES TO SuspenseRecord
                   MOVE "20" TO SuspReasonCode
                   MOVE "NO PREMIUM RATE CARD FOR TYPE"
                       TO SuspReasonText
                   PERFORM 2950-WRITE-HOURS-SUSPENSE
               WHEN OTHER
                   COMPUTE LineGross ROUNDED = EditHoursWorked
                       * EditRatePerHour
                       * PremTableMultiplier(HoursTypeSub)
                   ADD EditHoursWorked TO TypeTableHours(HoursTypeSub)
                   ADD LineGross TO TypeTableGross(HoursTypeSub)
                   ADD 1 TO PayLinesTakenCount
           END-EVALUATE
           PERFORM 3010-READ-EDITED-HOURS
           .

      *>  The rates file is required for payroll - running without it
           MOVE ZERO TO TaxBracketCount
           MOVE ZERO TO VoluntaryCount
           MOVE ZERO TO BestTaxRateDate
           MOVE ZERO TO PremiumCardCount
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE ZERO TO PremTableMultiplier(HoursTypeSub)
               MOVE SPACES TO PremTableDescription(HoursTypeSub)
               MOVE ZERO TO PremTableEffDate(HoursTypeSub)
               MOVE "N" TO PremTableLoaded(HoursTypeSub)
           END-PERFORM
           MOVE 1 TO PremTableMultiplier(1)
           MOVE "REGULAR" TO PremTableDescription(1)
           MOVE "Y" TO PremTableLoaded(1)
           OPEN INPUT DeductionRatesFile
           IF DeductionRatesStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
                               IF RateDateWork NOT > AuditRunDate
                                   PERFORM 3060-LOAD-VOLUNTARY-CARD
                               END-IF
                           WHEN PremiumCard
                               IF RateDateWork NOT > AuditRunDate
                                   PERFORM 3080-LOAD-PREMIUM-CARD
                               END-IF
                           WHEN OTHER
                               DISPLAY "DEDUCTION RATE CARD IGNORED "
                                   "- UNKNOWN TYPE " RateRecordType
           DISPLAY "DEDUCTION RATES IN EFFECT " BestTaxRateDate
               " - BRACKETS: " TaxBracketCount
               " VOLUNTARY: " VoluntaryCount
               " PREMIUM: " PremiumCardCount
           .

      *>  Spaces or garbage in the date field means a card keyed
           END-IF
           .

      *>  Two effective cards for the same hours type are the same
      *>  premium re-rated - the later effective date wins, the same
      *>  rule the voluntary cards follow. A card for a type that is
      *>  none of R/O/H/S has already been refused by RATESEDT.
       3080-LOAD-PREMIUM-CARD.
           MOVE PremCardHoursType TO WorkHoursType
           PERFORM 2935-SET-HOURS-TYPE-SUB
           IF HoursTypeSub = ZERO OR PremCardMultiplier NOT NUMERIC
               DISPLAY "PREMIUM RATE CARD IGNORED - HOURS TYPE "
                   PremCardHoursType
           ELSE
               IF PremTableLoaded(HoursTypeSub) NOT = "Y"
                   OR RateDateWork NOT < PremTableEffDate(HoursTypeSub)
                   ADD 1 TO PremiumCardCount
                   MOVE PremCardMultiplier
                       TO PremTableMultiplier(HoursTypeSub)
                   MOVE PremCardDescription
                       TO PremTableDescription(HoursTypeSub)
                   MOVE RateDateWork TO PremTableEffDate(HoursTypeSub)
                   MOVE "Y" TO PremTableLoaded(HoursTypeSub)
               END-IF
           END-IF
           .

       3030-READ-DEDUCTION-RATES.
           READ DeductionRatesFile
               AT END SET EndOfDeductionRates TO TRUE
      *>  voluntary cards, so recording their amounts as collected
      *>  would stop a loan repayment short of its goal.
       3100-COMPUTE-PAYCHECK.
           MOVE ZERO TO GrossPay
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               ADD TypeTableGross(HoursTypeSub) TO GrossPay
           END-PERFORM
           PERFORM 3110-COMPUTE-TIERED-TAX
           PERFORM 3120-TOTAL-VOLUNTARY-DEDUCTIONS
           COMPUTE TotalDeductions = TaxAmount + VoluntaryTotal
           MOVE Paycheck TO PS-NetPay
           WRITE PayslipLine
           ADD 1 TO PayslipsWrittenCount
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               IF TypeTableGross(HoursTypeSub) > ZERO
                   PERFORM 3210-WRITE-PAYSLIP-HOURS-LINE
               END-IF
           END-PERFORM
           IF TaxAmount > ZERO
               MOVE SPACES TO PayslipDeductionLine
               MOVE "TAX" TO PSD-Code
           END-IF
           .

      *>  One earnings line per hours type paid, ahead of the
      *>  deduction lines - hours, the multiplier applied and the
      *>  gross it earned, so the premium is on the slip itself.
       3210-WRITE-PAYSLIP-HOURS-LINE.
           MOVE SPACES TO PayslipHoursLine
           MOVE HoursTypeShortName(HoursTypeSub) TO PSH-TypeCode
           MOVE HoursTypeLongName(HoursTypeSub) TO PSH-Description
           MOVE TypeTableGross(HoursTypeSub) TO PSH-Amount
           MOVE "  HRS " TO PSH-HoursLabel
           MOVE TypeTableHours(HoursTypeSub) TO PSH-Hours
           MOVE "  X " TO PSH-MultiplierLabel
           MOVE PremTableMultiplier(HoursTypeSub) TO PSH-Multiplier
           WRITE PayslipHoursLine
           .

      *>  The itemized voluntary deductions go on the detail up to
      *>  four deep - anything past four is lumped into the OTHER
      *>  amount so the money always foots even when the itemization
           END-PERFORM
           MOVE PickVolOtherAmount TO PD-VolOtherAmount
           MOVE Paycheck TO PD-NetPay
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE TypeTableCode(HoursTypeSub)
                   TO PD-TypeCode(HoursTypeSub)
               MOVE TypeTableHours(HoursTypeSub)
                   TO PD-TypeHours(HoursTypeSub)
               MOVE TypeTableGross(HoursTypeSub)
                   TO PD-TypeGross(HoursTypeSub)
           END-PERFORM
           MOVE SPACE TO PD-AdjustAction
           WRITE PayDetailRecord
           ADD GrossPay TO PayrollGrossTotal
           ADD WithheldAmount TO PayrollDeductionTotal
                       AdjRejectedCount DELIMITED BY SIZE
                       INTO AdjustRegisterLine
                   WRITE AdjustRegisterLine
                   IF AdjOldCardCount > ZERO
                       MOVE SPACES TO AdjustRegisterLine
                       STRING "OLD FORMAT (3-DIGIT IDENT) CARDS: "
                           DELIMITED BY SIZE
                           AdjOldCardCount DELIMITED BY SIZE
                           INTO AdjustRegisterLine
                       WRITE AdjustRegisterLine
                   END-IF
                   DISPLAY "PAY ADJUSTMENTS - APPLIED: "
                       AdjAppliedCount
                       " REJECTED: " AdjRejectedCount
           READ PayAdjustFile
               AT END SET EndOfPayAdjust TO TRUE
           END-READ
           IF NOT EndOfPayAdjust
               AND (AdjOldGrossSign = "+" OR AdjOldGrossSign = "-")
               AND AdjOldIdent NUMERIC
               PERFORM 3515-WIDEN-OLD-ADJUST-CARD
           END-IF
           .

       3515-WIDEN-OLD-ADJUST-CARD.
           MOVE PayAdjustOldRecord TO AdjOldCardWork
           MOVE SPACES TO PayAdjustRecord
           MOVE AdjOldCardAction TO AdjAction
           MOVE AdjOldCardIdent TO AdjIdent
           MOVE AdjOldCardBody TO PayAdjustRecord(7:35)
           ADD 1 TO AdjOldCardCount
           .

      *>  A void card carries the original paycheck amounts exactly
           END-PERFORM
           MOVE ZERO TO PD-VolOtherAmount
           MOVE AdjWorkNet TO PD-NetPay
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE HoursTypeCodeEntry(HoursTypeSub)
                   TO PD-TypeCode(HoursTypeSub)
               MOVE ZERO TO PD-TypeHours(HoursTypeSub)
               MOVE ZERO TO PD-TypeGross(HoursTypeSub)
           END-PERFORM
           MOVE AdjAction TO PD-AdjustAction
           WRITE PayDetailRecord
           ADD AdjWorkGross TO PayrollGrossTotal
           ADD AdjWorkDeductions TO PayrollDeductionTotal
           END-PERFORM
           MOVE PickVolOtherAmount TO PH-VolOtherAmount
           MOVE Paycheck TO PH-NetPay
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE TypeTableCode(HoursTypeSub)
                   TO PH-TypeCode(HoursTypeSub)
               MOVE TypeTableHours(HoursTypeSub)
                   TO PH-TypeHours(HoursTypeSub)
               MOVE TypeTableGross(HoursTypeSub)
                   TO PH-TypeGross(HoursTypeSub)
           END-PERFORM
           PERFORM 3650-WRITE-HISTORY-RECORD
           .

           END-PERFORM
           MOVE ZERO TO PH-VolOtherAmount
           MOVE AdjWorkNet TO PH-NetPay
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               MOVE HoursTypeCodeEntry(HoursTypeSub)
                   TO PH-TypeCode(HoursTypeSub)
               MOVE ZERO TO PH-TypeHours(HoursTypeSub)
               MOVE ZERO TO PH-TypeGross(HoursTypeSub)
           END-PERFORM
           PERFORM 3650-WRITE-HISTORY-RECORD
           .

               "  GROSS " HistAmountDisplay
               "  TAX " HistAmount2Display
               "  NET " HistAmount3Display
      *>  Postings made before the hours-type breakdown existed
      *>  carry no breakdown - they show the gross line alone.
           PERFORM VARYING HoursTypeSub FROM 1 BY 1
               UNTIL HoursTypeSub > 4
               IF PH-TypeGross(HoursTypeSub) NUMERIC
                   AND PH-TypeGross(HoursTypeSub) NOT = ZERO
                   MOVE PH-TypeGross(HoursTypeSub) TO HistAmountDisplay
                   MOVE PH-TypeHours(HoursTypeSub) TO HistHoursDisplay
                   DISPLAY "    "
                       HoursTypeShortName(HoursTypeSub) " "
                       HoursTypeLongName(HoursTypeSub) " "
                       HistAmountDisplay "  HRS " HistHoursDisplay
               END-IF
           END-PERFORM
           PERFORM VARYING HistVolSub FROM 1 BY 1
               UNTIL HistVolSub > PH-VolCount
               MOVE PH-VolAmount(HistVolSub) TO HistAmountDisplay
