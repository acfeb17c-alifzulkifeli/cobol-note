      *> Modification History
      *>   2026-10-15  AL   Original version - customer master data-
      *>                    quality sweep for audit. CUSTMNT edits each
      *>                    add on its own, so nothing stops one person
      *>                    being added twice or one bank account being
      *>                    put on several customers (the classic
      *>                    payroll-diversion pattern). Reports possible
      *>                    duplicates (same or similar name, same
      *>                    DateOfBirth), routing/account pairs shared
      *>                    by more than one Ident, bank details changed
      *>                    on the journal since a cutoff date on
      *>                    customers paid since the change, and Idents
      *>                    on HOURSFIL, YTDFILE and DEDBAL that are no
      *>                    longer on the master. Reads only - nothing
      *>                    is changed.
      *>   2026-10-15  AL   Per-type hours on the pay history record are
      *>                    five integer digits now.
      *>   2026-10-15  AL   A date-of-birth group too big to compare in
      *>                    full is listed on the sweep report with the
      *>                    number of customers not compared, and counts
      *>                    as an exception. The customer journal is
      *>                    closed only when it was opened.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSWP.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SweepParmFile ASSIGN TO "SWPPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SweepParmStatus.

           SELECT CustomerIndexFile ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ident OF CustomerIndexRecord
               FILE STATUS IS CustomerIndexStatus.

           SELECT SweepSortFile ASSIGN TO "SORTWK01".

           SELECT SweepWorkFile ASSIGN TO "SWEEPWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SweepWorkStatus.

           SELECT CustomerJournal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerJournalStatus.

           SELECT PayHistoryFile ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS PayHistoryStatus.

           SELECT HoursFile ASSIGN TO "HOURSFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoursFileStatus.

           SELECT YtdMasterFile ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YtdIdent
               FILE STATUS IS YtdMasterStatus.

           SELECT DeductBalanceFile ASSIGN TO "DEDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DbKey
               FILE STATUS IS DeductBalanceStatus.

           SELECT SweepReport ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SweepReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SweepParmFile.
       01  SweepParmCard PIC X(30).

       FD  CustomerIndexFile.
       01  CustomerIndexRecord.
           COPY CUSTREC.

       SD  SweepSortFile.
       01  SweepSortRecord.
           COPY CUSTREC.

      *> The master in the order of the current pass - by date of
      *> birth and name for the duplicate pass, by routing and
      *> account for the shared-account pass
       FD  SweepWorkFile.
       01  SweepWorkRecord.
           COPY CUSTREC.

       FD  CustomerJournal.
       01  CustomerJournalRecord.
           COPY CUSTJRNL.

       FD  PayHistoryFile.
       01  PayHistoryRecord.
           05 PH-Key.
               10 PH-Ident PIC 9(05).
               10 PH-PayDate PIC 9(08).
               10 PH-Seq PIC 9(02).
           05 PH-CustName PIC X(20).
           05 PH-GrossPay PIC S9(06)V99.
           05 PH-TaxAmount PIC S9(06)V99.
           05 PH-VolCount PIC 9(01).
           05 PH-VolEntry OCCURS 4 TIMES.
               10 PH-VolCode PIC X(04).
               10 PH-VolDescription PIC X(15).
               10 PH-VolAmount PIC S9(04)V99.
           05 PH-VolOtherAmount PIC S9(04)V99.
           05 PH-NetPay PIC S9(06)V99.
           05 PH-HoursTypeEntry OCCURS 4 TIMES.
               10 PH-TypeCode PIC X(01).
               10 PH-TypeHours PIC S9(05)V99.
               10 PH-TypeGross PIC S9(06)V99.

       FD  HoursFile.
       01  HoursFileRecord.
           05 HoursIdent PIC 9(05).
           05 HoursWorked PIC 9(03)V99.
           05 RatePerHour PIC 9(03)V99.
           05 HoursType PIC X(01).

       FD  YtdMasterFile.
       01  YtdRecord.
           05 YtdIdent PIC 9(05).
           05 YtdName PIC X(20).
           05 YtdYear PIC 9(04).
           05 YtdQuarter PIC 9(01).
           05 QtdGross PIC S9(08)V99.
           05 QtdDeductions PIC S9(08)V99.
           05 QtdNet PIC S9(08)V99.
           05 YtdGross PIC S9(08)V99.
           05 YtdDeductions PIC S9(08)V99.
           05 YtdNet PIC S9(08)V99.
           05 YtdLastPostDate PIC 9(08).

       FD  DeductBalanceFile.
       01  DeductBalanceRecord.
           05 DbKey.
               10 DbIdent PIC 9(05).
               10 DbCode PIC X(04).
           05 DbGoalAmount PIC 9(06)V99.
           05 DbTakenToDate PIC 9(06)V99.
           05 DbLastPostDate PIC 9(08).
           05 DbLastPostAmount PIC 9(04)V99.
           05 DbStatus PIC X(01).
               88 DbActive VALUE "A".
               88 DbGoalReached VALUE "G".

       FD  SweepReport.
       01  SweepReportLine PIC X(80).

       WORKING-STORAGE SECTION.
      *> Journal before and after images, taken apart
       01 JournalBefore.
           COPY CUSTREC.
       01 JournalAfter.
           COPY CUSTREC.

      *> File status and switches
       01 SweepParmStatus PIC XX.
       01 CustomerIndexStatus PIC XX.
       01 SweepWorkStatus PIC XX.
       01 CustomerJournalStatus PIC XX.
       01 PayHistoryStatus PIC XX.
       01 HoursFileStatus PIC XX.
       01 YtdMasterStatus PIC XX.
       01 DeductBalanceStatus PIC XX.
       01 SweepReportStatus PIC XX.

       01 SweepParmSwitch PIC X VALUE "N".
           88 EndOfSweepParms VALUE "Y".
       01 SweepWorkSwitch PIC X VALUE "N".
           88 EndOfSweepWork VALUE "Y".
       01 CustomerJournalSwitch PIC X VALUE "N".
           88 EndOfCustomerJournal VALUE "Y".
       01 JournalOpenSwitch PIC X VALUE "N".
           88 JournalIsOpen VALUE "Y".
       01 PayHistorySwitch PIC X VALUE "N".
           88 EndOfPayHistory VALUE "Y".
       01 HoursFileSwitch PIC X VALUE "N".
           88 EndOfHoursFile VALUE "Y".
       01 YtdMasterSwitch PIC X VALUE "N".
           88 EndOfYtdMaster VALUE "Y".
       01 DeductBalanceSwitch PIC X VALUE "N".
           88 EndOfDeductBalance VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 GroupOverflowSwitch PIC X VALUE "N".
           88 GroupOverflowed VALUE "Y".

      *> Bank change cutoff - SINCE=YYYYMMDD; no card means the last
      *> LookbackDays days
       01 SinceDate PIC 9(08) VALUE ZERO.
       01 SinceDateParts REDEFINES SinceDate.
           05 SinceYear PIC 9(04).
           05 SinceMonth PIC 9(02).
           05 SinceDay PIC 9(02).
       77 LookbackDays PIC 9(03) COMP VALUE 30.
       01 ParmKeyword PIC X(12).
       01 ParmValue.
           05 ParmValueDate PIC 9(08).
           05 FILLER PIC X(10).

      *> Date working fields
       01 TodaysDate.
           05 CurrentYear PIC 9(04).
           05 CurrentMonth PIC 9(02).
           05 CurrentDay PIC 9(02).
       01 LastDayOfMonth PIC 9(02).
       01 LeapYearSwitch PIC X VALUE "N".
           88 IsLeapYear VALUE "Y".
       01 QuotientWork PIC 9(06).
       01 RemainderWork PIC 9(06).
       77 DaySub PIC 9(03) COMP VALUE ZERO.

      *> One date-of-birth group from the duplicate pass, each name
      *> reduced to its letters (upper case) with a count of each
      *> letter, so a re-ordered name can be told from a new one
       77 DobGroupMax PIC 9(03) COMP VALUE 100.
       77 DobGroupCount PIC 9(03) COMP VALUE ZERO.
       77 DobGroupSkipped PIC 9(05) COMP VALUE ZERO.
       77 DobGroupsOverflowed PIC 9(03) VALUE ZERO.
       01 DobGroupMaxDisplay PIC ZZ9.
       01 DobGroupKey PIC X(08).
       01 DobGroupTable.
           05 DobGroupEntry OCCURS 100 TIMES.
               10 DgIdent PIC 9(05).
               10 DgName PIC X(20).
               10 DgLetters PIC X(20).
               10 DgLength PIC 9(02) COMP.
               10 DgLetterCount PIC 9(02) OCCURS 26 TIMES.
       77 PairA PIC 9(03) COMP VALUE ZERO.
       77 PairB PIC 9(03) COMP VALUE ZERO.
       77 CharSub PIC 9(02) COMP VALUE ZERO.
       77 LetterSub PIC 9(02) COMP VALUE ZERO.
       77 DiffCount PIC 9(02) COMP VALUE ZERO.
       77 ShortLength PIC 9(02) COMP VALUE ZERO.
       01 NameWork PIC X(20).
       01 NameChar PIC X(01).
       01 UpperCaseLetters PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 LowerCaseLetters PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 DuplicateReason PIC X(14).
       01 CountsMatchSwitch PIC X VALUE "Y".
           88 LetterCountsMatch VALUE "Y".

      *> One routing/account group from the shared-account pass
       77 AccountGroupMax PIC 9(03) COMP VALUE 50.
       77 AccountGroupCount PIC 9(03) COMP VALUE ZERO.
       01 AccountGroupKey.
           05 AgRoutingNo PIC 9(09).
           05 AgAccountNo PIC X(12).
       01 AccountGroupTable.
           05 AccountGroupEntry OCCURS 50 TIMES.
               10 SgIdent PIC 9(05).
               10 SgName PIC X(20).
               10 SgStatus PIC X(01).
       77 GroupSub PIC 9(03) COMP VALUE ZERO.

      *> Bank change working fields
       01 PaidSinceDate PIC 9(08).
       01 PaidSinceNet PIC S9(08)V99.
       77 PaidSinceCount PIC 9(04) VALUE ZERO.

      *> Orphan check - last Ident reported for the file in hand, so
      *> a customer with several hours lines or deduction codes is
      *> listed once
       01 LastOrphanIdent PIC 9(05).
       01 OrphanSource PIC X(08).
       01 OrphanText PIC X(40).

      *> Sweep counters
       77 CustomersSwept PIC 9(07) VALUE ZERO.
       77 DuplicateCount PIC 9(05) VALUE ZERO.
       77 SharedAccountCount PIC 9(05) VALUE ZERO.
       77 BankChangeCount PIC 9(05) VALUE ZERO.
       77 JournalScanned PIC 9(07) VALUE ZERO.
       77 OrphanCount PIC 9(05) VALUE ZERO.
       77 ExceptionCount PIC 9(05) VALUE ZERO.

      *> Page control
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE 99.
       77 PageNumber PIC 9(04) VALUE ZERO.

      *> Report formatting work fields
       01 AmountDisplay PIC ZZZZZZZ9.99-.
       01 PageDisplay PIC ZZZ9.
       01 CountDisplay PIC ZZZZ9.
       01 SectionTitle PIC X(60).
       01 DateDisplay.
           05 DdMonth PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DdDay PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DdYear PIC 9(04).

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT HardFailureOccurred
               PERFORM 2000-FIND-DUPLICATES THRU 2000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 3000-FIND-SHARED-ACCOUNTS THRU 3000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 4000-FIND-BANK-CHANGES THRU 4000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 5000-CHECK-IDENTS-ON-MASTER THRU 5000-EXIT
           END-IF
           PERFORM 6000-PRINT-SWEEP-SUMMARY
           CLOSE SweepReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  SINCE=YYYYMMDD sets how far back the journal is searched for *
      *>  bank changes; without it the sweep looks back LookbackDays   *
      *>  days from today.                                             *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE TodaysDate TO SinceDate
           PERFORM VARYING DaySub FROM 1 BY 1
                   UNTIL DaySub > LookbackDays
               PERFORM 1100-BACK-ONE-DAY
           END-PERFORM

           OPEN INPUT SweepParmFile
           IF SweepParmStatus = "35"
               SET EndOfSweepParms TO TRUE
           ELSE
               IF SweepParmStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfSweepParms TO TRUE
               END-IF
           END-IF
           IF NOT EndOfSweepParms
               PERFORM 1010-READ-PARM-CARD
               PERFORM UNTIL EndOfSweepParms
                   PERFORM 1020-APPLY-PARM-CARD
                   PERFORM 1010-READ-PARM-CARD
               END-PERFORM
           END-IF
           CLOSE SweepParmFile

           OPEN OUTPUT SweepReport
           IF SweepReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           DISPLAY "CUSTOMER SWEEP - BANK CHANGES SINCE " SinceDate
           .
       1000-EXIT.
           EXIT.

       1010-READ-PARM-CARD.
           READ SweepParmFile
               AT END SET EndOfSweepParms TO TRUE
           END-READ
           .

       1020-APPLY-PARM-CARD.
           MOVE SPACES TO ParmKeyword ParmValue
           UNSTRING SweepParmCard DELIMITED BY "="
               INTO ParmKeyword ParmValue
           END-UNSTRING
           EVALUATE ParmKeyword
               WHEN "SINCE"
                   IF ParmValueDate NUMERIC
                       MOVE ParmValueDate TO SinceDate
                   ELSE
                       DISPLAY "SINCE CARD NOT NUMERIC - RUN STOPPED"
                       SET HardFailureOccurred TO TRUE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED PARAMETER CARD: "
                       SweepParmCard
           END-EVALUATE
           .

       1100-BACK-ONE-DAY.
           IF SinceDay > 1
               SUBTRACT 1 FROM SinceDay
           ELSE
               IF SinceMonth > 1
                   SUBTRACT 1 FROM SinceMonth
               ELSE
                   MOVE 12 TO SinceMonth
                   SUBTRACT 1 FROM SinceYear
               END-IF
               PERFORM 1110-DETERMINE-LAST-DAY-OF-MONTH
               MOVE LastDayOfMonth TO SinceDay
           END-IF
           .

       1110-DETERMINE-LAST-DAY-OF-MONTH.
           EVALUATE SinceMonth
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO LastDayOfMonth
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO LastDayOfMonth
               WHEN 02
                   PERFORM 1120-DETERMINE-LEAP-YEAR
                   IF IsLeapYear
                       MOVE 29 TO LastDayOfMonth
                   ELSE
                       MOVE 28 TO LastDayOfMonth
                   END-IF
               WHEN OTHER
                   MOVE 31 TO LastDayOfMonth
           END-EVALUATE
           .

       1120-DETERMINE-LEAP-YEAR.
           MOVE "N" TO LeapYearSwitch
           DIVIDE SinceYear BY 4 GIVING QuotientWork
               REMAINDER RemainderWork
           IF RemainderWork = 0
               DIVIDE SinceYear BY 100 GIVING QuotientWork
                   REMAINDER RemainderWork
               IF RemainderWork NOT = 0
                   SET IsLeapYear TO TRUE
               ELSE
                   DIVIDE SinceYear BY 400 GIVING QuotientWork
                       REMAINDER RemainderWork
                   IF RemainderWork = 0
                       SET IsLeapYear TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2000-FIND-DUPLICATES                                          *
      *>  Sorts the master by DateOfBirth and name, then compares      *
      *>  every pair of customers sharing a DateOfBirth. A pair is a   *
      *>  possible duplicate when the names, reduced to their letters, *
      *>  are the same, are the same letters re-ordered (surname       *
      *>  first), differ in no more than two letters, or one is the    *
      *>  other cut short.                                             *
      *>----------------------------------------------------------------*
       2000-FIND-DUPLICATES.
           SORT SweepSortFile
               ON ASCENDING KEY YOB OF SweepSortRecord
                                MOB OF SweepSortRecord
                                DOB OF SweepSortRecord
                                CustName OF SweepSortRecord
                                Ident OF SweepSortRecord
               USING CustomerIndexFile
               GIVING SweepWorkFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY "CUSTOMER SWEEP SORT FAILED - RETURN "
                   SORT-RETURN
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               OPEN INPUT SweepWorkFile
               IF SweepWorkStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
               END-IF
           END-IF

           IF NOT HardFailureOccurred
               MOVE "POSSIBLE DUPLICATE CUSTOMERS - SAME DATE OF BIRTH"
                   TO SectionTitle
               PERFORM 7000-PRINT-PAGE-HEADER
               MOVE SPACES TO SweepReportLine
               STRING "IDENT NAME                 IDENT NAME"
                   DELIMITED BY SIZE
                   "                 BORN       REASON"
                   DELIMITED BY SIZE
                   INTO SweepReportLine
               PERFORM 7100-WRITE-REPORT-LINE

               MOVE "N" TO SweepWorkSwitch
               MOVE ZERO TO DobGroupCount
               PERFORM 2010-READ-SWEEP-WORK
               PERFORM UNTIL EndOfSweepWork
                   ADD 1 TO CustomersSwept
                   IF DobGroupCount > ZERO
                       AND DateOfBirth OF SweepWorkRecord
                           NOT = DobGroupKey
                       PERFORM 2200-COMPARE-DOB-GROUP
                       IF GroupOverflowed
                           PERFORM 2500-WRITE-GROUP-OVERFLOW-LINE
                       END-IF
                       MOVE ZERO TO DobGroupCount DobGroupSkipped
                       MOVE "N" TO GroupOverflowSwitch
                   END-IF
                   PERFORM 2100-ADD-TO-DOB-GROUP
                   PERFORM 2010-READ-SWEEP-WORK
               END-PERFORM
               IF DobGroupCount > ZERO
                   PERFORM 2200-COMPARE-DOB-GROUP
                   IF GroupOverflowed
                       PERFORM 2500-WRITE-GROUP-OVERFLOW-LINE
                   END-IF
               END-IF
               IF DuplicateCount = ZERO AND DobGroupsOverflowed = ZERO
                   MOVE SPACES TO SweepReportLine
                   MOVE "NO POSSIBLE DUPLICATES FOUND" TO SweepReportLine
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
               CLOSE SweepWorkFile
           END-IF
           .
       2000-EXIT.
           EXIT.

       2010-READ-SWEEP-WORK.
           READ SweepWorkFile
               AT END SET EndOfSweepWork TO TRUE
           END-READ
           .

       2100-ADD-TO-DOB-GROUP.
           MOVE DateOfBirth OF SweepWorkRecord TO DobGroupKey
           IF DobGroupCount >= DobGroupMax
               ADD 1 TO DobGroupSkipped
               SET GroupOverflowed TO TRUE
           ELSE
               ADD 1 TO DobGroupCount
               MOVE Ident OF SweepWorkRecord TO DgIdent(DobGroupCount)
               MOVE CustName OF SweepWorkRecord
                   TO DgName(DobGroupCount)
               MOVE CustName OF SweepWorkRecord TO NameWork
               INSPECT NameWork
                   CONVERTING LowerCaseLetters TO UpperCaseLetters
               MOVE SPACES TO DgLetters(DobGroupCount)
               MOVE ZERO TO DgLength(DobGroupCount)
               PERFORM VARYING LetterSub FROM 1 BY 1 UNTIL LetterSub > 26
                   MOVE ZERO TO DgLetterCount(DobGroupCount, LetterSub)
               END-PERFORM
               PERFORM VARYING CharSub FROM 1 BY 1 UNTIL CharSub > 20
                   MOVE NameWork(CharSub:1) TO NameChar
                   PERFORM 2110-COUNT-NAME-LETTER
               END-PERFORM
           END-IF
           .

       2110-COUNT-NAME-LETTER.
           MOVE 1 TO LetterSub
           PERFORM UNTIL LetterSub > 26
                   OR UpperCaseLetters(LetterSub:1) = NameChar
               ADD 1 TO LetterSub
           END-PERFORM
           IF LetterSub <= 26
               ADD 1 TO DgLength(DobGroupCount)
               MOVE NameChar TO
                   DgLetters(DobGroupCount)(DgLength(DobGroupCount):1)
               ADD 1 TO DgLetterCount(DobGroupCount, LetterSub)
           END-IF
           .

       2200-COMPARE-DOB-GROUP.
           PERFORM VARYING PairA FROM 1 BY 1
                   UNTIL PairA >= DobGroupCount
               COMPUTE PairB = PairA + 1
               PERFORM UNTIL PairB > DobGroupCount
                   PERFORM 2300-COMPARE-PAIR
                   ADD 1 TO PairB
               END-PERFORM
           END-PERFORM
           .

       2300-COMPARE-PAIR.
           MOVE SPACES TO DuplicateReason
           IF DgLength(PairA) < 3 OR DgLength(PairB) < 3
               CONTINUE
           ELSE
               IF DgLetters(PairA) = DgLetters(PairB)
                   MOVE "SAME NAME" TO DuplicateReason
               ELSE
                   PERFORM 2310-COMPARE-LETTER-COUNTS
                   IF LetterCountsMatch
                       MOVE "NAME REORDERED" TO DuplicateReason
                   ELSE
                       PERFORM 2320-COMPARE-SPELLING
                   END-IF
               END-IF
           END-IF
           IF DuplicateReason NOT = SPACES
               PERFORM 2400-WRITE-DUPLICATE-LINE
           END-IF
           .

       2310-COMPARE-LETTER-COUNTS.
           MOVE "Y" TO CountsMatchSwitch
           PERFORM VARYING LetterSub FROM 1 BY 1 UNTIL LetterSub > 26
               IF DgLetterCount(PairA, LetterSub)
                   NOT = DgLetterCount(PairB, LetterSub)
                   MOVE "N" TO CountsMatchSwitch
               END-IF
           END-PERFORM
           .

      *>  Same length and at most two letters different is a keying
      *>  slip; different lengths with the shorter name (five letters
      *>  or more) at the front of the longer is a name cut short.
       2320-COMPARE-SPELLING.
           IF DgLength(PairA) = DgLength(PairB)
               MOVE ZERO TO DiffCount
               PERFORM VARYING CharSub FROM 1 BY 1
                       UNTIL CharSub > DgLength(PairA)
                   IF DgLetters(PairA)(CharSub:1)
                       NOT = DgLetters(PairB)(CharSub:1)
                       ADD 1 TO DiffCount
                   END-IF
               END-PERFORM
               IF DiffCount <= 2
                   MOVE "SIMILAR NAME" TO DuplicateReason
               END-IF
           ELSE
               IF DgLength(PairA) < DgLength(PairB)
                   MOVE DgLength(PairA) TO ShortLength
               ELSE
                   MOVE DgLength(PairB) TO ShortLength
               END-IF
               IF ShortLength >= 5
                   AND DgLetters(PairA)(1:ShortLength)
                       = DgLetters(PairB)(1:ShortLength)
                   MOVE "NAME CUT SHORT" TO DuplicateReason
               END-IF
           END-IF
           .

       2400-WRITE-DUPLICATE-LINE.
           ADD 1 TO DuplicateCount
           ADD 1 TO ExceptionCount
           MOVE DobGroupKey(1:2) TO DdMonth
           MOVE DobGroupKey(3:2) TO DdDay
           MOVE DobGroupKey(5:4) TO DdYear
           MOVE SPACES TO SweepReportLine
           STRING DgIdent(PairA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DgName(PairA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DgIdent(PairB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DgName(PairB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DateDisplay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DuplicateReason DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           .

      *>  A date of birth shared by more customers than the table holds
      *>  (a placeholder date, often) is compared only across the first
      *>  DobGroupMax; the rest are listed as not compared, so a clean
      *>  sweep is never claimed for pairs that were never looked at.
       2500-WRITE-GROUP-OVERFLOW-LINE.
           ADD 1 TO DobGroupsOverflowed
           ADD 1 TO ExceptionCount
           MOVE DobGroupKey(1:2) TO DdMonth
           MOVE DobGroupKey(3:2) TO DdDay
           MOVE DobGroupKey(5:4) TO DdYear
           MOVE DobGroupSkipped TO CountDisplay
           MOVE DobGroupMax TO DobGroupMaxDisplay
           MOVE SPACES TO SweepReportLine
           STRING "BORN " DELIMITED BY SIZE
               DateDisplay DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               " CUSTOMERS NOT COMPARED (GROUP OVER " DELIMITED BY SIZE
               DobGroupMaxDisplay DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           DISPLAY "DATE OF BIRTH GROUP OVER " DobGroupMax
               " - " DobGroupKey " NOT FULLY COMPARED"
           .

      *>----------------------------------------------------------------*
      *>  3000-FIND-SHARED-ACCOUNTS                                     *
      *>  Sorts the master by routing and account number and lists     *
      *>  every pair held by more than one Ident. Customers with no    *
      *>  account on file are passed over.                            *
      *>----------------------------------------------------------------*
       3000-FIND-SHARED-ACCOUNTS.
           SORT SweepSortFile
               ON ASCENDING KEY BankRoutingNo OF SweepSortRecord
                                BankAccountNo OF SweepSortRecord
                                Ident OF SweepSortRecord
               USING CustomerIndexFile
               GIVING SweepWorkFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY "CUSTOMER SWEEP SORT FAILED - RETURN "
                   SORT-RETURN
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               OPEN INPUT SweepWorkFile
               IF SweepWorkStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
               END-IF
           END-IF

           IF NOT HardFailureOccurred
               MOVE "BANK ACCOUNTS SHARED BY MORE THAN ONE IDENT"
                   TO SectionTitle
               PERFORM 7000-PRINT-PAGE-HEADER
               MOVE SPACES TO SweepReportLine
               STRING "ROUTING    ACCOUNT       IDENT  NAME"
                   DELIMITED BY SIZE
                   "                  STATUS" DELIMITED BY SIZE
                   INTO SweepReportLine
               PERFORM 7100-WRITE-REPORT-LINE

               MOVE "N" TO SweepWorkSwitch
               MOVE ZERO TO AccountGroupCount
               PERFORM 2010-READ-SWEEP-WORK
               PERFORM UNTIL EndOfSweepWork
                   IF BankAccountNo OF SweepWorkRecord NOT = SPACES
                       IF AccountGroupCount > ZERO
                           AND (BankRoutingNo OF SweepWorkRecord
                                   NOT = AgRoutingNo
                               OR BankAccountNo OF SweepWorkRecord
                                   NOT = AgAccountNo)
                           PERFORM 3200-REPORT-ACCOUNT-GROUP
                           MOVE ZERO TO AccountGroupCount
                       END-IF
                       PERFORM 3100-ADD-TO-ACCOUNT-GROUP
                   END-IF
                   PERFORM 2010-READ-SWEEP-WORK
               END-PERFORM
               IF AccountGroupCount > ZERO
                   PERFORM 3200-REPORT-ACCOUNT-GROUP
               END-IF
               IF SharedAccountCount = ZERO
                   MOVE SPACES TO SweepReportLine
                   MOVE "NO SHARED BANK ACCOUNTS FOUND"
                       TO SweepReportLine
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
               CLOSE SweepWorkFile
           END-IF
           .
       3000-EXIT.
           EXIT.

      *>  A group bigger than the table still counts every holder;
      *>  only the first AccountGroupMax are listed by name.
       3100-ADD-TO-ACCOUNT-GROUP.
           MOVE BankRoutingNo OF SweepWorkRecord TO AgRoutingNo
           MOVE BankAccountNo OF SweepWorkRecord TO AgAccountNo
           ADD 1 TO AccountGroupCount
           IF AccountGroupCount <= AccountGroupMax
               MOVE Ident OF SweepWorkRecord
                   TO SgIdent(AccountGroupCount)
               MOVE CustName OF SweepWorkRecord
                   TO SgName(AccountGroupCount)
               MOVE BankStatus OF SweepWorkRecord
                   TO SgStatus(AccountGroupCount)
           END-IF
           .

       3200-REPORT-ACCOUNT-GROUP.
           IF AccountGroupCount > 1
               ADD 1 TO SharedAccountCount
               ADD 1 TO ExceptionCount
               PERFORM VARYING GroupSub FROM 1 BY 1
                       UNTIL GroupSub > AccountGroupCount
                          OR GroupSub > AccountGroupMax
                   MOVE SPACES TO SweepReportLine
                   STRING AgRoutingNo DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AgAccountNo DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SgIdent(GroupSub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SgName(GroupSub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SgStatus(GroupSub) DELIMITED BY SIZE
                       INTO SweepReportLine
                   PERFORM 7100-WRITE-REPORT-LINE
               END-PERFORM
               MOVE AccountGroupCount TO CountDisplay
               MOVE SPACES TO SweepReportLine
               STRING "           ACCOUNT HELD BY " DELIMITED BY SIZE
                   CountDisplay DELIMITED BY SIZE
                   " IDENTS" DELIMITED BY SIZE
                   INTO SweepReportLine
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  4000-FIND-BANK-CHANGES                                        *
      *>  Scans the customer journal for adds and changes on or after  *
      *>  SinceDate that put a new routing or account number on a     *
      *>  customer (a status-only change from bank return processing  *
      *>  is not a change of details). Each one is listed when the    *
      *>  pay history shows a payment on or after the change date.   *
      *>----------------------------------------------------------------*
       4000-FIND-BANK-CHANGES.
           MOVE SPACES TO SectionTitle
           STRING "BANK DETAILS CHANGED SINCE " DELIMITED BY SIZE
               SinceDate DELIMITED BY SIZE
               " AND PAID SINCE THE CHANGE" DELIMITED BY SIZE
               INTO SectionTitle
           PERFORM 7000-PRINT-PAGE-HEADER
           MOVE SPACES TO SweepReportLine
           STRING "IDENT  NAME                  CHANGED   "
               DELIMITED BY SIZE
               "FIRST PAID  PAYS    NET PAID" DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE

           OPEN INPUT CustomerJournal
           EVALUATE CustomerJournalStatus
               WHEN "00"
                   SET JournalIsOpen TO TRUE
               WHEN "35"
                   SET EndOfCustomerJournal TO TRUE
               WHEN OTHER
                   SET HardFailureOccurred TO TRUE
           END-EVALUATE
           OPEN INPUT PayHistoryFile
           IF PayHistoryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               IF NOT EndOfCustomerJournal
                   PERFORM 4010-READ-CUSTOMER-JOURNAL
               END-IF
               PERFORM UNTIL EndOfCustomerJournal
                   ADD 1 TO JournalScanned
                   IF JrnDate >= SinceDate
                       PERFORM 4100-CHECK-JOURNAL-ENTRY
                   END-IF
                   PERFORM 4010-READ-CUSTOMER-JOURNAL
               END-PERFORM
               IF BankChangeCount = ZERO
                   MOVE SPACES TO SweepReportLine
                   MOVE "NO PAID CUSTOMERS WITH RECENT BANK CHANGES"
                       TO SweepReportLine
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
           END-IF

           IF JournalIsOpen
               CLOSE CustomerJournal
           END-IF
           CLOSE PayHistoryFile
           .
       4000-EXIT.
           EXIT.

       4010-READ-CUSTOMER-JOURNAL.
           READ CustomerJournal
               AT END SET EndOfCustomerJournal TO TRUE
           END-READ
           .

       4100-CHECK-JOURNAL-ENTRY.
           MOVE JrnBeforeImage TO JournalBefore
           MOVE JrnAfterImage TO JournalAfter
           EVALUATE JrnAction
               WHEN "A"
                   IF BankAccountNo OF JournalAfter NOT = SPACES
                       PERFORM 4200-CHECK-PAID-SINCE
                   END-IF
               WHEN "C"
                   IF BankRoutingNo OF JournalAfter
                           NOT = BankRoutingNo OF JournalBefore
                       OR BankAccountNo OF JournalAfter
                           NOT = BankAccountNo OF JournalBefore
                       PERFORM 4200-CHECK-PAID-SINCE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>  Positions the pay history at the change date and totals the
      *>  customer's payments from there on (void and correction rows
      *>  carry no net pay and are passed over).
       4200-CHECK-PAID-SINCE.
           MOVE ZERO TO PaidSinceCount PaidSinceNet PaidSinceDate
           MOVE "N" TO PayHistorySwitch
           MOVE JrnIdent TO PH-Ident
           MOVE JrnDate TO PH-PayDate
           MOVE ZERO TO PH-Seq
           START PayHistoryFile KEY IS NOT LESS THAN PH-Key
               INVALID KEY SET EndOfPayHistory TO TRUE
           END-START
           IF NOT EndOfPayHistory
               PERFORM 4210-READ-PAY-HISTORY
           END-IF
           PERFORM UNTIL EndOfPayHistory
               IF PH-Ident NOT = JrnIdent
                   SET EndOfPayHistory TO TRUE
               ELSE
                   IF PH-NetPay > ZERO
                       IF PaidSinceCount = ZERO
                           MOVE PH-PayDate TO PaidSinceDate
                       END-IF
                       ADD 1 TO PaidSinceCount
                       ADD PH-NetPay TO PaidSinceNet
                   END-IF
                   PERFORM 4210-READ-PAY-HISTORY
               END-IF
           END-PERFORM
           IF PaidSinceCount > ZERO
               PERFORM 4300-WRITE-BANK-CHANGE-LINES
           END-IF
           .

       4210-READ-PAY-HISTORY.
           READ PayHistoryFile NEXT RECORD
               AT END SET EndOfPayHistory TO TRUE
           END-READ
           .

       4300-WRITE-BANK-CHANGE-LINES.
           ADD 1 TO BankChangeCount
           ADD 1 TO ExceptionCount
           MOVE PaidSinceNet TO AmountDisplay
           MOVE PaidSinceCount TO CountDisplay
           MOVE SPACES TO SweepReportLine
           STRING JrnIdent DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CustName OF JournalAfter DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JrnDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PaidSinceDate DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           IF JrnAction = "A"
               STRING "       ADDED WITH " DELIMITED BY SIZE
                   BankRoutingNo OF JournalAfter DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BankAccountNo OF JournalAfter DELIMITED BY SIZE
                   INTO SweepReportLine
           ELSE
               STRING "       FROM " DELIMITED BY SIZE
                   BankRoutingNo OF JournalBefore DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BankAccountNo OF JournalBefore DELIMITED BY SIZE
                   "  TO " DELIMITED BY SIZE
                   BankRoutingNo OF JournalAfter DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BankAccountNo OF JournalAfter DELIMITED BY SIZE
                   INTO SweepReportLine
           END-IF
           PERFORM 7100-WRITE-REPORT-LINE
           .

      *>----------------------------------------------------------------*
      *>  5000-CHECK-IDENTS-ON-MASTER                                   *
      *>  Every Ident on tonight's hours, the YTD master and the       *
      *>  deduction balances must still be on the customer master.   *
      *>  A file that is not there is noted and passed over.          *
      *>----------------------------------------------------------------*
       5000-CHECK-IDENTS-ON-MASTER.
           MOVE "IDENTS NOT ON THE CUSTOMER MASTER" TO SectionTitle
           PERFORM 7000-PRINT-PAGE-HEADER
           MOVE SPACES TO SweepReportLine
           MOVE "FILE      IDENT  DETAIL" TO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE

           OPEN INPUT CustomerIndexFile
           IF CustomerIndexStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               PERFORM 5100-CHECK-HOURS-FILE
               PERFORM 5200-CHECK-YTD-MASTER
               PERFORM 5300-CHECK-DEDUCT-BALANCES
               IF OrphanCount = ZERO
                   MOVE SPACES TO SweepReportLine
                   MOVE "EVERY IDENT FOUND ON THE CUSTOMER MASTER"
                       TO SweepReportLine
                   PERFORM 7100-WRITE-REPORT-LINE
               END-IF
           END-IF
           CLOSE CustomerIndexFile
           .
       5000-EXIT.
           EXIT.

       5100-CHECK-HOURS-FILE.
           MOVE "HOURSFIL" TO OrphanSource
           OPEN INPUT HoursFile
           IF HoursFileStatus NOT = "00"
               PERFORM 5900-FILE-NOT-CHECKED
           ELSE
               MOVE ZERO TO LastOrphanIdent
               PERFORM 5110-READ-HOURS-FILE
               PERFORM UNTIL EndOfHoursFile
                   IF HoursIdent NOT = LastOrphanIdent
                       MOVE HoursIdent TO Ident OF CustomerIndexRecord
                       READ CustomerIndexFile
                           INVALID KEY
                               MOVE HoursIdent TO LastOrphanIdent
                               MOVE "HOURS LINE FOR UNKNOWN CUSTOMER"
                                   TO OrphanText
                               PERFORM 5800-WRITE-ORPHAN-LINE
                       END-READ
                   END-IF
                   PERFORM 5110-READ-HOURS-FILE
               END-PERFORM
               CLOSE HoursFile
           END-IF
           .

       5110-READ-HOURS-FILE.
           READ HoursFile
               AT END SET EndOfHoursFile TO TRUE
           END-READ
           .

       5200-CHECK-YTD-MASTER.
           MOVE "YTDFILE" TO OrphanSource
           OPEN INPUT YtdMasterFile
           IF YtdMasterStatus NOT = "00"
               PERFORM 5900-FILE-NOT-CHECKED
           ELSE
               PERFORM 5210-READ-YTD-MASTER
               PERFORM UNTIL EndOfYtdMaster
                   MOVE YtdIdent TO Ident OF CustomerIndexRecord
                   READ CustomerIndexFile
                       INVALID KEY
                           MOVE YtdIdent TO LastOrphanIdent
                           MOVE SPACES TO OrphanText
                           STRING "YTD RECORD FOR " DELIMITED BY SIZE
                               YtdName DELIMITED BY SIZE
                               INTO OrphanText
                           PERFORM 5800-WRITE-ORPHAN-LINE
                   END-READ
                   PERFORM 5210-READ-YTD-MASTER
               END-PERFORM
               CLOSE YtdMasterFile
           END-IF
           .

       5210-READ-YTD-MASTER.
           READ YtdMasterFile NEXT RECORD
               AT END SET EndOfYtdMaster TO TRUE
           END-READ
           .

      *>  DEDBAL is in Ident order, so one line per missing customer
      *>  however many deduction codes it holds.
       5300-CHECK-DEDUCT-BALANCES.
           MOVE "DEDBAL" TO OrphanSource
           OPEN INPUT DeductBalanceFile
           IF DeductBalanceStatus NOT = "00"
               PERFORM 5900-FILE-NOT-CHECKED
           ELSE
               MOVE ZERO TO LastOrphanIdent
               PERFORM 5310-READ-DEDUCT-BALANCE
               PERFORM UNTIL EndOfDeductBalance
                   IF DbIdent NOT = LastOrphanIdent
                       MOVE DbIdent TO Ident OF CustomerIndexRecord
                       READ CustomerIndexFile
                           INVALID KEY
                               MOVE DbIdent TO LastOrphanIdent
                               MOVE SPACES TO OrphanText
                               STRING "DEDUCTION BALANCE, FIRST CODE "
                                   DELIMITED BY SIZE
                                   DbCode DELIMITED BY SIZE
                                   INTO OrphanText
                               PERFORM 5800-WRITE-ORPHAN-LINE
                       END-READ
                   END-IF
                   PERFORM 5310-READ-DEDUCT-BALANCE
               END-PERFORM
               CLOSE DeductBalanceFile
           END-IF
           .

       5310-READ-DEDUCT-BALANCE.
           READ DeductBalanceFile NEXT RECORD
               AT END SET EndOfDeductBalance TO TRUE
           END-READ
           .

       5800-WRITE-ORPHAN-LINE.
           ADD 1 TO OrphanCount
           ADD 1 TO ExceptionCount
           MOVE SPACES TO SweepReportLine
           STRING OrphanSource DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LastOrphanIdent DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OrphanText DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           .

       5900-FILE-NOT-CHECKED.
           ADD 1 TO ExceptionCount
           MOVE SPACES TO SweepReportLine
           STRING OrphanSource DELIMITED BY SIZE
               "         FILE NOT AVAILABLE - NOT CHECKED"
               DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           .

      *>----------------------------------------------------------------*
      *>  6000-PRINT-SWEEP-SUMMARY                                      *
      *>----------------------------------------------------------------*
       6000-PRINT-SWEEP-SUMMARY.
           MOVE "SWEEP SUMMARY" TO SectionTitle
           PERFORM 7000-PRINT-PAGE-HEADER
           MOVE SPACES TO SweepReportLine
           STRING "CUSTOMERS ON MASTER          " DELIMITED BY SIZE
               CustomersSwept DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           STRING "POSSIBLE DUPLICATE PAIRS       " DELIMITED BY SIZE
               DuplicateCount DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           STRING "SHARED BANK ACCOUNTS           " DELIMITED BY SIZE
               SharedAccountCount DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           STRING "JOURNAL RECORDS SCANNED      " DELIMITED BY SIZE
               JournalScanned DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           STRING "PAID SINCE A BANK CHANGE       " DELIMITED BY SIZE
               BankChangeCount DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           MOVE SPACES TO SweepReportLine
           STRING "IDENTS NOT ON THE MASTER       " DELIMITED BY SIZE
               OrphanCount DELIMITED BY SIZE
               INTO SweepReportLine
           PERFORM 7100-WRITE-REPORT-LINE
           IF HardFailureOccurred
               MOVE SPACES TO SweepReportLine
               MOVE "SWEEP INCOMPLETE - A REQUIRED FILE COULD NOT BE READ"
                   TO SweepReportLine
               PERFORM 7100-WRITE-REPORT-LINE
           END-IF
           DISPLAY "CUSTOMER SWEEP - EXCEPTIONS: " ExceptionCount
           .

      *>----------------------------------------------------------------*
      *>  7000-PRINT-PAGE-HEADER                                        *
      *>----------------------------------------------------------------*
       7000-PRINT-PAGE-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE SPACES TO SweepReportLine
           STRING "ACME DATA SERVICES - CUSTOMER MASTER SWEEP"
               DELIMITED BY SIZE
               INTO SweepReportLine
           WRITE SweepReportLine
           MOVE SPACES TO SweepReportLine
           STRING "RUN DATE " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO SweepReportLine
           WRITE SweepReportLine
           MOVE SPACES TO SweepReportLine
           WRITE SweepReportLine
           MOVE SectionTitle TO SweepReportLine
           WRITE SweepReportLine
           MOVE SPACES TO SweepReportLine
           WRITE SweepReportLine
           MOVE 5 TO LinesOnPage
           .

       7100-WRITE-REPORT-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 7000-PRINT-PAGE-HEADER
           END-IF
           WRITE SweepReportLine
           ADD 1 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = clean sweep, 0004 = exceptions listed for audit     *
      *>     follow-up, 0008 = a required file could not be read and   *
      *>     the sweep is incomplete.                                  *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN ExceptionCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
