      *> Modification History
      *>   2026-10-15  AL   Original version - general ledger journal
      *>                    interface over the night's pay detail
      *>                    file. The "D" records are summarized into
      *>                    debit/credit journal lines through the
      *>                    GLMAP chart-of-accounts mapping: gross
      *>                    wage expense, tax withheld, one liability
      *>                    per voluntary deduction code, and net pay
      *>                    split between the bank deposit extract
      *>                    and the check register the same way the
      *>                    disbursement step split it. Voids and
      *>                    corrections post as reversing lines of
      *>                    their own, and returned deposits reissued
      *>                    by check tonight move from deposit
      *>                    clearing to checks. No journal is written
      *>                    (RETURN-CODE 8) unless debits equal
      *>                    credits and the totals agree with the
      *>                    payroll control trailer and the extract
      *>                    trailer.
      *>   2026-10-15  AL   Per-type hours on the pay detail record are
      *>                    five integer digits now.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

           SELECT AccountMapFile ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMapStatus.

           SELECT PayDetailFile ASSIGN TO "PAYDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayDetailStatus.

           SELECT CustomerIndexFile ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ident OF CustomerIndexRecord
               FILE STATUS IS CustomerIndexStatus.

           SELECT BankExtractFile ASSIGN TO "BANKEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankExtractStatus.

           SELECT ReissueFile ASSIGN TO "REISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-Key
               FILE STATUS IS ReissueStatus.

           SELECT GeneralJournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GeneralJournalStatus.

           SELECT JournalReport ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       01  RunControlCard PIC X(30).

      *> Chart-of-accounts mapping, one card per posting class -
      *> "G" gross wage expense, "T" tax withheld, "V" a voluntary
      *> deduction (one card per deduction code), "O" deductions
      *> past the four itemized on the detail, "D" net pay sent to
      *> the bank deposit extract, "C" net pay by check. Cards print
      *> in this order on the journal, so accounting controls the
      *> layout of the journal by the order of the file.
       FD  AccountMapFile.
       01  AccountMapRecord.
           05 GM-MapType PIC X(01).
               88 GM-MapTypeValid VALUE "G", "T", "V", "O", "D", "C".
           05 GM-VolCode PIC X(04).
           05 GM-Account PIC X(10).
           05 GM-AccountName PIC X(20).

       FD  PayDetailFile.
       01  PayDetailRecord.
           05 PD-RecordType PIC X(01).
           05 PD-Ident PIC 9(05).
           05 PD-CustName PIC X(20).
           05 PD-GrossPay PIC S9(06)V99.
           05 PD-TaxAmount PIC S9(06)V99.
           05 PD-VolCount PIC 9(01).
           05 PD-VolEntry OCCURS 4 TIMES.
               10 PD-VolCode PIC X(04).
               10 PD-VolDescription PIC X(15).
               10 PD-VolAmount PIC S9(04)V99.
           05 PD-VolOtherAmount PIC S9(04)V99.
           05 PD-NetPay PIC S9(06)V99.
           05 PD-HoursTypeEntry OCCURS 4 TIMES.
               10 PD-TypeCode PIC X(01).
               10 PD-TypeHours PIC S9(05)V99.
               10 PD-TypeGross PIC S9(06)V99.
           05 PD-AdjustAction PIC X(01).
               88 PD-FromAdjustment VALUE "V", "C".
       01  PayTrailerRecord.
           05 PT-RecordType PIC X(01).
           05 PT-RunDate PIC 9(08).
           05 PT-PayslipCount PIC 9(05).
           05 PT-IdentHashTotal PIC 9(09).
           05 PT-TotalGross PIC S9(08)V99.
           05 PT-TotalDeductions PIC S9(08)V99.
           05 PT-TotalNet PIC S9(08)V99.

       FD  CustomerIndexFile.
       01  CustomerIndexRecord.
           COPY CUSTREC.

       FD  BankExtractFile.
       01  BankExtractRecord.
           05 BX-RecordType PIC X(01).
           05 BX-RoutingNo PIC 9(09).
           05 BX-AccountNo PIC X(12).
           05 BX-Ident PIC 9(05).
           05 BX-CustName PIC X(20).
           05 BX-Amount PIC S9(08)V99.
       01  BankExtractTrailer.
           05 BXT-RecordType PIC X(01).
           05 BXT-RunDate PIC 9(08).
           05 BXT-DepositCount PIC 9(05).
           05 BXT-TotalAmount PIC S9(08)V99.

       FD  ReissueFile.
       01  ReissueRecord.
           COPY REISSUE.

      *> The ledger's feed - "J" journal lines, each one side of one
      *> account, then one "T" trailer whose line count and debit
      *> and credit totals the ledger load checks before posting.
       FD  GeneralJournalFile.
       01  GeneralJournalRecord.
           05 GJ-RecordType PIC X(01).
           05 GJ-PostDate PIC 9(08).
           05 GJ-Account PIC X(10).
           05 GJ-DebitCredit PIC X(01).
           05 GJ-Amount PIC 9(09)V99.
           05 GJ-Description PIC X(30).
       01  GeneralJournalTrailer.
           05 GJT-RecordType PIC X(01).
           05 GJT-PostDate PIC 9(08).
           05 GJT-LineCount PIC 9(05).
           05 GJT-DebitTotal PIC 9(09)V99.
           05 GJT-CreditTotal PIC 9(09)V99.

       FD  JournalReport.
       01  JournalReportLine PIC X(80).

       WORKING-STORAGE SECTION.
      *> File status and switches
       01 RunControlStatus PIC XX.
       01 AccountMapStatus PIC XX.
       01 PayDetailStatus PIC XX.
       01 CustomerIndexStatus PIC XX.
       01 BankExtractStatus PIC XX.
       01 ReissueStatus PIC XX.
       01 GeneralJournalStatus PIC XX.
       01 JournalReportStatus PIC XX.

       01 RunControlSwitch PIC X VALUE "N".
           88 EndOfRunControl VALUE "Y".
       01 AccountMapSwitch PIC X VALUE "N".
           88 EndOfAccountMap VALUE "Y".
       01 PayDetailSwitch PIC X VALUE "N".
           88 EndOfPayDetail VALUE "Y".
       01 BankExtractSwitch PIC X VALUE "N".
           88 EndOfBankExtract VALUE "Y".
       01 ReissueSwitch PIC X VALUE "N".
           88 EndOfReissue VALUE "Y".
       01 TrailerSwitch PIC X VALUE "N".
           88 TrailerWasRead VALUE "Y".
       01 DetailSeenSwitch PIC X VALUE "N".
           88 AnyPayDetailSeen VALUE "Y".
       01 ExtractTrailerSwitch PIC X VALUE "N".
           88 ExtractTrailerWasRead VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 ControlAgreeSwitch PIC X VALUE "Y".
           88 ControlsAgree VALUE "Y".
           88 ControlsDisagree VALUE "N".
       01 MapFoundSwitch PIC X VALUE "N".
           88 MapEntryFound VALUE "Y".

      *> Chart-of-accounts mapping, loaded from GLMAP in file order
       01 AccountMapTable.
           05 MapEntry OCCURS 60 TIMES.
               10 MapType PIC X(01).
               10 MapVolCode PIC X(04).
               10 MapAccount PIC X(10).
               10 MapAccountName PIC X(20).
       77 MapCount PIC 9(04) COMP VALUE ZERO.
       77 MapSub PIC 9(04) COMP VALUE ZERO.

      *> Posting accumulators - one per posting class, deduction code
      *> and source ("P" nightly paychecks, "A" voids and corrections,
      *> "R" returned deposits reissued by check). The amount is kept
      *> signed in the account's normal direction - debit for gross
      *> wage expense, credit for everything else - so a negative
      *> total posts on the other side as a reversing line.
       01 PostingTable.
           05 PostEntry OCCURS 100 TIMES.
               10 PostType PIC X(01).
               10 PostVolCode PIC X(04).
               10 PostSource PIC X(01).
               10 PostAmount PIC S9(09)V99.
       77 PostCount PIC 9(04) COMP VALUE ZERO.
       77 PostSub PIC 9(04) COMP VALUE ZERO.
       77 VolSub PIC 9(04) COMP VALUE ZERO.
       77 PostSearchSub PIC 9(04) COMP VALUE ZERO.

      *> Argument area for 2500-ACCUMULATE-POSTING
       01 AccumType PIC X(01).
       01 AccumVolCode PIC X(04).
       01 AccumSource PIC X(01).
       01 AccumAmount PIC S9(08)V99.

      *> Withheld-amount allocation for a paycheck clamped to zero -
      *> the itemized deductions then add up to more than was really
      *> kept back, so tax takes what there was first, the itemized
      *> deductions the rest in order
       01 WithheldWork PIC S9(08)V99 VALUE ZERO.
       01 ItemizedWork PIC S9(08)V99 VALUE ZERO.
       01 AllocateWork PIC S9(08)V99 VALUE ZERO.

      *> Control totals - what was posted against what the payroll
      *> trailer and the extract trailer certify
       01 GrossPosted PIC S9(09)V99 VALUE ZERO.
       01 DeductionsPosted PIC S9(09)V99 VALUE ZERO.
       01 NetPosted PIC S9(09)V99 VALUE ZERO.
       01 DepositNetPosted PIC S9(09)V99 VALUE ZERO.
       01 DebitTotal PIC S9(09)V99 VALUE ZERO.
       01 CreditTotal PIC S9(09)V99 VALUE ZERO.
       77 JournalLineCount PIC 9(05) VALUE ZERO.
       77 DetailCount PIC 9(05) VALUE ZERO.
       77 AdjustmentCount PIC 9(05) VALUE ZERO.
       77 ReissueCount PIC 9(05) VALUE ZERO.

      *> Trailer controls saved when the trailer is read - the record
      *> area is undefined once the reader hits end of file
       01 TrailerGross PIC S9(08)V99 VALUE ZERO.
       01 TrailerDeductions PIC S9(08)V99 VALUE ZERO.
       01 TrailerNet PIC S9(08)V99 VALUE ZERO.
       01 ExtractTrailerTotal PIC S9(08)V99 VALUE ZERO.

      *> Argument area for 4100-COMPARE-CONTROL
       01 CompareLabel PIC X(15).
       01 ComparePosted PIC S9(09)V99.
       01 CompareCertified PIC S9(09)V99.

      *> Journal line work fields
       01 LineDebitCredit PIC X(01).
       01 LineAmount PIC S9(09)V99.
       01 LineDescription PIC X(30).

      *> Column heading for the printed journal - debits end in column
      *> 57, credits in column 72
       01 JournalHeadingLine.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(40) VALUE "DESCRIPTION".
           05 FILLER PIC X(14) VALUE "DEBIT".
           05 FILLER PIC X(14) VALUE "CREDIT".

      *> Page control
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE 99.
       77 PageNumber PIC 9(04) VALUE ZERO.

      *> Report formatting work fields
       01 AmountDisplay PIC ZZZZZZZZ9.99-.
       01 Amount2Display PIC ZZZZZZZZ9.99-.
       01 PageDisplay PIC ZZZ9.
       01 RunDate PIC 9(08).
       01 TodaysDate.
           05 CurrentYear PIC 9(04).
           05 CurrentMonth PIC 9(02).
           05 CurrentDay PIC 9(02).
       01 ParmKeyword PIC X(12).
       01 ParmValue.
           05 ParmValueDate PIC 9(08).
           05 FILLER PIC X(10).

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT HardFailureOccurred
               PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 2000-SUMMARIZE-PAY-DETAIL THRU 2000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 2700-SUMMARIZE-REISSUES THRU 2700-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 2800-READ-EXTRACT-TRAILER THRU 2800-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 3000-PRINT-JOURNAL THRU 3000-EXIT
               PERFORM 4000-PRINT-CONTROL-SUMMARY
           END-IF
           IF NOT HardFailureOccurred AND ControlsAgree
               PERFORM 4500-WRITE-GENERAL-JOURNAL THRU 4500-EXIT
           END-IF
           CLOSE JournalReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  RUNPARMS is payroll's own parm file, so a RUNDATE= rerun       *
      *>  override reaches this step too. The trailer's run date, read  *
      *>  later, is the posting date whenever payroll ran.              *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE TodaysDate TO RunDate
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           OPEN OUTPUT JournalReport
           IF JournalReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           .

       1100-READ-RUN-CONTROL.
           OPEN INPUT RunControlFile
           IF RunControlStatus = "35"
               SET EndOfRunControl TO TRUE
           ELSE
               IF RunControlStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfRunControl TO TRUE
               END-IF
           END-IF

           IF NOT EndOfRunControl
               PERFORM 1110-READ-RUN-CONTROL-CARD
               PERFORM UNTIL EndOfRunControl
                   PERFORM 1120-APPLY-RUN-CONTROL-CARD
                   PERFORM 1110-READ-RUN-CONTROL-CARD
               END-PERFORM
           END-IF
           CLOSE RunControlFile
           .
       1100-EXIT.
           EXIT.

       1110-READ-RUN-CONTROL-CARD.
           READ RunControlFile
               AT END SET EndOfRunControl TO TRUE
           END-READ
           .

       1120-APPLY-RUN-CONTROL-CARD.
           MOVE SPACES TO ParmKeyword ParmValue
           UNSTRING RunControlCard DELIMITED BY "="
               INTO ParmKeyword ParmValue
           END-UNSTRING
           IF ParmKeyword = "RUNDATE"
               IF ParmValueDate NUMERIC
                   MOVE ParmValueDate TO RunDate
               ELSE
                   DISPLAY "RUNDATE CARD NOT NUMERIC - IGNORED"
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  1200-LOAD-ACCOUNT-MAP                                         *
      *>  A bad mapping card means some of tonight's money could land  *
      *>  on the wrong account, so the whole step stops rather than    *
      *>  post a journal built from a half-read chart.                 *
      *>----------------------------------------------------------------*
       1200-LOAD-ACCOUNT-MAP.
           OPEN INPUT AccountMapFile
           IF AccountMapStatus NOT = "00"
               DISPLAY "GL ACCOUNT MAP (GLMAP) COULD NOT BE OPENED"
               SET HardFailureOccurred TO TRUE
               SET EndOfAccountMap TO TRUE
           END-IF

           IF NOT EndOfAccountMap
               PERFORM 1210-READ-ACCOUNT-MAP
               PERFORM UNTIL EndOfAccountMap
                   PERFORM 1220-TABLE-MAP-CARD
                   PERFORM 1210-READ-ACCOUNT-MAP
               END-PERFORM
           END-IF
           CLOSE AccountMapFile
           .
       1200-EXIT.
           EXIT.

       1210-READ-ACCOUNT-MAP.
           READ AccountMapFile
               AT END SET EndOfAccountMap TO TRUE
           END-READ
           .

       1220-TABLE-MAP-CARD.
           EVALUATE TRUE
               WHEN AccountMapRecord = SPACES
                   CONTINUE
               WHEN NOT GM-MapTypeValid
                   DISPLAY "GLMAP CARD TYPE NOT G,T,V,O,D OR C: "
                       AccountMapRecord
                   SET HardFailureOccurred TO TRUE
               WHEN GM-Account = SPACES
                   DISPLAY "GLMAP CARD HAS NO ACCOUNT: "
                       AccountMapRecord
                   SET HardFailureOccurred TO TRUE
               WHEN GM-MapType NOT = "V" AND GM-VolCode NOT = SPACES
                   DISPLAY "GLMAP CODE ONLY BELONGS ON A V CARD: "
                       AccountMapRecord
                   SET HardFailureOccurred TO TRUE
               WHEN MapCount NOT < 60
                   DISPLAY "GL ACCOUNT MAP TABLE FULL - JOURNAL "
                       "NOT BUILT"
                   SET HardFailureOccurred TO TRUE
               WHEN OTHER
                   PERFORM 1230-CHECK-DUPLICATE-MAP
                   IF MapEntryFound
                       DISPLAY "DUPLICATE GLMAP CARD: "
                           AccountMapRecord
                       SET HardFailureOccurred TO TRUE
                   ELSE
                       ADD 1 TO MapCount
                       MOVE GM-MapType TO MapType(MapCount)
                       MOVE GM-VolCode TO MapVolCode(MapCount)
                       MOVE GM-Account TO MapAccount(MapCount)
                       MOVE GM-AccountName TO MapAccountName(MapCount)
                   END-IF
           END-EVALUATE
           .

      *>  A class mapped twice would post its money twice.
       1230-CHECK-DUPLICATE-MAP.
           MOVE "N" TO MapFoundSwitch
           PERFORM VARYING MapSub FROM 1 BY 1
               UNTIL MapSub > MapCount OR MapEntryFound
               IF MapType(MapSub) = GM-MapType
                   AND MapVolCode(MapSub) = GM-VolCode
                   SET MapEntryFound TO TRUE
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------*
      *>  2000-SUMMARIZE-PAY-DETAIL                                     *
      *>  One pass over the pay detail file, each "D" record adding    *
      *>  its gross, deductions and net into the posting accumulators. *
      *>  Net pay is split by the customer master bank status the      *
      *>  same way the disbursement step split it, and the deposit     *
      *>  side is proved against the extract trailer afterwards.       *
      *>----------------------------------------------------------------*
       2000-SUMMARIZE-PAY-DETAIL.
           OPEN INPUT PayDetailFile
           IF PayDetailStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN INPUT CustomerIndexFile
           IF CustomerIndexStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               PERFORM 2010-READ-PAY-DETAIL
               PERFORM UNTIL EndOfPayDetail OR HardFailureOccurred
                   EVALUATE PD-RecordType
                       WHEN "D"
                           SET AnyPayDetailSeen TO TRUE
                           PERFORM 2100-SUMMARIZE-ONE-DETAIL
                       WHEN "T"
                           SET TrailerWasRead TO TRUE
                           MOVE PT-RunDate TO RunDate
                           MOVE PT-TotalGross TO TrailerGross
                           MOVE PT-TotalDeductions TO TrailerDeductions
                           MOVE PT-TotalNet TO TrailerNet
                       WHEN OTHER
                           DISPLAY "UNKNOWN PAY DETAIL RECORD TYPE "
                               PD-RecordType
                           SET HardFailureOccurred TO TRUE
                   END-EVALUATE
                   PERFORM 2010-READ-PAY-DETAIL
               END-PERFORM
           END-IF

           CLOSE PayDetailFile
           CLOSE CustomerIndexFile
           .
       2000-EXIT.
           EXIT.

       2010-READ-PAY-DETAIL.
           READ PayDetailFile
               AT END SET EndOfPayDetail TO TRUE
           END-READ
           .

       2100-SUMMARIZE-ONE-DETAIL.
           ADD 1 TO DetailCount
           IF PD-FromAdjustment
               ADD 1 TO AdjustmentCount
               MOVE "A" TO AccumSource
           ELSE
               MOVE "P" TO AccumSource
           END-IF

           MOVE "G" TO AccumType
           MOVE SPACES TO AccumVolCode
           MOVE PD-GrossPay TO AccumAmount
           PERFORM 2500-ACCUMULATE-POSTING
           ADD PD-GrossPay TO GrossPosted

           COMPUTE WithheldWork = PD-GrossPay - PD-NetPay
           ADD WithheldWork TO DeductionsPosted
           IF PD-FromAdjustment
               PERFORM 2200-POST-ADJUSTMENT-DEDUCTIONS
           ELSE
               PERFORM 2300-POST-PAYCHECK-DEDUCTIONS
           END-IF

           PERFORM 2400-POST-NET-PAY
           .

      *>  An adjustment card carries no deduction breakdown - the
      *>  whole backed-out deduction travels in the tax amount, and
      *>  it reverses against the tax withheld account.
       2200-POST-ADJUSTMENT-DEDUCTIONS.
           MOVE "T" TO AccumType
           MOVE SPACES TO AccumVolCode
           MOVE WithheldWork TO AccumAmount
           PERFORM 2500-ACCUMULATE-POSTING
           .

      *>  The itemized deductions normally add up to exactly what was
      *>  kept back. On a paycheck clamped to zero they add up to more,
      *>  and only the amount really withheld (gross less net) posts -
      *>  tax first, then the itemized deductions in order, then OTHER.
       2300-POST-PAYCHECK-DEDUCTIONS.
           COMPUTE ItemizedWork = PD-TaxAmount + PD-VolOtherAmount
           PERFORM VARYING VolSub FROM 1 BY 1
               UNTIL VolSub > 4
               IF PD-VolCode(VolSub) NOT = SPACES
                   ADD PD-VolAmount(VolSub) TO ItemizedWork
               END-IF
           END-PERFORM

           MOVE "T" TO AccumType
           MOVE SPACES TO AccumVolCode
           MOVE PD-TaxAmount TO AllocateWork
           PERFORM 2310-ALLOCATE-WITHHELD

           MOVE "V" TO AccumType
           PERFORM VARYING VolSub FROM 1 BY 1
               UNTIL VolSub > 4
               IF PD-VolCode(VolSub) NOT = SPACES
                   MOVE PD-VolCode(VolSub) TO AccumVolCode
                   MOVE PD-VolAmount(VolSub) TO AllocateWork
                   PERFORM 2310-ALLOCATE-WITHHELD
               END-IF
           END-PERFORM

           MOVE "O" TO AccumType
           MOVE SPACES TO AccumVolCode
           MOVE PD-VolOtherAmount TO AllocateWork
           PERFORM 2310-ALLOCATE-WITHHELD
           .

       2310-ALLOCATE-WITHHELD.
           IF ItemizedWork > WithheldWork
               IF AllocateWork > WithheldWork
                   MOVE WithheldWork TO AllocateWork
               END-IF
               SUBTRACT AllocateWork FROM WithheldWork
           END-IF
           IF AllocateWork NOT = ZERO
               MOVE AllocateWork TO AccumAmount
               PERFORM 2500-ACCUMULATE-POSTING
           END-IF
           .

      *>  Same rule the disbursement step classifies by: only an
      *>  active bank status nets to the deposit extract, everyone
      *>  else (prenotes confirming, no bank details, no master) is
      *>  paid by check.
       2400-POST-NET-PAY.
           MOVE PD-Ident TO Ident OF CustomerIndexRecord
           READ CustomerIndexFile
               INVALID KEY
                   MOVE "C" TO AccumType
               NOT INVALID KEY
                   IF BankActive OF CustomerIndexRecord
                       MOVE "D" TO AccumType
                       ADD PD-NetPay TO DepositNetPosted
                   ELSE
                       MOVE "C" TO AccumType
                   END-IF
           END-READ
           MOVE SPACES TO AccumVolCode
           MOVE PD-NetPay TO AccumAmount
           PERFORM 2500-ACCUMULATE-POSTING
           ADD PD-NetPay TO NetPosted
           .

      *>  Adds the argument amount into its accumulator, opening a new
      *>  one the first time a class, code and source is seen.
       2500-ACCUMULATE-POSTING.
           MOVE ZERO TO PostSub
           PERFORM VARYING PostSearchSub FROM 1 BY 1
               UNTIL PostSearchSub > PostCount OR PostSub > ZERO
               IF PostType(PostSearchSub) = AccumType
                   AND PostVolCode(PostSearchSub) = AccumVolCode
                   AND PostSource(PostSearchSub) = AccumSource
                   MOVE PostSearchSub TO PostSub
               END-IF
           END-PERFORM
           IF PostSub = ZERO
               IF PostCount < 100
                   ADD 1 TO PostCount
                   MOVE PostCount TO PostSub
                   MOVE AccumType TO PostType(PostSub)
                   MOVE AccumVolCode TO PostVolCode(PostSub)
                   MOVE AccumSource TO PostSource(PostSub)
                   MOVE ZERO TO PostAmount(PostSub)
               ELSE
                   DISPLAY "GL POSTING TABLE FULL - JOURNAL NOT BUILT"
                   SET HardFailureOccurred TO TRUE
               END-IF
           END-IF
           IF PostSub > ZERO
               ADD AccumAmount TO PostAmount(PostSub)
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2700-SUMMARIZE-REISSUES                                       *
      *>  Returned deposits the disbursement step reissued by check    *
      *>  tonight - the money left through deposit clearing the night  *
      *>  it went out, came back, and goes out again as a check. They  *
      *>  are last night's pay, not tonight's, so they stay out of the *
      *>  payroll trailer comparison; each balances itself.            *
      *>----------------------------------------------------------------*
       2700-SUMMARIZE-REISSUES.
           OPEN INPUT ReissueFile
           IF ReissueStatus = "35"
               SET EndOfReissue TO TRUE
           ELSE
               IF ReissueStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfReissue TO TRUE
               END-IF
           END-IF

           IF NOT EndOfReissue
               PERFORM 2710-READ-REISSUE
               PERFORM UNTIL EndOfReissue
                   IF ReissueIssued AND RI-IssueDate = RunDate
                       ADD 1 TO ReissueCount
                       MOVE "R" TO AccumSource
                       MOVE SPACES TO AccumVolCode
                       MOVE "D" TO AccumType
                       COMPUTE AccumAmount = 0 - RI-Amount
                       PERFORM 2500-ACCUMULATE-POSTING
                       MOVE "C" TO AccumType
                       MOVE RI-Amount TO AccumAmount
                       PERFORM 2500-ACCUMULATE-POSTING
                   END-IF
                   PERFORM 2710-READ-REISSUE
               END-PERFORM
           END-IF
           CLOSE ReissueFile
           .
       2700-EXIT.
           EXIT.

       2710-READ-REISSUE.
           READ ReissueFile NEXT RECORD
               AT END SET EndOfReissue TO TRUE
           END-READ
           .

      *>----------------------------------------------------------------*
      *>  2800-READ-EXTRACT-TRAILER                                     *
      *>  The deposit side of net pay must be what actually went to   *
      *>  the bank - the extract trailer total is the proof.           *
      *>----------------------------------------------------------------*
       2800-READ-EXTRACT-TRAILER.
           OPEN INPUT BankExtractFile
           IF BankExtractStatus = "35"
               SET EndOfBankExtract TO TRUE
           ELSE
               IF BankExtractStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfBankExtract TO TRUE
               END-IF
           END-IF

           IF NOT EndOfBankExtract
               PERFORM 2810-READ-BANK-EXTRACT
               PERFORM UNTIL EndOfBankExtract
                   IF BX-RecordType = "T"
                       SET ExtractTrailerWasRead TO TRUE
                       MOVE BXT-TotalAmount TO ExtractTrailerTotal
                   END-IF
                   PERFORM 2810-READ-BANK-EXTRACT
               END-PERFORM
           END-IF
           CLOSE BankExtractFile
           .
       2800-EXIT.
           EXIT.

       2810-READ-BANK-EXTRACT.
           READ BankExtractFile
               AT END SET EndOfBankExtract TO TRUE
           END-READ
           .

      *>----------------------------------------------------------------*
      *>  3000-PRINT-JOURNAL                                            *
      *>  Lines come out in chart order, each class as nightly pay,    *
      *>  then reversing adjustments, then reissues. An accumulator    *
      *>  with no account on the chart is listed and holds the whole   *
      *>  journal back - posting it anywhere would be a guess.         *
      *>----------------------------------------------------------------*
       3000-PRINT-JOURNAL.
           PERFORM 5000-PRINT-PAGE-HEADER
           MOVE JournalHeadingLine TO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE

           PERFORM VARYING MapSub FROM 1 BY 1
               UNTIL MapSub > MapCount
               PERFORM VARYING PostSub FROM 1 BY 1
                   UNTIL PostSub > PostCount
                   IF PostType(PostSub) = MapType(MapSub)
                       AND PostVolCode(PostSub) = MapVolCode(MapSub)
                       AND PostSource(PostSub) = "P"
                       PERFORM 3100-PRINT-JOURNAL-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING PostSub FROM 1 BY 1
                   UNTIL PostSub > PostCount
                   IF PostType(PostSub) = MapType(MapSub)
                       AND PostVolCode(PostSub) = MapVolCode(MapSub)
                       AND PostSource(PostSub) NOT = "P"
                       PERFORM 3100-PRINT-JOURNAL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING PostSub FROM 1 BY 1
               UNTIL PostSub > PostCount
               PERFORM 3200-CHECK-POSTING-MAPPED
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

       3100-PRINT-JOURNAL-LINE.
           PERFORM 3150-FORMAT-JOURNAL-LINE
           IF LineAmount NOT = ZERO
               MOVE SPACES TO JournalReportLine
               MOVE LineAmount TO AmountDisplay
               IF LineDebitCredit = "D"
                   ADD LineAmount TO DebitTotal
                   STRING MapAccount(MapSub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LineDescription DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AmountDisplay DELIMITED BY SIZE
                       INTO JournalReportLine
               ELSE
                   ADD LineAmount TO CreditTotal
                   STRING MapAccount(MapSub) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LineDescription DELIMITED BY SIZE
                       "                 " DELIMITED BY SIZE
                       AmountDisplay DELIMITED BY SIZE
                       INTO JournalReportLine
               END-IF
               ADD 1 TO JournalLineCount
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           .

      *>  Works out the side, the unsigned amount and the description
      *>  of the accumulator in hand against the chart entry in hand.
       3150-FORMAT-JOURNAL-LINE.
           IF MapType(MapSub) = "G"
               MOVE "D" TO LineDebitCredit
           ELSE
               MOVE "C" TO LineDebitCredit
           END-IF
           MOVE PostAmount(PostSub) TO LineAmount
           IF LineAmount < ZERO
               COMPUTE LineAmount = 0 - LineAmount
               IF LineDebitCredit = "D"
                   MOVE "C" TO LineDebitCredit
               ELSE
                   MOVE "D" TO LineDebitCredit
               END-IF
           END-IF
           MOVE SPACES TO LineDescription
           EVALUATE PostSource(PostSub)
               WHEN "A"
                   STRING MapAccountName(MapSub) DELIMITED BY SIZE
                       " VOID/CORR" DELIMITED BY SIZE
                       INTO LineDescription
               WHEN "R"
                   STRING MapAccountName(MapSub) DELIMITED BY SIZE
                       " REISSUE" DELIMITED BY SIZE
                       INTO LineDescription
               WHEN OTHER
                   MOVE MapAccountName(MapSub) TO LineDescription
           END-EVALUATE
           .

       3200-CHECK-POSTING-MAPPED.
           MOVE "N" TO MapFoundSwitch
           PERFORM VARYING MapSub FROM 1 BY 1
               UNTIL MapSub > MapCount OR MapEntryFound
               IF PostType(PostSub) = MapType(MapSub)
                   AND PostVolCode(PostSub) = MapVolCode(MapSub)
                   SET MapEntryFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT MapEntryFound AND PostAmount(PostSub) NOT = ZERO
               SET ControlsDisagree TO TRUE
               MOVE PostAmount(PostSub) TO AmountDisplay
               MOVE SPACES TO JournalReportLine
               STRING "NO ACCOUNT ON GLMAP FOR CLASS " DELIMITED BY SIZE
                   PostType(PostSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PostVolCode(PostSub) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   AmountDisplay DELIMITED BY SIZE
                   INTO JournalReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               DISPLAY JournalReportLine
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  4000-PRINT-CONTROL-SUMMARY                                    *
      *>  Debits must equal credits, the gross, deductions and net     *
      *>  posted must reproduce the payroll control trailer, and the   *
      *>  deposit side of net pay must agree with the extract trailer  *
      *>  - any disagreement keeps the journal from the ledger.        *
      *>----------------------------------------------------------------*
       4000-PRINT-CONTROL-SUMMARY.
           MOVE SPACES TO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE DebitTotal TO AmountDisplay
           MOVE CreditTotal TO Amount2Display
           MOVE SPACES TO JournalReportLine
           STRING "TOTALS    " DELIMITED BY SIZE
               JournalLineCount DELIMITED BY SIZE
               " LINES" DELIMITED BY SIZE
               "                       " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Amount2Display DELIMITED BY SIZE
               INTO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE

           MOVE SPACES TO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE SPACES TO JournalReportLine
           MOVE "JOURNAL CONTROL SUMMARY" TO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE SPACES TO JournalReportLine
           STRING "  PAY DETAILS " DELIMITED BY SIZE
               DetailCount DELIMITED BY SIZE
               "  VOIDS/CORRECTIONS " DELIMITED BY SIZE
               AdjustmentCount DELIMITED BY SIZE
               "  REISSUES " DELIMITED BY SIZE
               ReissueCount DELIMITED BY SIZE
               INTO JournalReportLine
           PERFORM 5100-WRITE-REPORT-LINE

           IF DebitTotal NOT = CreditTotal
               SET ControlsDisagree TO TRUE
               MOVE SPACES TO JournalReportLine
               MOVE "  DEBITS DO NOT EQUAL CREDITS - JOURNAL HELD"
                   TO JournalReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF

           IF AnyPayDetailSeen OR TrailerWasRead
               IF NOT TrailerWasRead
                   SET ControlsDisagree TO TRUE
                   MOVE SPACES TO JournalReportLine
                   MOVE "  NO CONTROL TRAILER ON PAY DETAIL FILE"
                       TO JournalReportLine
                   PERFORM 5100-WRITE-REPORT-LINE
               ELSE
                   MOVE GrossPosted TO ComparePosted
                   MOVE TrailerGross TO CompareCertified
                   MOVE "  GROSS        " TO CompareLabel
                   PERFORM 4100-COMPARE-CONTROL
                   MOVE DeductionsPosted TO ComparePosted
                   MOVE TrailerDeductions TO CompareCertified
                   MOVE "  DEDUCTIONS   " TO CompareLabel
                   PERFORM 4100-COMPARE-CONTROL
                   MOVE NetPosted TO ComparePosted
                   MOVE TrailerNet TO CompareCertified
                   MOVE "  NET          " TO CompareLabel
                   PERFORM 4100-COMPARE-CONTROL
               END-IF
               IF ExtractTrailerWasRead
                   MOVE DepositNetPosted TO ComparePosted
                   MOVE ExtractTrailerTotal TO CompareCertified
                   MOVE "  DEPOSITS     " TO CompareLabel
                   PERFORM 4100-COMPARE-CONTROL
               ELSE
                   SET ControlsDisagree TO TRUE
                   MOVE SPACES TO JournalReportLine
                   MOVE "  NO TRAILER ON BANK DEPOSIT EXTRACT"
                       TO JournalReportLine
                   PERFORM 5100-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO JournalReportLine
               MOVE "  NO PAY DETAIL - PAYROLL NOT POSTED TONIGHT"
                   TO JournalReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO JournalReportLine
           IF ControlsAgree
               MOVE "  CONTROLS AGREE - JOURNAL RELEASED TO LEDGER"
                   TO JournalReportLine
           ELSE
               MOVE "  CONTROLS DO NOT AGREE - NO JOURNAL WRITTEN"
                   TO JournalReportLine
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE DebitTotal TO AmountDisplay
           DISPLAY "GL JOURNAL - LINES: " JournalLineCount
               " DEBITS: " AmountDisplay
               " CONTROLS AGREE: " ControlAgreeSwitch
           .

      *>  The caller has set the label and the posted and certified
      *>  amounts in the argument area.
       4100-COMPARE-CONTROL.
           MOVE ComparePosted TO AmountDisplay
           MOVE CompareCertified TO Amount2Display
           MOVE SPACES TO JournalReportLine
           IF ComparePosted NOT = CompareCertified
               SET ControlsDisagree TO TRUE
               STRING CompareLabel DELIMITED BY SIZE
                   "POSTED " DELIMITED BY SIZE
                   AmountDisplay DELIMITED BY SIZE
                   "  TRAILER " DELIMITED BY SIZE
                   Amount2Display DELIMITED BY SIZE
                   "  DISAGREE" DELIMITED BY SIZE
                   INTO JournalReportLine
           ELSE
               STRING CompareLabel DELIMITED BY SIZE
                   "POSTED " DELIMITED BY SIZE
                   AmountDisplay DELIMITED BY SIZE
                   "  TRAILER " DELIMITED BY SIZE
                   Amount2Display DELIMITED BY SIZE
                   INTO JournalReportLine
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE
           .

      *>----------------------------------------------------------------*
      *>  4500-WRITE-GENERAL-JOURNAL                                    *
      *>  Only reached once every control agrees. The same chart-order *
      *>  walk the printed journal took, so the file and the print     *
      *>  carry the same lines in the same order.                      *
      *>----------------------------------------------------------------*
       4500-WRITE-GENERAL-JOURNAL.
           OPEN OUTPUT GeneralJournalFile
           IF GeneralJournalStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           ELSE
               MOVE ZERO TO JournalLineCount
               PERFORM VARYING MapSub FROM 1 BY 1
                   UNTIL MapSub > MapCount
                   PERFORM VARYING PostSub FROM 1 BY 1
                       UNTIL PostSub > PostCount
                       IF PostType(PostSub) = MapType(MapSub)
                           AND PostVolCode(PostSub) = MapVolCode(MapSub)
                           AND PostSource(PostSub) = "P"
                           PERFORM 4510-WRITE-JOURNAL-LINE
                       END-IF
                   END-PERFORM
                   PERFORM VARYING PostSub FROM 1 BY 1
                       UNTIL PostSub > PostCount
                       IF PostType(PostSub) = MapType(MapSub)
                           AND PostVolCode(PostSub) = MapVolCode(MapSub)
                           AND PostSource(PostSub) NOT = "P"
                           PERFORM 4510-WRITE-JOURNAL-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM

               MOVE "T" TO GJT-RecordType
               MOVE RunDate TO GJT-PostDate
               MOVE JournalLineCount TO GJT-LineCount
               MOVE DebitTotal TO GJT-DebitTotal
               MOVE CreditTotal TO GJT-CreditTotal
               WRITE GeneralJournalTrailer
           END-IF
           CLOSE GeneralJournalFile
           .
       4500-EXIT.
           EXIT.

       4510-WRITE-JOURNAL-LINE.
           PERFORM 3150-FORMAT-JOURNAL-LINE
           IF LineAmount NOT = ZERO
               MOVE "J" TO GJ-RecordType
               MOVE RunDate TO GJ-PostDate
               MOVE MapAccount(MapSub) TO GJ-Account
               MOVE LineDebitCredit TO GJ-DebitCredit
               MOVE LineAmount TO GJ-Amount
               MOVE LineDescription TO GJ-Description
               WRITE GeneralJournalRecord
               ADD 1 TO JournalLineCount
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  5000-PRINT-PAGE-HEADER                                        *
      *>----------------------------------------------------------------*
       5000-PRINT-PAGE-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE SPACES TO JournalReportLine
           STRING "ACME DATA SERVICES - PAYROLL GENERAL LEDGER JOURNAL"
               DELIMITED BY SIZE
               INTO JournalReportLine
           WRITE JournalReportLine
           MOVE SPACES TO JournalReportLine
           STRING "RUN DATE " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO JournalReportLine
           WRITE JournalReportLine
           MOVE SPACES TO JournalReportLine
           WRITE JournalReportLine
           MOVE 3 TO LinesOnPage
           .

       5100-WRITE-REPORT-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 5000-PRINT-PAGE-HEADER
           END-IF
           WRITE JournalReportLine
           ADD 1 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = the journal balances and agrees with the payroll   *
      *>     and extract trailers and has been written, or an empty    *
      *>     pay detail file (payroll suppressed) had nothing to post, *
      *>     0008 = debits and credits disagree, a total disagrees     *
      *>     with a trailer, money has no account on the chart, or a   *
      *>     required file could not be opened - no journal goes to    *
      *>     the ledger either way.                                    *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN ControlsDisagree
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
