      *> Modification History
      *>   2026-10-15  AL   Original version - quarter-end tax
      *>                    withholding report. Totals PH-GrossPay and
      *>                    PH-TaxAmount per customer from the pay
      *>                    history master for the requested year and
      *>                    quarter (voids and corrections included -
      *>                    they are history rows like any other),
      *>                    prints the withholding register with the
      *>                    employer totals, and writes the filing
      *>                    extract. A second pass cross-checks each
      *>                    customer's history gross, deductions and
      *>                    net for the quarter against QtdGross,
      *>                    QtdDeductions and QtdNet on the YTD master
      *>                    and lists every mismatch, so drift between
      *>                    the two masters is found before the filing
      *>                    goes out.
      *>   2026-10-15  AL   Per-type hours on the pay history record are
      *>                    five integer digits now.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO "QTRPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParameterFileStatus.

           SELECT PayHistoryFile ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS PayHistoryStatus.

           SELECT YtdMasterFile ASSIGN TO "YTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YtdIdent
               FILE STATUS IS YtdMasterStatus.

           SELECT FilingExtractFile ASSIGN TO "QTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FilingExtractStatus.

           SELECT WithholdingReport ASSIGN TO "QTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WithholdingReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParameterCard PIC X(30).

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

      *> Quarterly filing extract - one "D" record per customer paid
      *> in the quarter, then one "T" trailer carrying the employer
      *> totals the filing is made for.
       FD  FilingExtractFile.
       01  FilingExtractRecord.
           05 QF-RecordType PIC X(01).
           05 QF-Year PIC 9(04).
           05 QF-Quarter PIC 9(01).
           05 QF-Ident PIC 9(05).
           05 QF-CustName PIC X(20).
           05 QF-GrossWages PIC S9(08)V99.
           05 QF-TaxWithheld PIC S9(08)V99.
       01  FilingExtractTrailer.
           05 QFT-RecordType PIC X(01).
           05 QFT-Year PIC 9(04).
           05 QFT-Quarter PIC 9(01).
           05 QFT-CustomerCount PIC 9(05).
           05 QFT-TotalGross PIC S9(10)V99.
           05 QFT-TotalTax PIC S9(10)V99.

       FD  WithholdingReport.
       01  WithholdingReportLine PIC X(80).

       WORKING-STORAGE SECTION.
      *> File status and switches
       01 ParameterFileStatus PIC XX.
       01 PayHistoryStatus PIC XX.
       01 YtdMasterStatus PIC XX.
       01 FilingExtractStatus PIC XX.
       01 WithholdingReportStatus PIC XX.

       01 ParameterFileSwitch PIC X VALUE "N".
           88 EndOfParameterFile VALUE "Y".
       01 PayHistorySwitch PIC X VALUE "N".
           88 EndOfPayHistory VALUE "Y".
       01 YtdMasterSwitch PIC X VALUE "N".
           88 EndOfYtdMaster VALUE "Y".
       01 HistCustomerSwitch PIC X VALUE "N".
           88 HistCustomerOpen VALUE "Y".
           88 HistCustomerClosed VALUE "N".
       01 HistReadySwitch PIC X VALUE "N".
           88 HistCustomerReady VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".

      *> Requested period - defaults to the last complete quarter
      *> before today, so the job can be scheduled without cards
       01 RequestYear PIC 9(04) VALUE ZERO.
       01 RequestQuarter PIC 9(01) VALUE ZERO.
       01 RequestPeriod PIC 9(05) VALUE ZERO.
       01 YtdPeriod PIC 9(05) VALUE ZERO.
       01 ParmKeyword PIC X(12).
       01 ParmValue PIC X(18).
       01 ParmValueYearView REDEFINES ParmValue.
           05 ParmValueYear PIC 9(04).
           05 FILLER PIC X(14).
       01 ParmValueQuarterView REDEFINES ParmValue.
           05 ParmValueQuarter PIC 9(01).
           05 ParmValueQuarterRest PIC X(17).

      *> Pay date of the history row in hand, taken apart
       01 PayDateWork PIC 9(08).
       01 PayDateParts REDEFINES PayDateWork.
           05 PayDateYear PIC 9(04).
           05 PayDateMonth PIC 9(02).
           05 PayDateDay PIC 9(02).
       01 PayDateQuarter PIC 9(01).
       01 TodaysDate.
           05 CurrentYear PIC 9(04).
           05 CurrentMonth PIC 9(02).
           05 CurrentDay PIC 9(02).

      *> One customer's quarter as the pay history has it
       01 HistCustomer.
           05 HistIdent PIC 9(05).
           05 HistName PIC X(20).
           05 HistGross PIC S9(08)V99.
           05 HistTax PIC S9(08)V99.
           05 HistDeductions PIC S9(08)V99.
           05 HistNet PIC S9(08)V99.
           05 HistPayCount PIC 9(04).

      *> Merge keys for the cross-check - all nines once a file runs
      *> out, so the other file drains past it
       01 HistKey PIC 9(07) VALUE ZERO.
       01 YtdKey PIC 9(07) VALUE ZERO.
       01 HighKey PIC 9(07) VALUE 9999999.

      *> Employer totals
       77 CustomerCount PIC 9(05) VALUE ZERO.
       77 HistoryRowCount PIC 9(07) VALUE ZERO.
       01 EmployerGross PIC S9(10)V99 VALUE ZERO.
       01 EmployerTax PIC S9(10)V99 VALUE ZERO.

      *> Cross-check counters
       77 ComparedCount PIC 9(05) VALUE ZERO.
       77 MismatchCount PIC 9(05) VALUE ZERO.

      *> Argument area for 3500-WRITE-MISMATCH-LINE
       01 MismatchIdent PIC 9(05).
       01 MismatchField PIC X(10).
       01 MismatchHist PIC S9(10)V99.
       01 MismatchYtd PIC S9(10)V99.
       01 MismatchText PIC X(31).

      *> Page control
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE 99.
       77 PageNumber PIC 9(04) VALUE ZERO.

      *> Report formatting work fields
       01 AmountDisplay PIC ZZZZZZZZZ9.99-.
       01 Amount2Display PIC ZZZZZZZZZ9.99-.
       01 PageDisplay PIC ZZZ9.
       01 CountDisplay PIC ZZZZ9.
       01 SectionTitle PIC X(40).

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT HardFailureOccurred
               PERFORM 2000-PRINT-WITHHOLDING THRU 2000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 3000-CROSS-CHECK-YTD THRU 3000-EXIT
           END-IF
           CLOSE WithholdingReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  Reads the parameter cards: YEAR=YYYY, QUARTER=Q. Either one  *
      *>  left off defaults from the last complete quarter before      *
      *>  today. A quarter outside 1-4 stops the run - a filing for    *
      *>  the wrong period is worse than none.                         *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           COMPUTE RequestQuarter = (CurrentMonth + 2) / 3
           MOVE CurrentYear TO RequestYear
           IF RequestQuarter = 1
               MOVE 4 TO RequestQuarter
               SUBTRACT 1 FROM RequestYear
           ELSE
               SUBTRACT 1 FROM RequestQuarter
           END-IF

           OPEN INPUT ParameterFile
           IF ParameterFileStatus = "35"
               SET EndOfParameterFile TO TRUE
           ELSE
               IF ParameterFileStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfParameterFile TO TRUE
               END-IF
           END-IF

           IF NOT EndOfParameterFile
               PERFORM 1010-READ-PARAMETER-CARD
               PERFORM UNTIL EndOfParameterFile
                   PERFORM 1020-APPLY-PARAMETER-CARD
                   PERFORM 1010-READ-PARAMETER-CARD
               END-PERFORM
           END-IF
           CLOSE ParameterFile

           IF RequestQuarter < 1 OR RequestQuarter > 4
               DISPLAY "QUARTER MUST BE 1 TO 4 - RUN STOPPED"
               SET HardFailureOccurred TO TRUE
           END-IF
           COMPUTE RequestPeriod = RequestYear * 10 + RequestQuarter

           OPEN OUTPUT WithholdingReport
           IF WithholdingReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           DISPLAY "QUARTERLY WITHHOLDING - YEAR " RequestYear
               " QUARTER " RequestQuarter
           .
       1000-EXIT.
           EXIT.

       1010-READ-PARAMETER-CARD.
           READ ParameterFile
               AT END SET EndOfParameterFile TO TRUE
           END-READ
           .

       1020-APPLY-PARAMETER-CARD.
           MOVE SPACES TO ParmKeyword ParmValue
           UNSTRING ParameterCard DELIMITED BY "="
               INTO ParmKeyword ParmValue
           END-UNSTRING
           EVALUATE ParmKeyword
               WHEN "YEAR"
                   IF ParmValueYear NUMERIC
                       MOVE ParmValueYear TO RequestYear
                   ELSE
                       DISPLAY "YEAR CARD NOT NUMERIC - RUN STOPPED"
                       SET HardFailureOccurred TO TRUE
                   END-IF
               WHEN "QUARTER"
                   IF ParmValueQuarter NUMERIC
                       AND ParmValueQuarterRest = SPACES
                       MOVE ParmValueQuarter TO RequestQuarter
                   ELSE
                       DISPLAY "QUARTER CARD NOT 1 TO 4 - RUN STOPPED"
                       SET HardFailureOccurred TO TRUE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED PARAMETER CARD: "
                       ParameterCard
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *>  2000-PRINT-WITHHOLDING                                        *
      *>  First pass over the pay history, one customer at a time in  *
      *>  key order: a register line and a filing extract record for  *
      *>  every customer with history in the quarter, then the         *
      *>  employer totals and the extract trailer.                     *
      *>----------------------------------------------------------------*
       2000-PRINT-WITHHOLDING.
           OPEN INPUT PayHistoryFile
           IF PayHistoryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT FilingExtractFile
           IF FilingExtractStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE "TAX WITHHELD BY CUSTOMER" TO SectionTitle
               PERFORM 5000-PRINT-PAGE-HEADER
               MOVE SPACES TO WithholdingReportLine
               STRING "IDENT  NAME                    "
                   DELIMITED BY SIZE
                   "GROSS WAGES    TAX WITHHELD   PAYS"
                   DELIMITED BY SIZE
                   INTO WithholdingReportLine
               PERFORM 5100-WRITE-REPORT-LINE

               PERFORM 2110-READ-PAY-HISTORY
               PERFORM 2100-NEXT-HISTORY-CUSTOMER
               PERFORM UNTIL NOT HistCustomerReady
                   PERFORM 2200-REPORT-ONE-CUSTOMER
                   PERFORM 2100-NEXT-HISTORY-CUSTOMER
               END-PERFORM

               PERFORM 2300-PRINT-EMPLOYER-TOTALS
           END-IF

           CLOSE PayHistoryFile
           CLOSE FilingExtractFile
           .
       2000-EXIT.
           EXIT.

      *>  Gathers the next customer's quarter from the history file,
      *>  leaving the first row of the customer after it read ahead.
      *>  Rows outside the quarter are passed over. HistCustomerReady
      *>  is off once the file has no more customers in the quarter.
       2100-NEXT-HISTORY-CUSTOMER.
           MOVE "N" TO HistReadySwitch
           SET HistCustomerClosed TO TRUE
           PERFORM UNTIL HistCustomerReady OR EndOfPayHistory
               MOVE PH-PayDate TO PayDateWork
               COMPUTE PayDateQuarter = (PayDateMonth + 2) / 3
               IF PayDateYear = RequestYear
                   AND PayDateQuarter = RequestQuarter
                   IF HistCustomerOpen AND PH-Ident NOT = HistIdent
                       SET HistCustomerReady TO TRUE
                   ELSE
                       IF HistCustomerClosed
                           PERFORM 2120-OPEN-HISTORY-CUSTOMER
                       END-IF
                       ADD 1 TO HistoryRowCount
                       ADD 1 TO HistPayCount
                       ADD PH-GrossPay TO HistGross
                       ADD PH-TaxAmount TO HistTax
                       ADD PH-NetPay TO HistNet
                       COMPUTE HistDeductions = HistDeductions
                           + PH-GrossPay - PH-NetPay
                       PERFORM 2110-READ-PAY-HISTORY
                   END-IF
               ELSE
                   PERFORM 2110-READ-PAY-HISTORY
               END-IF
           END-PERFORM
           IF EndOfPayHistory AND HistCustomerOpen
               SET HistCustomerReady TO TRUE
           END-IF
           .

       2110-READ-PAY-HISTORY.
           READ PayHistoryFile NEXT RECORD
               AT END SET EndOfPayHistory TO TRUE
           END-READ
           .

       2120-OPEN-HISTORY-CUSTOMER.
           SET HistCustomerOpen TO TRUE
           MOVE PH-Ident TO HistIdent
           MOVE PH-CustName TO HistName
           MOVE ZERO TO HistGross HistTax HistDeductions HistNet
               HistPayCount
           .

       2200-REPORT-ONE-CUSTOMER.
           ADD 1 TO CustomerCount
           ADD HistGross TO EmployerGross
           ADD HistTax TO EmployerTax

           MOVE HistGross TO AmountDisplay
           MOVE HistTax TO Amount2Display
           MOVE HistPayCount TO CountDisplay
           MOVE SPACES TO WithholdingReportLine
           STRING HistIdent DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HistName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Amount2Display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               INTO WithholdingReportLine
           PERFORM 5100-WRITE-REPORT-LINE

           MOVE "D" TO QF-RecordType
           MOVE RequestYear TO QF-Year
           MOVE RequestQuarter TO QF-Quarter
           MOVE HistIdent TO QF-Ident
           MOVE HistName TO QF-CustName
           MOVE HistGross TO QF-GrossWages
           MOVE HistTax TO QF-TaxWithheld
           WRITE FilingExtractRecord
           .

       2300-PRINT-EMPLOYER-TOTALS.
           MOVE SPACES TO WithholdingReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE EmployerGross TO AmountDisplay
           MOVE EmployerTax TO Amount2Display
           MOVE CustomerCount TO CountDisplay
           MOVE SPACES TO WithholdingReportLine
           STRING "EMPLOYER TOTALS  " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               " CUSTOMERS   " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Amount2Display DELIMITED BY SIZE
               INTO WithholdingReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           IF CustomerCount = ZERO
               MOVE SPACES TO WithholdingReportLine
               MOVE "NO PAY HISTORY IN THE QUARTER"
                   TO WithholdingReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF

           MOVE "T" TO QFT-RecordType
           MOVE RequestYear TO QFT-Year
           MOVE RequestQuarter TO QFT-Quarter
           MOVE CustomerCount TO QFT-CustomerCount
           MOVE EmployerGross TO QFT-TotalGross
           MOVE EmployerTax TO QFT-TotalTax
           WRITE FilingExtractTrailer
           DISPLAY "WITHHOLDING - CUSTOMERS: " CustomerCount
               " HISTORY ROWS: " HistoryRowCount
           .

      *>----------------------------------------------------------------*
      *>  3000-CROSS-CHECK-YTD                                          *
      *>  Second pass over the pay history, merged in Ident order      *
      *>  against the YTD master. A YTD record only carries the        *
      *>  quarter it was last posted in, so it is compared when that   *
      *>  is the requested quarter; one already rolled into a later    *
      *>  quarter cannot be compared and is listed as such. A YTD      *
      *>  record with quarter money and no history for it, and        *
      *>  history with no YTD record, are both mismatches.            *
      *>----------------------------------------------------------------*
       3000-CROSS-CHECK-YTD.
           MOVE "N" TO PayHistorySwitch
           OPEN INPUT PayHistoryFile
           IF PayHistoryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN INPUT YtdMasterFile
           IF YtdMasterStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE "PAYHIST / YTDFILE QUARTER CROSS-CHECK"
                   TO SectionTitle
               PERFORM 5000-PRINT-PAGE-HEADER
               MOVE SPACES TO WithholdingReportLine
               STRING "IDENT  FIELD            PAYHIST"
                   DELIMITED BY SIZE
                   "        YTDFILE   NOTE" DELIMITED BY SIZE
                   INTO WithholdingReportLine
               PERFORM 5100-WRITE-REPORT-LINE

               PERFORM 2110-READ-PAY-HISTORY
               PERFORM 3010-NEXT-HIST-KEY
               PERFORM 3020-READ-YTD-MASTER
               PERFORM UNTIL HistKey = HighKey AND YtdKey = HighKey
                   EVALUATE TRUE
                       WHEN HistKey < YtdKey
                           PERFORM 3100-HISTORY-WITHOUT-YTD
                           PERFORM 3010-NEXT-HIST-KEY
                       WHEN HistKey = YtdKey
                           PERFORM 3200-COMPARE-CUSTOMER
                           PERFORM 3010-NEXT-HIST-KEY
                           PERFORM 3020-READ-YTD-MASTER
                       WHEN OTHER
                           PERFORM 3300-YTD-WITHOUT-HISTORY
                           PERFORM 3020-READ-YTD-MASTER
                   END-EVALUATE
               END-PERFORM

               MOVE SPACES TO WithholdingReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO WithholdingReportLine
               STRING "CUSTOMERS COMPARED " DELIMITED BY SIZE
                   ComparedCount DELIMITED BY SIZE
                   "  MISMATCHES " DELIMITED BY SIZE
                   MismatchCount DELIMITED BY SIZE
                   INTO WithholdingReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               IF MismatchCount = ZERO
                   MOVE SPACES TO WithholdingReportLine
                   MOVE "PAY HISTORY AND YTD MASTER AGREE FOR THE QUARTER"
                       TO WithholdingReportLine
                   PERFORM 5100-WRITE-REPORT-LINE
               END-IF
           END-IF

           CLOSE PayHistoryFile
           CLOSE YtdMasterFile
           DISPLAY "YTD CROSS-CHECK - COMPARED: " ComparedCount
               " MISMATCHES: " MismatchCount
           .
       3000-EXIT.
           EXIT.

       3010-NEXT-HIST-KEY.
           PERFORM 2100-NEXT-HISTORY-CUSTOMER
           IF HistCustomerReady
               MOVE HistIdent TO HistKey
           ELSE
               MOVE HighKey TO HistKey
           END-IF
           .

       3020-READ-YTD-MASTER.
           IF NOT EndOfYtdMaster
               READ YtdMasterFile NEXT RECORD
                   AT END SET EndOfYtdMaster TO TRUE
               END-READ
           END-IF
           IF EndOfYtdMaster
               MOVE HighKey TO YtdKey
           ELSE
               MOVE YtdIdent TO YtdKey
           END-IF
           .

       3100-HISTORY-WITHOUT-YTD.
           MOVE HistIdent TO MismatchIdent
           MOVE "GROSS" TO MismatchField
           MOVE HistGross TO MismatchHist
           MOVE ZERO TO MismatchYtd
           MOVE "NO YTD MASTER RECORD" TO MismatchText
           PERFORM 3500-WRITE-MISMATCH-LINE
           .

       3200-COMPARE-CUSTOMER.
           ADD 1 TO ComparedCount
           COMPUTE YtdPeriod = YtdYear * 10 + YtdQuarter
           MOVE HistIdent TO MismatchIdent
           EVALUATE TRUE
               WHEN YtdPeriod > RequestPeriod
                   MOVE "PERIOD" TO MismatchField
                   MOVE ZERO TO MismatchHist MismatchYtd
                   MOVE SPACES TO MismatchText
                   STRING "YTD AT " DELIMITED BY SIZE
                       YtdYear DELIMITED BY SIZE
                       " Q" DELIMITED BY SIZE
                       YtdQuarter DELIMITED BY SIZE
                       " - NOT COMPARED" DELIMITED BY SIZE
                       INTO MismatchText
                   PERFORM 3500-WRITE-MISMATCH-LINE
               WHEN YtdPeriod < RequestPeriod
                   MOVE "PERIOD" TO MismatchField
                   MOVE ZERO TO MismatchHist MismatchYtd
                   MOVE SPACES TO MismatchText
                   STRING "YTD AT " DELIMITED BY SIZE
                       YtdYear DELIMITED BY SIZE
                       " Q" DELIMITED BY SIZE
                       YtdQuarter DELIMITED BY SIZE
                       " - NOT POSTED" DELIMITED BY SIZE
                       INTO MismatchText
                   PERFORM 3500-WRITE-MISMATCH-LINE
               WHEN OTHER
                   MOVE SPACES TO MismatchText
                   IF HistGross NOT = QtdGross
                       MOVE "GROSS" TO MismatchField
                       MOVE HistGross TO MismatchHist
                       MOVE QtdGross TO MismatchYtd
                       PERFORM 3500-WRITE-MISMATCH-LINE
                   END-IF
                   IF HistDeductions NOT = QtdDeductions
                       MOVE "DEDUCTIONS" TO MismatchField
                       MOVE HistDeductions TO MismatchHist
                       MOVE QtdDeductions TO MismatchYtd
                       PERFORM 3500-WRITE-MISMATCH-LINE
                   END-IF
                   IF HistNet NOT = QtdNet
                       MOVE "NET" TO MismatchField
                       MOVE HistNet TO MismatchHist
                       MOVE QtdNet TO MismatchYtd
                       PERFORM 3500-WRITE-MISMATCH-LINE
                   END-IF
           END-EVALUATE
           .

      *>  A YTD record posted in the quarter with money on it, but
      *>  no history row for the quarter to account for it.
       3300-YTD-WITHOUT-HISTORY.
           COMPUTE YtdPeriod = YtdYear * 10 + YtdQuarter
           IF YtdPeriod = RequestPeriod
               AND (QtdGross NOT = ZERO OR QtdDeductions NOT = ZERO
                   OR QtdNet NOT = ZERO)
               MOVE YtdIdent TO MismatchIdent
               MOVE "GROSS" TO MismatchField
               MOVE ZERO TO MismatchHist
               MOVE QtdGross TO MismatchYtd
               MOVE "NO PAY HISTORY FOR THE QUARTER" TO MismatchText
               PERFORM 3500-WRITE-MISMATCH-LINE
           END-IF
           .

       3500-WRITE-MISMATCH-LINE.
           ADD 1 TO MismatchCount
           MOVE MismatchHist TO AmountDisplay
           MOVE MismatchYtd TO Amount2Display
           MOVE SPACES TO WithholdingReportLine
           STRING MismatchIdent DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MismatchField DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Amount2Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MismatchText DELIMITED BY SIZE
               INTO WithholdingReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           .

      *>----------------------------------------------------------------*
      *>  5000-PRINT-PAGE-HEADER                                        *
      *>----------------------------------------------------------------*
       5000-PRINT-PAGE-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE SPACES TO WithholdingReportLine
           STRING "ACME DATA SERVICES - QUARTERLY TAX WITHHOLDING"
               DELIMITED BY SIZE
               INTO WithholdingReportLine
           WRITE WithholdingReportLine
           MOVE SPACES TO WithholdingReportLine
           STRING "YEAR " DELIMITED BY SIZE
               RequestYear DELIMITED BY SIZE
               "  QUARTER " DELIMITED BY SIZE
               RequestQuarter DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO WithholdingReportLine
           WRITE WithholdingReportLine
           MOVE SPACES TO WithholdingReportLine
           WRITE WithholdingReportLine
           MOVE SectionTitle TO WithholdingReportLine
           WRITE WithholdingReportLine
           MOVE SPACES TO WithholdingReportLine
           WRITE WithholdingReportLine
           MOVE 5 TO LinesOnPage
           .

       5100-WRITE-REPORT-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 5000-PRINT-PAGE-HEADER
           END-IF
           WRITE WithholdingReportLine
           ADD 1 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = report and filing extract written and the two      *
      *>     masters agree for the quarter, 0004 = written, but the    *
      *>     cross-check listed mismatches - reconcile before filing,  *
      *>     0008 = bad parameters or a required file could not be     *
      *>     opened - nothing to file.                                 *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN MismatchCount > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
