      *> Modification History
      *>   2026-10-15  AL   Original version - one-time conversion for
      *>                    the widening of the customer number (Ident)
      *>                    from three digits to five. Reads every
      *>                    master, archive, journal and standing card
      *>                    file that carries an Ident in its old
      *>                    layout and writes it in the new one: the
      *>                    customer load file and master, the change
      *>                    journal (before and after images widened
      *>                    too), the hours suspense, pay history,
      *>                    YTD master and archive, deduction balances,
      *>                    the rates cards and the lookup cards. Pay
      *>                    history rows written before the hours-type
      *>                    breakdown existed are carried with the
      *>                    breakdown blank, and customer records with
      *>                    no pay frequency (paid nightly). Every file
      *>                    is proved with before and after record
      *>                    counts, an Ident hash total and an amount
      *>                    hash total; any difference fails the run.
      *>   2026-10-15  AL   New pay history layout carries per-type hours
      *>                    to five integer digits - the blank breakdown
      *>                    written for converted rows is widened to
      *>                    match.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTCNV.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Old-layout inputs
           SELECT OldCustomerFile ASSIGN TO "OCUSTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldCustomerFileStatus.

           SELECT OldCustIndexFile ASSIGN TO "OCUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCX-Ident
               FILE STATUS IS OldCustIndexStatus.

           SELECT OldCustomerJournal ASSIGN TO "OCUSTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldCustomerJournalStatus.

           SELECT OldHoursSuspense ASSIGN TO "OHRSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldHoursSuspenseStatus.

           SELECT OldPayHistoryFile ASSIGN TO "OPAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-Key
               FILE STATUS IS OldPayHistoryStatus.

           SELECT OldYtdMasterFile ASSIGN TO "OYTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OY-Ident
               FILE STATUS IS OldYtdMasterStatus.

           SELECT OldYtdArchiveFile ASSIGN TO "OYTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldYtdArchiveStatus.

           SELECT OldDeductBalanceFile ASSIGN TO "ODEDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-Key
               FILE STATUS IS OldDeductBalanceStatus.

           SELECT OldDeductionRatesFile ASSIGN TO "ODEDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldDeductionRatesStatus.

           SELECT OldLookupFile ASSIGN TO "OLOOKUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldLookupStatus.

      *> New-layout outputs
           SELECT CustomerFile ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerFileStatus.

           SELECT CustomerIndexFile ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ident OF CustomerIndexRecord
               FILE STATUS IS CustomerIndexStatus.

           SELECT CustomerJournal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerJournalStatus.

           SELECT HoursSuspense ASSIGN TO "HRSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoursSuspenseStatus.

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

           SELECT YtdArchiveFile ASSIGN TO "YTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YtdArchiveStatus.

           SELECT DeductBalanceFile ASSIGN TO "DEDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DbKey
               FILE STATUS IS DeductBalanceStatus.

           SELECT DeductionRatesFile ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeductionRatesStatus.

           SELECT LookupFile ASSIGN TO "LOOKUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LookupStatus.

           SELECT ConversionReport ASSIGN TO "CNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConversionReportStatus.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------*
      *>  Old layouts - three-digit Ident                               *
      *>----------------------------------------------------------------*
      *> Customer record as it stood before the pay frequency byte
       FD  OldCustomerFile.
       01  OldCustomerFileRecord PIC X(53).

       FD  OldCustIndexFile.
       01  OldCustIndexRecord.
           05 OCX-Ident PIC 9(03).
           05 FILLER PIC X(50).

       FD  OldCustomerJournal.
       01  OldCustomerJournalRecord.
           05 OJ-Timestamp PIC 9(14).
           05 OJ-Action PIC X(01).
           05 OJ-Ident PIC 9(03).
           05 OJ-BeforeImage PIC X(53).
           05 OJ-AfterImage PIC X(53).

      *> Hours suspense as it stood before the hours-type byte
       FD  OldHoursSuspense.
       01  OldSuspenseRecord.
           05 OS-Ident PIC 9(03).
           05 OS-HoursWorked PIC 9(03)V99.
           05 OS-RatePerHour PIC 9(03)V99.
           05 OS-ReasonArea PIC X(36).

      *> Pay history as it stood before the hours-type breakdown
       FD  OldPayHistoryFile.
       01  OldPayHistoryRecord.
           05 OP-Key.
               10 OP-Ident PIC 9(03).
               10 OP-PayDate PIC 9(08).
               10 OP-Seq PIC 9(02).
           05 OP-Body.
               10 OP-CustName PIC X(20).
               10 OP-GrossPay PIC S9(06)V99.
               10 FILLER PIC X(123).

       FD  OldYtdMasterFile.
       01  OldYtdRecord.
           05 OY-Ident PIC 9(03).
           05 OY-Body.
               10 FILLER PIC X(25).
               10 FILLER PIC X(30).
               10 OY-YtdGross PIC S9(08)V99.
               10 FILLER PIC X(28).

       FD  OldYtdArchiveFile.
       01  OldYtdArchiveRecord.
           05 OA-Ident PIC 9(03).
           05 OA-Body.
               10 FILLER PIC X(25).
               10 FILLER PIC X(30).
               10 OA-YtdGross PIC S9(08)V99.
               10 FILLER PIC X(28).

       FD  OldDeductBalanceFile.
       01  OldDeductBalanceRecord.
           05 OD-Key.
               10 OD-Ident PIC 9(03).
               10 OD-Code PIC X(04).
           05 OD-Body.
               10 FILLER PIC X(08).
               10 OD-TakenToDate PIC 9(06)V99.
               10 FILLER PIC X(15).

      *> Rates cards - only the "V" card body carries an Ident; the
      *> other card bodies simply gain two bytes of filler
       FD  OldDeductionRatesFile.
       01  OldDeductionRateRecord.
           05 OR-RecordType PIC X(01).
           05 OR-Body PIC X(28).
           05 OR-VoluntaryBody REDEFINES OR-Body.
               10 OR-VolIdent PIC 9(03).
               10 OR-VolCode PIC X(04).
               10 OR-VolDescription PIC X(15).
               10 OR-VolAmount PIC 9(04)V99.
           05 OR-Tail PIC X(16).

       FD  OldLookupFile.
       01  OldLookupRecord.
           05 OL-Ident PIC 9(03).

      *>----------------------------------------------------------------*
      *>  New layouts - five-digit Ident                                *
      *>----------------------------------------------------------------*
       FD  CustomerFile.
       01  CustomerFileRecord.
           COPY CUSTREC.

       FD  CustomerIndexFile.
       01  CustomerIndexRecord.
           COPY CUSTREC.

       FD  CustomerJournal.
       01  CustomerJournalRecord.
           COPY CUSTJRNL.

       FD  HoursSuspense.
       01  SuspenseRecord.
           05 SuspIdent PIC 9(05).
           05 SuspHoursWorked PIC 9(03)V99.
           05 SuspRatePerHour PIC 9(03)V99.
           05 SuspHoursType PIC X(01).
           05 SuspReasonArea PIC X(36).

       FD  PayHistoryFile.
       01  PayHistoryRecord.
           05 PH-Key.
               10 PH-Ident PIC 9(05).
               10 PH-PayDate PIC 9(08).
               10 PH-Seq PIC 9(02).
           05 PH-Body.
               10 PH-CustName PIC X(20).
               10 PH-GrossPay PIC S9(06)V99.
               10 FILLER PIC X(123).
           05 PH-HoursBreakdown PIC X(64).

       FD  YtdMasterFile.
       01  YtdRecord.
           05 YtdIdent PIC 9(05).
           05 YtdBody.
               10 FILLER PIC X(25).
               10 FILLER PIC X(30).
               10 YtdGross PIC S9(08)V99.
               10 FILLER PIC X(28).

       FD  YtdArchiveFile.
       01  YtdArchiveRecord.
           05 ArchIdent PIC 9(05).
           05 ArchBody.
               10 FILLER PIC X(25).
               10 FILLER PIC X(30).
               10 ArchYtdGross PIC S9(08)V99.
               10 FILLER PIC X(28).

       FD  DeductBalanceFile.
       01  DeductBalanceRecord.
           05 DbKey.
               10 DbIdent PIC 9(05).
               10 DbCode PIC X(04).
           05 DbBody.
               10 FILLER PIC X(08).
               10 DbTakenToDate PIC 9(06)V99.
               10 FILLER PIC X(15).

       FD  DeductionRatesFile.
       01  DeductionRateRecord.
           05 RateRecordType PIC X(01).
               88 VoluntaryCard VALUE "V".
           05 RateRecordBody PIC X(30).
           05 VoluntaryCardBody REDEFINES RateRecordBody.
               10 VolCardIdent PIC 9(05).
               10 VolCardRest PIC X(25).
               10 VolCardRestParts REDEFINES VolCardRest.
                   15 FILLER PIC X(19).
                   15 VolCardAmount PIC 9(04)V99.
           05 RateRecordTail PIC X(16).

       FD  LookupFile.
       01  LookupFileRecord.
           05 LookupIdent PIC 9(05).

       FD  ConversionReport.
       01  ConversionReportLine PIC X(80).

       WORKING-STORAGE SECTION.
      *> Customer image widening - the master, the load file and both
      *> journal images all go through the same move
       01 OldCustomerImage.
           05 OC-Ident PIC 9(03).
           05 OC-CustName PIC X(20).
           05 OC-DateOfBirth PIC X(08).
           05 OC-BankDetails PIC X(22).
       01 NewCustomerImage.
           COPY CUSTREC.

      *> File status and switches
       01 OldCustomerFileStatus PIC XX.
       01 OldCustIndexStatus PIC XX.
       01 OldCustomerJournalStatus PIC XX.
       01 OldHoursSuspenseStatus PIC XX.
       01 OldPayHistoryStatus PIC XX.
       01 OldYtdMasterStatus PIC XX.
       01 OldYtdArchiveStatus PIC XX.
       01 OldDeductBalanceStatus PIC XX.
       01 OldDeductionRatesStatus PIC XX.
       01 OldLookupStatus PIC XX.
       01 CustomerFileStatus PIC XX.
       01 CustomerIndexStatus PIC XX.
       01 CustomerJournalStatus PIC XX.
       01 HoursSuspenseStatus PIC XX.
       01 PayHistoryStatus PIC XX.
       01 YtdMasterStatus PIC XX.
       01 YtdArchiveStatus PIC XX.
       01 DeductBalanceStatus PIC XX.
       01 DeductionRatesStatus PIC XX.
       01 LookupStatus PIC XX.
       01 ConversionReportStatus PIC XX.

       01 OldFileSwitch PIC X VALUE "N".
           88 EndOfOldFile VALUE "Y".
       01 FileStateSwitch PIC X VALUE "P".
           88 FilePresent VALUE "P".
           88 FileNotPresent VALUE "M".
           88 FileOpenFailed VALUE "F".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".

      *> One file's proof - reset as each file starts
       01 FileLabel PIC X(08).
       77 CountIn PIC 9(07) VALUE ZERO.
       77 CountOut PIC 9(07) VALUE ZERO.
       77 ConvertErrors PIC 9(07) VALUE ZERO.
       01 IdentHashIn PIC 9(12) VALUE ZERO.
       01 IdentHashOut PIC 9(12) VALUE ZERO.
       01 AmountHashIn PIC S9(13)V99 VALUE ZERO.
       01 AmountHashOut PIC S9(13)V99 VALUE ZERO.
       01 FileResult PIC X(12).

      *> Run totals
       77 FilesConverted PIC 9(02) VALUE ZERO.
       77 FilesNotPresent PIC 9(02) VALUE ZERO.
       77 FilesDisagreeing PIC 9(02) VALUE ZERO.

      *> Report formatting work fields
       01 TodaysDate PIC 9(08).
       01 HashAmountDisplay PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 HashAmount2Display PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT HardFailureOccurred
               PERFORM 2100-CONVERT-CUSTOMER-FILE THRU 2100-EXIT
               PERFORM 2200-CONVERT-CUSTOMER-MASTER THRU 2200-EXIT
               PERFORM 2300-CONVERT-CUSTOMER-JOURNAL THRU 2300-EXIT
               PERFORM 2400-CONVERT-HOURS-SUSPENSE THRU 2400-EXIT
               PERFORM 2500-CONVERT-PAY-HISTORY THRU 2500-EXIT
               PERFORM 2600-CONVERT-YTD-MASTER THRU 2600-EXIT
               PERFORM 2700-CONVERT-YTD-ARCHIVE THRU 2700-EXIT
               PERFORM 2800-CONVERT-DEDUCT-BALANCES THRU 2800-EXIT
               PERFORM 2900-CONVERT-RATES-CARDS THRU 2900-EXIT
               PERFORM 3000-CONVERT-LOOKUP-CARDS THRU 3000-EXIT
               PERFORM 4000-PRINT-RUN-SUMMARY
           END-IF
           CLOSE ConversionReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           OPEN OUTPUT ConversionReport
           IF ConversionReportStatus NOT = "00"
               DISPLAY "CONVERSION REPORT OPEN FAILED - STATUS "
                   ConversionReportStatus
               SET HardFailureOccurred TO TRUE
           ELSE
               MOVE SPACES TO ConversionReportLine
               STRING "ACME DATA SERVICES - IDENT WIDENING CONVERSION"
                   DELIMITED BY SIZE
                   INTO ConversionReportLine
               WRITE ConversionReportLine
               MOVE SPACES TO ConversionReportLine
               STRING "RUN DATE " DELIMITED BY SIZE
                   TodaysDate DELIMITED BY SIZE
                   "  IDENT 9(03) TO 9(05)" DELIMITED BY SIZE
                   INTO ConversionReportLine
               WRITE ConversionReportLine
               MOVE SPACES TO ConversionReportLine
               WRITE ConversionReportLine
               MOVE SPACES TO ConversionReportLine
               STRING "FILE      RECORDS IN  RECORDS OUT"
                   DELIMITED BY SIZE
                   "  IDENT HASH IN  IDENT HASH OUT  RESULT"
                   DELIMITED BY SIZE
                   INTO ConversionReportLine
               WRITE ConversionReportLine
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2100-CONVERT-CUSTOMER-FILE                                    *
      *>  The base load file CUSTRCVR rebuilds the master from.        *
      *>----------------------------------------------------------------*
       2100-CONVERT-CUSTOMER-FILE.
           MOVE "CUSTFILE" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldCustomerFile
           MOVE OldCustomerFileStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT CustomerFile
               MOVE CustomerFileStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldCustomerFile
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   MOVE OldCustomerFileRecord TO OldCustomerImage
                   IF OC-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OC-Ident TO IdentHashIn
                       PERFORM 7000-WIDEN-CUSTOMER-IMAGE
                       MOVE NewCustomerImage TO CustomerFileRecord
                       WRITE CustomerFileRecord
                       ADD 1 TO CountOut
                       ADD Ident OF CustomerFileRecord TO IdentHashOut
                   END-IF
                   READ OldCustomerFile
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerFile
           END-IF
           CLOSE OldCustomerFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2200-CONVERT-CUSTOMER-MASTER                                  *
      *>  Read in key order and written in key order - widening the    *
      *>  Ident with leading zeros keeps the order it had.             *
      *>----------------------------------------------------------------*
       2200-CONVERT-CUSTOMER-MASTER.
           MOVE "CUSTIDX" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldCustIndexFile
           MOVE OldCustIndexStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT CustomerIndexFile
               MOVE CustomerIndexStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldCustIndexFile NEXT RECORD
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   MOVE OldCustIndexRecord TO OldCustomerImage
                   IF OC-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OC-Ident TO IdentHashIn
                       PERFORM 7000-WIDEN-CUSTOMER-IMAGE
                       MOVE NewCustomerImage TO CustomerIndexRecord
                       WRITE CustomerIndexRecord
                           INVALID KEY
                               ADD 1 TO ConvertErrors
                           NOT INVALID KEY
                               ADD 1 TO CountOut
                               ADD Ident OF CustomerIndexRecord
                                   TO IdentHashOut
                       END-WRITE
                   END-IF
                   READ OldCustIndexFile NEXT RECORD
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerIndexFile
           END-IF
           CLOSE OldCustIndexFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2300-CONVERT-CUSTOMER-JOURNAL                                 *
      *>  Both images are widened as master records, so CUSTRCVR can   *
      *>  replay the converted journal over the converted load file.  *
      *>  An image that is all spaces (before on an add, after on a   *
      *>  delete) stays spaces.                                        *
      *>----------------------------------------------------------------*
       2300-CONVERT-CUSTOMER-JOURNAL.
           MOVE "CUSTJRNL" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldCustomerJournal
           MOVE OldCustomerJournalStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT CustomerJournal
               MOVE CustomerJournalStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldCustomerJournal
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OJ-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OJ-Ident TO IdentHashIn
                       PERFORM 2310-WIDEN-JOURNAL-RECORD
                       WRITE CustomerJournalRecord
                       ADD 1 TO CountOut
                       ADD JrnIdent TO IdentHashOut
                   END-IF
                   READ OldCustomerJournal
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustomerJournal
           END-IF
           CLOSE OldCustomerJournal
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2300-EXIT.
           EXIT.

       2310-WIDEN-JOURNAL-RECORD.
           MOVE SPACES TO CustomerJournalRecord
           MOVE OJ-Timestamp TO JrnTimestamp
           MOVE OJ-Action TO JrnAction
           MOVE OJ-Ident TO JrnIdent
           IF OJ-BeforeImage = SPACES
               MOVE SPACES TO JrnBeforeImage
           ELSE
               MOVE OJ-BeforeImage TO OldCustomerImage
               PERFORM 7000-WIDEN-CUSTOMER-IMAGE
               MOVE NewCustomerImage TO JrnBeforeImage
           END-IF
           IF OJ-AfterImage = SPACES
               MOVE SPACES TO JrnAfterImage
           ELSE
               MOVE OJ-AfterImage TO OldCustomerImage
               PERFORM 7000-WIDEN-CUSTOMER-IMAGE
               MOVE NewCustomerImage TO JrnAfterImage
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2400-CONVERT-HOURS-SUSPENSE                                   *
      *>  Last night's suspense, re-presented to tonight's edit. The  *
      *>  hours-type byte is left a space, which the edit pays as     *
      *>  regular hours.                                               *
      *>----------------------------------------------------------------*
       2400-CONVERT-HOURS-SUSPENSE.
           MOVE "HRSUSP" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldHoursSuspense
           MOVE OldHoursSuspenseStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT HoursSuspense
               MOVE HoursSuspenseStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldHoursSuspense
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OS-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OS-Ident TO IdentHashIn
                       IF OS-HoursWorked NUMERIC
                           ADD OS-HoursWorked TO AmountHashIn
                       END-IF
                       MOVE SPACES TO SuspenseRecord
                       MOVE OS-Ident TO SuspIdent
                       MOVE OS-HoursWorked TO SuspHoursWorked
                       MOVE OS-RatePerHour TO SuspRatePerHour
                       MOVE OS-ReasonArea TO SuspReasonArea
                       WRITE SuspenseRecord
                       ADD 1 TO CountOut
                       ADD SuspIdent TO IdentHashOut
                       IF SuspHoursWorked NUMERIC
                           ADD SuspHoursWorked TO AmountHashOut
                       END-IF
                   END-IF
                   READ OldHoursSuspense
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoursSuspense
           END-IF
           CLOSE OldHoursSuspense
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2500-CONVERT-PAY-HISTORY                                      *
      *>  The hours-type breakdown is carried as spaces - the inquiry  *
      *>  and statement print already show no breakdown for a row    *
      *>  whose breakdown is not numeric. Amount hash is gross pay.   *
      *>----------------------------------------------------------------*
       2500-CONVERT-PAY-HISTORY.
           MOVE "PAYHIST" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldPayHistoryFile
           MOVE OldPayHistoryStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT PayHistoryFile
               MOVE PayHistoryStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldPayHistoryFile NEXT RECORD
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OP-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OP-Ident TO IdentHashIn
                       ADD OP-GrossPay TO AmountHashIn
                       MOVE SPACES TO PayHistoryRecord
                       MOVE OP-Ident TO PH-Ident
                       MOVE OP-PayDate TO PH-PayDate
                       MOVE OP-Seq TO PH-Seq
                       MOVE OP-Body TO PH-Body
                       WRITE PayHistoryRecord
                           INVALID KEY
                               ADD 1 TO ConvertErrors
                           NOT INVALID KEY
                               ADD 1 TO CountOut
                               ADD PH-Ident TO IdentHashOut
                               ADD PH-GrossPay TO AmountHashOut
                       END-WRITE
                   END-IF
                   READ OldPayHistoryFile NEXT RECORD
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayHistoryFile
           END-IF
           CLOSE OldPayHistoryFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2600-CONVERT-YTD-MASTER                                       *
      *>  Amount hash is the year-to-date gross.                       *
      *>----------------------------------------------------------------*
       2600-CONVERT-YTD-MASTER.
           MOVE "YTDFILE" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldYtdMasterFile
           MOVE OldYtdMasterStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT YtdMasterFile
               MOVE YtdMasterStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldYtdMasterFile NEXT RECORD
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OY-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OY-Ident TO IdentHashIn
                       ADD OY-YtdGross TO AmountHashIn
                       MOVE OY-Ident TO YtdIdent
                       MOVE OY-Body TO YtdBody
                       WRITE YtdRecord
                           INVALID KEY
                               ADD 1 TO ConvertErrors
                           NOT INVALID KEY
                               ADD 1 TO CountOut
                               ADD YtdIdent TO IdentHashOut
                               ADD YtdGross TO AmountHashOut
                       END-WRITE
                   END-IF
                   READ OldYtdMasterFile NEXT RECORD
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YtdMasterFile
           END-IF
           CLOSE OldYtdMasterFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2600-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2700-CONVERT-YTD-ARCHIVE                                      *
      *>  Cumulative year-end archive, same layout as the YTD master. *
      *>----------------------------------------------------------------*
       2700-CONVERT-YTD-ARCHIVE.
           MOVE "YTDARCH" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldYtdArchiveFile
           MOVE OldYtdArchiveStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT YtdArchiveFile
               MOVE YtdArchiveStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldYtdArchiveFile
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OA-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OA-Ident TO IdentHashIn
                       ADD OA-YtdGross TO AmountHashIn
                       MOVE OA-Ident TO ArchIdent
                       MOVE OA-Body TO ArchBody
                       WRITE YtdArchiveRecord
                       ADD 1 TO CountOut
                       ADD ArchIdent TO IdentHashOut
                       ADD ArchYtdGross TO AmountHashOut
                   END-IF
                   READ OldYtdArchiveFile
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YtdArchiveFile
           END-IF
           CLOSE OldYtdArchiveFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2700-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2800-CONVERT-DEDUCT-BALANCES                                  *
      *>  Amount hash is the amount taken to date.                     *
      *>----------------------------------------------------------------*
       2800-CONVERT-DEDUCT-BALANCES.
           MOVE "DEDBAL" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldDeductBalanceFile
           MOVE OldDeductBalanceStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT DeductBalanceFile
               MOVE DeductBalanceStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldDeductBalanceFile NEXT RECORD
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OD-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OD-Ident TO IdentHashIn
                       ADD OD-TakenToDate TO AmountHashIn
                       MOVE OD-Ident TO DbIdent
                       MOVE OD-Code TO DbCode
                       MOVE OD-Body TO DbBody
                       WRITE DeductBalanceRecord
                           INVALID KEY
                               ADD 1 TO ConvertErrors
                           NOT INVALID KEY
                               ADD 1 TO CountOut
                               ADD DbIdent TO IdentHashOut
                               ADD DbTakenToDate TO AmountHashOut
                       END-WRITE
                   END-IF
                   READ OldDeductBalanceFile NEXT RECORD
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DeductBalanceFile
           END-IF
           CLOSE OldDeductBalanceFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2800-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2900-CONVERT-RATES-CARDS                                      *
      *>  "V" cards have the Ident widened; every other card keeps    *
      *>  its body as keyed, two bytes of filler longer, so the       *
      *>  effective date and goal stay lined up behind it. The Ident  *
      *>  and amount hashes are taken over the "V" cards.             *
      *>----------------------------------------------------------------*
       2900-CONVERT-RATES-CARDS.
           MOVE "DEDRATES" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldDeductionRatesFile
           MOVE OldDeductionRatesStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT DeductionRatesFile
               MOVE DeductionRatesStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldDeductionRatesFile
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   MOVE SPACES TO DeductionRateRecord
                   MOVE OR-RecordType TO RateRecordType
                   MOVE OR-Tail TO RateRecordTail
                   IF OR-RecordType = "V"
                       PERFORM 2910-WIDEN-VOLUNTARY-CARD
                   ELSE
                       MOVE OR-Body TO RateRecordBody
                       WRITE DeductionRateRecord
                       ADD 1 TO CountOut
                   END-IF
                   READ OldDeductionRatesFile
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DeductionRatesFile
           END-IF
           CLOSE OldDeductionRatesFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       2900-EXIT.
           EXIT.

       2910-WIDEN-VOLUNTARY-CARD.
           IF OR-VolIdent NOT NUMERIC
               ADD 1 TO ConvertErrors
           ELSE
               ADD OR-VolIdent TO IdentHashIn
               IF OR-VolAmount NUMERIC
                   ADD OR-VolAmount TO AmountHashIn
               END-IF
               MOVE OR-VolIdent TO VolCardIdent
               MOVE OR-VoluntaryBody(4:25) TO VolCardRest
               WRITE DeductionRateRecord
               ADD 1 TO CountOut
               ADD VolCardIdent TO IdentHashOut
               IF VolCardAmount NUMERIC
                   ADD VolCardAmount TO AmountHashOut
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  3000-CONVERT-LOOKUP-CARDS                                     *
      *>----------------------------------------------------------------*
       3000-CONVERT-LOOKUP-CARDS.
           MOVE "LOOKUPS" TO FileLabel
           PERFORM 8000-START-FILE
           OPEN INPUT OldLookupFile
           MOVE OldLookupStatus TO FileResult
           PERFORM 8010-CHECK-INPUT-OPEN
           IF FilePresent
               OPEN OUTPUT LookupFile
               MOVE LookupStatus TO FileResult
               PERFORM 8020-CHECK-OUTPUT-OPEN
           END-IF
           IF FilePresent
               READ OldLookupFile
                   AT END SET EndOfOldFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOldFile
                   ADD 1 TO CountIn
                   IF OL-Ident NOT NUMERIC
                       ADD 1 TO ConvertErrors
                   ELSE
                       ADD OL-Ident TO IdentHashIn
                       MOVE OL-Ident TO LookupIdent
                       WRITE LookupFileRecord
                       ADD 1 TO CountOut
                       ADD LookupIdent TO IdentHashOut
                   END-IF
                   READ OldLookupFile
                       AT END SET EndOfOldFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LookupFile
           END-IF
           CLOSE OldLookupFile
           PERFORM 8100-PRINT-FILE-RESULT
           .
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  4000-PRINT-RUN-SUMMARY                                        *
      *>----------------------------------------------------------------*
       4000-PRINT-RUN-SUMMARY.
           MOVE SPACES TO ConversionReportLine
           WRITE ConversionReportLine
           MOVE SPACES TO ConversionReportLine
           STRING "FILES CONVERTED " DELIMITED BY SIZE
               FilesConverted DELIMITED BY SIZE
               "  NOT PRESENT " DELIMITED BY SIZE
               FilesNotPresent DELIMITED BY SIZE
               "  DISAGREEING " DELIMITED BY SIZE
               FilesDisagreeing DELIMITED BY SIZE
               INTO ConversionReportLine
           WRITE ConversionReportLine
           MOVE SPACES TO ConversionReportLine
           IF HardFailureOccurred
               MOVE "CONVERSION FAILED - DO NOT RELEASE THE NEW FILES"
                   TO ConversionReportLine
           ELSE
               MOVE "CONVERSION PROVED - EVERY FILE AGREES"
                   TO ConversionReportLine
           END-IF
           WRITE ConversionReportLine
           DISPLAY "IDENT CONVERSION - FILES " FilesConverted
               " DISAGREEING " FilesDisagreeing
           .

      *>----------------------------------------------------------------*
      *>  7000-WIDEN-CUSTOMER-IMAGE                                     *
      *>  Old customer image to the current master layout - Ident     *
      *>  widened, pay frequency left a space (paid nightly, as       *
      *>  every customer was before the field existed).               *
      *>----------------------------------------------------------------*
       7000-WIDEN-CUSTOMER-IMAGE.
           MOVE SPACES TO NewCustomerImage
           MOVE OC-Ident TO Ident OF NewCustomerImage
           MOVE OC-CustName TO CustName OF NewCustomerImage
           MOVE OC-DateOfBirth TO DateOfBirth OF NewCustomerImage
           MOVE OC-BankDetails TO BankDetails OF NewCustomerImage
           .

      *>----------------------------------------------------------------*
      *>  8000-START-FILE / 8100-PRINT-FILE-RESULT                      *
      *>  One file's proof: records in and out, and the Ident and     *
      *>  amount hash totals over the records read and the records   *
      *>  written. A missing old file is noted - nothing to convert - *
      *>  anything else that does not agree fails the run.           *
      *>----------------------------------------------------------------*
       8000-START-FILE.
           MOVE "N" TO OldFileSwitch
           SET FilePresent TO TRUE
           MOVE ZERO TO CountIn CountOut ConvertErrors
           MOVE ZERO TO IdentHashIn IdentHashOut
           MOVE ZERO TO AmountHashIn AmountHashOut
           .

       8010-CHECK-INPUT-OPEN.
           EVALUATE FileResult(1:2)
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET FileNotPresent TO TRUE
               WHEN OTHER
                   DISPLAY "OLD " FileLabel " OPEN FAILED - STATUS "
                       FileResult(1:2)
                   SET FileOpenFailed TO TRUE
           END-EVALUATE
           .

       8020-CHECK-OUTPUT-OPEN.
           IF FileResult(1:2) NOT = "00"
               DISPLAY "NEW " FileLabel " OPEN FAILED - STATUS "
                   FileResult(1:2)
               SET FileOpenFailed TO TRUE
           END-IF
           .

       8100-PRINT-FILE-RESULT.
           EVALUATE TRUE
               WHEN FileNotPresent
                   MOVE "NOT PRESENT" TO FileResult
                   ADD 1 TO FilesNotPresent
               WHEN FileOpenFailed
                   MOVE "OPEN FAILED" TO FileResult
                   ADD 1 TO FilesDisagreeing
                   SET HardFailureOccurred TO TRUE
               WHEN CountIn = CountOut
                   AND ConvertErrors = ZERO
                   AND IdentHashIn = IdentHashOut
                   AND AmountHashIn = AmountHashOut
                   MOVE "AGREE" TO FileResult
                   ADD 1 TO FilesConverted
               WHEN OTHER
                   MOVE "DISAGREE" TO FileResult
                   ADD 1 TO FilesDisagreeing
                   SET HardFailureOccurred TO TRUE
           END-EVALUATE

           MOVE SPACES TO ConversionReportLine
           STRING FileLabel DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               CountIn DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               CountOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IdentHashIn DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               IdentHashOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FileResult DELIMITED BY SIZE
               INTO ConversionReportLine
           WRITE ConversionReportLine
           MOVE AmountHashIn TO HashAmountDisplay
           MOVE AmountHashOut TO HashAmount2Display
           MOVE SPACES TO ConversionReportLine
           STRING "          AMOUNT HASH IN " DELIMITED BY SIZE
               HashAmountDisplay DELIMITED BY SIZE
               "  OUT " DELIMITED BY SIZE
               HashAmount2Display DELIMITED BY SIZE
               INTO ConversionReportLine
           WRITE ConversionReportLine
           IF ConvertErrors > ZERO
               MOVE SPACES TO ConversionReportLine
               STRING "          RECORDS NOT CONVERTED " DELIMITED BY SIZE
                   ConvertErrors DELIMITED BY SIZE
                   " (IDENT NOT NUMERIC OR DUPLICATE KEY)"
                   DELIMITED BY SIZE
                   INTO ConversionReportLine
               WRITE ConversionReportLine
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = every file present converted and proved,           *
      *>     0004 = converted and proved, but an old file could not    *
      *>     be found at all (status 35). The shipped JCL allocates    *
      *>     the optional old files MOD, so one that was never         *
      *>     created reads as empty and converts as zero records,      *
      *>     RETURN-CODE 0 - check CNVRPT for those,                   *
      *>     0008 = a file failed to open or did not prove - the new   *
      *>     files must not be released.                               *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN FilesNotPresent > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
