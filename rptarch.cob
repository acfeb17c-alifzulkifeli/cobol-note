      *> Modification History
      *>   2026-10-15  AL   Original version - nightly report archive
      *>                    capture. Runs as the last step of the
      *>                    nightly job and copies every report the
      *>                    night produced, line for line, into the
      *>                    indexed report archive under the business
      *>                    date, report name, page and line, with a
      *>                    control record per report holding its line
      *>                    and page counts and when it was captured.
      *>                    A rerun of a business date replaces that
      *>                    date's capture and says so. Dates older
      *>                    than the RETAIN= period are purged from the
      *>                    archive after tonight's capture is safe.
      *>   2026-10-15  AL   The report DDs are allocated whether their
      *>                    step ran or not, so an empty data set for a
      *>                    report that always prints a heading (bank
      *>                    returns, rates, statements, GL journal,
      *>                    balancing) is recorded NOT PRODUCED with
      *>                    RETURN-CODE 4 rather than archived EMPTY.
      *>   2026-10-15  AL   A report already archived for the business
      *>                    date is kept as it was and listed ALREADY
      *>                    ARCHIVED - KEPT with RETURN-CODE 4; only a
      *>                    RECAPTURE=Y card on ARCPARMS replaces it,
      *>                    and then not until tonight's copy of the
      *>                    report has opened.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

           SELECT ArchiveParameterFile ASSIGN TO "ARCPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveParameterStatus.

           SELECT ReportArchive ASSIGN TO "RPTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-Key
               FILE STATUS IS ReportArchiveStatus.

           SELECT CaptureReport ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaptureReportStatus.

      *> Tonight's reports, in the order the nightly job produces
      *> them - the same order as the ReportTable entries below.
           SELECT ReturnReport ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT RatesRegisterFile ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT MaintRegisterFile ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT ExceptionFile ASSIGN TO "CUSTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT AdjustRegisterFile ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT GoalReportFile ASSIGN TO "GOALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT PayslipFile ASSIGN TO "PAYSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT YtdStatementFile ASSIGN TO "YTDSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT AnnualStatementFile ASSIGN TO "ANNSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT StatementReport ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT DisbursementReport ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT JournalReport ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT RollDeltaFile ASSIGN TO "ROLLDELT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT GradeRosterReport ASSIGN TO "GRADERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT LearningExceptions ASSIGN TO "LRNEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT TranscriptReport ASSIGN TO "TRANSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT ReportCardFile ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT StandingReport ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT HistoryInquiryReport ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT PollBookReport ASSIGN TO "POLLBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

           SELECT BalanceReport ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.


       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       01  RunControlCard PIC X(30).

       FD  ArchiveParameterFile.
       01  ArchiveParameterCard PIC X(30).

       FD  ReportArchive.
       01  ReportArchiveRecord.
           COPY RPTARCH.

       FD  CaptureReport.
       01  CaptureReportLine PIC X(80).

      *> Every report is read as a print line of the widest the
      *> nightly job writes - shorter lines come in space-filled.
       FD  ReturnReport.
       01  ReturnReportLine PIC X(132).

       FD  RatesRegisterFile.
       01  RatesRegisterLine PIC X(132).

       FD  MaintRegisterFile.
       01  MaintRegisterLine PIC X(132).

       FD  ExceptionFile.
       01  ExceptionLine PIC X(132).

       FD  AdjustRegisterFile.
       01  AdjustRegisterLine PIC X(132).

       FD  GoalReportFile.
       01  GoalReportLine PIC X(132).

       FD  PayslipFile.
       01  PayslipLine PIC X(132).

       FD  YtdStatementFile.
       01  YtdStatementLine PIC X(132).

       FD  AnnualStatementFile.
       01  AnnualStatementLine PIC X(132).

       FD  StatementReport.
       01  StatementReportLine PIC X(132).

       FD  DisbursementReport.
       01  DisbursementReportLine PIC X(132).

       FD  JournalReport.
       01  JournalReportLine PIC X(132).

       FD  RollDeltaFile.
       01  RollDeltaLine PIC X(132).

       FD  GradeRosterReport.
       01  GradeRosterReportLine PIC X(132).

       FD  LearningExceptions.
       01  LearningExceptionsLine PIC X(132).

       FD  TranscriptReport.
       01  TranscriptReportLine PIC X(132).

       FD  ReportCardFile.
       01  ReportCardLine PIC X(132).

       FD  StandingReport.
       01  StandingReportLine PIC X(132).

       FD  HistoryInquiryReport.
       01  HistoryInquiryReportLine PIC X(132).

       FD  PollBookReport.
       01  PollBookReportLine PIC X(132).

       FD  BalanceReport.
       01  BalanceReportLine PIC X(132).

       WORKING-STORAGE SECTION.
      *> File status and switches - the report files are opened one
      *> at a time, so they share a single status field
       01 RunControlStatus PIC XX.
       01 ArchiveParameterStatus PIC XX.
       01 ReportArchiveStatus PIC XX.
       01 CaptureReportStatus PIC XX.
       01 ReportFileStatus PIC XX.

       01 RunControlSwitch PIC X VALUE "N".
           88 EndOfRunControl VALUE "Y".
       01 ArchiveParameterSwitch PIC X VALUE "N".
           88 EndOfArchiveParameters VALUE "Y".
       01 ReportSwitch PIC X VALUE "N".
           88 EndOfReport VALUE "Y".
       01 ReportPresentSwitch PIC X VALUE "Y".
           88 ReportPresent VALUE "Y".
           88 ReportNotPresent VALUE "N".
       01 ArchiveScanSwitch PIC X VALUE "N".
           88 EndOfArchiveScan VALUE "Y".
       01 PriorCaptureSwitch PIC X VALUE "N".
           88 PriorCaptureFound VALUE "Y".
       01 RecaptureParm PIC X VALUE "N".
           88 RecaptureAllowed VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 WarningSwitch PIC X VALUE "N".
           88 WarningOccurred VALUE "Y".

      *> The reports the nightly job produces, by DD name, with the
      *> title the archive index shows them under. The last byte is
      *> "Y" for a report whose program prints its heading on every
      *> run - one of those with no lines at all was not produced,
      *> since the report DDs are allocated whether the step ran or not
       01 ReportTableValues.
           05 FILLER PIC X(08) VALUE "RTNRPT".
           05 FILLER PIC X(30) VALUE "BANK RETURNS REGISTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(08) VALUE "RATERPT".
           05 FILLER PIC X(30) VALUE "DEDUCTION RATES REGISTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(08) VALUE "MAINTRPT".
           05 FILLER PIC X(30) VALUE "CUSTOMER MAINTENANCE REGISTER".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "CUSTEXC".
           05 FILLER PIC X(30) VALUE "CUSTOMER EXCEPTIONS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "ADJRPT".
           05 FILLER PIC X(30) VALUE "PAY ADJUSTMENT REGISTER".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "GOALRPT".
           05 FILLER PIC X(30) VALUE "DEDUCTIONS AT GOAL".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "PAYSLIP".
           05 FILLER PIC X(30) VALUE "PAYSLIPS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "YTDSTMT".
           05 FILLER PIC X(30) VALUE "YEAR-TO-DATE STATEMENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "ANNSTMT".
           05 FILLER PIC X(30) VALUE "ANNUAL STATEMENTS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "STMTRPT".
           05 FILLER PIC X(30) VALUE "PAY STATEMENT REGISTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(08) VALUE "DEPRPT".
           05 FILLER PIC X(30) VALUE "DISBURSEMENT REGISTER".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "GLRPT".
           05 FILLER PIC X(30) VALUE "GENERAL LEDGER JOURNAL".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(08) VALUE "ROLLDELT".
           05 FILLER PIC X(30) VALUE "VOTER ROLL CHANGES".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "GRADERPT".
           05 FILLER PIC X(30) VALUE "GRADE ROSTER".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "LRNEXC".
           05 FILLER PIC X(30) VALUE "LEARNING EXCEPTIONS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "TRANSRPT".
           05 FILLER PIC X(30) VALUE "TRANSCRIPT REPORT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "RPTCARD".
           05 FILLER PIC X(30) VALUE "REPORT CARDS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "STANDRPT".
           05 FILLER PIC X(30) VALUE "HONOR ROLL AND PROBATION".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "HISTRPT".
           05 FILLER PIC X(30) VALUE "ACADEMIC HISTORY INQUIRY".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "POLLBOOK".
           05 FILLER PIC X(30) VALUE "POLL BOOKS".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(08) VALUE "BALRPT".
           05 FILLER PIC X(30) VALUE "END-OF-JOB BALANCING".
           05 FILLER PIC X(01) VALUE "Y".

       01 ReportTable REDEFINES ReportTableValues.
           05 ReportEntry OCCURS 21 TIMES.
               10 RptName PIC X(08).
               10 RptTitle PIC X(30).
               10 RptHeadingSwitch PIC X(01).
                   88 RptAlwaysHasHeading VALUE "Y".
       77 ReportCount PIC 9(02) COMP VALUE 21.
       77 ReportSub PIC 9(02) COMP VALUE ZERO.

      *> Run parameters - the business date comes from the payroll
      *> parm file like every other nightly step; RETAIN= (days) is
      *> the archive's own card, and without it nothing is purged;
      *> RECAPTURE=Y lets a rerun replace a date already archived
       01 RunDate PIC 9(08).
       01 TodaysDate.
           05 CurrentYear PIC 9(04).
           05 CurrentMonth PIC 9(02).
           05 CurrentDay PIC 9(02).
       01 RunTimeWork.
           05 RunTimeHHMMSS PIC 9(06).
           05 FILLER PIC 9(02).
       01 RetainDays PIC 9(05) VALUE ZERO.
       01 ParmKeyword PIC X(12).
       01 ParmValue.
           05 ParmValueDate PIC 9(08).
           05 FILLER PIC X(10).
       01 ParmValueCounts REDEFINES ParmValue.
           05 ParmValueCount PIC 9(05).
           05 FILLER PIC X(13).

      *> Capture working fields - one report at a time
       01 ReportLineWork PIC X(132).
       77 ArchivePageLines PIC 9(03) COMP VALUE 55.
       77 LineOnPage PIC 9(03) COMP VALUE ZERO.
       01 PagesCaptured PIC 9(05) VALUE ZERO.
       01 LinesCaptured PIC 9(07) VALUE ZERO.
       01 ReplacedRecords PIC 9(07) VALUE ZERO.
       01 PriorRecaptureCount PIC 9(03) VALUE ZERO.
       01 CaptureStatusText PIC X(14).

      *> Run totals for the capture report
       77 ReportsCaptured PIC 9(03) VALUE ZERO.
       77 ReportsEmpty PIC 9(03) VALUE ZERO.
       77 ReportsNotProduced PIC 9(03) VALUE ZERO.
       77 ReportsRecaptured PIC 9(03) VALUE ZERO.
       77 ReportsKept PIC 9(03) VALUE ZERO.
       77 TotalLinesCaptured PIC 9(09) VALUE ZERO.

      *> Retention purge working fields
       01 CutoffDayNumber PIC 9(07) VALUE ZERO.
       01 LastDateChecked PIC 9(08) VALUE ZERO.
       01 DateExpiredSwitch PIC X VALUE "N".
           88 DateExpired VALUE "Y".
       77 PurgedReports PIC 9(05) VALUE ZERO.
       77 PurgedRecords PIC 9(09) VALUE ZERO.

      *> Display fields
       01 CountDisplay PIC Z,ZZZ,ZZ9.
       01 PageCountDisplay PIC ZZ,ZZ9.

      *> Day-number working fields - days since a fixed epoch, so
      *> the retention period is plain subtraction
       01 WorkDate PIC 9(08).
       01 WorkDateParts REDEFINES WorkDate.
           05 WorkYear PIC 9(04).
           05 WorkMonth PIC 9(02).
           05 WorkDay PIC 9(02).
       01 DayNumAdjustedYear PIC 9(04) VALUE ZERO.
       01 DayNumShiftedMonth PIC 9(02) VALUE ZERO.
       01 DayNumMonthWork PIC 9(04) VALUE ZERO.
       01 DayNumQuot PIC 9(06) VALUE ZERO.
       01 DayNumResult PIC 9(07) VALUE ZERO.
       01 RunDayNumber PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>  Capture first, purge second - an abend part way through     *
      *>  never costs a night that was already safely archived.        *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-OPEN-ARCHIVE THRU 2000-EXIT
           IF NOT HardFailureOccurred
               PERFORM 3000-CAPTURE-REPORTS THRU 3000-EXIT
           END-IF
           IF NOT HardFailureOccurred AND RetainDays > ZERO
               PERFORM 4000-PURGE-EXPIRED-DATES THRU 4000-EXIT
           END-IF
           CLOSE ReportArchive
           CLOSE CaptureReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  Archives under the business date the producing steps ran     *
      *>  under. RUNPARMS is the payroll step's own parm file, so a    *
      *>  RUNDATE= rerun override files the rerun's reports under the  *
      *>  night they belong to - every other card in that file         *
      *>  belongs to the producer and is passed over without comment.  *
      *>  ARCPARMS carries the archive's own card:                     *
      *>    RETAIN=nnnnn   days a business date is kept in the archive *
      *>  A missing ARCPARMS, or RETAIN=0, purges nothing.             *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT RunTimeWork FROM TIME
           MOVE TodaysDate TO RunDate
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-READ-ARCHIVE-PARAMETERS

           MOVE RunDate TO WorkDate
           PERFORM 6100-COMPUTE-DAY-NUMBER
           MOVE DayNumResult TO RunDayNumber
           DISPLAY "ARCHIVING REPORTS FOR BUSINESS DATE: " RunDate
           DISPLAY "RETENTION DAYS: " RetainDays
           .
       1000-EXIT.
           EXIT.

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

       1200-READ-ARCHIVE-PARAMETERS.
           OPEN INPUT ArchiveParameterFile
           IF ArchiveParameterStatus = "35"
               SET EndOfArchiveParameters TO TRUE
           ELSE
               IF ArchiveParameterStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfArchiveParameters TO TRUE
               END-IF
           END-IF

           IF NOT EndOfArchiveParameters
               PERFORM 1210-READ-ARCHIVE-PARAMETER
               PERFORM UNTIL EndOfArchiveParameters
                   PERFORM 1220-APPLY-ARCHIVE-PARAMETER
                   PERFORM 1210-READ-ARCHIVE-PARAMETER
               END-PERFORM
           END-IF
           CLOSE ArchiveParameterFile
           .

       1210-READ-ARCHIVE-PARAMETER.
           READ ArchiveParameterFile
               AT END SET EndOfArchiveParameters TO TRUE
           END-READ
           .

       1220-APPLY-ARCHIVE-PARAMETER.
           MOVE SPACES TO ParmKeyword ParmValue
           UNSTRING ArchiveParameterCard DELIMITED BY "="
               INTO ParmKeyword ParmValue
           END-UNSTRING
           EVALUATE ParmKeyword
               WHEN "RETAIN"
                   IF ParmValueCount NUMERIC
                       MOVE ParmValueCount TO RetainDays
                   ELSE
                       DISPLAY "RETAIN CARD NOT NUMERIC - NOTHING "
                           "WILL BE PURGED"
                       SET WarningOccurred TO TRUE
                   END-IF
               WHEN "RECAPTURE"
                   IF ParmValue(1:1) = "Y" OR "N"
                       MOVE ParmValue(1:1) TO RecaptureParm
                   ELSE
                       DISPLAY "RECAPTURE CARD NOT Y OR N - EARLIER "
                           "CAPTURES WILL BE KEPT"
                       SET WarningOccurred TO TRUE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED PARAMETER CARD: "
                       ArchiveParameterCard
                   SET WarningOccurred TO TRUE
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *>  2000-OPEN-ARCHIVE                                             *
      *>  The archive is created empty the first night it is missing. *
      *>----------------------------------------------------------------*
       2000-OPEN-ARCHIVE.
           OPEN I-O ReportArchive
           IF ReportArchiveStatus = "35"
               OPEN OUTPUT ReportArchive
               CLOSE ReportArchive
               OPEN I-O ReportArchive
           END-IF
           IF ReportArchiveStatus NOT = "00"
               DISPLAY "REPORT ARCHIVE OPEN FAILED - STATUS "
                   ReportArchiveStatus
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT CaptureReport
           IF CaptureReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE SPACES TO CaptureReportLine
               STRING "NIGHTLY REPORT ARCHIVE - CAPTURE FOR BUSINESS "
                   DELIMITED BY SIZE
                   "DATE " DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
               MOVE SPACES TO CaptureReportLine
               STRING "CAPTURED " DELIMITED BY SIZE
                   TodaysDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RunTimeHHMMSS DELIMITED BY SIZE
                   "  RETENTION " DELIMITED BY SIZE
                   RetainDays DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
               MOVE SPACES TO CaptureReportLine
               WRITE CaptureReportLine
               MOVE SPACES TO CaptureReportLine
               STRING "REPORT    TITLE                              "
                   DELIMITED BY SIZE
                   "LINES   PAGES  STATUS" DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
           END-IF
           .
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  3000-CAPTURE-REPORTS                                          *
      *>  Every report on the table, in turn. A report whose data set  *
      *>  is not there, or one that always prints a heading and came   *
      *>  back with no lines (its step was bypassed or stopped before  *
      *>  printing), still gets a control record marked not produced, *
      *>  so the archive shows the gap rather than hiding it.          *
      *>----------------------------------------------------------------*
       3000-CAPTURE-REPORTS.
           PERFORM VARYING ReportSub FROM 1 BY 1
               UNTIL ReportSub > ReportCount OR HardFailureOccurred
               PERFORM 3100-CAPTURE-ONE-REPORT
           END-PERFORM

           MOVE SPACES TO CaptureReportLine
           WRITE CaptureReportLine
           MOVE TotalLinesCaptured TO CountDisplay
           MOVE SPACES TO CaptureReportLine
           STRING "REPORTS CAPTURED " DELIMITED BY SIZE
               ReportsCaptured DELIMITED BY SIZE
               "  EMPTY " DELIMITED BY SIZE
               ReportsEmpty DELIMITED BY SIZE
               "  NOT PRODUCED " DELIMITED BY SIZE
               ReportsNotProduced DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               INTO CaptureReportLine
           WRITE CaptureReportLine
           IF ReportsRecaptured > ZERO
               MOVE SPACES TO CaptureReportLine
               STRING "REPORTS REPLACING AN EARLIER CAPTURE OF THIS "
                   DELIMITED BY SIZE
                   "DATE " DELIMITED BY SIZE
                   ReportsRecaptured DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
           END-IF
           IF ReportsKept > ZERO
               MOVE SPACES TO CaptureReportLine
               STRING "REPORTS ALREADY ARCHIVED FOR THIS DATE AND KEPT "
                   DELIMITED BY SIZE
                   ReportsKept DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
           END-IF
           DISPLAY "REPORT ARCHIVE - CAPTURED: " ReportsCaptured
               " EMPTY: " ReportsEmpty
               " NOT PRODUCED: " ReportsNotProduced
               " RECAPTURED: " ReportsRecaptured
               " KEPT: " ReportsKept
           .
       3000-EXIT.
           EXIT.

      *>  A report already archived for this date is left exactly as
      *>  it was unless RECAPTURE=Y asks for it to be replaced - a
      *>  rerun proves nothing about the night it reruns, so its copy
      *>  never overwrites what that night printed by default. Even
      *>  then the earlier capture is only taken out once tonight's
      *>  copy has opened.
       3100-CAPTURE-ONE-REPORT.
           MOVE "N" TO ReportSwitch
           MOVE "Y" TO ReportPresentSwitch
           MOVE ZERO TO PagesCaptured LinesCaptured
           MOVE ArchivePageLines TO LineOnPage
           PERFORM 3150-CHECK-PRIOR-CAPTURE
           IF PriorCaptureFound AND NOT RecaptureAllowed
               PERFORM 3160-LIST-KEPT-CAPTURE
           ELSE
               PERFORM 3170-CAPTURE-REPORT-LINES
           END-IF
           .

      *>  A capture is complete once its control record is written -
      *>  report lines left without one by a failed capture are not
      *>  a capture to keep, and are cleared by 3200 like any other.
       3150-CHECK-PRIOR-CAPTURE.
           MOVE "N" TO PriorCaptureSwitch
           MOVE RunDate TO RA-BusinessDate
           MOVE RptName(ReportSub) TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           READ ReportArchive KEY IS RA-Key
               INVALID KEY CONTINUE
               NOT INVALID KEY SET PriorCaptureFound TO TRUE
           END-READ
           .

       3160-LIST-KEPT-CAPTURE.
           ADD 1 TO ReportsKept
           SET WarningOccurred TO TRUE
           MOVE RA-LineCount TO CountDisplay
           MOVE RA-PageCount TO PageCountDisplay
           MOVE SPACES TO CaptureReportLine
           STRING RptName(ReportSub) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RptTitle(ReportSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PageCountDisplay DELIMITED BY SIZE
               "  ALREADY ARCHIVED - KEPT" DELIMITED BY SIZE
               INTO CaptureReportLine
           WRITE CaptureReportLine
           DISPLAY "REPORT " RptName(ReportSub)
               " ALREADY ARCHIVED FOR " RunDate
               " - EARLIER CAPTURE KEPT, NOTHING RECORDED"
           .

       3170-CAPTURE-REPORT-LINES.
           PERFORM 3300-OPEN-REPORT
           IF ReportFileStatus = "00" OR "35"
               PERFORM 3200-CLEAR-PRIOR-CAPTURE
           END-IF

           IF NOT HardFailureOccurred
               EVALUATE ReportFileStatus
                   WHEN "00"
                       PERFORM 3400-READ-REPORT
                       PERFORM UNTIL EndOfReport
                           OR HardFailureOccurred
                           PERFORM 3500-ARCHIVE-LINE
                           PERFORM 3400-READ-REPORT
                       END-PERFORM
                       PERFORM 3600-CLOSE-REPORT
                   WHEN "35"
                       SET ReportNotPresent TO TRUE
                   WHEN OTHER
                       DISPLAY "REPORT " RptName(ReportSub)
                           " OPEN FAILED - STATUS " ReportFileStatus
                       SET HardFailureOccurred TO TRUE
               END-EVALUATE
           END-IF

           IF NOT HardFailureOccurred
               PERFORM 3700-WRITE-CONTROL-RECORD
               PERFORM 3800-LIST-CAPTURE
           END-IF
           .

      *>  With RECAPTURE=Y, or after a failed capture, the earlier
      *>  records of this report for the date are taken out so the
      *>  archive holds exactly what the rerun produced, and a
      *>  replaced capture is counted on the new control record.
       3200-CLEAR-PRIOR-CAPTURE.
           MOVE "N" TO PriorCaptureSwitch
           MOVE "N" TO ArchiveScanSwitch
           MOVE ZERO TO PriorRecaptureCount ReplacedRecords
           MOVE RunDate TO RA-BusinessDate
           MOVE RptName(ReportSub) TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           START ReportArchive KEY NOT LESS THAN RA-Key
               INVALID KEY SET EndOfArchiveScan TO TRUE
           END-START
           IF NOT EndOfArchiveScan
               PERFORM 3210-READ-PRIOR-CAPTURE
           END-IF
           PERFORM UNTIL EndOfArchiveScan OR HardFailureOccurred
               IF RA-PageNumber = ZERO AND RA-LineNumber = ZERO
                   SET PriorCaptureFound TO TRUE
                   MOVE RA-RecaptureCount TO PriorRecaptureCount
               END-IF
               DELETE ReportArchive RECORD
                   INVALID KEY
                       DISPLAY "REPORT ARCHIVE DELETE FAILED - "
                           "STATUS " ReportArchiveStatus
                       SET HardFailureOccurred TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO ReplacedRecords
               END-DELETE
               PERFORM 3210-READ-PRIOR-CAPTURE
           END-PERFORM
           IF PriorCaptureFound
               ADD 1 TO ReportsRecaptured
               SET WarningOccurred TO TRUE
               DISPLAY "REPORT " RptName(ReportSub)
                   " ALREADY ARCHIVED FOR " RunDate
                   " - EARLIER CAPTURE REPLACED (" ReplacedRecords
                   " RECORDS)"
           END-IF
           .

       3210-READ-PRIOR-CAPTURE.
           READ ReportArchive NEXT RECORD
               AT END SET EndOfArchiveScan TO TRUE
               NOT AT END
                   IF RA-BusinessDate NOT = RunDate
                       OR RA-ReportName NOT = RptName(ReportSub)
                       SET EndOfArchiveScan TO TRUE
                   END-IF
           END-READ
           .

       3300-OPEN-REPORT.
           EVALUATE ReportSub
               WHEN 1
                   OPEN INPUT ReturnReport
               WHEN 2
                   OPEN INPUT RatesRegisterFile
               WHEN 3
                   OPEN INPUT MaintRegisterFile
               WHEN 4
                   OPEN INPUT ExceptionFile
               WHEN 5
                   OPEN INPUT AdjustRegisterFile
               WHEN 6
                   OPEN INPUT GoalReportFile
               WHEN 7
                   OPEN INPUT PayslipFile
               WHEN 8
                   OPEN INPUT YtdStatementFile
               WHEN 9
                   OPEN INPUT AnnualStatementFile
               WHEN 10
                   OPEN INPUT StatementReport
               WHEN 11
                   OPEN INPUT DisbursementReport
               WHEN 12
                   OPEN INPUT JournalReport
               WHEN 13
                   OPEN INPUT RollDeltaFile
               WHEN 14
                   OPEN INPUT GradeRosterReport
               WHEN 15
                   OPEN INPUT LearningExceptions
               WHEN 16
                   OPEN INPUT TranscriptReport
               WHEN 17
                   OPEN INPUT ReportCardFile
               WHEN 18
                   OPEN INPUT StandingReport
               WHEN 19
                   OPEN INPUT HistoryInquiryReport
               WHEN 20
                   OPEN INPUT PollBookReport
               WHEN 21
                   OPEN INPUT BalanceReport
           END-EVALUATE
           .

       3400-READ-REPORT.
           EVALUATE ReportSub
               WHEN 1
                   READ ReturnReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 2
                   READ RatesRegisterFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 3
                   READ MaintRegisterFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 4
                   READ ExceptionFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 5
                   READ AdjustRegisterFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 6
                   READ GoalReportFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 7
                   READ PayslipFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 8
                   READ YtdStatementFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 9
                   READ AnnualStatementFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 10
                   READ StatementReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 11
                   READ DisbursementReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 12
                   READ JournalReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 13
                   READ RollDeltaFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 14
                   READ GradeRosterReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 15
                   READ LearningExceptions INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 16
                   READ TranscriptReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 17
                   READ ReportCardFile INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 18
                   READ StandingReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 19
                   READ HistoryInquiryReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 20
                   READ PollBookReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
               WHEN 21
                   READ BalanceReport INTO ReportLineWork
                       AT END SET EndOfReport TO TRUE
                   END-READ
           END-EVALUATE
           .

      *>  Lines are numbered down the house 55-line page, so archive
      *> page n of a report is the n-th page of 55 lines as printed.
       3500-ARCHIVE-LINE.
           ADD 1 TO LineOnPage
           IF LineOnPage > ArchivePageLines
               ADD 1 TO PagesCaptured
               MOVE 1 TO LineOnPage
           END-IF
           ADD 1 TO LinesCaptured
           MOVE RunDate TO RA-BusinessDate
           MOVE RptName(ReportSub) TO RA-ReportName
           MOVE PagesCaptured TO RA-PageNumber
           MOVE LineOnPage TO RA-LineNumber
           MOVE ReportLineWork TO RA-LineText
           WRITE ReportArchiveRecord
               INVALID KEY
                   DISPLAY "REPORT ARCHIVE WRITE FAILED - "
                       RptName(ReportSub) " STATUS "
                       ReportArchiveStatus
                   SET HardFailureOccurred TO TRUE
           END-WRITE
           .

       3600-CLOSE-REPORT.
           EVALUATE ReportSub
               WHEN 1
                   CLOSE ReturnReport
               WHEN 2
                   CLOSE RatesRegisterFile
               WHEN 3
                   CLOSE MaintRegisterFile
               WHEN 4
                   CLOSE ExceptionFile
               WHEN 5
                   CLOSE AdjustRegisterFile
               WHEN 6
                   CLOSE GoalReportFile
               WHEN 7
                   CLOSE PayslipFile
               WHEN 8
                   CLOSE YtdStatementFile
               WHEN 9
                   CLOSE AnnualStatementFile
               WHEN 10
                   CLOSE StatementReport
               WHEN 11
                   CLOSE DisbursementReport
               WHEN 12
                   CLOSE JournalReport
               WHEN 13
                   CLOSE RollDeltaFile
               WHEN 14
                   CLOSE GradeRosterReport
               WHEN 15
                   CLOSE LearningExceptions
               WHEN 16
                   CLOSE TranscriptReport
               WHEN 17
                   CLOSE ReportCardFile
               WHEN 18
                   CLOSE StandingReport
               WHEN 19
                   CLOSE HistoryInquiryReport
               WHEN 20
                   CLOSE PollBookReport
               WHEN 21
                   CLOSE BalanceReport
           END-EVALUATE
           .

       3700-WRITE-CONTROL-RECORD.
           MOVE SPACES TO ReportArchiveRecord
           MOVE RunDate TO RA-BusinessDate
           MOVE RptName(ReportSub) TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           MOVE RptTitle(ReportSub) TO RA-ReportTitle
           MOVE LinesCaptured TO RA-LineCount
           MOVE PagesCaptured TO RA-PageCount
           MOVE TodaysDate TO RA-CaptureDate
           MOVE RunTimeHHMMSS TO RA-CaptureTime
           EVALUATE TRUE
               WHEN ReportNotPresent
               WHEN LinesCaptured = ZERO
                   AND RptAlwaysHasHeading(ReportSub)
                   SET RA-ReportNotProduced TO TRUE
                   MOVE "NOT PRODUCED" TO CaptureStatusText
                   ADD 1 TO ReportsNotProduced
                   SET WarningOccurred TO TRUE
               WHEN LinesCaptured = ZERO
                   SET RA-ReportEmpty TO TRUE
                   MOVE "EMPTY" TO CaptureStatusText
                   ADD 1 TO ReportsEmpty
               WHEN OTHER
                   SET RA-ReportCaptured TO TRUE
                   MOVE "CAPTURED" TO CaptureStatusText
                   ADD 1 TO ReportsCaptured
           END-EVALUATE
           IF PriorCaptureFound
               COMPUTE RA-RecaptureCount = PriorRecaptureCount + 1
           ELSE
               MOVE ZERO TO RA-RecaptureCount
           END-IF
           ADD LinesCaptured TO TotalLinesCaptured
           WRITE ReportArchiveRecord
               INVALID KEY
                   DISPLAY "REPORT ARCHIVE WRITE FAILED - "
                       RptName(ReportSub) " CONTROL RECORD STATUS "
                       ReportArchiveStatus
                   SET HardFailureOccurred TO TRUE
           END-WRITE
           .

       3800-LIST-CAPTURE.
           MOVE LinesCaptured TO CountDisplay
           MOVE PagesCaptured TO PageCountDisplay
           MOVE SPACES TO CaptureReportLine
           STRING RptName(ReportSub) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RptTitle(ReportSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PageCountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CaptureStatusText DELIMITED BY SIZE
               INTO CaptureReportLine
           WRITE CaptureReportLine
           IF PriorCaptureFound
               MOVE SPACES TO CaptureReportLine
               STRING "          REPLACES AN EARLIER CAPTURE OF "
                   DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO CaptureReportLine
               WRITE CaptureReportLine
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  4000-PURGE-EXPIRED-DATES                                      *
      *>  Takes out every business date more than RETAIN= days before  *
      *>  tonight's. The archive is in date order, so the pass stops   *
      *>  at the first date still inside the retention period. Each    *
      *>  report purged is listed from its control record.             *
      *>----------------------------------------------------------------*
       4000-PURGE-EXPIRED-DATES.
           MOVE ZERO TO CutoffDayNumber
           IF RetainDays < RunDayNumber
               COMPUTE CutoffDayNumber = RunDayNumber - RetainDays
           END-IF
           MOVE "N" TO ArchiveScanSwitch
           MOVE ZERO TO LastDateChecked
           MOVE "N" TO DateExpiredSwitch
           MOVE SPACES TO CaptureReportLine
           WRITE CaptureReportLine

           MOVE ZERO TO RA-BusinessDate RA-PageNumber RA-LineNumber
           MOVE SPACES TO RA-ReportName
           START ReportArchive KEY NOT LESS THAN RA-Key
               INVALID KEY SET EndOfArchiveScan TO TRUE
           END-START
           IF NOT EndOfArchiveScan
               PERFORM 4100-READ-ARCHIVE-FOR-PURGE
           END-IF
           PERFORM UNTIL EndOfArchiveScan OR HardFailureOccurred
               IF RA-PageNumber = ZERO AND RA-LineNumber = ZERO
                   PERFORM 4200-LIST-PURGED-REPORT
               END-IF
               DELETE ReportArchive RECORD
                   INVALID KEY
                       DISPLAY "REPORT ARCHIVE DELETE FAILED - "
                           "STATUS " ReportArchiveStatus
                       SET HardFailureOccurred TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO PurgedRecords
               END-DELETE
               PERFORM 4100-READ-ARCHIVE-FOR-PURGE
           END-PERFORM

           MOVE SPACES TO CaptureReportLine
           STRING "RETENTION PURGE - REPORTS PURGED " DELIMITED BY SIZE
               PurgedReports DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               PurgedRecords DELIMITED BY SIZE
               INTO CaptureReportLine
           WRITE CaptureReportLine
           DISPLAY "RETENTION PURGE - REPORTS: " PurgedReports
               " RECORDS: " PurgedRecords
           .
       4000-EXIT.
           EXIT.

       4100-READ-ARCHIVE-FOR-PURGE.
           READ ReportArchive NEXT RECORD
               AT END SET EndOfArchiveScan TO TRUE
           END-READ
           IF NOT EndOfArchiveScan
               IF RA-BusinessDate NOT = LastDateChecked
                   MOVE RA-BusinessDate TO LastDateChecked
                   MOVE RA-BusinessDate TO WorkDate
                   PERFORM 6100-COMPUTE-DAY-NUMBER
                   IF DayNumResult < CutoffDayNumber
                       SET DateExpired TO TRUE
                   ELSE
                       MOVE "N" TO DateExpiredSwitch
                   END-IF
               END-IF
               IF NOT DateExpired
                   SET EndOfArchiveScan TO TRUE
               END-IF
           END-IF
           .

       4200-LIST-PURGED-REPORT.
           ADD 1 TO PurgedReports
           MOVE RA-LineCount TO CountDisplay
           MOVE SPACES TO CaptureReportLine
           STRING "PURGED " DELIMITED BY SIZE
               RA-BusinessDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-ReportName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-ReportTitle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               " LINES" DELIMITED BY SIZE
               INTO CaptureReportLine
           WRITE CaptureReportLine
           .

      *>----------------------------------------------------------------*
      *>  6100-COMPUTE-DAY-NUMBER                                       *
      *>  WorkDate as a count of days from a fixed epoch (March-based  *
      *>  year so February's leap day falls at the end), the same      *
      *>  calculation LEARNING uses for ages.                          *
      *>----------------------------------------------------------------*
       6100-COMPUTE-DAY-NUMBER.
           IF WorkMonth < 3
               COMPUTE DayNumAdjustedYear = WorkYear - 1
               COMPUTE DayNumShiftedMonth = WorkMonth + 12
           ELSE
               MOVE WorkYear TO DayNumAdjustedYear
               MOVE WorkMonth TO DayNumShiftedMonth
           END-IF
           COMPUTE DayNumMonthWork =
               153 * (DayNumShiftedMonth - 3) + 2
           DIVIDE DayNumMonthWork BY 5 GIVING DayNumQuot
           COMPUTE DayNumResult = 365 * DayNumAdjustedYear
               + DayNumQuot + WorkDay
           DIVIDE DayNumAdjustedYear BY 4 GIVING DayNumQuot
           ADD DayNumQuot TO DayNumResult
           DIVIDE DayNumAdjustedYear BY 100 GIVING DayNumQuot
           SUBTRACT DayNumQuot FROM DayNumResult
           DIVIDE DayNumAdjustedYear BY 400 GIVING DayNumQuot
           ADD DayNumQuot TO DayNumResult
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = every report captured (or empty, where empty is    *
      *>     a normal night for that report),                          *
      *>     0004 = captured, but a report was not produced tonight -  *
      *>     missing, or a heading-always report with no lines -       *
      *>     a report already archived for this date was kept (or,     *
      *>     with RECAPTURE=Y, replaced), or a parameter card was      *
      *>     not understood,                                           *
      *>     0008 = the archive or a report could not be opened or     *
      *>     written - tonight's reports are not safely archived.      *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN WarningOccurred
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
