      *> Modification History
      *>   2026-10-15  AL   Original version - reprint and index over
      *>                    the nightly report archive. Reprints any
      *>                    report the nightly job produced for any
      *>                    business date still held, line for line as
      *>                    it was captured, whole or by page range,
      *>                    and proves a whole reprint against the
      *>                    capture control record. Lists what the
      *>                    archive holds, by date and report, checking
      *>                    every report's lines on file against the
      *>                    count captured.
      *>   2026-10-15  AL   A reprint or index entry that disagrees with
      *>                    its capture control record still ends the
      *>                    run RETURN-CODE 8, but no longer stops the
      *>                    cards after it from being answered. Index
      *>                    column headings lined up with the entries.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRINT.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO "RPTPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RequestFileStatus.

           SELECT ReportArchive ASSIGN TO "RPTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-Key
               FILE STATUS IS ReportArchiveStatus.

           SELECT ReprintReport ASSIGN TO "REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReprintReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RequestFile.
       01  RequestCard PIC X(30).

       FD  ReportArchive.
       01  ReportArchiveRecord.
           COPY RPTARCH.

       FD  ReprintReport.
       01  ReprintLine PIC X(132).

       WORKING-STORAGE SECTION.
      *> File status and switches
       01 RequestFileStatus PIC XX.
       01 ReportArchiveStatus PIC XX.
       01 ReprintReportStatus PIC XX.

       01 RequestFileSwitch PIC X VALUE "N".
           88 EndOfRequestFile VALUE "Y".
       01 ArchiveScanSwitch PIC X VALUE "N".
           88 EndOfArchiveScan VALUE "Y".
       01 ControlFoundSwitch PIC X VALUE "N".
           88 ControlRecordFound VALUE "Y".
       01 PendingSwitch PIC X VALUE "N".
           88 IndexEntryPending VALUE "Y".
       01 PendingControlSwitch PIC X VALUE "N".
           88 PendingHasControl VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 DisagreementSwitch PIC X VALUE "N".
           88 ArchiveDisagreementFound VALUE "Y".
       01 WarningSwitch PIC X VALUE "N".
           88 WarningOccurred VALUE "Y".

      *> Request cards - processed in the order read:
       01 ParmKeyword PIC X(12).
       01 ParmValue.
           05 ParmValueDate PIC 9(08).
           05 FILLER PIC X(10).
       01 ParmValueNames REDEFINES ParmValue.
           05 ParmValueName PIC X(08).
           05 FILLER PIC X(10).
       01 ParmValueCounts REDEFINES ParmValue.
           05 ParmValueCount PIC 9(05).
           05 FILLER PIC X(13).
       77 RequestCount PIC 9(05) VALUE ZERO.

      *> The reprint in hand
       01 ReprintDate PIC 9(08) VALUE ZERO.
       01 ReprintReportName PIC X(08).
       01 FromPage PIC 9(05) VALUE 1.
       01 ToPage PIC 9(05) VALUE 99999.
       01 LinesReprinted PIC 9(07) VALUE ZERO.
       01 HeldControl.
           05 HeldReportTitle PIC X(30).
           05 HeldLineCount PIC 9(07).
           05 HeldPageCount PIC 9(05).
           05 HeldCaptureDate PIC 9(08).
           05 HeldCaptureTime PIC 9(06).
           05 HeldCaptureStatus PIC X(01).
               88 HeldReportCaptured VALUE "C".
               88 HeldReportEmpty VALUE "E".
               88 HeldReportNotProduced VALUE "N".
           05 HeldRecaptureCount PIC 9(03).

      *> Every report held for one date, for REPORT=ALL
       01 DateReportTable.
           05 DateReportName PIC X(08) OCCURS 50 TIMES.
       77 DateReportCount PIC 9(02) COMP VALUE ZERO.
       77 DateReportSub PIC 9(02) COMP VALUE ZERO.

      *> Index listing working fields
       01 IndexDate PIC 9(08) VALUE ZERO.
       01 PendingDate PIC 9(08) VALUE ZERO.
       01 PendingReportName PIC X(08) VALUE SPACES.
       01 PendingLinesOnFile PIC 9(07) VALUE ZERO.
       01 PreviousIndexDate PIC 9(08) VALUE ZERO.
       01 IndexStatusText PIC X(30).
       77 DatesHeld PIC 9(05) VALUE ZERO.
       77 ReportsHeld PIC 9(07) VALUE ZERO.
       77 LinesHeld PIC 9(09) VALUE ZERO.
       77 ReportsIncomplete PIC 9(05) VALUE ZERO.

      *> Page control for the index listing
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE 99.
       77 PageNumber PIC 9(04) VALUE ZERO.
       01 PageDisplay PIC ZZZ9.

      *> Display fields
       01 TodaysDate PIC 9(08).
       01 WorkDate PIC 9(08).
       01 WorkDateParts REDEFINES WorkDate.
           05 WorkYear PIC 9(04).
           05 WorkMonth PIC 9(02).
           05 WorkDay PIC 9(02).
       01 DateDisplay.
           05 DD-Year PIC 9(04).
           05 FILLER PIC X(01) VALUE "-".
           05 DD-Month PIC 9(02).
           05 FILLER PIC X(01) VALUE "-".
           05 DD-Day PIC 9(02).
       01 CountDisplay PIC Z,ZZZ,ZZ9.
       01 Count2Display PIC Z,ZZZ,ZZ9.
       01 PageCountDisplay PIC ZZ,ZZ9.
       01 Page2Display PIC ZZ,ZZ9.
       01 RecaptureDisplay PIC ZZ9.

       PROCEDURE DIVISION.
      *>----------------------------------------------------------------*
      *>  0000-MAINLINE                                                 *
      *>----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT HardFailureOccurred
               PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
           END-IF
           CLOSE ReportArchive
           CLOSE ReprintReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  The archive is only read here - reprints can run at any time,*
      *>  the nightly job included.                                    *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           OPEN INPUT ReportArchive
           IF ReportArchiveStatus NOT = "00"
               DISPLAY "REPORT ARCHIVE OPEN FAILED - STATUS "
                   ReportArchiveStatus
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT ReprintReport
           IF ReprintReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  2000-PROCESS-REQUESTS                                         *
      *>  Request cards on RPTPARMS, acted on in the order read:       *
      *>    DATE=yyyymmdd     business date for the REPORT= cards after *
      *>    FROMPAGE=nnnnn    first archive page of the next REPORT=   *
      *>    TOPAGE=nnnnn      last archive page of the next REPORT=    *
      *>    REPORT=ddname     reprint that report (DD name, as on the  *
      *>                      index) for the DATE= date; REPORT=ALL    *
      *>                      reprints every report held for the date  *
      *>    INDEX=ALL         list everything the archive holds;       *
      *>    INDEX=yyyymmdd    or just one business date                *
      *>  FROMPAGE/TOPAGE apply to one REPORT= card and then drop back *
      *>  to the whole report. No request cards at all (or no RPTPARMS)*
      *>  lists the whole archive.                                     *
      *>----------------------------------------------------------------*
       2000-PROCESS-REQUESTS.
           OPEN INPUT RequestFile
           IF RequestFileStatus = "35"
               SET EndOfRequestFile TO TRUE
           ELSE
               IF RequestFileStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfRequestFile TO TRUE
               END-IF
           END-IF

           IF NOT EndOfRequestFile
               PERFORM 2010-READ-REQUEST-CARD
               PERFORM UNTIL EndOfRequestFile OR HardFailureOccurred
                   PERFORM 2100-APPLY-REQUEST-CARD
                   PERFORM 2010-READ-REQUEST-CARD
               END-PERFORM
           END-IF
           CLOSE RequestFile

           IF RequestCount = ZERO AND NOT HardFailureOccurred
               MOVE ZERO TO IndexDate
               PERFORM 4000-ARCHIVE-INDEX THRU 4000-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2010-READ-REQUEST-CARD.
           READ RequestFile
               AT END SET EndOfRequestFile TO TRUE
           END-READ
           .

       2100-APPLY-REQUEST-CARD.
           MOVE SPACES TO ParmKeyword ParmValue
           UNSTRING RequestCard DELIMITED BY "="
               INTO ParmKeyword ParmValue
           END-UNSTRING
           EVALUATE ParmKeyword
               WHEN "DATE"
                   IF ParmValueDate NUMERIC
                       MOVE ParmValueDate TO ReprintDate
                   ELSE
                       DISPLAY "DATE CARD NOT NUMERIC: " RequestCard
                       MOVE ZERO TO ReprintDate
                       SET WarningOccurred TO TRUE
                   END-IF
               WHEN "FROMPAGE"
                   IF ParmValueCount NUMERIC
                       MOVE ParmValueCount TO FromPage
                   ELSE
                       DISPLAY "FROMPAGE CARD NOT NUMERIC - IGNORED"
                       SET WarningOccurred TO TRUE
                   END-IF
               WHEN "TOPAGE"
                   IF ParmValueCount NUMERIC
                       MOVE ParmValueCount TO ToPage
                   ELSE
                       DISPLAY "TOPAGE CARD NOT NUMERIC - IGNORED"
                       SET WarningOccurred TO TRUE
                   END-IF
               WHEN "REPORT"
                   ADD 1 TO RequestCount
                   EVALUATE TRUE
                       WHEN ReprintDate = ZERO
                           DISPLAY "REPORT CARD WITH NO DATE CARD "
                               "BEFORE IT - IGNORED: " RequestCard
                           SET WarningOccurred TO TRUE
                       WHEN ParmValueName = "ALL"
                           PERFORM 3500-REPRINT-ALL-FOR-DATE
                       WHEN OTHER
                           MOVE ParmValueName TO ReprintReportName
                           PERFORM 3000-REPRINT-REPORT THRU 3000-EXIT
                   END-EVALUATE
                   MOVE 1 TO FromPage
                   MOVE 99999 TO ToPage
               WHEN "INDEX"
                   ADD 1 TO RequestCount
                   EVALUATE TRUE
                       WHEN ParmValueName = "ALL"
                           MOVE ZERO TO IndexDate
                           PERFORM 4000-ARCHIVE-INDEX THRU 4000-EXIT
                       WHEN ParmValueDate NUMERIC
                           MOVE ParmValueDate TO IndexDate
                           PERFORM 4000-ARCHIVE-INDEX THRU 4000-EXIT
                       WHEN OTHER
                           DISPLAY "INDEX CARD NOT ALL OR A DATE - "
                               "IGNORED: " RequestCard
                           SET WarningOccurred TO TRUE
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED REQUEST CARD: " RequestCard
                   SET WarningOccurred TO TRUE
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *>  3000-REPRINT-REPORT                                           *
      *>  One report for one business date, exactly as captured, under *
      *>  a heading that says it is a reprint and when the original   *
      *>  was captured. A whole-report reprint must put out every line *
      *>  the capture control record says was archived, or the run    *
      *>  fails - a reprint that cannot be proved complete is not      *
      *>  handed to an auditor.                                        *
      *>----------------------------------------------------------------*
       3000-REPRINT-REPORT.
           MOVE ReprintDate TO RA-BusinessDate
           MOVE ReprintReportName TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           MOVE "Y" TO ControlFoundSwitch
           READ ReportArchive
               INVALID KEY MOVE "N" TO ControlFoundSwitch
           END-READ

           MOVE ReprintDate TO WorkDate
           PERFORM 6100-FORMAT-DATE
           IF NOT ControlRecordFound
               MOVE SPACES TO ReprintLine
               WRITE ReprintLine
               MOVE SPACES TO ReprintLine
               STRING "*** " DELIMITED BY SIZE
                   ReprintReportName DELIMITED BY SIZE
                   " FOR BUSINESS DATE " DELIMITED BY SIZE
                   DateDisplay DELIMITED BY SIZE
                   " IS NOT IN THE REPORT ARCHIVE ***"
                   DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
               DISPLAY "NOT IN ARCHIVE: " ReprintReportName " "
                   ReprintDate
               SET WarningOccurred TO TRUE
           ELSE
               MOVE RA-ReportTitle TO HeldReportTitle
               MOVE RA-LineCount TO HeldLineCount
               MOVE RA-PageCount TO HeldPageCount
               MOVE RA-CaptureDate TO HeldCaptureDate
               MOVE RA-CaptureTime TO HeldCaptureTime
               MOVE RA-CaptureStatus TO HeldCaptureStatus
               MOVE RA-RecaptureCount TO HeldRecaptureCount
               PERFORM 3100-PRINT-REPRINT-HEADING
               IF HeldReportNotProduced
                   MOVE SPACES TO ReprintLine
                   STRING "REPORT WAS NOT PRODUCED THAT NIGHT - "
                       DELIMITED BY SIZE
                       "NOTHING TO REPRINT" DELIMITED BY SIZE
                       INTO ReprintLine
                   WRITE ReprintLine
                   SET WarningOccurred TO TRUE
               ELSE
                   PERFORM 3200-PRINT-ARCHIVED-LINES
                   PERFORM 3300-PRINT-REPRINT-TRAILER
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-PRINT-REPRINT-HEADING.
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "*** REPRINT FROM THE NIGHTLY REPORT ARCHIVE - "
               DELIMITED BY SIZE
               ReprintReportName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HeldReportTitle DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE HeldLineCount TO CountDisplay
           MOVE HeldPageCount TO PageCountDisplay
           MOVE SPACES TO ReprintLine
           STRING "    BUSINESS DATE " DELIMITED BY SIZE
               DateDisplay DELIMITED BY SIZE
               "  CAPTURED " DELIMITED BY SIZE
               HeldCaptureDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HeldCaptureTime DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  PAGES " DELIMITED BY SIZE
               PageCountDisplay DELIMITED BY SIZE
               "  REPRINTED " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           IF HeldRecaptureCount > ZERO
               MOVE HeldRecaptureCount TO RecaptureDisplay
               MOVE SPACES TO ReprintLine
               STRING "    CAPTURED FROM A RERUN OF THIS BUSINESS DATE"
                   DELIMITED BY SIZE
                   " - EARLIER CAPTURES REPLACED: " DELIMITED BY SIZE
                   RecaptureDisplay DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
           END-IF
           IF FromPage > 1 OR ToPage < HeldPageCount
               MOVE FromPage TO PageCountDisplay
               MOVE ToPage TO Page2Display
               MOVE SPACES TO ReprintLine
               STRING "    ARCHIVE PAGES " DELIMITED BY SIZE
                   PageCountDisplay DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   Page2Display DELIMITED BY SIZE
                   " ONLY" DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
           END-IF
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           .

       3200-PRINT-ARCHIVED-LINES.
           MOVE ZERO TO LinesReprinted
           MOVE "N" TO ArchiveScanSwitch
           MOVE ReprintDate TO RA-BusinessDate
           MOVE ReprintReportName TO RA-ReportName
           MOVE FromPage TO RA-PageNumber
           IF RA-PageNumber = ZERO
               MOVE 1 TO RA-PageNumber
           END-IF
           MOVE ZERO TO RA-LineNumber
           START ReportArchive KEY NOT LESS THAN RA-Key
               INVALID KEY SET EndOfArchiveScan TO TRUE
           END-START
           IF NOT EndOfArchiveScan
               PERFORM 3210-READ-REPORT-LINE
           END-IF
           PERFORM UNTIL EndOfArchiveScan
               MOVE RA-LineText TO ReprintLine
               WRITE ReprintLine
               ADD 1 TO LinesReprinted
               PERFORM 3210-READ-REPORT-LINE
           END-PERFORM
           .

       3210-READ-REPORT-LINE.
           READ ReportArchive NEXT RECORD
               AT END SET EndOfArchiveScan TO TRUE
               NOT AT END
                   IF RA-BusinessDate NOT = ReprintDate
                       OR RA-ReportName NOT = ReprintReportName
                       OR RA-PageNumber > ToPage
                       SET EndOfArchiveScan TO TRUE
                   END-IF
           END-READ
           .

       3300-PRINT-REPRINT-TRAILER.
           MOVE LinesReprinted TO CountDisplay
           MOVE HeldLineCount TO Count2Display
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "*** END OF REPRINT - " DELIMITED BY SIZE
               ReprintReportName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DateDisplay DELIMITED BY SIZE
               " - LINES REPRINTED " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               Count2Display DELIMITED BY SIZE
               " CAPTURED ***" DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           IF FromPage NOT > 1 AND ToPage NOT < HeldPageCount
               AND LinesReprinted NOT = HeldLineCount
               MOVE SPACES TO ReprintLine
               STRING "*** LINES ON FILE DO NOT AGREE WITH THE "
                   DELIMITED BY SIZE
                   "CAPTURE CONTROL RECORD - REPRINT INCOMPLETE ***"
                   DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
               DISPLAY "REPRINT INCOMPLETE: " ReprintReportName " "
                   ReprintDate " LINES " LinesReprinted " OF "
                   HeldLineCount
               SET ArchiveDisagreementFound TO TRUE
           END-IF
           .

      *>  REPORT=ALL - the control records for the date name every
      *> report held; the lines under each are stepped over rather
      *> than read.
       3500-REPRINT-ALL-FOR-DATE.
           MOVE ZERO TO DateReportCount
           MOVE "N" TO ArchiveScanSwitch
           MOVE ReprintDate TO RA-BusinessDate
           MOVE SPACES TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           START ReportArchive KEY NOT LESS THAN RA-Key
               INVALID KEY SET EndOfArchiveScan TO TRUE
           END-START
           IF NOT EndOfArchiveScan
               PERFORM 3510-READ-NEXT-FOR-DATE
           END-IF
           PERFORM UNTIL EndOfArchiveScan
               IF RA-PageNumber = ZERO AND RA-LineNumber = ZERO
                   IF DateReportCount < 50
                       ADD 1 TO DateReportCount
                       MOVE RA-ReportName
                           TO DateReportName(DateReportCount)
                   ELSE
                       DISPLAY "MORE THAN 50 REPORTS FOR " ReprintDate
                           " - " RA-ReportName " NOT REPRINTED"
                       SET WarningOccurred TO TRUE
                   END-IF
               END-IF
               MOVE 99999 TO RA-PageNumber
               MOVE 999 TO RA-LineNumber
               START ReportArchive KEY GREATER THAN RA-Key
                   INVALID KEY SET EndOfArchiveScan TO TRUE
               END-START
               IF NOT EndOfArchiveScan
                   PERFORM 3510-READ-NEXT-FOR-DATE
               END-IF
           END-PERFORM

           IF DateReportCount = ZERO
               MOVE ReprintDate TO WorkDate
               PERFORM 6100-FORMAT-DATE
               MOVE SPACES TO ReprintLine
               STRING "*** NOTHING IN THE REPORT ARCHIVE FOR BUSINESS "
                   DELIMITED BY SIZE
                   "DATE " DELIMITED BY SIZE
                   DateDisplay DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
               DISPLAY "NOTHING IN ARCHIVE FOR " ReprintDate
               SET WarningOccurred TO TRUE
           END-IF
           PERFORM VARYING DateReportSub FROM 1 BY 1
               UNTIL DateReportSub > DateReportCount
               MOVE DateReportName(DateReportSub) TO ReprintReportName
               PERFORM 3000-REPRINT-REPORT THRU 3000-EXIT
           END-PERFORM
           .

       3510-READ-NEXT-FOR-DATE.
           READ ReportArchive NEXT RECORD
               AT END SET EndOfArchiveScan TO TRUE
               NOT AT END
                   IF RA-BusinessDate NOT = ReprintDate
                       SET EndOfArchiveScan TO TRUE
                   END-IF
           END-READ
           .

      *>----------------------------------------------------------------*
      *>  4000-ARCHIVE-INDEX                                            *
      *>  What the archive holds, date by date and report by report:   *
      *>  title, pages and lines captured, when, and the outcome. Every*
      *>  report's lines are counted as they go by and must agree with *
      *>  its control record - a report with lines missing, or lines   *
      *>  and no control record (a capture that never finished), is    *
      *>  flagged INCOMPLETE and fails the run.                        *
      *>----------------------------------------------------------------*
       4000-ARCHIVE-INDEX.
           MOVE ZERO TO DatesHeld ReportsHeld LinesHeld
               ReportsIncomplete PageNumber PreviousIndexDate
           MOVE 99 TO LinesOnPage
           MOVE "N" TO PendingSwitch
           MOVE "N" TO ArchiveScanSwitch
           MOVE IndexDate TO RA-BusinessDate
           MOVE SPACES TO RA-ReportName
           MOVE ZERO TO RA-PageNumber RA-LineNumber
           START ReportArchive KEY NOT LESS THAN RA-Key
               INVALID KEY SET EndOfArchiveScan TO TRUE
           END-START
           IF NOT EndOfArchiveScan
               PERFORM 4100-READ-ARCHIVE-FOR-INDEX
           END-IF
           PERFORM UNTIL EndOfArchiveScan
               IF NOT IndexEntryPending
                   OR RA-BusinessDate NOT = PendingDate
                   OR RA-ReportName NOT = PendingReportName
                   IF IndexEntryPending
                       PERFORM 4200-LIST-INDEX-ENTRY
                   END-IF
                   PERFORM 4150-START-INDEX-ENTRY
               END-IF
               IF RA-PageNumber = ZERO AND RA-LineNumber = ZERO
                   SET PendingHasControl TO TRUE
                   MOVE RA-ReportTitle TO HeldReportTitle
                   MOVE RA-LineCount TO HeldLineCount
                   MOVE RA-PageCount TO HeldPageCount
                   MOVE RA-CaptureDate TO HeldCaptureDate
                   MOVE RA-CaptureTime TO HeldCaptureTime
                   MOVE RA-CaptureStatus TO HeldCaptureStatus
                   MOVE RA-RecaptureCount TO HeldRecaptureCount
               ELSE
                   ADD 1 TO PendingLinesOnFile
               END-IF
               PERFORM 4100-READ-ARCHIVE-FOR-INDEX
           END-PERFORM
           IF IndexEntryPending
               PERFORM 4200-LIST-INDEX-ENTRY
           END-IF

           IF ReportsHeld = ZERO
               PERFORM 5000-PRINT-INDEX-HEADER
               MOVE "  NOTHING HELD IN THE REPORT ARCHIVE" TO ReprintLine
               PERFORM 5100-WRITE-INDEX-LINE
               SET WarningOccurred TO TRUE
           END-IF
           MOVE SPACES TO ReprintLine
           PERFORM 5100-WRITE-INDEX-LINE
           MOVE LinesHeld TO CountDisplay
           MOVE SPACES TO ReprintLine
           STRING "  BUSINESS DATES HELD " DELIMITED BY SIZE
               DatesHeld DELIMITED BY SIZE
               "  REPORTS HELD " DELIMITED BY SIZE
               ReportsHeld DELIMITED BY SIZE
               "  LINES HELD " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  INCOMPLETE " DELIMITED BY SIZE
               ReportsIncomplete DELIMITED BY SIZE
               INTO ReprintLine
           PERFORM 5100-WRITE-INDEX-LINE
           DISPLAY "ARCHIVE INDEX - DATES: " DatesHeld
               " REPORTS: " ReportsHeld
               " INCOMPLETE: " ReportsIncomplete
           .
       4000-EXIT.
           EXIT.

       4100-READ-ARCHIVE-FOR-INDEX.
           READ ReportArchive NEXT RECORD
               AT END SET EndOfArchiveScan TO TRUE
               NOT AT END
                   IF IndexDate NOT = ZERO
                       AND RA-BusinessDate NOT = IndexDate
                       SET EndOfArchiveScan TO TRUE
                   END-IF
           END-READ
           .

       4150-START-INDEX-ENTRY.
           SET IndexEntryPending TO TRUE
           MOVE "N" TO PendingControlSwitch
           MOVE RA-BusinessDate TO PendingDate
           MOVE RA-ReportName TO PendingReportName
           MOVE ZERO TO PendingLinesOnFile
           MOVE SPACES TO HeldControl
           .

       4200-LIST-INDEX-ENTRY.
           ADD 1 TO ReportsHeld
           ADD PendingLinesOnFile TO LinesHeld
           IF PendingDate NOT = PreviousIndexDate
               ADD 1 TO DatesHeld
               IF PreviousIndexDate NOT = ZERO
                   MOVE SPACES TO ReprintLine
                   PERFORM 5100-WRITE-INDEX-LINE
               END-IF
               MOVE PendingDate TO PreviousIndexDate
           END-IF
           MOVE PendingDate TO WorkDate
           PERFORM 6100-FORMAT-DATE
           EVALUATE TRUE
               WHEN NOT PendingHasControl
                   MOVE "INCOMPLETE - NO CONTROL RECORD"
                       TO IndexStatusText
                   MOVE "(CAPTURE NEVER FINISHED)" TO HeldReportTitle
                   MOVE ZERO TO HeldPageCount HeldCaptureDate
                       HeldCaptureTime
               WHEN PendingLinesOnFile NOT = HeldLineCount
                   MOVE "INCOMPLETE - LINES MISSING" TO IndexStatusText
               WHEN HeldReportNotProduced
                   MOVE "NOT PRODUCED" TO IndexStatusText
               WHEN HeldReportEmpty
                   MOVE "EMPTY" TO IndexStatusText
               WHEN HeldRecaptureCount > ZERO
                   MOVE HeldRecaptureCount TO RecaptureDisplay
                   MOVE SPACES TO IndexStatusText
                   STRING "CAPTURED - RERUN " DELIMITED BY SIZE
                       RecaptureDisplay DELIMITED BY SIZE
                       INTO IndexStatusText
               WHEN OTHER
                   MOVE "CAPTURED" TO IndexStatusText
           END-EVALUATE
           IF IndexStatusText(1:10) = "INCOMPLETE"
               ADD 1 TO ReportsIncomplete
               SET ArchiveDisagreementFound TO TRUE
           END-IF
           MOVE PendingLinesOnFile TO CountDisplay
           MOVE HeldPageCount TO PageCountDisplay
           MOVE SPACES TO ReprintLine
           STRING "  " DELIMITED BY SIZE
               DateDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PendingReportName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HeldReportTitle DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PageCountDisplay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HeldCaptureDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HeldCaptureTime DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IndexStatusText DELIMITED BY SIZE
               INTO ReprintLine
           PERFORM 5100-WRITE-INDEX-LINE
           MOVE "N" TO PendingSwitch
           .

       5000-PRINT-INDEX-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "NIGHTLY REPORT ARCHIVE - INDEX OF REPORTS HELD"
               DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "PRINTED " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "  BUSINESS    REPORT    TITLE                     "
               DELIMITED BY SIZE
               "       PAGES     LINES  CAPTURED         STATUS"
               DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           MOVE 5 TO LinesOnPage
           .

       5100-WRITE-INDEX-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 5000-PRINT-INDEX-HEADER
           END-IF
           WRITE ReprintLine
           ADD 1 TO LinesOnPage
           .

       6100-FORMAT-DATE.
           MOVE WorkYear TO DD-Year
           MOVE WorkMonth TO DD-Month
           MOVE WorkDay TO DD-Day
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = every request answered,                            *
      *>     0004 = a report or date asked for is not in the archive,  *
      *>     was not produced that night, or a request card was not    *
      *>     understood,                                               *
      *>     0008 = the archive could not be read (the run stops       *
      *>     there), or a reprint or an index entry does not agree     *
      *>     with its capture control record - the archive copy        *
      *>     cannot be vouched for, though every card was answered.    *
      *>----------------------------------------------------------------*
       9999-TERMINATE-RUN.
           EVALUATE TRUE
               WHEN HardFailureOccurred
                   MOVE 8 TO RETURN-CODE
               WHEN ArchiveDisagreementFound
                   MOVE 8 TO RETURN-CODE
               WHEN WarningOccurred
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
