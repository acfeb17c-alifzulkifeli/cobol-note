      *>                    recovers) or a negative check-register
      *>                    line, so the disbursement totals still
      *>                    foot to the payroll trailer.
      *>   2026-10-15  AL   Every deposit and prenote sent to the bank
      *>                    is also appended to the BANKXHST extract
      *>                    history under the trailer's run date, so
      *>                    BANKRTN can match what the bank sends
      *>                    back. Deposits the bank returned, queued
      *>                    on REISSUE, print in their own section of
      *>                    the check register and are marked issued -
      *>                    they are last night's money, so they are
      *>                    footed on their own and kept out of the
      *>                    payroll trailer controls.
      *>   2026-10-15  AL   Queued reissues are marked issued only
      *>                    after the control summary has footed - a
      *>                    night that ends RETURN-CODE 8 bypasses the
      *>                    GL step, so the queue is left untouched and
      *>                    the reissues are picked up again.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankExtractStatus.

           SELECT ExtractHistoryFile ASSIGN TO "BANKXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractHistoryStatus.

           SELECT ReissueFile ASSIGN TO "REISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-Key
               FILE STATUS IS ReissueStatus.

           SELECT DisbursementReport ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisbursementReportStatus.
       FD  PayDetailFile.
       01  PayDetailRecord.
           05 PD-RecordType PIC X(01).
           05 PD-Ident PIC 9(05).
           05 PD-CustName PIC X(20).
           05 PD-GrossPay PIC S9(06)V99.
           05 PD-TaxAmount PIC S9(06)V99.
           05 BX-RecordType PIC X(01).
           05 BX-RoutingNo PIC 9(09).
           05 BX-AccountNo PIC X(12).
           05 BX-Ident PIC 9(05).
           05 BX-CustName PIC X(20).
           05 BX-Amount PIC S9(08)V99.
       01  BankExtractTrailer.
           05 BXT-DepositCount PIC 9(05).
           05 BXT-TotalAmount PIC S9(08)V99.

       FD  ExtractHistoryFile.
       01  ExtractHistoryRecord.
           COPY BANKXHST.

       FD  ReissueFile.
       01  ReissueRecord.
           COPY REISSUE.

       FD  DisbursementReport.
       01  DisbursementReportLine PIC X(80).

       01 CustomerIndexStatus PIC XX.
       01 BankExtractStatus PIC XX.
       01 DisbursementReportStatus PIC XX.
       01 ExtractHistoryStatus PIC XX.
       01 ReissueStatus PIC XX.

       01 RunControlSwitch PIC X VALUE "N".
           88 EndOfRunControl VALUE "Y".
           88 TrailerWasRead VALUE "Y".
       01 DetailSeenSwitch PIC X VALUE "N".
           88 AnyPayDetailSeen VALUE "Y".
       01 ReissueSwitch PIC X VALUE "N".
           88 EndOfReissue VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 ControlAgreeSwitch PIC X VALUE "Y".
       01 CheckTotal PIC S9(08)V99 VALUE ZERO.
       01 DisbursedTotal PIC S9(08)V99 VALUE ZERO.

      *> Reissued returned deposits - footed on their own, outside the
      *> payroll trailer controls
       01 ReissueCount PIC 9(05) VALUE ZERO.
       01 ReissueTotal PIC S9(08)V99 VALUE ZERO.

      *> Trailer controls saved when the "T" record is read - the
      *> record area is undefined once the reader hits end of file
       01 TrailerNet PIC S9(08)V99 VALUE ZERO.
           PERFORM 2000-BUILD-DEPOSIT-EXTRACT THRU 2000-EXIT
           IF AnyPayDetailSeen OR TrailerWasRead
               PERFORM 3000-PRINT-CHECK-REGISTER THRU 3000-EXIT
           END-IF
           IF NOT HardFailureOccurred
               PERFORM 3500-PRINT-REISSUES THRU 3500-EXIT
           END-IF
           IF AnyPayDetailSeen OR TrailerWasRead
               PERFORM 4000-PRINT-CONTROL-SUMMARY
           END-IF
           IF NOT HardFailureOccurred AND NOT ControlsDisagree
               PERFORM 3600-MARK-REISSUES-ISSUED THRU 3600-EXIT
           END-IF
           CLOSE DisbursementReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.
           IF CustomerIndexStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN EXTEND ExtractHistoryFile
           IF ExtractHistoryStatus = "35"
               OPEN OUTPUT ExtractHistoryFile
           END-IF
           IF ExtractHistoryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE SPACES TO DisbursementReportLine
                       IF NOT PaysByDeposit
                           PERFORM 3100-WRITE-CHECK-LINE
                       END-IF
                       IF PaysByDeposit OR PaysByPrenoteCheck
                           PERFORM 3200-WRITE-EXTRACT-HISTORY
                       END-IF
                   END-IF
                   PERFORM 2010-READ-PAY-DETAIL
               END-PERFORM

           CLOSE PayDetailFile
           CLOSE CustomerIndexFile
           CLOSE ExtractHistoryFile
           .
       3000-EXIT.
           EXIT.
           PERFORM 5100-WRITE-REPORT-LINE
           .

      *>  Written on the second pass, once the trailer has been read,
      *>  so the history carries the run date the bank sees on the
      *>  extract trailer - that is the date the bank quotes back.
       3200-WRITE-EXTRACT-HISTORY.
           MOVE RunDate TO BXH-ExtractDate
           MOVE BankRoutingNo OF CustomerIndexRecord TO BXH-RoutingNo
           MOVE BankAccountNo OF CustomerIndexRecord TO BXH-AccountNo
           MOVE PD-Ident TO BXH-Ident
           MOVE PD-CustName TO BXH-CustName
           IF PaysByDeposit
               MOVE "D" TO BXH-RecordType
               MOVE PD-NetPay TO BXH-Amount
           ELSE
               MOVE "P" TO BXH-RecordType
               MOVE ZERO TO BXH-Amount
           END-IF
           WRITE ExtractHistoryRecord
           .

      *>----------------------------------------------------------------*
      *>  3500-PRINT-REISSUES                                           *
      *>  Deposits the bank returned go out again as checks. Every     *
      *>  queued reissue is printed; one already marked issued with    *
      *>  tonight's date is printed again, so a rerun of the step      *
      *>  reproduces the same register. Nothing is marked issued here  *
      *>  - that waits for 3600, once the controls have passed.        *
      *>  This runs on a night with no payroll too - the money is      *
      *>  owed whether or not anyone was paid tonight. No queue yet    *
      *>  means nothing has ever been returned.                        *
      *>----------------------------------------------------------------*
       3500-PRINT-REISSUES.
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
               MOVE SPACES TO DisbursementReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO DisbursementReportLine
               MOVE "REISSUED RETURNED DEPOSITS"
                   TO DisbursementReportLine
               PERFORM 5100-WRITE-REPORT-LINE

               PERFORM 3510-READ-REISSUE
               PERFORM UNTIL EndOfReissue
                   EVALUATE TRUE
                       WHEN ReissueQueued
                           PERFORM 3520-WRITE-REISSUE-LINE
                       WHEN ReissueIssued AND RI-IssueDate = RunDate
                           PERFORM 3520-WRITE-REISSUE-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 3510-READ-REISSUE
               END-PERFORM

               MOVE ReissueTotal TO AmountDisplay
               MOVE SPACES TO DisbursementReportLine
               STRING "  REISSUES  " DELIMITED BY SIZE
                   ReissueCount DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   AmountDisplay DELIMITED BY SIZE
                   "  (NOT IN PAYROLL TRAILER)" DELIMITED BY SIZE
                   INTO DisbursementReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           CLOSE ReissueFile
           .
       3500-EXIT.
           EXIT.

       3510-READ-REISSUE.
           READ ReissueFile NEXT RECORD
               AT END SET EndOfReissue TO TRUE
           END-READ
           .

       3520-WRITE-REISSUE-LINE.
           ADD 1 TO ReissueCount
           ADD RI-Amount TO ReissueTotal
           MOVE RI-Amount TO AmountDisplay
           MOVE SPACES TO DisbursementReportLine
           STRING "  " DELIMITED BY SIZE
               RI-Ident DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RI-CustName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               "  RETURNED " DELIMITED BY SIZE
               RI-ExtractDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RI-ReturnReason DELIMITED BY SIZE
               INTO DisbursementReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           .

      *>----------------------------------------------------------------*
      *>  3600-MARK-REISSUES-ISSUED                                     *
      *>  Only once the register has footed are the queued reissues    *
      *>  marked issued with tonight's date. On a night that ends      *
      *>  RETURN-CODE 8 the GL step is bypassed, so the queue is left  *
      *>  as it was and the reissues print and post again on the      *
      *>  rerun or the next night.                                     *
      *>----------------------------------------------------------------*
       3600-MARK-REISSUES-ISSUED.
           MOVE "N" TO ReissueSwitch
           OPEN I-O ReissueFile
           IF ReissueStatus = "35"
               SET EndOfReissue TO TRUE
           ELSE
               IF ReissueStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfReissue TO TRUE
               END-IF
           END-IF

           IF NOT EndOfReissue
               PERFORM 3510-READ-REISSUE
               PERFORM UNTIL EndOfReissue
                   IF ReissueQueued
                       SET ReissueIssued TO TRUE
                       MOVE RunDate TO RI-IssueDate
                       REWRITE ReissueRecord
                           INVALID KEY
                               SET HardFailureOccurred TO TRUE
                       END-REWRITE
                   END-IF
                   PERFORM 3510-READ-REISSUE
               END-PERFORM
           END-IF
           CLOSE ReissueFile
           .
       3600-EXIT.
           EXIT.

      *>----------------------------------------------------------------*
      *>  4000-PRINT-CONTROL-SUMMARY                                    *
      *>  Deposit extract plus check register must reproduce the net   *
           END-IF
           DISPLAY "DISBURSEMENTS - DEPOSITS: " DepositCount
               " CHECKS: " CheckCount
               " REISSUES: " ReissueCount
               " CONTROLS AGREE: " ControlAgreeSwitch
           .

