      *> Modification History
      *>   2026-10-15  AL   Original version - applies what the bank
      *>                    sends back against the deposit extract.
      *>                    Each prenote confirmation or returned
      *>                    entry on BANKRTN is matched to the extract
      *>                    record it answers on the cumulative
      *>                    BANKXHST history: a confirmed prenote
      *>                    moves BankStatus from "P" to "A", a
      *>                    returned deposit or rejected prenote drops
      *>                    the customer to "N", and a returned
      *>                    deposit's net amount is queued on REISSUE
      *>                    for the next check register. Every status
      *>                    change is written to CUSTJRNL the way a
      *>                    CUSTMNT change is, so CUSTRCVR replays it.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRTN.
       AUTHOR. AL.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

           SELECT BankReturnFile ASSIGN TO "BANKRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankReturnStatus.

           SELECT ExtractHistoryFile ASSIGN TO "BANKXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractHistoryStatus.

           SELECT CustomerIndexFile ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ident OF CustomerIndexRecord
               FILE STATUS IS CustomerIndexStatus.

           SELECT CustomerJournal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerJournalStatus.

           SELECT ReissueFile ASSIGN TO "REISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-Key
               FILE STATUS IS ReissueStatus.

           SELECT ReturnReport ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       01  RunControlCard PIC X(30).

      *> One entry per answer from the bank - "C" a prenote the bank
      *> has confirmed, "R" a deposit or prenote it has returned. The
      *> extract date is the run date on the BANKEXT trailer the
      *> answered record went out under; the reason is the bank's own
      *> return code, carried through to the register and the queue.
       FD  BankReturnFile.
       01  BankReturnRecord.
           05 BR-EntryType PIC X(01).
               88 EntryIsConfirmation VALUE "C".
               88 EntryIsReturn VALUE "R".
           05 BR-ExtractDate PIC 9(08).
           05 BR-RoutingNo PIC 9(09).
           05 BR-AccountNo PIC X(12).
           05 BR-Ident PIC 9(05).
           05 BR-Amount PIC S9(08)V99.
           05 BR-ReasonCode PIC X(03).

       FD  ExtractHistoryFile.
       01  ExtractHistoryRecord.
           COPY BANKXHST.

       FD  CustomerIndexFile.
       01  CustomerIndexRecord.
           COPY CUSTREC.

       FD  CustomerJournal.
       01  CustomerJournalRecord.
           COPY CUSTJRNL.

       FD  ReissueFile.
       01  ReissueRecord.
           COPY REISSUE.

       FD  ReturnReport.
       01  ReturnReportLine PIC X(80).

       WORKING-STORAGE SECTION.
      *> File status and switches
       01 RunControlStatus PIC XX.
       01 BankReturnStatus PIC XX.
       01 ExtractHistoryStatus PIC XX.
       01 CustomerIndexStatus PIC XX.
       01 CustomerJournalStatus PIC XX.
       01 ReissueStatus PIC XX.
       01 ReturnReportStatus PIC XX.

       01 RunControlSwitch PIC X VALUE "N".
           88 EndOfRunControl VALUE "Y".
       01 BankReturnSwitch PIC X VALUE "N".
           88 EndOfBankReturn VALUE "Y".
       01 ExtractHistorySwitch PIC X VALUE "N".
           88 EndOfExtractHistory VALUE "Y".
       01 HardFailureSwitch PIC X VALUE "N".
           88 HardFailureOccurred VALUE "Y".
       01 ReturnEntrySwitch PIC X VALUE "Y".
           88 ReturnEntryIsValid VALUE "Y".
           88 ReturnEntryIsInvalid VALUE "N".

      *> Bank answers held for the one pass over the extract history -
      *> the history is cumulative and in extract order, the answers
      *> come in whatever order the bank sends them
       01 ReturnEntryTable.
           05 ReturnEntry OCCURS 500 TIMES.
               10 RtnEntryType PIC X(01).
               10 RtnExtractDate PIC 9(08).
               10 RtnRoutingNo PIC 9(09).
               10 RtnAccountNo PIC X(12).
               10 RtnIdent PIC 9(05).
               10 RtnAmount PIC S9(08)V99.
               10 RtnReasonCode PIC X(03).
               10 RtnMatchedFlag PIC X(01).
               10 RtnMatchType PIC X(01).
               10 RtnMatchName PIC X(20).
               10 RtnHistCount PIC 9(02).
               10 RtnMatchSeq PIC 9(02).
       77 ReturnEntryCount PIC 9(04) COMP VALUE ZERO.
       77 RtnSub PIC 9(04) COMP VALUE ZERO.

      *> Run counters
       77 EntriesReadCount PIC 9(07) VALUE ZERO.
       77 ConfirmedCount PIC 9(07) VALUE ZERO.
       77 ReturnedCount PIC 9(07) VALUE ZERO.
       77 StatusChangedCount PIC 9(07) VALUE ZERO.
       77 ReissueQueuedCount PIC 9(07) VALUE ZERO.
       77 ExceptionCount PIC 9(07) VALUE ZERO.
       01 ReissueQueuedTotal PIC S9(08)V99 VALUE ZERO.

      *> Journal images - the before image is taken the moment the
      *> master is read, the after image the moment the change lands
       01 JournalBeforeWork PIC X(56).
       01 JournalAfterWork PIC X(56).
       01 RunTimeWork.
           05 RunTimeHHMMSS PIC 9(06).
           05 FILLER PIC 9(02).
       01 OldBankStatus PIC X(01).
       01 NewBankStatus PIC X(01).

      *> Page control
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE 99.
       77 PageNumber PIC 9(04) VALUE ZERO.

      *> Report formatting work fields
       01 AmountDisplay PIC ZZZZZZZ9.99-.
       01 PageDisplay PIC ZZZ9.
       01 ResultText PIC X(40).
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
               PERFORM 2000-LOAD-RETURN-ENTRIES THRU 2000-EXIT
           END-IF
           IF NOT HardFailureOccurred AND ReturnEntryCount > ZERO
               PERFORM 3000-MATCH-EXTRACT-HISTORY THRU 3000-EXIT
           END-IF
           IF NOT HardFailureOccurred AND ReturnEntryCount > ZERO
               PERFORM 4000-APPLY-RETURN-ENTRIES THRU 4000-EXIT
           END-IF
           PERFORM 6000-PRINT-RUN-SUMMARY
           CLOSE ReturnReport
           PERFORM 9999-TERMINATE-RUN
           STOP RUN.

      *>----------------------------------------------------------------*
      *>  1000-INITIALIZE                                                *
      *>  RUNPARMS is payroll's own parm file, so a RUNDATE= rerun       *
      *>  override dates the register and the journal records the way  *
      *>  the rest of the night ran - every other card in that file    *
      *>  belongs to payroll and is passed over without comment.       *
      *>----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE TodaysDate TO RunDate
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           OPEN OUTPUT ReturnReport
           IF ReturnReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           ELSE
               PERFORM 5000-PRINT-PAGE-HEADER
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
      *>  2000-LOAD-RETURN-ENTRIES                                      *
      *>  Loads the bank's answers into the match table. An entry      *
      *>  that is not a "C" or "R", or whose date, Ident, routing      *
      *>  number or amount is not numeric, cannot be matched and is    *
      *>  listed as an exception. An empty or missing file is a        *
      *>  normal night - the bank had nothing to send back. The whole  *
      *>  file has to fit the table: a return left unapplied would     *
      *>  sit unpaid with nothing to show for it, so a full table     *
      *>  abandons the step.                                           *
      *>----------------------------------------------------------------*
       2000-LOAD-RETURN-ENTRIES.
           MOVE SPACES TO ReturnReportLine
           MOVE "BANK ANSWERS APPLIED" TO ReturnReportLine
           PERFORM 5100-WRITE-REPORT-LINE

           OPEN INPUT BankReturnFile
           IF BankReturnStatus = "35"
               SET EndOfBankReturn TO TRUE
           ELSE
               IF BankReturnStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfBankReturn TO TRUE
               END-IF
           END-IF

           IF NOT EndOfBankReturn
               PERFORM 2010-READ-BANK-RETURN
               PERFORM UNTIL EndOfBankReturn OR HardFailureOccurred
                   ADD 1 TO EntriesReadCount
                   PERFORM 2100-EDIT-RETURN-ENTRY
                   IF ReturnEntryIsValid
                       PERFORM 2200-TABLE-RETURN-ENTRY
                   END-IF
                   PERFORM 2010-READ-BANK-RETURN
               END-PERFORM
           END-IF
           CLOSE BankReturnFile

           IF EntriesReadCount = ZERO
               MOVE SPACES TO ReturnReportLine
               MOVE "  NO BANK RETURNS OR CONFIRMATIONS TONIGHT"
                   TO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           .
       2000-EXIT.
           EXIT.

       2010-READ-BANK-RETURN.
           READ BankReturnFile
               AT END SET EndOfBankReturn TO TRUE
           END-READ
           .

       2100-EDIT-RETURN-ENTRY.
           SET ReturnEntryIsValid TO TRUE
           EVALUATE TRUE
               WHEN NOT EntryIsConfirmation AND NOT EntryIsReturn
                   SET ReturnEntryIsInvalid TO TRUE
                   MOVE "UNKNOWN ENTRY TYPE" TO ResultText
               WHEN BR-ExtractDate NOT NUMERIC
                   OR BR-Ident NOT NUMERIC
                   OR BR-RoutingNo NOT NUMERIC
                   OR BR-Amount NOT NUMERIC
                   SET ReturnEntryIsInvalid TO TRUE
                   MOVE "ENTRY NOT NUMERIC - CANNOT BE MATCHED"
                       TO ResultText
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ReturnEntryIsInvalid
               ADD 1 TO ExceptionCount
               MOVE SPACES TO ReturnReportLine
               STRING "  *** " DELIMITED BY SIZE
                   BankReturnRecord DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO ReturnReportLine
               STRING "      " DELIMITED BY SIZE
                   ResultText DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           .

       2200-TABLE-RETURN-ENTRY.
           IF ReturnEntryCount < 500
               ADD 1 TO ReturnEntryCount
               MOVE BR-EntryType TO RtnEntryType(ReturnEntryCount)
               MOVE BR-ExtractDate TO RtnExtractDate(ReturnEntryCount)
               MOVE BR-RoutingNo TO RtnRoutingNo(ReturnEntryCount)
               MOVE BR-AccountNo TO RtnAccountNo(ReturnEntryCount)
               MOVE BR-Ident TO RtnIdent(ReturnEntryCount)
               MOVE BR-Amount TO RtnAmount(ReturnEntryCount)
               MOVE BR-ReasonCode TO RtnReasonCode(ReturnEntryCount)
               MOVE "N" TO RtnMatchedFlag(ReturnEntryCount)
               MOVE SPACE TO RtnMatchType(ReturnEntryCount)
               MOVE SPACES TO RtnMatchName(ReturnEntryCount)
               MOVE ZERO TO RtnHistCount(ReturnEntryCount)
               MOVE ZERO TO RtnMatchSeq(ReturnEntryCount)
           ELSE
               DISPLAY "BANK RETURN TABLE FULL - "
                   "RETURNS NOT APPLIED"
               MOVE SPACES TO ReturnReportLine
               MOVE "  BANK RETURN TABLE FULL - RETURNS NOT APPLIED"
                   TO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               SET HardFailureOccurred TO TRUE
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  3000-MATCH-EXTRACT-HISTORY                                    *
      *>  One pass over the cumulative extract history. Each history   *
      *>  record is counted against every open answer for the same     *
      *>  extract date and Ident, so the match keeps its position      *
      *>  among that night's records for the Ident - the reissue key   *
      *>  needs it when a voided paycheck put a reversing deposit on   *
      *>  the same extract. A confirmation answers a "P" prenote for   *
      *>  the same account; a return answers a "D" or "P" for the      *
      *>  same account and amount. The first record that answers is    *
      *>  the match, so a disbursement step that was rerun and wrote   *
      *>  its history twice still matches the same position.          *
      *>----------------------------------------------------------------*
       3000-MATCH-EXTRACT-HISTORY.
           OPEN INPUT ExtractHistoryFile
           IF ExtractHistoryStatus = "35"
               SET EndOfExtractHistory TO TRUE
           ELSE
               IF ExtractHistoryStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
                   SET EndOfExtractHistory TO TRUE
               END-IF
           END-IF

           IF NOT EndOfExtractHistory
               PERFORM 3010-READ-EXTRACT-HISTORY
               PERFORM UNTIL EndOfExtractHistory
                   PERFORM VARYING RtnSub FROM 1 BY 1
                       UNTIL RtnSub > ReturnEntryCount
                       PERFORM 3100-MATCH-ONE-ENTRY
                   END-PERFORM
                   PERFORM 3010-READ-EXTRACT-HISTORY
               END-PERFORM
           END-IF
           CLOSE ExtractHistoryFile
           .
       3000-EXIT.
           EXIT.

       3010-READ-EXTRACT-HISTORY.
           READ ExtractHistoryFile
               AT END SET EndOfExtractHistory TO TRUE
           END-READ
           .

       3100-MATCH-ONE-ENTRY.
           IF RtnMatchedFlag(RtnSub) = "N"
               AND BXH-ExtractDate = RtnExtractDate(RtnSub)
               AND BXH-Ident = RtnIdent(RtnSub)
               ADD 1 TO RtnHistCount(RtnSub)
               IF BXH-RoutingNo = RtnRoutingNo(RtnSub)
                   AND BXH-AccountNo = RtnAccountNo(RtnSub)
                   EVALUATE TRUE
                       WHEN RtnEntryType(RtnSub) = "C"
                           AND BXH-PrenoteRecord
                           PERFORM 3110-MARK-ENTRY-MATCHED
                       WHEN RtnEntryType(RtnSub) = "R"
                           AND (BXH-DepositRecord OR BXH-PrenoteRecord)
                           AND BXH-Amount = RtnAmount(RtnSub)
                           PERFORM 3110-MARK-ENTRY-MATCHED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

       3110-MARK-ENTRY-MATCHED.
           MOVE "Y" TO RtnMatchedFlag(RtnSub)
           MOVE BXH-RecordType TO RtnMatchType(RtnSub)
           MOVE BXH-CustName TO RtnMatchName(RtnSub)
           MOVE RtnHistCount(RtnSub) TO RtnMatchSeq(RtnSub)
           .

      *>----------------------------------------------------------------*
      *>  4000-APPLY-RETURN-ENTRIES                                     *
      *>  Applies each matched answer to the customer master in the    *
      *>  order the bank sent them. A status only moves when the       *
      *>  master still carries the bank details the answer is about -  *
      *>  if CUSTMNT has changed them since, the bank was talking      *
      *>  about an account the customer no longer uses. Every rerun    *
      *>  of the same file is harmless: a status already moved is      *
      *>  left alone and not journaled again, and a reissue already    *
      *>  on the queue is not queued twice.                            *
      *>----------------------------------------------------------------*
       4000-APPLY-RETURN-ENTRIES.
           OPEN I-O CustomerIndexFile
           IF CustomerIndexStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN EXTEND CustomerJournal
           IF CustomerJournalStatus = "35"
               OPEN OUTPUT CustomerJournal
           END-IF
           IF CustomerJournalStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN I-O ReissueFile
           IF ReissueStatus = "35"
               OPEN OUTPUT ReissueFile
               CLOSE ReissueFile
               OPEN I-O ReissueFile
           END-IF
           IF ReissueStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               PERFORM VARYING RtnSub FROM 1 BY 1
                   UNTIL RtnSub > ReturnEntryCount
                   PERFORM 4100-APPLY-ONE-ENTRY
               END-PERFORM
           END-IF

           CLOSE CustomerIndexFile
           CLOSE CustomerJournal
           CLOSE ReissueFile
           .
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN RtnMatchedFlag(RtnSub) NOT = "Y"
                   MOVE "NO MATCHING EXTRACT RECORD" TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               WHEN RtnEntryType(RtnSub) = "C"
                   ADD 1 TO ConfirmedCount
                   PERFORM 4200-CONFIRM-PRENOTE
               WHEN RtnMatchType(RtnSub) = "D"
                   ADD 1 TO ReturnedCount
                   PERFORM 4300-RETURN-DEPOSIT
               WHEN OTHER
                   ADD 1 TO ReturnedCount
                   PERFORM 4400-REJECT-PRENOTE
           END-EVALUATE
           .

      *>  A confirmation only activates a customer who is still
      *>  waiting on that same prenote - one already active needs
      *>  nothing, one maintained to "N" since stays where it was put.
       4200-CONFIRM-PRENOTE.
           MOVE RtnIdent(RtnSub) TO Ident OF CustomerIndexRecord
           READ CustomerIndexFile
               INVALID KEY
                   MOVE "IDENT NOT ON CUSTOMER MASTER" TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN BankRoutingNo OF CustomerIndexRecord
                               NOT = RtnRoutingNo(RtnSub)
                           OR BankAccountNo OF CustomerIndexRecord
                               NOT = RtnAccountNo(RtnSub)
                           MOVE "BANK DETAILS CHANGED SINCE PRENOTE"
                               TO ResultText
                           PERFORM 4950-REPORT-EXCEPTION
                       WHEN BankPrenote OF CustomerIndexRecord
                           MOVE "A" TO NewBankStatus
                           PERFORM 4500-CHANGE-BANK-STATUS
                           MOVE "PRENOTE CONFIRMED - STATUS P TO A"
                               TO ResultText
                           PERFORM 4900-WRITE-ENTRY-LINE
                       WHEN BankActive OF CustomerIndexRecord
                           MOVE "PRENOTE CONFIRMED - ALREADY ACTIVE"
                               TO ResultText
                           PERFORM 4900-WRITE-ENTRY-LINE
                       WHEN OTHER
                           MOVE "STATUS NOT P - NOT ACTIVATED"
                               TO ResultText
                           PERFORM 4950-REPORT-EXCEPTION
                   END-EVALUATE
           END-READ
           .

      *>  A returned deposit drops the customer to check payment and
      *>  puts the money back in line for the next check register.
      *>  The reissue is queued even when the master record has gone,
      *>  so the money is never lost - the name comes from the
      *>  extract history. A returned negative deposit is the bank
      *>  failing to recover a reversal; there is nothing to reissue
      *>  and payroll has to chase it by hand.
       4300-RETURN-DEPOSIT.
           MOVE RtnIdent(RtnSub) TO Ident OF CustomerIndexRecord
           READ CustomerIndexFile
               INVALID KEY
                   MOVE "IDENT NOT ON CUSTOMER MASTER" TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               NOT INVALID KEY
                   PERFORM 4310-DROP-TO-CHECK-PAYMENT
           END-READ

           EVALUATE TRUE
               WHEN RtnAmount(RtnSub) > ZERO
                   PERFORM 4350-QUEUE-REISSUE
               WHEN RtnAmount(RtnSub) < ZERO
                   MOVE "RETURNED DEBIT - REFER TO PAYROLL"
                       TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       4310-DROP-TO-CHECK-PAYMENT.
           EVALUATE TRUE
               WHEN BankRoutingNo OF CustomerIndexRecord
                       NOT = RtnRoutingNo(RtnSub)
                   OR BankAccountNo OF CustomerIndexRecord
                       NOT = RtnAccountNo(RtnSub)
                   MOVE "BANK DETAILS CHANGED SINCE - STATUS LEFT"
                       TO ResultText
                   PERFORM 4900-WRITE-ENTRY-LINE
               WHEN BankNone OF CustomerIndexRecord
                   MOVE "RETURNED - STATUS ALREADY N" TO ResultText
                   PERFORM 4900-WRITE-ENTRY-LINE
               WHEN OTHER
                   MOVE "N" TO NewBankStatus
                   PERFORM 4500-CHANGE-BANK-STATUS
                   MOVE SPACES TO ResultText
                   STRING "RETURNED - STATUS " DELIMITED BY SIZE
                       OldBankStatus DELIMITED BY SIZE
                       " TO N" DELIMITED BY SIZE
                       INTO ResultText
                   PERFORM 4900-WRITE-ENTRY-LINE
           END-EVALUATE
           .

       4350-QUEUE-REISSUE.
           MOVE RtnIdent(RtnSub) TO RI-Ident
           MOVE RtnExtractDate(RtnSub) TO RI-ExtractDate
           MOVE RtnMatchSeq(RtnSub) TO RI-Seq
           MOVE RtnMatchName(RtnSub) TO RI-CustName
           MOVE RtnAmount(RtnSub) TO RI-Amount
           MOVE RtnReasonCode(RtnSub) TO RI-ReturnReason
           MOVE RunDate TO RI-QueuedDate
           SET ReissueQueued TO TRUE
           MOVE ZERO TO RI-IssueDate
           WRITE ReissueRecord
               INVALID KEY
                   MOVE "REISSUE ALREADY QUEUED" TO ResultText
                   PERFORM 4900-WRITE-ENTRY-LINE
               NOT INVALID KEY
                   ADD 1 TO ReissueQueuedCount
                   ADD RtnAmount(RtnSub) TO ReissueQueuedTotal
                   MOVE "NET AMOUNT QUEUED FOR CHECK REISSUE"
                       TO ResultText
                   PERFORM 4900-WRITE-ENTRY-LINE
           END-WRITE
           .

      *>  The bank could not set the account up - the customer goes
      *>  back to check payment until CUSTMNT supplies good details.
      *>  A prenote carries no money, so there is nothing to reissue.
       4400-REJECT-PRENOTE.
           MOVE RtnIdent(RtnSub) TO Ident OF CustomerIndexRecord
           READ CustomerIndexFile
               INVALID KEY
                   MOVE "IDENT NOT ON CUSTOMER MASTER" TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               NOT INVALID KEY
                   PERFORM 4310-DROP-TO-CHECK-PAYMENT
           END-READ
           .

      *>  Same journal record CUSTMNT writes for a change, so the
      *>  recovery replay treats a bank-driven status change exactly
      *>  like a keyed one.
       4500-CHANGE-BANK-STATUS.
           MOVE CustomerIndexRecord TO JournalBeforeWork
           MOVE BankStatus OF CustomerIndexRecord TO OldBankStatus
           MOVE NewBankStatus TO BankStatus OF CustomerIndexRecord
           REWRITE CustomerIndexRecord
               INVALID KEY
                   MOVE "IDENT NOT ON CUSTOMER MASTER" TO ResultText
                   PERFORM 4950-REPORT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO StatusChangedCount
                   MOVE CustomerIndexRecord TO JournalAfterWork
                   PERFORM 4590-WRITE-JOURNAL
           END-REWRITE
           .

       4590-WRITE-JOURNAL.
           ACCEPT RunTimeWork FROM TIME
           MOVE RunDate TO JrnDate
           MOVE RunTimeHHMMSS TO JrnTime
           MOVE "C" TO JrnAction
           MOVE Ident OF CustomerIndexRecord TO JrnIdent
           MOVE JournalBeforeWork TO JrnBeforeImage
           MOVE JournalAfterWork TO JrnAfterImage
           WRITE CustomerJournalRecord
           .

       4900-WRITE-ENTRY-LINE.
           MOVE RtnAmount(RtnSub) TO AmountDisplay
           MOVE SPACES TO ReturnReportLine
           STRING "  " DELIMITED BY SIZE
               RtnIdent(RtnSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RtnEntryType(RtnSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RtnExtractDate(RtnSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RtnReasonCode(RtnSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ResultText DELIMITED BY SIZE
               INTO ReturnReportLine
           PERFORM 5100-WRITE-REPORT-LINE
           .

       4950-REPORT-EXCEPTION.
           ADD 1 TO ExceptionCount
           PERFORM 4900-WRITE-ENTRY-LINE
           DISPLAY "BANK RETURN EXCEPTION - IDENT " RtnIdent(RtnSub)
               " " ResultText
           .

      *>----------------------------------------------------------------*
      *>  5000-PRINT-PAGE-HEADER                                        *
      *>----------------------------------------------------------------*
       5000-PRINT-PAGE-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE SPACES TO ReturnReportLine
           STRING "ACME DATA SERVICES - BANK RETURN REGISTER"
               DELIMITED BY SIZE
               INTO ReturnReportLine
           WRITE ReturnReportLine
           MOVE SPACES TO ReturnReportLine
           STRING "RUN DATE " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO ReturnReportLine
           WRITE ReturnReportLine
           MOVE SPACES TO ReturnReportLine
           WRITE ReturnReportLine
           MOVE 3 TO LinesOnPage
           .

       5100-WRITE-REPORT-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 5000-PRINT-PAGE-HEADER
           END-IF
           WRITE ReturnReportLine
           ADD 1 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  6000-PRINT-RUN-SUMMARY                                        *
      *>----------------------------------------------------------------*
       6000-PRINT-RUN-SUMMARY.
           IF ReturnReportStatus = "00"
               MOVE SPACES TO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO ReturnReportLine
               STRING "  ENTRIES READ     " DELIMITED BY SIZE
                   EntriesReadCount DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO ReturnReportLine
               STRING "  CONFIRMATIONS    " DELIMITED BY SIZE
                   ConfirmedCount DELIMITED BY SIZE
                   "  RETURNS " DELIMITED BY SIZE
                   ReturnedCount DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO ReturnReportLine
               STRING "  STATUS CHANGES   " DELIMITED BY SIZE
                   StatusChangedCount DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE ReissueQueuedTotal TO AmountDisplay
               MOVE SPACES TO ReturnReportLine
               STRING "  REISSUES QUEUED  " DELIMITED BY SIZE
                   ReissueQueuedCount DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   AmountDisplay DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO ReturnReportLine
               STRING "  EXCEPTIONS       " DELIMITED BY SIZE
                   ExceptionCount DELIMITED BY SIZE
                   INTO ReturnReportLine
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           DISPLAY "BANK RETURNS - READ " EntriesReadCount
               " CONFIRMED " ConfirmedCount
               " RETURNED " ReturnedCount
               " REISSUES " ReissueQueuedCount
               " EXCEPTIONS " ExceptionCount
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = every answer from the bank matched and applied,    *
      *>     0004 = completed, but some answers could not be matched   *
      *>     or applied - see the exceptions on RTNRPT, 0008 = a       *
      *>     required file could not be opened or the answers did not  *
      *>     fit the match table.                                      *
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
