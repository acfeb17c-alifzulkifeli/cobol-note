      *>                    within FORECAST= days of the run date -
      *>                    the elections office gets the changes
      *>                    instead of the full roll every night.
      *>   2026-10-15  AL   Permanent academic history: every run
      *>                    posts each TRANSCRP record onto the
      *>                    STUHIST master keyed by StudentId and
      *>                    term (TERM= card, default the term the
      *>                    run date falls in), a rerun replacing
      *>                    that term's posting. From the master an
      *>                    honor-roll and academic-probation listing
      *>                    is printed on cumulative GPA for every
      *>                    student graded this term, and a registrar
      *>                    inquiry (one StudentId per HISTLOOK card)
      *>                    prints the student's terms with per-term
      *>                    and running cumulative GPA.
      *>   2026-10-15  AL   CITIZENS carries a residence address now,
      *>                    and with POLLBOOKS=Y on the run-control
      *>                    cards the voter roll assigns each eligible
      *>                    citizen a precinct off the PRECINCT street-
      *>                    range cards. A citizen whose address
      *>                    matches no range goes to the exception
      *>                    report with reason 09. The assigned voters
      *>                    are sorted into precinct and name order and
      *>                    printed as one poll book per precinct with
      *>                    a signature line per voter, followed by the
      *>                    precinct headcounts and a grand total
      *>                    proved against the ELIGIBLE trailer.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEARNING.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RollDeltaStatus.

           SELECT PrecinctFile ASSIGN TO "PRECINCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PrecinctFileStatus.

           SELECT PollWorkFile ASSIGN TO "POLLWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PollWorkStatus.

           SELECT PollSortFile ASSIGN TO "SORTWK01".

           SELECT PollBookReport ASSIGN TO "POLLBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PollBookStatus.

           SELECT StudentFile ASSIGN TO "STUDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentFileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportCardStatus.

           SELECT AcademicHistoryFile ASSIGN TO "STUHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-Key
               FILE STATUS IS AcademicHistoryStatus.

           SELECT StandingReport ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingReportStatus.

           SELECT HistoryLookupFile ASSIGN TO "HISTLOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryLookupStatus.

           SELECT HistoryInquiryReport ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryInquiryStatus.

           SELECT NumberFile ASSIGN TO "NUMBERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NumberFileStatus.
               10 CitMOB PIC 9(02).
               10 CitDOB PIC 9(02).
               10 CitYOB PIC 9(04).
      *> Residence address - the precinct is assigned off the street
      *> and house number. Records keyed before the address existed
      *> read back with it blank and match no precinct.
           05 CitizenAddress.
               10 CitHouseNumber PIC 9(05).
               10 CitStreetName PIC X(20).
               10 CitUnit PIC X(05).

       FD  EligibleVoters.
       01  EligibleVoterLine.
       FD  RollDeltaFile.
       01  RollDeltaLine PIC X(80).

      *> Precinct table cards - a "P" card names each precinct and
      *> its polling place, "S" cards give the street ranges that
      *> belong to it: house numbers low through high on the street,
      *> odd side, even side, or both (B or space).
       FD  PrecinctFile.
       01  PrecinctCard.
           05 PC-CardType PIC X(01).
               88 PC-PrecinctCard VALUE "P".
               88 PC-StreetCard VALUE "S".
           05 PC-PrecinctCode PIC X(04).
           05 PC-CardBody PIC X(31).
           05 PC-PrecinctBody REDEFINES PC-CardBody.
               10 PC-PrecinctName PIC X(30).
               10 FILLER PIC X(01).
           05 PC-StreetBody REDEFINES PC-CardBody.
               10 PC-StreetName PIC X(20).
               10 PC-LowHouse PIC 9(05).
               10 PC-HighHouse PIC 9(05).
               10 PC-Side PIC X(01).
                   88 PC-SideValid VALUE "O", "E", "B", SPACE.

      *> Eligible voters with their precinct, written during the
      *> roll and sorted into precinct and name order for the books
       FD  PollWorkFile.
       01  PollWorkRecord.
           05 PW-PrecinctCode PIC X(04).
           05 PW-CitizenName PIC X(20).
           05 PW-CitizenId PIC 9(05).
           05 PW-CitizenAddress.
               10 PW-HouseNumber PIC 9(05).
               10 PW-StreetName PIC X(20).
               10 PW-Unit PIC X(05).

       SD  PollSortFile.
       01  PollSortRecord.
           05 PS-PrecinctCode PIC X(04).
           05 PS-CitizenName PIC X(20).
           05 PS-CitizenId PIC 9(05).
           05 PS-CitizenAddress PIC X(30).

       FD  PollBookReport.
       01  PollBookLine PIC X(80).

       FD  StudentFile.
       01  StudentFileRecord.
           05 StudentId PIC 9(05).
       FD  ReportCardFile.
       01  ReportCardLine PIC X(80).

      *> Academic history master - one record per student per term,
      *> posted from TRANSCRP the way payroll posts PAYHIST. The term
      *> is year and term number (1 spring, 2 summer, 3 fall), so key
      *> order is each student's terms in date order.
       FD  AcademicHistoryFile.
       01  AcademicHistoryRecord.
           05 AH-Key.
               10 AH-StudentId PIC 9(05).
               10 AH-Term.
                   15 AH-TermYear PIC 9(04).
                   15 AH-TermNumber PIC 9(01).
           05 AH-StudentName PIC X(20).
           05 AH-SubjectScore PIC X(01) OCCURS 5 TIMES.
           05 AH-TermPoints PIC 9(02).
           05 AH-SubjectsTaken PIC 9(01).
           05 AH-SubjectsFailed PIC 9(01).
           05 AH-TermGPA PIC 9V99.
           05 AH-TermResult PIC X(01).
               88 AH-TermPassed VALUE "P".
           05 AH-PostDate PIC 9(08).

       FD  StandingReport.
       01  StandingReportLine PIC X(80).

       FD  HistoryLookupFile.
       01  HistoryLookupRecord.
           05 HistLookupStudentId PIC 9(05).

       FD  HistoryInquiryReport.
       01  HistoryInquiryLine PIC X(80).

       FD  NumberFile.
       01  NumberFileRecord.
           05 NumberValue PIC X(01).
       01 PriorEligibleStatus PIC XX.
       01 PriorIneligibleStatus PIC XX.
       01 RollDeltaStatus PIC XX.
       01 PrecinctFileStatus PIC XX.
       01 PollWorkStatus PIC XX.
       01 PollBookStatus PIC XX.
       01 StudentFileStatus PIC XX.
       01 GradeRosterStatus PIC XX.
       01 TranscriptFileStatus PIC XX.
       01 TranscriptReportStatus PIC XX.
       01 ReportCardStatus PIC XX.
       01 AcademicHistoryStatus PIC XX.
       01 StandingReportStatus PIC XX.
       01 HistoryLookupStatus PIC XX.
       01 HistoryInquiryStatus PIC XX.
       01 NumberFileStatus PIC XX.
       01 NumberCheckpointStatus PIC XX.
       01 LearningExceptionsStatus PIC XX.

       01 CitizenFileSwitch PIC X VALUE "N".
           88 EndOfCitizenFile VALUE "Y".
       01 PrecinctFileSwitch PIC X VALUE "N".
           88 EndOfPrecinctFile VALUE "Y".
       01 PollWorkSwitch PIC X VALUE "N".
           88 EndOfPollWork VALUE "Y".
       01 StudentFileSwitch PIC X VALUE "N".
           88 EndOfStudentFile VALUE "Y".
       01 TranscriptFileSwitch PIC X VALUE "N".
           88 EndOfTranscriptFile VALUE "Y".
       01 AcademicHistorySwitch PIC X VALUE "N".
           88 EndOfAcademicHistory VALUE "Y".
       01 HistoryLookupSwitch PIC X VALUE "N".
           88 EndOfHistoryLookup VALUE "Y".
       01 NumberFileSwitch PIC X VALUE "N".
           88 EndOfNumberFile VALUE "Y".
       01 NumberCheckpointSwitch PIC X VALUE "N".
       77 LearningRejectsWritten PIC 9(07) COMP VALUE ZERO.

      *> Run-control parameters - every function runs unless its
      *> card suppresses it, except the poll books, which run only
      *> when POLLBOOKS=Y asks for them
       01 RunControlSwitch PIC X VALUE "N".
           88 EndOfRunControl VALUE "Y".
       01 VoterRollParm PIC X VALUE "Y".
           88 RunVoterRoll VALUE "Y".
       01 PollBooksParm PIC X VALUE "N".
           88 RunPollBooks VALUE "Y".
       01 RosterParm PIC X VALUE "Y".
           88 RunGradeRoster VALUE "Y".
       01 TranscriptsParm PIC X VALUE "Y".
           88 RunNumberTally VALUE "Y".
       01 ReconcileParm PIC X VALUE "Y".
           88 RunReconcile VALUE "Y".
       01 HistoryParm PIC X VALUE "Y".
           88 RunAcademicHistory VALUE "Y".
       01 ParmKeyword PIC X(12).
       01 ParmValue.
           05 ParmValueFlag PIC X(01).
       01 DeltaCitizenId PIC 9(05) VALUE ZERO.
       01 DeltaCitizenName PIC X(20) VALUE SPACES.

      *> Precinct and street-range tables, loaded from PRECINCT. A
      *> range's precinct code is resolved to its table entry once
      *> every card is in, so the cards can come in any order.
       01 PrecinctTable.
           05 PrecinctEntry OCCURS 200 TIMES.
               10 PrecCode PIC X(04).
               10 PrecName PIC X(30).
               10 PrecHeadcount PIC 9(05).
       01 StreetRangeTable.
           05 StreetRangeEntry OCCURS 2000 TIMES.
               10 RangePrecCode PIC X(04).
               10 RangeStreet PIC X(20).
               10 RangeLowHouse PIC 9(05).
               10 RangeHighHouse PIC 9(05).
               10 RangeSide PIC X(01).
               10 RangePrecSub PIC 9(03) COMP.
       77 PrecinctCount PIC 9(03) COMP VALUE ZERO.
       77 PrecinctSub PIC 9(03) COMP VALUE ZERO.
       77 PrecinctFoundSub PIC 9(03) COMP VALUE ZERO.
       77 RangeCount PIC 9(04) COMP VALUE ZERO.
       77 RangeSub PIC 9(04) COMP VALUE ZERO.
       77 RangeCheckSub PIC 9(04) COMP VALUE ZERO.
       77 RangeFoundSub PIC 9(04) COMP VALUE ZERO.
       77 PrecinctCardErrors PIC 9(05) VALUE ZERO.
       01 PrecinctCardReason PIC X(30) VALUE SPACES.
       01 HouseQuotient PIC 9(05) VALUE ZERO.
       01 HouseRemainder PIC 9(01) VALUE ZERO.
       01 HouseSide PIC X(01) VALUE SPACE.

      *> Poll books - one per precinct, a new page at each precinct
      *> and every LinesPerPage lines within one, three lines per
      *> voter so a voter's entry never splits across pages
       77 PollWorkWritten PIC 9(05) VALUE ZERO.
       77 PollBookVoterCount PIC 9(05) VALUE ZERO.
       77 UnassignedCount PIC 9(05) VALUE ZERO.
       77 LinesPerPage PIC 9(02) COMP VALUE 55.
       77 LinesOnPage PIC 9(02) COMP VALUE ZERO.
       77 PageNumber PIC 9(04) VALUE ZERO.
       01 PageDisplay PIC ZZZ9.
       01 PreviousPrecinct PIC X(04) VALUE SPACES.
       01 PollPageHeading PIC X(60) VALUE SPACES.
       01 PollColumnHeading PIC X(60) VALUE SPACES.
       01 HouseNumberDisplay PIC ZZZZ9.
       01 HeadcountDisplay PIC ZZ,ZZ9.
       01 PollTotalsSwitch PIC X VALUE "Y".
           88 PollTotalsAgree VALUE "Y".
           88 PollTotalsDisagree VALUE "N".

      *> Voting-age forecast working fields. The day-number pair
      *> turns a calendar date into a running day count (months
      *> March-first based so the leap day lands at year end), so
       77 TranscriptsNoStudent PIC 9(05) VALUE ZERO.
       01 GradeDisplay PIC X(02).

      *> Academic history posting, standing and inquiry. The term
      *> posted is the TERM= card or, without one, the term the run
      *> date falls in: January-May spring, June-August summer,
      *> September-December fall.
       01 AcademicTerm.
           05 AcademicTermYear PIC 9(04).
           05 AcademicTermNumber PIC 9(01).
               88 AcademicTermValid VALUE 1 THRU 3.
       01 TermCardSwitch PIC X VALUE "N".
           88 TermSetByCard VALUE "Y".
       01 TermNameTable.
           05 FILLER PIC X(06) VALUE "SPRING".
           05 FILLER PIC X(06) VALUE "SUMMER".
           05 FILLER PIC X(06) VALUE "FALL".
       01 TermNames REDEFINES TermNameTable.
           05 TermName PIC X(06) OCCURS 3 TIMES.
       01 TermDisplay PIC X(11).
       77 HonorRollGPA PIC 9V99 VALUE 3.50.
       77 ProbationGPA PIC 9V99 VALUE 2.00.
       77 HistoryPostedCount PIC 9(05) VALUE ZERO.
       77 HistoryRepostedCount PIC 9(05) VALUE ZERO.
       77 HonorRollCount PIC 9(05) VALUE ZERO.
       77 ProbationCount PIC 9(05) VALUE ZERO.
       77 HistoryInquiryCount PIC 9(05) VALUE ZERO.
       01 HistoryLookupAvailSwitch PIC X VALUE "N".
           88 HistoryLookupAvailable VALUE "Y".
       01 StandingSectionSwitch PIC X VALUE "H".
           88 ListingHonorRoll VALUE "H".
           88 ListingProbation VALUE "P".
       01 HistStudentIdWork PIC 9(05) VALUE ZERO.
       01 StandingStudentId PIC 9(05) VALUE ZERO.
       01 StandingStudentName PIC X(20) VALUE SPACES.
       01 StandingLatestTerm.
           05 StandingTermYear PIC 9(04) VALUE ZERO.
           05 StandingTermNumber PIC 9(01) VALUE ZERO.
       01 StandingLatestGPA PIC 9V99 VALUE ZERO.
       77 StandingTermCount PIC 9(03) VALUE ZERO.
       77 CumPointsTotal PIC 9(05) VALUE ZERO.
       77 CumSubjectsTotal PIC 9(05) VALUE ZERO.
       01 CumulativeGPA PIC 9V99 VALUE ZERO.
       01 CumulativeGPADisplay PIC 9.99 VALUE 0.
       01 TermGPADisplay PIC 9.99 VALUE 0.
       01 TermCountDisplay PIC ZZ9.
       01 StandingText PIC X(16).

      *> Number classification tally and checkpoint
       77 CheckpointInterval PIC 9(05) COMP VALUE 50.
       77 NumbersReadCount PIC 9(07) COMP VALUE ZERO.
           IF RunReconcile
               PERFORM 5000-STUDENT-RECONCILE THRU 5000-EXIT
           END-IF
           IF RunAcademicHistory
               PERFORM 4500-ACADEMIC-HISTORY THRU 4500-EXIT
           END-IF
           IF RunNumberTally
               PERFORM 7000-NUMBER-TALLY THRU 7000-EXIT
           END-IF
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           MOVE TodaysDate TO AuditRunDate
           IF NOT TermSetByCard
               PERFORM 1200-DEFAULT-ACADEMIC-TERM
           END-IF
           PERFORM 1400-ECHO-RUN-PARMS
           .

      *>  file just means every default applies:                       *
      *>    RUNDATE=YYYYMMDD   as-of date override for reruns          *
      *>    VOTERROLL=Y/N      voter-eligibility run                   *
      *>    POLLBOOKS=Y/N      precinct assignment and poll books      *
      *>                       (part of the voter-eligibility run,     *
      *>                       default N)                              *
      *>    FORECAST=NNNNN     days ahead for the voting-age forecast  *
      *>    ROSTER=Y/N         grade roster                            *
      *>    TRANSCRIPTS=Y/N    transcript/GPA report                   *
      *>    RECONCILE=Y/N      student/transcript match and report     *
      *>                       cards                                   *
      *>    HISTORY=Y/N        academic history posting, standing     *
      *>                       listing and registrar inquiry           *
      *>    TERM=YYYYT         term to post (T = 1 spring, 2 summer,  *
      *>                       3 fall) - default the run date's term  *
      *>    TALLY=Y/N          number classification tally             *
      *>    CHECKPOINT=NNNNN   checkpoint interval override            *
      *>----------------------------------------------------------------*
                   END-IF
               WHEN "VOTERROLL"
                   MOVE ParmValueFlag TO VoterRollParm
               WHEN "POLLBOOKS"
                   MOVE ParmValueFlag TO PollBooksParm
               WHEN "FORECAST"
                   IF ParmValueCount NUMERIC
                       MOVE ParmValueCount TO ForecastDays
                   MOVE ParmValueFlag TO TranscriptsParm
               WHEN "RECONCILE"
                   MOVE ParmValueFlag TO ReconcileParm
               WHEN "HISTORY"
                   MOVE ParmValueFlag TO HistoryParm
               WHEN "TERM"
                   MOVE ParmValueCount TO AcademicTerm
                   IF ParmValueCount NUMERIC
                       AND AcademicTermValid
                       SET TermSetByCard TO TRUE
                   ELSE
                       DISPLAY "TERM CARD NOT YYYYT (T = 1-3) - "
                           "IGNORED"
                   END-IF
               WHEN "TALLY"
                   MOVE ParmValueFlag TO TallyParm
               WHEN "CHECKPOINT"
               INTO ParmEchoLine
           DISPLAY "RUN PARMS IN EFFECT: " ParmEchoLine
           DISPLAY "RUN AS-OF DATE: " TodaysDate
           DISPLAY "ACADEMIC HISTORY: " HistoryParm
               " TERM " AcademicTerm
           DISPLAY "POLL BOOKS: " PollBooksParm
           .

      *>  The term the run date falls in, for a run with no TERM=
      *>  card (a bad card has already been reported and ignored).
       1200-DEFAULT-ACADEMIC-TERM.
           MOVE CurrentYear TO AcademicTermYear
           EVALUATE TRUE
               WHEN CurrentMonth < 06
                   MOVE 1 TO AcademicTermNumber
               WHEN CurrentMonth < 09
                   MOVE 2 TO AcademicTermNumber
               WHEN OTHER
                   MOVE 3 TO AcademicTermNumber
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *>  2000-VOTER-ROLL                                               *
      *>  Batch voting-eligibility run over CITIZEN-FILE - same         *
      *>  Age > 18 test as the original interactive check, split into   *
      *>  ELIGIBLE-VOTERS and INELIGIBLE-VOTERS. Only with POLLBOOKS=Y *
      *>  is each eligible citizen also assigned a precinct off the    *
      *>  street-range table and the roll closed with the poll books   *
      *>  (2500-2900); without it the roll runs as it always has.      *
      *>----------------------------------------------------------------*
       2000-VOTER-ROLL.
           OPEN INPUT CitizenFile
           IF NOT HardFailureOccurred
               PERFORM 2100-LOAD-PRIOR-ROLL THRU 2100-EXIT
           END-IF
           IF NOT HardFailureOccurred AND RunPollBooks
               PERFORM 2500-LOAD-PRECINCT-TABLE THRU 2500-EXIT
           END-IF
           IF NOT HardFailureOccurred AND RunPollBooks
               OPEN OUTPUT PollWorkFile
               IF PollWorkStatus NOT = "00"
                   SET HardFailureOccurred TO TRUE
               END-IF
           END-IF

      *>  A prior-roll I/O failure has already hard-failed the run -
      *>  the pass stops here rather than stamping the delta report
                           MOVE CitizenName TO EV-CitizenName
                           MOVE Age TO EV-CitizenAge
                           WRITE EligibleVoterLine
                           IF RunPollBooks
                               PERFORM 2600-ASSIGN-PRECINCT
                           END-IF
                       ELSE
                           SET CantVote TO TRUE
                           ADD 1 TO IneligibleCount
               MOVE "TOTAL INELIGIBLE VOTERS: " TO IV-TrailerLabel
               MOVE IneligibleCount TO IV-TrailerCount
               WRITE IneligibleVoterTrailer

               IF RunPollBooks
                   CLOSE PollWorkFile
                   PERFORM 2700-SORT-POLL-WORK
                   IF NOT HardFailureOccurred
                       PERFORM 2800-PRINT-POLL-BOOKS THRU 2800-EXIT
                   END-IF
               END-IF
           END-IF

           CLOSE CitizenFile
           ADD DayNumQuot TO DayNumResult
           .

      *>----------------------------------------------------------------*
      *>  2500-LOAD-PRECINCT-TABLE                                      *
      *>  Every card is edited before a single citizen is assigned: a  *
      *>  precinct coded twice, a street range with bad house numbers  *
      *>  or side, a range overlapping another on the same street and  *
      *>  side, or a range for a precinct with no "P" card would put   *
      *>  voters in the wrong book. Any bad card, a full table or a    *
      *>  missing PRECINCT file stops the voter roll - the books are  *
      *>  printed right or not at all.                                 *
      *>----------------------------------------------------------------*
       2500-LOAD-PRECINCT-TABLE.
           MOVE ZERO TO PrecinctCount RangeCount PrecinctCardErrors
           OPEN INPUT PrecinctFile
           IF PrecinctFileStatus NOT = "00"
               DISPLAY "PRECINCT TABLE OPEN FAILED - STATUS "
                   PrecinctFileStatus
               SET HardFailureOccurred TO TRUE
           ELSE
               PERFORM 2510-READ-PRECINCT-CARD
               PERFORM UNTIL EndOfPrecinctFile
                   OR HardFailureOccurred
                   MOVE SPACES TO PrecinctCardReason
                   EVALUATE TRUE
                       WHEN PrecinctCard = SPACES
                           CONTINUE
                       WHEN PC-PrecinctCard
                           PERFORM 2520-ADD-PRECINCT
                       WHEN PC-StreetCard
                           PERFORM 2530-ADD-STREET-RANGE
                       WHEN OTHER
                           MOVE "CARD TYPE NOT P OR S"
                               TO PrecinctCardReason
                   END-EVALUATE
                   IF PrecinctCardReason NOT = SPACES
                       ADD 1 TO PrecinctCardErrors
                       DISPLAY "PRECINCT CARD REJECTED - "
                           PrecinctCardReason ": " PrecinctCard
                   END-IF
                   PERFORM 2510-READ-PRECINCT-CARD
               END-PERFORM
               CLOSE PrecinctFile
           END-IF

           IF NOT HardFailureOccurred
               PERFORM 2550-RESOLVE-RANGE-PRECINCTS
           END-IF
           IF NOT HardFailureOccurred
               IF PrecinctCardErrors > ZERO
                   DISPLAY "PRECINCT TABLE HAS " PrecinctCardErrors
                       " BAD CARDS - VOTER ROLL NOT RUN"
                   SET HardFailureOccurred TO TRUE
               ELSE
                   DISPLAY "PRECINCT TABLE - PRECINCTS: "
                       PrecinctCount " STREET RANGES: " RangeCount
               END-IF
           END-IF
           .
       2500-EXIT.
           EXIT.

       2510-READ-PRECINCT-CARD.
           READ PrecinctFile
               AT END SET EndOfPrecinctFile TO TRUE
           END-READ
           .

       2520-ADD-PRECINCT.
           MOVE ZERO TO PrecinctFoundSub
           PERFORM VARYING PrecinctSub FROM 1 BY 1
               UNTIL PrecinctSub > PrecinctCount
               IF PrecCode(PrecinctSub) = PC-PrecinctCode
                   MOVE PrecinctSub TO PrecinctFoundSub
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PC-PrecinctCode = SPACES
                   MOVE "PRECINCT CODE MISSING" TO PrecinctCardReason
               WHEN PrecinctFoundSub NOT = ZERO
                   MOVE "PRECINCT CODED TWICE" TO PrecinctCardReason
               WHEN PrecinctCount NOT < 200
                   DISPLAY "PRECINCT TABLE FULL - VOTER ROLL NOT RUN"
                   SET HardFailureOccurred TO TRUE
               WHEN OTHER
                   ADD 1 TO PrecinctCount
                   MOVE PC-PrecinctCode TO PrecCode(PrecinctCount)
                   MOVE PC-PrecinctName TO PrecName(PrecinctCount)
                   MOVE ZERO TO PrecHeadcount(PrecinctCount)
           END-EVALUATE
           .

       2530-ADD-STREET-RANGE.
           EVALUATE TRUE
               WHEN PC-PrecinctCode = SPACES
                   MOVE "PRECINCT CODE MISSING" TO PrecinctCardReason
               WHEN PC-StreetName = SPACES
                   MOVE "STREET NAME MISSING" TO PrecinctCardReason
               WHEN PC-LowHouse NOT NUMERIC
                   OR PC-HighHouse NOT NUMERIC
                   MOVE "HOUSE NUMBERS NOT NUMERIC"
                       TO PrecinctCardReason
               WHEN PC-LowHouse > PC-HighHouse
                   MOVE "LOW HOUSE ABOVE HIGH HOUSE"
                       TO PrecinctCardReason
               WHEN NOT PC-SideValid
                   MOVE "SIDE NOT O, E OR B" TO PrecinctCardReason
               WHEN OTHER
                   PERFORM 2540-CHECK-RANGE-OVERLAP
           END-EVALUATE
           IF PrecinctCardReason = SPACES
               IF RangeCount NOT < 2000
                   DISPLAY "STREET RANGE TABLE FULL - "
                       "VOTER ROLL NOT RUN"
                   SET HardFailureOccurred TO TRUE
               ELSE
                   ADD 1 TO RangeCount
                   MOVE PC-PrecinctCode TO RangePrecCode(RangeCount)
                   MOVE PC-StreetName TO RangeStreet(RangeCount)
                   MOVE PC-LowHouse TO RangeLowHouse(RangeCount)
                   MOVE PC-HighHouse TO RangeHighHouse(RangeCount)
                   MOVE PC-Side TO RangeSide(RangeCount)
                   IF PC-Side = SPACE
                       MOVE "B" TO RangeSide(RangeCount)
                   END-IF
                   MOVE ZERO TO RangePrecSub(RangeCount)
               END-IF
           END-IF
           .

      *>  Two ranges on the same street overlap when their house
      *> numbers meet and they can hold the same house - both sides,
      *> or one side and the other on both, or the same side.
       2540-CHECK-RANGE-OVERLAP.
           PERFORM VARYING RangeCheckSub FROM 1 BY 1
               UNTIL RangeCheckSub > RangeCount
               IF RangeStreet(RangeCheckSub) = PC-StreetName
                   AND RangeLowHouse(RangeCheckSub)
                       NOT > PC-HighHouse
                   AND RangeHighHouse(RangeCheckSub)
                       NOT < PC-LowHouse
                   IF RangeSide(RangeCheckSub) = "B"
                       OR PC-Side = "B" OR PC-Side = SPACE
                       OR RangeSide(RangeCheckSub) = PC-Side
                       MOVE "OVERLAPS AN EARLIER RANGE"
                           TO PrecinctCardReason
                       MOVE RangeCount TO RangeCheckSub
                   END-IF
               END-IF
           END-PERFORM
           .

       2550-RESOLVE-RANGE-PRECINCTS.
           PERFORM VARYING RangeSub FROM 1 BY 1
               UNTIL RangeSub > RangeCount
               PERFORM VARYING PrecinctSub FROM 1 BY 1
                   UNTIL PrecinctSub > PrecinctCount
                   IF PrecCode(PrecinctSub) = RangePrecCode(RangeSub)
                       MOVE PrecinctSub TO RangePrecSub(RangeSub)
                       MOVE PrecinctCount TO PrecinctSub
                   END-IF
               END-PERFORM
               IF RangePrecSub(RangeSub) = ZERO
                   ADD 1 TO PrecinctCardErrors
                   DISPLAY "PRECINCT CARD REJECTED - STREET RANGE "
                       "FOR PRECINCT WITH NO P CARD: "
                       RangePrecCode(RangeSub) " "
                       RangeStreet(RangeSub)
               END-IF
           END-PERFORM
           .

      *>  The eligible citizen in hand against the street ranges. No
      *>  match - including an address never keyed - is an exception
      *>  with its own reason; the citizen stays on ELIGIBLE and is
      *>  counted as unassigned on the headcount page.
       2600-ASSIGN-PRECINCT.
           MOVE ZERO TO RangeFoundSub
           IF CitHouseNumber NUMERIC AND CitStreetName NOT = SPACES
               DIVIDE CitHouseNumber BY 2 GIVING HouseQuotient
                   REMAINDER HouseRemainder
               IF HouseRemainder = ZERO
                   MOVE "E" TO HouseSide
               ELSE
                   MOVE "O" TO HouseSide
               END-IF
               PERFORM VARYING RangeSub FROM 1 BY 1
                   UNTIL RangeSub > RangeCount
                   IF RangeStreet(RangeSub) = CitStreetName
                       AND CitHouseNumber
                           NOT < RangeLowHouse(RangeSub)
                       AND CitHouseNumber
                           NOT > RangeHighHouse(RangeSub)
                       AND (RangeSide(RangeSub) = "B"
                           OR RangeSide(RangeSub) = HouseSide)
                       MOVE RangeSub TO RangeFoundSub
                       MOVE RangeCount TO RangeSub
                   END-IF
               END-PERFORM
           END-IF

           IF RangeFoundSub = ZERO
               ADD 1 TO UnassignedCount
               MOVE SPACES TO LearningRejectRecord
               MOVE CitizenId TO LRej-Id
               MOVE CitizenName TO LRej-Name
               MOVE "09" TO LRej-ReasonCode
               MOVE "ADDRESS MATCHES NO PRECINCT" TO LRej-ReasonText
               PERFORM 6200-WRITE-LEARNING-REJECT
           ELSE
               MOVE SPACES TO PollWorkRecord
               MOVE RangePrecCode(RangeFoundSub) TO PW-PrecinctCode
               MOVE CitizenName TO PW-CitizenName
               MOVE CitizenId TO PW-CitizenId
               MOVE CitizenAddress TO PW-CitizenAddress
               WRITE PollWorkRecord
               ADD 1 TO PollWorkWritten
           END-IF
           .

      *>  Precinct, then name, then id so two voters of the same
      *> name always print in the same order.
       2700-SORT-POLL-WORK.
           SORT PollSortFile
               ON ASCENDING KEY PS-PrecinctCode PS-CitizenName
                   PS-CitizenId
               USING PollWorkFile
               GIVING PollWorkFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY "POLL BOOK SORT FAILED - RETURN " SORT-RETURN
               SET HardFailureOccurred TO TRUE
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  2800-PRINT-POLL-BOOKS                                         *
      *>  One book per precinct off the sorted work file - a new page  *
      *>  at every precinct, each voter's id, name and address with a  *
      *>  signature line under it, and the precinct's headcount at the *
      *>  foot. The headcount page follows the last book.              *
      *>----------------------------------------------------------------*
       2800-PRINT-POLL-BOOKS.
           MOVE "N" TO PollWorkSwitch
           OPEN INPUT PollWorkFile
           IF PollWorkStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT PollBookReport
           IF PollBookStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE SPACES TO PreviousPrecinct
               MOVE SPACES TO PollColumnHeading
               STRING "  VOTER  NAME                  ADDRESS"
                   DELIMITED BY SIZE
                   INTO PollColumnHeading
               PERFORM 2810-READ-POLL-WORK
               PERFORM UNTIL EndOfPollWork
                   IF PW-PrecinctCode NOT = PreviousPrecinct
                       IF PreviousPrecinct NOT = SPACES
                           PERFORM 2830-END-PRECINCT-BOOK
                       END-IF
                       PERFORM 2820-START-PRECINCT-BOOK
                   END-IF
                   PERFORM 2840-WRITE-VOTER-ENTRY
                   PERFORM 2810-READ-POLL-WORK
               END-PERFORM
               IF PreviousPrecinct NOT = SPACES
                   PERFORM 2830-END-PRECINCT-BOOK
               END-IF
               PERFORM 2900-PRINT-PRECINCT-HEADCOUNTS
           END-IF

           CLOSE PollWorkFile
           CLOSE PollBookReport
           .
       2800-EXIT.
           EXIT.

       2810-READ-POLL-WORK.
           READ PollWorkFile
               AT END SET EndOfPollWork TO TRUE
           END-READ
           .

       2820-START-PRECINCT-BOOK.
           MOVE PW-PrecinctCode TO PreviousPrecinct
           MOVE ZERO TO PrecinctFoundSub
           PERFORM VARYING PrecinctSub FROM 1 BY 1
               UNTIL PrecinctSub > PrecinctCount
               IF PrecCode(PrecinctSub) = PW-PrecinctCode
                   MOVE PrecinctSub TO PrecinctFoundSub
                   MOVE PrecinctCount TO PrecinctSub
               END-IF
           END-PERFORM
           MOVE SPACES TO PollPageHeading
           STRING "POLL BOOK - PRECINCT " DELIMITED BY SIZE
               PW-PrecinctCode DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrecName(PrecinctFoundSub) DELIMITED BY SIZE
               INTO PollPageHeading
           MOVE ZERO TO PageNumber
           PERFORM 2850-PRINT-POLL-PAGE-HEADER
           .

       2830-END-PRECINCT-BOOK.
           MOVE PrecHeadcount(PrecinctFoundSub) TO HeadcountDisplay
           MOVE SPACES TO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           STRING "PRECINCT " DELIMITED BY SIZE
               PreviousPrecinct DELIMITED BY SIZE
               " TOTAL VOTERS: " DELIMITED BY SIZE
               HeadcountDisplay DELIMITED BY SIZE
               INTO PollBookLine
           WRITE PollBookLine
           .

      *>  A voter's entry is three lines - it goes on a fresh page
      *>  when the three will not fit, leaving room for the total.
       2840-WRITE-VOTER-ENTRY.
           IF LinesOnPage + 5 > LinesPerPage
               PERFORM 2850-PRINT-POLL-PAGE-HEADER
           END-IF
           ADD 1 TO PrecHeadcount(PrecinctFoundSub)
           ADD 1 TO PollBookVoterCount
           MOVE PW-HouseNumber TO HouseNumberDisplay
           MOVE SPACES TO PollBookLine
           STRING "  " DELIMITED BY SIZE
               PW-CitizenId DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PW-CitizenName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HouseNumberDisplay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PW-StreetName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PW-Unit DELIMITED BY SIZE
               INTO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           STRING "         SIGNATURE " DELIMITED BY SIZE
               "________________________________________"
               DELIMITED BY SIZE
               INTO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           WRITE PollBookLine
           ADD 3 TO LinesOnPage
           .

       2850-PRINT-POLL-PAGE-HEADER.
           ADD 1 TO PageNumber
           MOVE PageNumber TO PageDisplay
           MOVE PollPageHeading TO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           STRING "ROLL AS OF " DELIMITED BY SIZE
               AuditRunDate DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               PageDisplay DELIMITED BY SIZE
               INTO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           WRITE PollBookLine
           MOVE PollColumnHeading TO PollBookLine
           WRITE PollBookLine
           MOVE SPACES TO PollBookLine
           WRITE PollBookLine
           MOVE 5 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  2900-PRINT-PRECINCT-HEADCOUNTS                                *
      *>  Every precinct on the table with its voters (none is shown  *
      *>  as zero, not left off), the grand total of the books, the    *
      *>  eligible citizens no precinct took (on LRNEXC, reason 09),  *
      *>  and the proof: books plus unassigned must equal the ELIGIBLE *
      *>  trailer, and the books must hold every voter the roll wrote *
      *>  to the work file. Either miss fails the run.                 *
      *>----------------------------------------------------------------*
       2900-PRINT-PRECINCT-HEADCOUNTS.
           MOVE "POLL BOOK - PRECINCT HEADCOUNTS" TO PollPageHeading
           MOVE SPACES TO PollColumnHeading
           STRING "  PRECINCT  POLLING PLACE                 "
               DELIMITED BY SIZE
               "    VOTERS" DELIMITED BY SIZE
               INTO PollColumnHeading
           MOVE ZERO TO PageNumber
           PERFORM 2850-PRINT-POLL-PAGE-HEADER
           PERFORM VARYING PrecinctSub FROM 1 BY 1
               UNTIL PrecinctSub > PrecinctCount
               MOVE PrecHeadcount(PrecinctSub) TO HeadcountDisplay
               MOVE SPACES TO PollBookLine
               STRING "  " DELIMITED BY SIZE
                   PrecCode(PrecinctSub) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   PrecName(PrecinctSub) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   HeadcountDisplay DELIMITED BY SIZE
                   INTO PollBookLine
               PERFORM 2910-WRITE-HEADCOUNT-LINE
           END-PERFORM

           IF PollBookVoterCount + UnassignedCount = EligibleCount
               AND PollBookVoterCount = PollWorkWritten
               SET PollTotalsAgree TO TRUE
           ELSE
               SET PollTotalsDisagree TO TRUE
               SET HardFailureOccurred TO TRUE
           END-IF

           MOVE SPACES TO PollBookLine
           PERFORM 2910-WRITE-HEADCOUNT-LINE
           MOVE PollBookVoterCount TO HeadcountDisplay
           MOVE SPACES TO PollBookLine
           STRING "  GRAND TOTAL - ALL POLL BOOKS" DELIMITED BY SIZE
               "                " DELIMITED BY SIZE
               HeadcountDisplay DELIMITED BY SIZE
               INTO PollBookLine
           PERFORM 2910-WRITE-HEADCOUNT-LINE
           MOVE UnassignedCount TO HeadcountDisplay
           MOVE SPACES TO PollBookLine
           STRING "  NO PRECINCT (LRNEXC REASON 09)" DELIMITED BY SIZE
               "              " DELIMITED BY SIZE
               HeadcountDisplay DELIMITED BY SIZE
               INTO PollBookLine
           PERFORM 2910-WRITE-HEADCOUNT-LINE
           MOVE EligibleCount TO HeadcountDisplay
           MOVE SPACES TO PollBookLine
           STRING "  ELIGIBLE TRAILER" DELIMITED BY SIZE
               "                            " DELIMITED BY SIZE
               HeadcountDisplay DELIMITED BY SIZE
               INTO PollBookLine
           PERFORM 2910-WRITE-HEADCOUNT-LINE
           MOVE SPACES TO PollBookLine
           IF PollTotalsAgree
               MOVE "  POLL BOOKS AGREE WITH THE ELIGIBLE TRAILER"
                   TO PollBookLine
           ELSE
               STRING "  *** POLL BOOKS DO NOT AGREE WITH THE "
                   DELIMITED BY SIZE
                   "ELIGIBLE TRAILER - DO NOT DISTRIBUTE ***"
                   DELIMITED BY SIZE
                   INTO PollBookLine
           END-IF
           PERFORM 2910-WRITE-HEADCOUNT-LINE
           DISPLAY "POLL BOOKS - VOTERS: " PollBookVoterCount
               " NO PRECINCT: " UnassignedCount
               " ELIGIBLE: " EligibleCount
               " AGREE: " PollTotalsSwitch
           .

       2910-WRITE-HEADCOUNT-LINE.
           IF LinesOnPage >= LinesPerPage
               PERFORM 2850-PRINT-POLL-PAGE-HEADER
           END-IF
           WRITE PollBookLine
           ADD 1 TO LinesOnPage
           .

      *>----------------------------------------------------------------*
      *>  3000-GRADE-ROSTER                                             *
      *>  Control-break school roster - STUDENT-FILE must arrive       *
           WRITE TranscriptReportLine
           .

      *>----------------------------------------------------------------*
      *>  4500-ACADEMIC-HISTORY                                         *
      *>  Posts this term's TRANSCRP onto the STUHIST master, then     *
      *>  prints the honor-roll and probation listing off the master   *
      *>  and answers the registrar's HISTLOOK inquiry cards. A        *
      *>  history master that does not exist yet (first-ever run) is   *
      *>  created; a missing inquiry card file just means no           *
      *>  inquiries tonight.                                           *
      *>----------------------------------------------------------------*
       4500-ACADEMIC-HISTORY.
           MOVE "N" TO TranscriptFileSwitch
           OPEN INPUT TranscriptFile
           IF TranscriptFileStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN I-O AcademicHistoryFile
           IF AcademicHistoryStatus = "35"
               OPEN OUTPUT AcademicHistoryFile
               CLOSE AcademicHistoryFile
               OPEN I-O AcademicHistoryFile
           END-IF
           IF AcademicHistoryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT StandingReport
           IF StandingReportStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN OUTPUT HistoryInquiryReport
           IF HistoryInquiryStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF
           OPEN INPUT HistoryLookupFile
           EVALUATE HistoryLookupStatus
               WHEN "00"
                   SET HistoryLookupAvailable TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET HardFailureOccurred TO TRUE
           END-EVALUATE
           OPEN EXTEND LearningExceptions
           IF LearningExceptionsStatus = "35"
               OPEN OUTPUT LearningExceptions
           END-IF
           IF LearningExceptionsStatus NOT = "00"
               SET HardFailureOccurred TO TRUE
           END-IF

           IF NOT HardFailureOccurred
               MOVE AcademicTerm TO StandingLatestTerm
               PERFORM 4590-FORMAT-TERM
               PERFORM 4010-READ-TRANSCRIPT-FILE
               PERFORM UNTIL EndOfTranscriptFile
                   ADD 1 TO TotalRecordsProcessed
                   PERFORM 4510-POST-ONE-TRANSCRIPT
                   PERFORM 4010-READ-TRANSCRIPT-FILE
               END-PERFORM
               DISPLAY "ACADEMIC HISTORY - TERM " AcademicTerm
                   " POSTED: " HistoryPostedCount
                   " REPOSTED: " HistoryRepostedCount

               PERFORM 4600-LIST-ACADEMIC-STANDING
               IF HistoryLookupAvailable
                   PERFORM 4700-HISTORY-INQUIRY
               END-IF
           END-IF

           CLOSE TranscriptFile
           CLOSE AcademicHistoryFile
           CLOSE StandingReport
           CLOSE HistoryInquiryReport
           CLOSE HistoryLookupFile
           CLOSE LearningExceptions
           .
       4500-EXIT.
           EXIT.

      *>  One transcript onto the master for the term. The student
      *>  already has a posting for the term when the night is rerun
      *>  or a corrected transcript is sent - the new grades replace
      *>  the old, so the term is never counted twice in the
      *>  cumulative GPA.
       4510-POST-ONE-TRANSCRIPT.
           IF TxStudentId NOT NUMERIC
               MOVE SPACES TO LearningRejectRecord
               MOVE ZERO TO LRej-Id
               MOVE TxStudentName TO LRej-Name
               MOVE "07" TO LRej-ReasonCode
               MOVE "TRANSCRIPT STUDENT ID NOT NUMERIC"
                   TO LRej-ReasonText
               PERFORM 6200-WRITE-LEARNING-REJECT
           ELSE
               PERFORM 4520-GRADE-FOR-HISTORY
               MOVE SPACES TO AcademicHistoryRecord
               MOVE TxStudentId TO AH-StudentId
               MOVE AcademicTerm TO AH-Term
               MOVE TxStudentName TO AH-StudentName
               PERFORM VARYING SubjectSubscript FROM 1 BY 1
                   UNTIL SubjectSubscript > 5
                   MOVE TxSubjectScore(SubjectSubscript)
                       TO AH-SubjectScore(SubjectSubscript)
               END-PERFORM
               MOVE SubjectPointsTotal TO AH-TermPoints
               MOVE 5 TO AH-SubjectsTaken
               MOVE SubjectsFailedCount TO AH-SubjectsFailed
               MOVE StudentGPA TO AH-TermGPA
               MOVE OverallResultSwitch TO AH-TermResult
               MOVE AuditRunDate TO AH-PostDate
               WRITE AcademicHistoryRecord
                   INVALID KEY
                       REWRITE AcademicHistoryRecord
                           INVALID KEY
                               SET HardFailureOccurred TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO HistoryRepostedCount
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO HistoryPostedCount
               END-WRITE
           END-IF
           .

      *>  Same scoring the transcript report applies - the class
      *>  pass-rate counters belong to 4000 and are left alone here.
       4520-GRADE-FOR-HISTORY.
           MOVE ZERO TO SubjectPointsTotal
           MOVE ZERO TO SubjectsFailedCount
           SET StudentOverallPass TO TRUE
           PERFORM VARYING SubjectSubscript FROM 1 BY 1
               UNTIL SubjectSubscript > 5
               MOVE TxSubjectScore(SubjectSubscript) TO Score
               IF Score IS PassingScore
                   CONTINUE
               ELSE
                   ADD 1 TO SubjectsFailedCount
               END-IF
               PERFORM 4110-ADD-SUBJECT-POINTS
           END-PERFORM
           IF SubjectsFailedCount > 0
               SET StudentOverallFail TO TRUE
           END-IF
           DIVIDE SubjectPointsTotal BY 5 GIVING StudentGPA
           .

      *>  Term as year and name for the listings - "2026 FALL".
       4590-FORMAT-TERM.
           MOVE SPACES TO TermDisplay
           STRING StandingTermYear DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TermName(StandingTermNumber) DELIMITED BY SIZE
               INTO TermDisplay
           .

      *>----------------------------------------------------------------*
      *>  4600-LIST-ACADEMIC-STANDING                                   *
      *>  Honor roll (cumulative GPA 3.50 and up) and academic         *
      *>  probation (cumulative GPA under 2.00), each a pass down the  *
      *>  master with a break on StudentId. Cumulative GPA is every    *
      *>  grade point earned over every subject taken, all terms. Only *
      *>  students graded in the term being posted are listed - a      *
      *>  student who has left keeps their history but no standing.    *
      *>----------------------------------------------------------------*
       4600-LIST-ACADEMIC-STANDING.
           MOVE SPACES TO StandingReportLine
           STRING "ACADEMIC STANDING - TERM " DELIMITED BY SIZE
               TermDisplay DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               AuditRunDate DELIMITED BY SIZE
               INTO StandingReportLine
           WRITE StandingReportLine

           SET ListingHonorRoll TO TRUE
           MOVE SPACES TO StandingReportLine
           WRITE StandingReportLine
           MOVE "HONOR ROLL - CUMULATIVE GPA 3.50 AND ABOVE"
               TO StandingReportLine
           WRITE StandingReportLine
           PERFORM 4610-STANDING-PASS

           SET ListingProbation TO TRUE
           MOVE SPACES TO StandingReportLine
           WRITE StandingReportLine
           MOVE "ACADEMIC PROBATION - CUMULATIVE GPA BELOW 2.00"
               TO StandingReportLine
           WRITE StandingReportLine
           PERFORM 4610-STANDING-PASS

           MOVE SPACES TO StandingReportLine
           WRITE StandingReportLine
           MOVE SPACES TO StandingReportLine
           STRING "HONOR ROLL: " DELIMITED BY SIZE
               HonorRollCount DELIMITED BY SIZE
               "  PROBATION: " DELIMITED BY SIZE
               ProbationCount DELIMITED BY SIZE
               "  POSTED: " DELIMITED BY SIZE
               HistoryPostedCount DELIMITED BY SIZE
               "  REPOSTED: " DELIMITED BY SIZE
               HistoryRepostedCount DELIMITED BY SIZE
               INTO StandingReportLine
           WRITE StandingReportLine
           DISPLAY "ACADEMIC STANDING - HONOR ROLL: " HonorRollCount
               " PROBATION: " ProbationCount
           .

       4610-STANDING-PASS.
           MOVE SPACES TO StandingReportLine
           STRING "  ID     NAME                  TERMS"
               DELIMITED BY SIZE
               "  TERM GPA  CUM GPA" DELIMITED BY SIZE
               INTO StandingReportLine
           WRITE StandingReportLine
           MOVE "N" TO AcademicHistorySwitch
           MOVE ZERO TO AH-StudentId
           MOVE ZERO TO AH-Term
           START AcademicHistoryFile KEY NOT LESS THAN AH-Key
               INVALID KEY SET EndOfAcademicHistory TO TRUE
           END-START
           IF NOT EndOfAcademicHistory
               PERFORM 4620-READ-ACADEMIC-HISTORY
           END-IF
           PERFORM UNTIL EndOfAcademicHistory
               PERFORM 4630-ACCUMULATE-ONE-STUDENT
               PERFORM 4640-LIST-ONE-STANDING
           END-PERFORM
           .

      *>  The StudentId is saved off each record as it is read, so
      *>  the break never tests a record area end of file has left
      *>  undefined.
       4620-READ-ACADEMIC-HISTORY.
           READ AcademicHistoryFile NEXT RECORD
               AT END SET EndOfAcademicHistory TO TRUE
               NOT AT END MOVE AH-StudentId TO HistStudentIdWork
           END-READ
           .

       4630-ACCUMULATE-ONE-STUDENT.
           MOVE HistStudentIdWork TO StandingStudentId
           MOVE AH-StudentName TO StandingStudentName
           MOVE ZERO TO CumPointsTotal CumSubjectsTotal
           MOVE ZERO TO StandingTermCount
           PERFORM UNTIL EndOfAcademicHistory
               OR HistStudentIdWork NOT = StandingStudentId
               ADD AH-TermPoints TO CumPointsTotal
               ADD AH-SubjectsTaken TO CumSubjectsTotal
               ADD 1 TO StandingTermCount
               MOVE AH-Term TO StandingLatestTerm
               MOVE AH-TermGPA TO StandingLatestGPA
               MOVE AH-StudentName TO StandingStudentName
               PERFORM 4620-READ-ACADEMIC-HISTORY
           END-PERFORM
           MOVE ZERO TO CumulativeGPA
           IF CumSubjectsTotal > ZERO
               DIVIDE CumPointsTotal BY CumSubjectsTotal
                   GIVING CumulativeGPA
           END-IF
           .

       4640-LIST-ONE-STANDING.
           IF StandingLatestTerm = AcademicTerm
               IF (ListingHonorRoll
                       AND CumulativeGPA NOT < HonorRollGPA)
                   OR (ListingProbation
                       AND CumulativeGPA < ProbationGPA)
                   IF ListingHonorRoll
                       ADD 1 TO HonorRollCount
                   ELSE
                       ADD 1 TO ProbationCount
                   END-IF
                   MOVE StandingTermCount TO TermCountDisplay
                   MOVE StandingLatestGPA TO TermGPADisplay
                   MOVE CumulativeGPA TO CumulativeGPADisplay
                   MOVE SPACES TO StandingReportLine
                   STRING "  " DELIMITED BY SIZE
                       StandingStudentId DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       StandingStudentName DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       TermCountDisplay DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       TermGPADisplay DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       CumulativeGPADisplay DELIMITED BY SIZE
                       INTO StandingReportLine
                   WRITE StandingReportLine
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  4700-HISTORY-INQUIRY                                          *
      *>  Registrar's lookup - one StudentId per HISTLOOK card. Each   *
      *>  student prints every term on the master in date order with  *
      *>  the five scores, the term GPA and the cumulative GPA as it   *
      *>  stood at the end of that term, then the standing the        *
      *>  cumulative GPA earns. A student with no history goes to the  *
      *>  exception report.                                            *
      *>----------------------------------------------------------------*
       4700-HISTORY-INQUIRY.
           MOVE SPACES TO HistoryInquiryLine
           STRING "ACADEMIC HISTORY INQUIRY - RUN DATE "
               DELIMITED BY SIZE
               AuditRunDate DELIMITED BY SIZE
               INTO HistoryInquiryLine
           WRITE HistoryInquiryLine
           PERFORM 4710-READ-HISTORY-LOOKUP
           PERFORM UNTIL EndOfHistoryLookup
               IF HistLookupStudentId NUMERIC
                   ADD 1 TO HistoryInquiryCount
                   PERFORM 4720-INQUIRE-ONE-STUDENT
               ELSE
                   IF HistoryLookupRecord NOT = SPACES
                       DISPLAY "HISTORY INQUIRY CARD NOT NUMERIC: "
                           HistoryLookupRecord
                   END-IF
               END-IF
               PERFORM 4710-READ-HISTORY-LOOKUP
           END-PERFORM
           DISPLAY "ACADEMIC HISTORY INQUIRIES: " HistoryInquiryCount
           .

       4710-READ-HISTORY-LOOKUP.
           READ HistoryLookupFile
               AT END SET EndOfHistoryLookup TO TRUE
           END-READ
           .

       4720-INQUIRE-ONE-STUDENT.
           MOVE SPACES TO HistoryInquiryLine
           WRITE HistoryInquiryLine
           MOVE "N" TO AcademicHistorySwitch
           MOVE HistLookupStudentId TO AH-StudentId
           MOVE ZERO TO AH-Term
           START AcademicHistoryFile KEY NOT LESS THAN AH-Key
               INVALID KEY SET EndOfAcademicHistory TO TRUE
           END-START
           IF NOT EndOfAcademicHistory
               PERFORM 4620-READ-ACADEMIC-HISTORY
           END-IF
           IF EndOfAcademicHistory
               OR HistStudentIdWork NOT = HistLookupStudentId
               MOVE SPACES TO HistoryInquiryLine
               STRING "STUDENT " DELIMITED BY SIZE
                   HistLookupStudentId DELIMITED BY SIZE
                   "  NO ACADEMIC HISTORY ON FILE" DELIMITED BY SIZE
                   INTO HistoryInquiryLine
               WRITE HistoryInquiryLine
               MOVE SPACES TO LearningRejectRecord
               MOVE HistLookupStudentId TO LRej-Id
               MOVE "08" TO LRej-ReasonCode
               MOVE "NO ACADEMIC HISTORY FOR STUDENT"
                   TO LRej-ReasonText
               PERFORM 6200-WRITE-LEARNING-REJECT
           ELSE
               MOVE SPACES TO HistoryInquiryLine
               STRING "STUDENT " DELIMITED BY SIZE
                   HistLookupStudentId DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AH-StudentName DELIMITED BY SIZE
                   INTO HistoryInquiryLine
               WRITE HistoryInquiryLine
               MOVE SPACES TO HistoryInquiryLine
               STRING "  TERM         SCORES     TERM GPA"
                   DELIMITED BY SIZE
                   "  CUM GPA  RESULT" DELIMITED BY SIZE
                   INTO HistoryInquiryLine
               WRITE HistoryInquiryLine
               MOVE ZERO TO CumPointsTotal CumSubjectsTotal
               MOVE ZERO TO StandingTermCount
               PERFORM UNTIL EndOfAcademicHistory
                   OR HistStudentIdWork NOT = HistLookupStudentId
                   PERFORM 4730-WRITE-INQUIRY-TERM
                   PERFORM 4620-READ-ACADEMIC-HISTORY
               END-PERFORM
               EVALUATE TRUE
                   WHEN CumulativeGPA NOT < HonorRollGPA
                       MOVE "HONOR ROLL" TO StandingText
                   WHEN CumulativeGPA < ProbationGPA
                       MOVE "PROBATION" TO StandingText
                   WHEN OTHER
                       MOVE "GOOD STANDING" TO StandingText
               END-EVALUATE
               MOVE StandingTermCount TO TermCountDisplay
               MOVE SPACES TO HistoryInquiryLine
               STRING "  TERMS " DELIMITED BY SIZE
                   TermCountDisplay DELIMITED BY SIZE
                   "  CUMULATIVE GPA " DELIMITED BY SIZE
                   CumulativeGPADisplay DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   StandingText DELIMITED BY SIZE
                   INTO HistoryInquiryLine
               WRITE HistoryInquiryLine
           END-IF
           .

       4730-WRITE-INQUIRY-TERM.
           ADD AH-TermPoints TO CumPointsTotal
           ADD AH-SubjectsTaken TO CumSubjectsTotal
           ADD 1 TO StandingTermCount
           MOVE ZERO TO CumulativeGPA
           IF CumSubjectsTotal > ZERO
               DIVIDE CumPointsTotal BY CumSubjectsTotal
                   GIVING CumulativeGPA
           END-IF
           MOVE CumulativeGPA TO CumulativeGPADisplay
           MOVE AH-TermGPA TO TermGPADisplay
           MOVE AH-Term TO StandingLatestTerm
           PERFORM 4590-FORMAT-TERM
           MOVE SPACES TO HistoryInquiryLine
           STRING "  " DELIMITED BY SIZE
               TermDisplay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AH-SubjectScore(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AH-SubjectScore(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AH-SubjectScore(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AH-SubjectScore(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AH-SubjectScore(5) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               TermGPADisplay DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               CumulativeGPADisplay DELIMITED BY SIZE
               INTO HistoryInquiryLine
           IF AH-TermPassed
               MOVE "PASS" TO HistoryInquiryLine(46:4)
           ELSE
               MOVE "FAIL" TO HistoryInquiryLine(46:4)
           END-IF
           WRITE HistoryInquiryLine
           .

      *>----------------------------------------------------------------*
      *>  5000-STUDENT-RECONCILE                                        *
      *>  Matches STUDENTS against TRANSCRP: the transcript file is    *
