             ACCESS MODE IS DYNAMIC
             RECORD KEY IS stateXrefKey
             FILE STATUS IS stateXrefFileStatus.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS eventId
             FILE STATUS IS eventFileStatus.
           SELECT ENTRY-FILE ASSIGN TO "ENTRIES"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS entryKey
             FILE STATUS IS entryFileStatus.
           SELECT START-ORDER-FILE ASSIGN TO "STARTORD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS startOrderFileStatus.
           SELECT EVENT-RESULT-FILE ASSIGN TO "EVRESULT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS eventResultFileStatus.
           SELECT PENDING-FILE ASSIGN TO "PENDCERT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS pendKey
             FILE STATUS IS pendingFileStatus.
           SELECT WITNESS-FILE ASSIGN TO "WITNESSIN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS witnessFileStatus.
           SELECT LEAGUE-FILE ASSIGN TO "LEAGUETB"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS leagueFileStatus.
           SELECT MERGE-WORK-FILE ASSIGN TO "MERGEWK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS mergeWorkFileStatus.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MERGERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS mergeReportFileStatus.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS busDateFileStatus.
           SELECT FEE-FILE ASSIGN TO "FEESCHED"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS feeFileStatus.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS invoiceFileStatus.
           SELECT BILL-REGISTER-FILE ASSIGN TO "BILLREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS billRegisterFileStatus.
           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS batchLogKey
             FILE STATUS IS batchLogFileStatus.
           SELECT HELD-FILE ASSIGN TO "SUBHELD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS heldFileStatus.
           SELECT ACK-FILE ASSIGN TO ackFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ackFileStatus.
           SELECT DECOMP-FILE ASSIGN TO "DECOMPRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS decompFileStatus.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS journalFileStatus.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "JNLWK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS journalWorkFileStatus.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS maintReportFileStatus.
           SELECT RENEWAL-FILE ASSIGN TO "RENEWDUE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS renewalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       *> a reject line from REJECTS keyed back in by the desk
       *> still carries its reason and date after the pattern;
       *> that is what marks the line as a resubmission
       FD SUBMIT-FILE.
         01 submitRecord.
           02 submitMemberId PIC X(8).
           02 FILLER PIC X(1).
           02 submitPattern PIC X(64).
           02 FILLER PIC X(1).
           02 submitRejectReason PIC X(8).
           02 FILLER PIC X(1).
           02 submitRejectDate PIC X(8).
       FD RESULT-FILE.
         01 resultRecord.
           02 resultMemberId PIC X(8).
           02 auditNumObjects PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 auditValidFlag PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 auditMemberId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 auditResubFlag PIC X(1).
       FD CHECKPOINT-FILE.
         01 checkpointRecord.
           02 checkpointNumber PIC 9(6).
           02 genMemberId PIC X(8).
           02 FILLER PIC X(1).
           02 genPattern PIC X(64).
       *> membership status is A active, L lapsed, or S
       *> suspended (a blank status is a record from before status
       *> was kept, and counts as active); a zero paid-through
       *> date means none has been recorded
       FD MEMBER-FILE.
         01 memberRecord.
           02 memberId PIC X(8).
           02 memberName PIC X(30).
           02 memberClub PIC X(20).
           02 memberStatus PIC X(1).
             88 MEMBER-STATUS-ACTIVE VALUE "A" SPACE.
             88 MEMBER-STATUS-LAPSED VALUE "L".
             88 MEMBER-STATUS-SUSPENDED VALUE "S".
           02 memberJoinDate PIC 9(8).
           02 memberPaidThru PIC 9(8).
       *> ladder-diagram sheets for the practice hall: one row per
       *> throw showing where it lands, printed per certified
       *> pattern alongside its cert card
           02 histNumObjects PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 histValidFlag PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 histMemberId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 histResubFlag PIC X(1).
       *> scratch copy of the audit lines an archive run keeps,
       *> written back over AUDITLOG once the split is complete
       FD AUDIT-WORK-FILE.
         01 auditWorkRecord PIC X(99).
       *> shared sort scratch: each reporting function that needs
       *> an ordered view of unbounded data writes its records to
       *> SORTIN with whatever should govern the ordering in the
             03 stateXrefPattern PIC X(64).
           02 stateXrefNotation PIC 9(1).
           02 stateXrefObjects PIC 9(3).
       *> the competition calendar: one record per event the
       *> federation stages, keyed by its event code
       FD EVENT-FILE.
         01 eventRecord.
           02 eventId PIC X(8).
           02 eventName PIC X(30).
           02 eventDate PIC 9(8).
           02 eventVenue PIC X(30).
       *> one entry per competitor per event, keyed event plus
       *> member: the pattern to be performed as catalogued (the
       *> entry is validated against CATALOG through its
       *> canonical key, so "534" and "345" enter the same
       *> pattern), its object count, which is the division it
       *> competes in, the seeding grade off RATINGS, the drawn
       *> start position, and the judges' figures once the run
       *> has been keyed
       FD ENTRY-FILE.
         01 entryRecord.
           02 entryKey.
             03 entryEventId PIC X(8).
             03 entryMemberId PIC X(8).
           02 entryPattern PIC X(64).
           02 entryObjects PIC 9(3).
           02 entrySeedGrade PIC 9(4).
           02 entryStartOrder PIC 9(3).
           02 entryJudgedFlag PIC X(1).
           02 entryCatches PIC 9(4).
           02 entryDrops PIC 9(4).
           02 entryCompleted PIC X(1).
       *> the printed start order for one event, division by
       *> division, lowest seed first
       FD START-ORDER-FILE.
         01 startOrderRecord PIC X(80).
       *> the printed results sheet for one event, ranked within
       *> each division
       FD EVENT-RESULT-FILE.
         01 eventResultRecord PIC X(80).
       *> the witnessed-certification queue: one record per valid
       *> submission awaiting a judge, keyed member plus pattern
       *> as submitted.  the objects, state, and grade are worked
       *> out at submission so the judge can see what is being
       *> claimed; the judge's ID and the witness date are filled
       *> in on approval, and only approval cuts the cert card,
       *> catalogues the pattern, and grades it onto RATINGS
       FD PENDING-FILE.
         01 pendingRecord.
           02 pendKey.
             03 pendMemberId PIC X(8).
             03 pendPattern PIC X(64).
           02 pendNumObjects PIC 9(3).
           02 pendStateText PIC X(128).
           02 pendGrade PIC 9(4).
           02 pendSubmitDate PIC 9(8).
           02 pendStatus PIC X(1).
           02 pendJudgeId PIC X(8).
           02 pendWitnessDate PIC 9(8).
       *> a judges' witness sheet keyed from the competition
       *> floor: one line per witnessed pattern, opening like a
       *> submission with the judge and the witness date behind
       FD WITNESS-FILE.
         01 witnessRecord.
           02 witnessInMemberId PIC X(8).
           02 FILLER PIC X(1).
           02 witnessInPattern PIC X(64).
           02 FILLER PIC X(1).
           02 witnessInJudgeId PIC X(8).
           02 FILLER PIC X(1).
           02 witnessInDate PIC X(8).
       *> the month-end club league table for the newsletter:
       *> clubs in rank order, each followed by its top members
       FD LEAGUE-FILE.
         01 leagueRecord PIC X(80).
       *> scratch copy of a sequential file while a member merge
       *> re-points its member IDs; wide enough for any of them
       FD MERGE-WORK-FILE.
         01 mergeWorkRecord PIC X(300).
       *> one block per member merge or renumber: which IDs, and
       *> how many records each file had re-pointed
       FD MERGE-REPORT-FILE.
         01 mergeReportRecord PIC X(80).
       *> the processing-date control line: the business date
       *> every stamp in the system uses, and the last month
       *> closed; like CHECKPT it only ever holds the one line
       FD BUSDATE-FILE.
         01 busDateRecord.
           02 busDateValue PIC 9(8).
           02 FILLER PIC X(1).
           02 busClosedThrough PIC 9(6).
       *> the federation's fee schedule, maintained by hand like
       *> AWARDRULE: one line per notation (A async, S sync,
       *> M multiplex, * any) and object count (000 = any), with
       *> the charge per valid submission, per certification, per
       *> rejected submission, and per resubmission off REJECTS
       FD FEE-FILE.
         01 feeRecord.
           02 feeNotation PIC X(1).
           02 FILLER PIC X(1).
           02 feeObjects PIC 9(3).
           02 FILLER PIC X(1).
           02 feeSubmitRate PIC 9(4)V99.
           02 FILLER PIC X(1).
           02 feeCertRate PIC 9(4)V99.
           02 FILLER PIC X(1).
           02 feeRejectRate PIC 9(4)V99.
           02 FILLER PIC X(1).
           02 feeResubRate PIC 9(4)V99.
       *> the month's club invoices, one after another, each
       *> itemised by member and charge with the club's total
       FD INVOICE-FILE.
         01 invoiceRecord PIC X(80).
       *> the billing register: every event that could not be
       *> billed, and the control totals proving the invoices
       *> against the month's audit lines and cert cards
       FD BILL-REGISTER-FILE.
         01 billRegisterRecord PIC X(80).
       *> every club batch the batch run has accepted, keyed by
       *> club and the club's own batch number, so a batch sent
       *> twice is caught; a held batch is not logged, so the
       *> club can correct it and send it again under its number
       FD BATCH-LOG-FILE.
         01 batchLogRecord.
           02 batchLogKey.
             03 batchLogClub PIC X(20).
             03 batchLogNumber PIC 9(6).
           02 batchLogHeaderDate PIC 9(8).
           02 batchLogRecvDate PIC 9(8).
           02 batchLogCount PIC 9(6).
       *> held club batches, copied whole -- header, details, and
       *> trailer -- so the desk can correct one and feed it back
       *> in as SUBMITIN
       FD HELD-FILE.
         01 heldRecord PIC X(91).
       *> one acknowledgement file per club per business date,
       *> named ACK.yyyymmdd.club: a line for each batch received,
       *> the outcome of every record in it, and the batch result
       FD ACK-FILE.
         01 ackRecord PIC X(80).
       *> the prime/composite decomposition report over the whole
       *> catalog: a line per pattern (with its component cycles
       *> when it is composite) and the prime counts per object
       *> count and period
       FD DECOMP-FILE.
         01 decompRecord PIC X(80).
       *> the change journal: one line per add, change, or delete
       *> on MEMBMAST, AWARDS, or NATREG, with the business date,
       *> the time, the function or control card responsible,
       *> the desk operator, and the record before and after
       FD JOURNAL-FILE.
         01 journalRecord.
           02 jnlDate PIC 9(8).
           02 FILLER PIC X(1).
           02 jnlTime PIC 9(6).
           02 FILLER PIC X(1).
           02 jnlFunction PIC X(8).
           02 FILLER PIC X(1).
           02 jnlOperator PIC X(8).
           02 FILLER PIC X(1).
           02 jnlFileName PIC X(8).
           02 FILLER PIC X(1).
           02 jnlAction PIC X(1).
           02 FILLER PIC X(1).
           02 jnlBefore PIC X(600).
           02 FILLER PIC X(1).
           02 jnlAfter PIC X(600).
       *> a master's records as they stood before a whole-file
       *> load (the NATREG intake, a MEMBMAST restore), compared
       *> with the reloaded file afterwards to journal what moved
       FD JOURNAL-WORK-FILE.
         01 journalWorkRecord PIC X(600).
       *> the daily maintenance report off the journal, each
       *> change listed field by field
       FD MAINT-REPORT-FILE.
         01 maintReportRecord PIC X(80).
       *> the monthly renewal-due list for the club secretaries:
       *> active members whose paid-through date falls in the
       *> next 30 days, grouped by club
       FD RENEWAL-FILE.
         01 renewalRecord PIC X(80).
       WORKING-STORAGE SECTION.
         01 userInput PIC X(64).
         01 i PIC 9(3).
            88 GEN-PARSE-BAD VALUE "N".
          *> the member a pattern is being validated for: spaces
          *> when a submission is unattributed, otherwise carried
          *> through to the result line and the cert card; the
          *> resubmission flag is "R" for a line keyed back in off
          *> REJECTS, and both ride on the audit line for billing
          01 currentMemberId PIC X(8) VALUE SPACES.
          01 currentResubFlag PIC X(1) VALUE SPACE.
          01 memberFileStatus PIC X(2).
          01 memberFileOpenFlag PIC X(1) VALUE "N".
            88 MEMBER-FILE-OPEN VALUE "Y".
          01 tallyValidFlag PIC X(7).
          01 statsSourceFlag PIC X(1) VALUE "N".
            88 STATS-ANY-SOURCE VALUE "Y".
          *> competition work area: an entry is seeded off RATINGS
          *> by canonical key the way the award pass grades a
          *> member's patterns; the start-order draw and the
          *> results ranking both run through the sort scratch
          *> with the division (object count) leading the key
          01 eventFileStatus PIC X(2).
          01 entryFileStatus PIC X(2).
          01 startOrderFileStatus PIC X(2).
          01 eventResultFileStatus PIC X(2).
          01 eventMenuChoice PIC X(1).
          01 eventIdInput PIC X(8).
          01 eventNameInput PIC X(30).
          01 eventDateInput PIC X(8).
          01 eventVenueInput PIC X(30).
          01 eventOkFlag PIC X(1) VALUE "N".
            88 EVENT-OK VALUE "Y".
            88 EVENT-BAD VALUE "N".
          01 eventFileOpenFlag PIC X(1) VALUE "N".
            88 EVENT-FILE-OPEN VALUE "Y".
            88 EVENT-FILE-NOT-OPEN VALUE "N".
          01 entryFileOpenFlag PIC X(1) VALUE "N".
            88 ENTRY-FILE-OPEN VALUE "Y".
            88 ENTRY-FILE-NOT-OPEN VALUE "N".
          01 entryEofFlag PIC X(1) VALUE "N".
            88 ENTRY-AT-EOF VALUE "Y".
            88 ENTRY-NOT-AT-EOF VALUE "N".
          01 entryMemberOkFlag PIC X(1) VALUE "N".
            88 ENTRY-MEMBER-OK VALUE "Y".
            88 ENTRY-MEMBER-BAD VALUE "N".
          01 entryPatternOkFlag PIC X(1) VALUE "N".
            88 ENTRY-PATTERN-OK VALUE "Y".
            88 ENTRY-PATTERN-BAD VALUE "N".
          01 entryFoundFlag PIC X(1) VALUE "N".
            88 ENTRY-FOUND VALUE "Y".
            88 ENTRY-NOT-FOUND VALUE "N".
          01 entryCatalogPattern PIC X(64).
          01 entryCatalogObjects PIC 9(3).
          01 entrySeedKey PIC X(512).
          01 entryWorkGrade PIC 9(4).
          01 entryCatchesInput PIC X(4).
          01 entryDropsInput PIC X(4).
          01 entryCompletedInput PIC X(1).
          01 entryWorkCatches PIC 9(4).
          01 entryWorkDrops PIC 9(4).
          01 entryCount PIC 9(6).
          *> the draw orders each division by seeding grade, lowest
          *> first so the strongest seed performs last; entries on
          *> the same grade are split by a drawn number seeded off
          *> the event date, so redrawing an event repeats itself
          01 drawSeed PIC 9(8).
          01 drawFraction PIC 9V9(9).
          01 drawNumber PIC 9(6).
          01 drawDivision PIC 9(3).
          01 drawPosition PIC 9(3).
          01 eventDivisionKey PIC X(3).
          01 placeCount PIC 9(3).
          01 placeNumber PIC 9(3).
          01 placeEdit PIC ZZ9.
          01 placePrevKey PIC X(9).
          01 eventHeadLine.
            02 eventHeadTitle PIC X(13).
            02 eventHeadId PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 eventHeadName PIC X(30).
            02 FILLER PIC X(7) VALUE " DATE: ".
            02 eventHeadDate PIC 9(8).
          01 eventDivisionLine.
            02 FILLER PIC X(10) VALUE "DIVISION: ".
            02 eventDivisionObjects PIC ZZ9.
            02 FILLER PIC X(8) VALUE " OBJECTS".
          01 drawEntryLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 drawLinePosition PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 drawLineMember PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 drawLinePattern PIC X(32).
            02 FILLER PIC X(6) VALUE " SEED ".
            02 drawLineSeed PIC 9(4).
          01 placeEntryLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 placeLinePlace PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 placeLineMember PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 placeLinePattern PIC X(24).
            02 FILLER PIC X(9) VALUE " CATCHES ".
            02 placeLineCatches PIC ZZZ9.
            02 FILLER PIC X(7) VALUE " DROPS ".
            02 placeLineDrops PIC ZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 placeLineStatus PIC X(9).
          *> witnessed-certification work area; the pending aging
          *> report orders overdue items oldest-first through the
          *> sort scratch the way the reject aging report does
          01 pendingFileStatus PIC X(2).
          01 witnessFileStatus PIC X(2).
          01 pendingFileOpenFlag PIC X(1) VALUE "N".
            88 PENDING-FILE-OPEN VALUE "Y".
            88 PENDING-FILE-NOT-OPEN VALUE "N".
          01 pendingEofFlag PIC X(1) VALUE "N".
            88 PENDING-AT-EOF VALUE "Y".
            88 PENDING-NOT-AT-EOF VALUE "N".
          01 pendingFoundFlag PIC X(1) VALUE "N".
            88 PENDING-FOUND VALUE "Y".
            88 PENDING-NOT-FOUND VALUE "N".
          01 witnessEofFlag PIC X(1) VALUE "N".
            88 WITNESS-AT-EOF VALUE "Y".
            88 WITNESS-NOT-AT-EOF VALUE "N".
          01 witnessOutcomeFlag PIC X(1) VALUE "N".
            88 WITNESS-APPROVED VALUE "Y".
            88 WITNESS-REFUSED VALUE "N".
          01 certFilesFlag PIC X(1) VALUE "N".
            88 CERTIFICATION-FILES-READY VALUE "Y".
            88 CERTIFICATION-FILES-NOT-READY VALUE "N".
          01 witnessMenuChoice PIC X(1).
          01 witnessMemberId PIC X(8).
          01 witnessPattern PIC X(64).
          01 witnessJudgeId PIC X(8).
          01 witnessDateInput PIC X(8).
          01 witnessWorkDate PIC 9(8).
          01 witnessApprovedCount PIC 9(6).
          01 witnessRefusedCount PIC 9(6).
          01 pendAgeInput PIC X(3).
          01 pendAgeLimit PIC 9(3) VALUE 30.
          01 pendAgeOkFlag PIC X(1) VALUE "N".
            88 PEND-AGE-OK VALUE "Y".
            88 PEND-AGE-BAD VALUE "N".
          01 pendAgeDays PIC 9(5).
          01 pendTodayDate PIC 9(8).
          01 pendTodayInt PIC 9(7).
          01 pendDateInt PIC 9(7).
          01 pendWaitingCount PIC 9(6).
          01 pendAgedCount PIC 9(6).

          *> club league work area.  clubs are held in a table
          *> built off MEMBMAST; the certified patterns behind each
          *> club's figures go through the sort scratch twice --
          *> first by canonical key, so each card picks up its
          *> pattern's best RATINGS grade, then club first, so one
          *> sequential pass counts each club's distinct patterns
          *> and each member's share of them
          01 leagueFileStatus PIC X(2).
          01 leaguePeriodInput PIC X(6).
          01 leaguePeriodFlag PIC X(1) VALUE "N".
            88 LEAGUE-PERIOD-OK VALUE "Y".
            88 LEAGUE-PERIOD-BAD VALUE "N".
          01 leagueSortFlag PIC X(1) VALUE "N".
            88 LEAGUE-SORT-OK VALUE "Y".
            88 LEAGUE-SORT-FAILED VALUE "N".
          01 leagueClubFoundFlag PIC X(1) VALUE "N".
            88 LEAGUE-CLUB-FOUND VALUE "Y".
            88 LEAGUE-CLUB-NOT-FOUND VALUE "N".
          01 leagueTableFullFlag PIC X(1) VALUE "N".
            88 LEAGUE-TABLE-FULL VALUE "Y".
            88 LEAGUE-TABLE-NOT-FULL VALUE "N".
          01 leagueMemberFoundFlag PIC X(1) VALUE "N".
            88 LEAGUE-MEMBER-FOUND VALUE "Y".
            88 LEAGUE-MEMBER-NOT-FOUND VALUE "N".
          01 awardEofFlag PIC X(1) VALUE "N".
            88 AWARD-AT-EOF VALUE "Y".
            88 AWARD-NOT-AT-EOF VALUE "N".
          01 leagueClubTable.
            02 leagueClubEntry OCCURS 200 TIMES.
              03 leagueClubName PIC X(20).
              03 leagueActive PIC 9(6).
              03 leagueDistinct PIC 9(6).
              03 leaguePeriodCerts PIC 9(6).
              03 leagueTopGrade PIC 9(4).
              03 leagueGradeTotal PIC 9(9).
              03 leagueAwards PIC 9(6).
              03 leagueRankedFlag PIC X(1).
              03 leagueTopEntry OCCURS 3 TIMES.
                04 leagueTopMember PIC X(8).
                04 leagueTopCount PIC 9(4).
                04 leagueTopGradeHeld PIC 9(4).
          01 leagueClubUsed PIC 9(3).
          01 leagueClubIdx PIC 9(3).
          01 leagueBestClub PIC 9(3).
          01 leagueMemberTable.
            02 leagueMemberEntry OCCURS 500 TIMES.
              03 leagueMemberId PIC X(8).
              03 leagueMemberCount PIC 9(4).
              03 leagueMemberGrade PIC 9(4).
              03 leagueMemberPicked PIC X(1).
          01 leagueMemberUsed PIC 9(3).
          01 leagueMemberIdx PIC 9(3).
          01 leagueBestMember PIC 9(3).
          01 leagueTopIdx PIC 9(1).
          01 leagueWorkClub PIC X(20).
          01 leagueWorkDate PIC X(8).
          01 leagueWorkGrade PIC 9(4).
          01 leagueCurKey PIC X(512).
          01 leagueCurGrade PIC 9(4).
          01 leaguePrevClub PIC X(20).
          01 leaguePrevPattern PIC X(492).
          01 leaguePrevMember PIC X(8).
          01 leagueCardCount PIC 9(6).
          01 leagueSkipCount PIC 9(6).
          01 leagueRank PIC 9(3).
          01 leagueAverage PIC 9(4).
          01 leagueHeadLine.
            02 FILLER PIC X(28) VALUE "CLUB LEAGUE TABLE -- PERIOD ".
            02 leagueHeadPeriod PIC X(6).
            02 FILLER PIC X(46) VALUE SPACES.
          01 leagueColumnLine.
            02 FILLER PIC X(6) VALUE "RANK  ".
            02 FILLER PIC X(21) VALUE "CLUB".
            02 FILLER PIC X(7) VALUE "ACTIVE ".
            02 FILLER PIC X(9) VALUE "PATTERNS ".
            02 FILLER PIC X(7) VALUE " CERTS ".
            02 FILLER PIC X(5) VALUE " TOP ".
            02 FILLER PIC X(5) VALUE " AVG ".
            02 FILLER PIC X(6) VALUE "AWARDS".
          01 leagueClubLine.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineRank PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 leagueLineClub PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineActive PIC ZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLinePatterns PIC ZZZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineCerts PIC ZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineTop PIC ZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineAvg PIC ZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 leagueLineAwards PIC ZZZZZ9.
          01 leagueMemberLine.
            02 FILLER PIC X(8) VALUE SPACES.
            02 FILLER PIC X(8) VALUE "MEMBER: ".
            02 leagueMemLineId PIC X(8).
            02 FILLER PIC X(10) VALUE " PATTERNS ".
            02 leagueMemLineCount PIC ZZZ9.
            02 FILLER PIC X(12) VALUE " BEST GRADE ".
            02 leagueMemLineGrade PIC ZZZ9.

          *> member merge work area: the old ID, the surviving ID,
          *> the old member record kept whole for a renumber, and
          *> per-file counts for the merge report
          01 mergeWorkFileStatus PIC X(2).
          01 mergeReportFileStatus PIC X(2).
          01 mergeOldId PIC X(8).
          01 mergeNewId PIC X(8).
          01 mergeKind PIC X(8).
          01 mergeRunDate PIC 9(8).
          01 mergeOldMember PIC X(200).
          01 mergeOkFlag PIC X(1) VALUE "N".
            88 MERGE-OK VALUE "Y".
            88 MERGE-BAD VALUE "N".
          01 mergeFilesFlag PIC X(1) VALUE "Y".
            88 MERGE-FILES-OK VALUE "Y".
            88 MERGE-FILE-FAILED VALUE "N".
          01 mergeStepFlag PIC X(1) VALUE "Y".
            88 MERGE-STEP-OK VALUE "Y".
            88 MERGE-STEP-FAILED VALUE "N".
          01 mergeDeletedFlag PIC X(1) VALUE "N".
            88 MERGE-MEMBER-DELETED VALUE "Y".
            88 MERGE-MEMBER-NOT-DELETED VALUE "N".
          01 mergeWorkEofFlag PIC X(1) VALUE "N".
            88 MERGE-WORK-AT-EOF VALUE "Y".
            88 MERGE-WORK-NOT-AT-EOF VALUE "N".
          01 mergeReportOpenFlag PIC X(1) VALUE "N".
            88 MERGE-REPORT-OPEN VALUE "Y".
            88 MERGE-REPORT-NOT-OPEN VALUE "N".
          01 mergeCertCount PIC 9(6).
          01 mergePractCount PIC 9(6).
          01 mergeRejectCount PIC 9(6).
          01 mergeAuditCount PIC 9(6).
          01 mergeHistCount PIC 9(6).
          01 mergeAwardMoved PIC 9(6).
          01 mergeAwardHeld PIC 9(6).
          01 mergeAwardRedated PIC 9(6).
          01 mergeEntryMoved PIC 9(6).
          01 mergeEntryHeld PIC 9(6).
          01 mergePendMoved PIC 9(6).
          01 mergePendHeld PIC 9(6).
          01 mergeSaveAwardKey PIC X(16).
          01 mergeSaveAwardDate PIC 9(8).
          01 mergeSaveEntryKey PIC X(16).
          01 mergeSaveEntry PIC X(200).
          01 mergeSavePendKey PIC X(72).
          01 mergeSavePending PIC X(300).
          01 mergeHeadLine.
            02 FILLER PIC X(7) VALUE "MEMBER ".
            02 mergeHeadKind PIC X(8).
            02 FILLER PIC X(5) VALUE " OLD ".
            02 mergeHeadOld PIC X(8).
            02 FILLER PIC X(10) VALUE " SURVIVOR ".
            02 mergeHeadNew PIC X(8).
            02 FILLER PIC X(6) VALUE " DATE ".
            02 mergeHeadDate PIC 9(8).
            02 FILLER PIC X(20) VALUE SPACES.
          01 mergeReportLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 mergeRptFile PIC X(10).
            02 mergeRptText PIC X(40).
            02 mergeRptCount PIC ZZZZZ9.
            02 FILLER PIC X(22) VALUE SPACES.

          *> business date work area: the date stamped on every
          *> line written this run, set once from BUSDATE and moved
          *> only by the operator's roll-forward, and the month
          *> through which the books are closed
          01 busDateFileStatus PIC X(2).
          01 businessDate PIC 9(8).
          01 businessDateParts REDEFINES businessDate.
            02 businessPeriod PIC 9(6).
            02 businessDay PIC 9(2).
          01 closedThroughPeriod PIC 9(6) VALUE ZERO.
          01 busPeriodFlag PIC X(1) VALUE "Y".
            88 BUSINESS-PERIOD-OPEN VALUE "Y".
            88 BUSINESS-PERIOD-CLOSED VALUE "N".
          01 busLoadedFlag PIC X(1) VALUE "N".
            88 BUSDATE-LOADED VALUE "Y".
            88 BUSDATE-NOT-LOADED VALUE "N" "U".
            88 BUSDATE-UNREADABLE VALUE "U".
          01 busWrittenFlag PIC X(1) VALUE "N".
            88 BUSDATE-WRITTEN VALUE "Y".
            88 BUSDATE-NOT-WRITTEN VALUE "N".
          01 busInputFlag PIC X(1) VALUE "N".
            88 BUS-INPUT-OK VALUE "Y".
            88 BUS-INPUT-BAD VALUE "N".
          01 runPeriodFlag PIC X(1) VALUE "N".
            88 RUN-PERIOD-REFUSED VALUE "Y".
            88 RUN-PERIOD-OPEN VALUE "N".
          01 busMenuChoice PIC X(1).
          01 busRollInput PIC X(8).
          01 busCloseInput PIC X(6).
          01 busNewDate PIC 9(8).
          01 busNewDateParts REDEFINES busNewDate.
            02 busNewYear PIC 9(4).
            02 busNewMonth PIC 9(2).
            02 busNewDay PIC 9(2).
          01 busOldDate PIC 9(8).
          01 busOldClosed PIC 9(6).
          01 busClosePeriod PIC 9(6).
          01 busCheckPeriod PIC 9(6).
          01 busRefusedFile PIC X(8).

          *> club billing work area.  each billable event -- an
          *> audit line or a cert card in the month -- is priced
          *> off the fee table and goes through the sort scratch
          *> by club, member, and charge, so the invoices come out
          *> one club at a time.  charge codes: 1 certification,
          *> 2 valid submission, 3 rejected submission, 4 and 5 a
          *> resubmission that passed or failed
          01 feeFileStatus PIC X(2).
          01 invoiceFileStatus PIC X(2).
          01 billRegisterFileStatus PIC X(2).
          01 feeEofFlag PIC X(1) VALUE "N".
            88 FEE-AT-EOF VALUE "Y".
            88 FEE-NOT-AT-EOF VALUE "N".
          01 billPeriodInput PIC X(6).
          01 billPeriodFlag PIC X(1) VALUE "N".
            88 BILL-PERIOD-OK VALUE "Y".
            88 BILL-PERIOD-BAD VALUE "N".
          01 billRunFlag PIC X(1) VALUE "N".
            88 BILL-RUN-OK VALUE "Y".
            88 BILL-RUN-BAD VALUE "N".
          01 feeTable.
            02 feeEntry OCCURS 100 TIMES.
              03 feeTabNotation PIC X(1).
              03 feeTabObjects PIC 9(3).
              03 feeTabSubmit PIC 9(4)V99.
              03 feeTabCert PIC 9(4)V99.
              03 feeTabReject PIC 9(4)V99.
              03 feeTabResub PIC 9(4)V99.
          01 feeUsed PIC 9(3).
          01 feeIdx PIC 9(3).
          01 feeBestIdx PIC 9(3).
          01 feeScore PIC 9(1).
          01 feeBestScore PIC 9(1).
          01 billMemberId PIC X(8).
          01 billPattern PIC X(64).
          01 billObjects PIC 9(3).
          01 billNotation PIC X(1).
          01 billCharge PIC 9(1).
          01 billRateArea.
            02 billRate PIC 9(4)V99.
          01 billRateDigits REDEFINES billRateArea PIC X(6).
          01 billAgreeText PIC X(27).
          01 billReason PIC X(10).
          01 billWorkDate PIC X(8).
          01 billTallyOpen PIC 9(3).
          01 billTallyBracket PIC 9(3).
          01 billChargeNames.
            02 FILLER PIC X(10) VALUE "CERTIFIED".
            02 FILLER PIC X(10) VALUE "SUBMISSION".
            02 FILLER PIC X(10) VALUE "REJECTED".
            02 FILLER PIC X(10) VALUE "RESUBMIT".
            02 FILLER PIC X(10) VALUE "RESUBMIT".
          01 billChargeNameTable REDEFINES billChargeNames.
            02 billChargeName PIC X(10) OCCURS 5 TIMES.
          01 billCounts.
            02 billCountEntry OCCURS 5 TIMES.
              03 billBilledCount PIC 9(7).
              03 billExceptCount PIC 9(7).
          01 billAuditValid PIC 9(7).
          01 billAuditInvalid PIC 9(7).
          01 billCertCount PIC 9(7).
          01 billInvoiceCount PIC 9(5).
          01 billValidSide PIC 9(7).
          01 billInvalidSide PIC 9(7).
          01 billCertSide PIC 9(7).
          01 billGrandTotal PIC 9(9)V99.
          01 billClubTotal PIC 9(9)V99.
          01 billLineQty PIC 9(5).
          01 billLineAmount PIC 9(9)V99.
          01 billPrevClub PIC X(20).
          01 billPrevLine PIC X(35).
          01 billLineData PIC X(80).
          01 invoiceHeadLine.
            02 FILLER PIC X(14) VALUE "INVOICE  CLUB ".
            02 invHeadClub PIC X(20).
            02 FILLER PIC X(8) VALUE " PERIOD ".
            02 invHeadPeriod PIC X(6).
            02 FILLER PIC X(7) VALUE " DATED ".
            02 invHeadDate PIC 9(8).
            02 FILLER PIC X(17) VALUE SPACES.
          01 invoiceColumnLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "MEMBER".
            02 FILLER PIC X(21) VALUE "NAME".
            02 FILLER PIC X(11) VALUE "CHARGE".
            02 FILLER PIC X(6) VALUE "  QTY ".
            02 FILLER PIC X(8) VALUE "   RATE ".
            02 FILLER PIC X(10) VALUE "    AMOUNT".
          01 invoiceItemLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 invLineMember PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 invLineName PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 invLineCharge PIC X(10).
            02 FILLER PIC X(1) VALUE SPACE.
            02 invLineQty PIC ZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 invLineRate PIC ZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 invLineAmount PIC ZZZZZZ9.99.
          01 invoiceTotalLine.
            02 FILLER PIC X(45) VALUE SPACES.
            02 FILLER PIC X(12) VALUE "CLUB TOTAL".
            02 invTotalAmount PIC ZZZZZZ9.99.
          01 billRegHeadLine.
            02 FILLER PIC X(26) VALUE "BILLING REGISTER -- PERIOD".
            02 FILLER PIC X(1) VALUE SPACE.
            02 billRegHeadPeriod PIC X(6).
            02 FILLER PIC X(7) VALUE " DATED ".
            02 billRegHeadDate PIC 9(8).
          01 billExceptLine.
            02 FILLER PIC X(10) VALUE "EXCEPTION ".
            02 billExcReason PIC X(10).
            02 FILLER PIC X(1) VALUE SPACE.
            02 billExcMember PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 billExcCharge PIC X(10).
            02 FILLER PIC X(1) VALUE SPACE.
            02 billExcPattern PIC X(32).
          01 billCountLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 billCountLabel PIC X(40).
            02 billCountValue PIC ZZZZZZZZ9.
          01 billAmountLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 billAmountLabel PIC X(40).
            02 billAmountValue PIC ZZZZZZZZ9.99.

          *> club envelope work area.  a club batch on SUBMITIN is
          *> a "*HDR" line (club, batch number, batch date), its
          *> detail lines, and a "*TRL" line (detail count and hash
          *> total).  the hash is the sum of the character ordinals
          *> of columns 1-73 of every detail line, folded into nine
          *> digits the same way the backup trailer is.  the first
          *> pass proves every envelope into envTable before
          *> anything is processed; a non-blank envStatus holds
          *> the whole batch
          01 batchLogFileStatus PIC X(2).
          01 batchLogOpenFlag PIC X(1) VALUE "N".
            88 BATCH-LOG-OPEN VALUE "Y".
            88 BATCH-LOG-NOT-OPEN VALUE "N".
          01 heldFileStatus PIC X(2).
          01 heldFileOpenFlag PIC X(1) VALUE "N".
            88 HELD-FILE-OPEN VALUE "Y".
            88 HELD-FILE-NOT-OPEN VALUE "N".
          01 ackFileStatus PIC X(2).
          01 ackFileOpenFlag PIC X(1) VALUE "N".
            88 ACK-FILE-OPEN VALUE "Y".
            88 ACK-FILE-NOT-OPEN VALUE "N".
          01 ackFileName.
            02 FILLER PIC X(4) VALUE "ACK.".
            02 ackNameDate PIC 9(8).
            02 FILLER PIC X(1) VALUE ".".
            02 ackNameClub PIC X(20).
          01 ackClubLen PIC 9(2).
          01 submitHeaderView.
            02 envHdrTag PIC X(8).
            02 FILLER PIC X(1).
            02 envHdrClub PIC X(20).
            02 FILLER PIC X(1).
            02 envHdrBatch PIC X(6).
            02 envHdrBatchNum REDEFINES envHdrBatch PIC 9(6).
            02 FILLER PIC X(1).
            02 envHdrDate PIC X(8).
            02 envHdrDateNum REDEFINES envHdrDate PIC 9(8).
            02 FILLER PIC X(46).
          01 submitTrailerView.
            02 envTrlTag PIC X(8).
            02 FILLER PIC X(1).
            02 envTrlCount PIC X(6).
            02 envTrlCountNum REDEFINES envTrlCount PIC 9(6).
            02 FILLER PIC X(1).
            02 envTrlHash PIC X(9).
            02 envTrlHashNum REDEFINES envTrlHash PIC 9(9).
            02 FILLER PIC X(66).
          01 envTable.
            02 envEntry OCCURS 200 TIMES.
              03 envClub PIC X(20).
              03 envBatch PIC 9(6).
              03 envDate PIC 9(8).
              03 envStartRec PIC 9(6).
              03 envEndRec PIC 9(6).
              03 envCount PIC 9(6).
              03 envHash PIC 9(9).
              03 envStatus PIC X(10).
          01 envUsed PIC 9(3).
          01 envIdx PIC 9(3).
          01 envScanIdx PIC 9(3).
          01 envHeldCount PIC 9(3).
          01 envOpenFlag PIC X(1) VALUE "N".
            88 ENV-OPEN VALUE "Y".
            88 ENV-NOT-OPEN VALUE "N".
          01 envCurClub PIC X(20).
          01 envCurBatch PIC 9(6).
          01 envCurStatus PIC X(10).
          01 envCurProcessed PIC 9(6).
          01 envTouchedFlag PIC X(1) VALUE "N".
            88 ENV-TOUCHED VALUE "Y".
            88 ENV-NOT-TOUCHED VALUE "N".
          01 envTrailerFlag PIC X(1) VALUE "N".
            88 ENV-TRAILER-SEEN VALUE "Y".
            88 ENV-TRAILER-MISSING VALUE "N".
          01 ackDetailLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 ackRecordNo PIC ZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 ackMemberId PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 ackPattern PIC X(40).
            02 FILLER PIC X(1) VALUE SPACE.
            02 ackOutcome PIC X(21).
          01 ackBatchLine.
            02 FILLER PIC X(6) VALUE "BATCH ".
            02 ackBatchNo PIC 9(6).
            02 FILLER PIC X(1) VALUE SPACE.
            02 ackBatchText PIC X(67).

          *> decomposition work area.  decompState holds the settled
          *> state after each beat of one period: slot n counts the
          *> props due n landing slots ahead (two slots a beat, left
          *> then right, for a synchronous pattern).  a pattern is
          *> prime when no state repeats within the period; in a
          *> composite every repeat closes off one component cycle.
          *> the walk keeps the states still open on decompStack,
          *> with the beat thrown out of each
          01 decompFileStatus PIC X(2).
          01 decompBeats PIC 9(3).
          01 decompSpan PIC 9(1).
          01 decompHands PIC 9(1).
          01 decompBeatTable.
            02 decompBeat OCCURS 64 TIMES.
              03 decompThrowCount PIC 9(1).
              03 decompThrow OCCURS 8 TIMES.
                04 decompHeight PIC 9(3).
                04 decompLandHand PIC 9(1).
          01 decompMaxHeight PIC 9(3).
          01 decompSlotArea.
            02 decompSlot PIC 9(1) OCCURS 128 TIMES.
          01 decompStateTable.
            02 decompState PIC X(128) OCCURS 64 TIMES.
          01 decompBeatIdx PIC 9(3).
          01 decompBackIdx PIC 9(3).
          01 decompFromBeat PIC 9(3).
          01 decompThrowIdx PIC 9(1).
          01 decompOffset PIC S9(4).
          01 decompBeatsAhead PIC 9(4).
          01 decompSlotNo PIC 9(4).
          01 decompStack.
            02 decompStackEntry OCCURS 65 TIMES.
              03 decompStackState PIC 9(3).
              03 decompStackEdge PIC 9(3).
          01 decompStackTop PIC 9(3).
          01 decompScanIdx PIC 9(3).
          01 decompFoundIdx PIC 9(3).
          01 decompCompCount PIC 9(3).
          01 decompCompIdx PIC 9(3).
          01 decompCompTable.
            02 decompComp OCCURS 64 TIMES.
              03 decompCompText PIC X(64).
              03 decompCompBeats PIC 9(3).
              03 decompCompOnCatalog PIC X(1).
          01 decompTextPtr PIC 9(3).
          01 decompHeightText PIC ZZ9.
          01 decompClassFlag PIC X(1) VALUE "N".
            88 DECOMP-PRIME VALUE "P".
            88 DECOMP-COMPOSITE VALUE "C".
            88 DECOMP-NOT-ANALYSED VALUE "N".
          01 decompCatalogFlag PIC X(1) VALUE "N".
            88 DECOMP-CATALOG-OPEN VALUE "Y".
            88 DECOMP-CATALOG-NOT-OPEN VALUE "N".
          01 decompGroupTable.
            02 decompGroup OCCURS 999 TIMES.
              03 decompGroupObjects PIC 9(3).
              03 decompGroupPeriod PIC 9(2).
              03 decompGroupCount PIC 9(6).
              03 decompGroupPrimes PIC 9(6).
              03 decompGroupComposites PIC 9(6).
          01 decompGroupUsed PIC 9(3).
          01 decompGroupIdx PIC 9(3).
          01 decompObjects PIC 9(3).
          01 decompPeriod PIC 9(2).
          01 decompPatternCount PIC 9(6).
          01 decompPrimeCount PIC 9(6).
          01 decompCompositeCount PIC 9(6).
          01 decompUnanalysedCount PIC 9(6).
          *> a catalog pattern runs to 64 characters, so it has a
          *> line of its own, with its counts and class beneath
          01 decompPatternLine.
            02 decompLinePattern PIC X(64).
            02 FILLER PIC X(16) VALUE SPACES.
          01 decompDetailLine.
            02 FILLER PIC X(1) VALUE SPACE.
            02 decompLineObjects PIC ZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 decompLinePeriod PIC Z9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 decompLineClass PIC X(12).
            02 FILLER PIC X(1) VALUE SPACE.
            02 decompLineCycles PIC ZZ9.
            02 FILLER PIC X(55) VALUE SPACES.
          01 decompCycleLine.
            02 FILLER PIC X(1) VALUE SPACE.
            02 decompCycleStatus PIC X(14).
            02 FILLER PIC X(1) VALUE SPACE.
            02 decompCyclePattern PIC X(64).
          01 decompSummaryLine.
            02 FILLER PIC X(8) VALUE "OBJECTS ".
            02 decompSumObjects PIC ZZ9.
            02 FILLER PIC X(8) VALUE "  PERIOD".
            02 decompSumPeriod PIC ZZ9.
            02 FILLER PIC X(10) VALUE "  PATTERNS".
            02 decompSumCount PIC ZZZZZ9.
            02 FILLER PIC X(7) VALUE "  PRIME".
            02 decompSumPrimes PIC ZZZZZ9.
            02 FILLER PIC X(11) VALUE "  COMPOSITE".
            02 decompSumComposites PIC ZZZZZ9.
            02 FILLER PIC X(12) VALUE SPACES.

          *> change journal work area.  the desk operator keys an
          *> ID at sign-on; an unattended run is journalled under
          *> RUNCARDS.  jnlFieldTable names each master's fields
          *> and where they sit in the record image, for the
          *> field-by-field maintenance report
          01 journalFileStatus PIC X(2).
          01 journalWorkFileStatus PIC X(2).
          01 maintReportFileStatus PIC X(2).
          01 journalOperator PIC X(8) VALUE "RUNCARDS".
          01 journalFunction PIC X(8).
          01 journalFileName PIC X(8).
          01 journalAction PIC X(1).
          01 journalBefore PIC X(600).
          01 journalAfter PIC X(600).
          01 journalClock PIC 9(8).
          01 journalKeyLen PIC 9(3).
          01 journalEofFlag PIC X(1) VALUE "N".
            88 JOURNAL-AT-EOF VALUE "Y".
            88 JOURNAL-NOT-AT-EOF VALUE "N".
          01 journalSnapFlag PIC X(1) VALUE "N".
            88 JOURNAL-SNAPSHOT-TAKEN VALUE "Y".
            88 JOURNAL-SNAPSHOT-MISSING VALUE "N".
          01 journalMasterStatus PIC X(2).
          01 journalMasterFlag PIC X(1) VALUE "N".
            88 JOURNAL-MASTER-OPEN VALUE "Y".
            88 JOURNAL-MASTER-NOT-OPEN VALUE "N".
            88 JOURNAL-MASTER-ABSENT VALUE "E".
          01 journalOldImage PIC X(600).
          01 journalNewImage PIC X(600).
          01 journalOldEofFlag PIC X(1) VALUE "N".
            88 JOURNAL-OLD-AT-EOF VALUE "Y".
            88 JOURNAL-OLD-NOT-AT-EOF VALUE "N".
          01 journalNewEofFlag PIC X(1) VALUE "N".
            88 JOURNAL-NEW-AT-EOF VALUE "Y".
            88 JOURNAL-NEW-NOT-AT-EOF VALUE "N".
          01 journalChangeCount PIC 9(6).
          01 maintDateInput PIC X(8).
          01 maintReportDate PIC 9(8).
          01 maintDateFlag PIC X(1) VALUE "N".
            88 MAINT-DATE-OK VALUE "Y".
            88 MAINT-DATE-BAD VALUE "N".
          01 maintAddCount PIC 9(6).
          01 maintChangeCount PIC 9(6).
          01 maintDeleteCount PIC 9(6).
          01 jnlFieldValues.
            02 FILLER PIC X(26) VALUE "MEMBMASTMEMBER ID   001008".
            02 FILLER PIC X(26) VALUE "MEMBMASTNAME        009030".
            02 FILLER PIC X(26) VALUE "MEMBMASTCLUB        039020".
            02 FILLER PIC X(26) VALUE "MEMBMASTSTATUS      059001".
            02 FILLER PIC X(26) VALUE "MEMBMASTJOINED      060008".
            02 FILLER PIC X(26) VALUE "MEMBMASTPAID THRU   068008".
            02 FILLER PIC X(26) VALUE "AWARDS  MEMBER ID   001008".
            02 FILLER PIC X(26) VALUE "AWARDS  AWARD CODE  009008".
            02 FILLER PIC X(26) VALUE "AWARDS  EARNED      017008".
            02 FILLER PIC X(26) VALUE "NATREG  PATTERN     513064".
            02 FILLER PIC X(26) VALUE "NATREG  LENGTH      577002".
            02 FILLER PIC X(26) VALUE "NATREG  OBJECTS     579003".
            02 FILLER PIC X(26) VALUE "NATREG  REG DATE    582008".
          01 jnlFieldTable REDEFINES jnlFieldValues.
            02 jnlFieldEntry OCCURS 13 TIMES.
              03 jnlFieldFile PIC X(8).
              03 jnlFieldName PIC X(12).
              03 jnlFieldStart PIC 9(3).
              03 jnlFieldLength PIC 9(3).
          01 jnlFieldCount PIC 9(2) VALUE 13.
          01 jnlFieldIdx PIC 9(2).
          01 maintHeadLine.
            02 maintHeadTime PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintHeadFunction PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintHeadOperator PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintHeadFile PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintHeadAction PIC X(7).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintHeadKey PIC X(36).
          01 maintFieldLine.
            02 FILLER PIC X(4) VALUE SPACES.
            02 maintFieldName PIC X(12).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintFieldBefore PIC X(30).
            02 FILLER PIC X(1) VALUE SPACE.
            02 maintFieldAfter PIC X(30).
            02 FILLER PIC X(2) VALUE SPACES.

          *> membership work area.  a submission is refused with
          *> reason NOMEMBER (no such member), SUSPEND, or LAPSED
          *> (lapsed status, or paid through a date now past);
          *> membershipReason is blank when the member is in good
          *> standing or the submission is unattributed
          01 renewalFileStatus PIC X(2).
          01 memberStatusInput PIC X(1).
          01 memberJoinInput PIC X(8).
          01 memberPaidInput PIC X(8).
          01 memberDateInput PIC X(8).
          01 memberInputFlag PIC X(1) VALUE "N".
            88 MEMBER-INPUT-OK VALUE "Y".
            88 MEMBER-INPUT-BAD VALUE "N".
          01 memberDateWork PIC 9(8).
          01 memberDateParts REDEFINES memberDateWork.
            02 memberDateYear PIC 9(4).
            02 memberDateMonth PIC 9(2).
            02 memberDateDay PIC 9(2).
          01 memberStandingReason PIC X(8).
          01 membershipReason PIC X(8) VALUE SPACES.
          01 renewalAsOfInput PIC X(8).
          01 renewalAsOfDate PIC 9(8).
          01 renewalLimitDate PIC 9(8).
          01 renewalDateFlag PIC X(1) VALUE "N".
            88 RENEWAL-DATE-OK VALUE "Y".
            88 RENEWAL-DATE-BAD VALUE "N".
          01 renewalClub PIC X(20).
          01 renewalClubCount PIC 9(6).
          01 renewalTotalCount PIC 9(6).
          01 renewalFirstFlag PIC X(1) VALUE "Y".
            88 RENEWAL-FIRST-CLUB VALUE "Y".
            88 RENEWAL-NOT-FIRST-CLUB VALUE "N".
          01 renewalDetailLine.
            02 FILLER PIC X(2) VALUE SPACES.
            02 renewalMemberId PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 renewalMemberName PIC X(30).
            02 FILLER PIC X(13) VALUE " PAID THROUGH".
            02 FILLER PIC X(1) VALUE SPACE.
            02 renewalPaidThru PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 renewalDaysLeft PIC ZZ9.
            02 FILLER PIC X(8) VALUE " DAY(S) ".
            02 FILLER PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
          MAIN-PARAGRAPH.
          *> a RUNCARDS file on hand means the scheduler started
          *> us: run its cards and leave; otherwise this is a
          *> daytime desk session and the menu runs as always
          PERFORM LOAD-BUSINESS-DATE
          open input CONTROL-FILE
          if controlFileStatus = "00"
            PERFORM CONTROL-CARD-RUN
            STOP RUN
          end-if
          PERFORM ACCEPT-OPERATOR-ID
          PERFORM UNTIL MAIN-MENU-DONE
            PERFORM DISPLAY-MAIN-MENU
            accept mainMenuChoice from console
                PERFORM BACKUP-RESTORE-MENU
              when "R"
                PERFORM REJECT-AGING-REPORT
              when "E"
                PERFORM EVENT-MENU
              when "W"
                PERFORM WITNESS-MENU
              when "L"
                PERFORM CLUB-LEAGUE-TABLE
              when "D"
                PERFORM BUSINESS-DATE-MENU
              when "C"
                PERFORM CLUB-INVOICING
              when "J"
                PERFORM DAILY-MAINTENANCE-REPORT
              when "0"
                set MAIN-MENU-DONE to true
              when other
          display "I) Federation inbound load and match"
          display "B) Backup and restore the master files"
          display "R) Reject suspense aging report"
          display "E) Competition events"
          display "W) Witnessed certification"
          display "L) Club league table"
          display "D) Business date and period close"
          display "C) Club invoicing and billing register"
          display "J) Daily maintenance report from the journal"
          display "0) Exit"
          display "Choice: " no advancing.

          *> order, write one RUNSUMM line per step with its
          *> outcome, and end with return code 8 if any step
          *> failed to open its files or carried a bad card, so
          *> the scheduler can detect a bad night.  a BUSDATE that
          *> is there but unreadable also ends the run with 8:
          *> BATCH, APPROVE, and FED are refused PERIOD CLOSED
          *> rather than run on the wall clock, and ROLLDATE and
          *> CLOSE are refused as bad cards.  cards are
          *> BATCH, RECON, STATS from to, FED yyyymm,
          *> ENUM objects period maxheight, DRAW event,
          *> RESULTS event, APPROVE, PENDAGE days,
          *> LEAGUE yyyymm, MERGE old surviving,
          *> ROLLDATE [yyyymmdd], CLOSE yyyymm, BILL yyyymm,
          *> DECOMP, MAINTRPT [yyyymmdd], and RENEWAL [yyyymmdd]
          CONTROL-CARD-RUN.
            move zero to runStepCount
            set RUN-ALL-STEPS-OK to true
            if BUSDATE-NOT-LOADED
              set RUN-ANY-STEP-FAILED to true
              display "Business date not on BUSDATE -- the run"
              display "will end with return code 8."
              if BUSDATE-UNREADABLE
                display "Nothing will be dated or posted until"
                display "BUSDATE is put right."
              end-if
            end-if
            open output RUN-SUMMARY-FILE
            if runSummaryFileStatus = "00"
              set RUN-SUMMARY-OPEN to true
            add 1 to runStepCount
            set RUN-OPEN-OK to true
            set RUN-CARD-OK to true
            set RUN-PERIOD-OPEN to true
            move FUNCTION UPPER-CASE(controlFunction)
                to controlFunction
            evaluate controlFunction
                else
                  set RUN-CARD-BAD to true
                end-if
              when "DRAW"
                move FUNCTION UPPER-CASE(controlParm1)
                    to eventIdInput
                if eventIdInput = spaces
                  set RUN-CARD-BAD to true
                else
                  PERFORM RUN-START-ORDER-DRAW
                  if EVENT-BAD and RUN-OPEN-OK
                    set RUN-CARD-BAD to true
                  end-if
                end-if
              when "RESULTS"
                move FUNCTION UPPER-CASE(controlParm1)
                    to eventIdInput
                if eventIdInput = spaces
                  set RUN-CARD-BAD to true
                else
                  PERFORM RUN-RESULTS-SHEET
                  if EVENT-BAD and RUN-OPEN-OK
                    set RUN-CARD-BAD to true
                  end-if
                end-if
              when "APPROVE"
                PERFORM POST-WITNESS-SHEET
              when "PENDAGE"
                move controlParm1(1:3) to pendAgeInput
                PERFORM EDIT-PENDING-AGE
                if PEND-AGE-OK
                  PERFORM PENDING-AGING-REPORT
                else
                  set RUN-CARD-BAD to true
                end-if
              when "LEAGUE"
                move controlParm1(1:6) to leaguePeriodInput
                PERFORM EDIT-LEAGUE-PERIOD
                if LEAGUE-PERIOD-OK
                  PERFORM RUN-CLUB-LEAGUE
                else
                  set RUN-CARD-BAD to true
                end-if
              when "MERGE"
                move controlParm1 to mergeOldId
                move controlParm2 to mergeNewId
                PERFORM RUN-MEMBER-MERGE
                if MERGE-BAD and RUN-OPEN-OK
                  set RUN-CARD-BAD to true
                end-if
              when "ROLLDATE"
                move controlParm1 to busRollInput
                PERFORM ROLL-BUSINESS-DATE
                if BUS-INPUT-BAD
                  set RUN-CARD-BAD to true
                end-if
              when "CLOSE"
                move controlParm1(1:6) to busCloseInput
                PERFORM CLOSE-BUSINESS-PERIOD
                if BUS-INPUT-BAD and RUN-OPEN-OK
                  set RUN-CARD-BAD to true
                end-if
              when "DECOMP"
                PERFORM DECOMPOSITION-REPORT
              when "MAINTRPT"
                move controlParm1 to maintDateInput
                PERFORM EDIT-MAINT-DATE
                if MAINT-DATE-OK
                  PERFORM RUN-MAINTENANCE-REPORT
                else
                  set RUN-CARD-BAD to true
                end-if
              when "RENEWAL"
                move controlParm1 to renewalAsOfInput
                PERFORM EDIT-RENEWAL-DATE
                if RENEWAL-DATE-OK
                  PERFORM RUN-RENEWAL-REPORT
                else
                  set RUN-CARD-BAD to true
                end-if
              when "BILL"
                move controlParm1(1:6) to billPeriodInput
                PERFORM EDIT-BILL-PERIOD
                if BILL-PERIOD-OK
                  PERFORM RUN-CLUB-BILLING
                  if BILL-RUN-BAD and RUN-OPEN-OK
                    set RUN-CARD-BAD to true
                  end-if
                else
                  set RUN-CARD-BAD to true
                end-if
              when other
                set RUN-CARD-BAD to true
            end-evaluate
              when RUN-OPEN-FAILURE
                move "OPEN FAILURE" to runSummOutcome
                set RUN-ANY-STEP-FAILED to true
              when RUN-PERIOD-REFUSED
                move "PERIOD CLOSED" to runSummOutcome
                set RUN-ANY-STEP-FAILED to true
              when other
                move "OK" to runSummOutcome
            end-evaluate
          accept currentMemberId from console
          move FUNCTION UPPER-CASE(currentMemberId)
              to currentMemberId
          move space to currentResubFlag
          move FUNCTION UPPER-CASE(userInput) to userInput
          display "User input: " userInput
          if BUSINESS-PERIOD-CLOSED
            move "AUDITLOG" to busRefusedFile
            PERFORM REPORT-CLOSED-PERIOD-LINE
          else
            PERFORM SUBMIT-ONE-INTERACTIVE
          end-if.

          *> a desk submission in an open period: membership first,
          *> then validation, audit, and the pending queue
          SUBMIT-ONE-INTERACTIVE.
          if currentMemberId NOT = spaces
            PERFORM OPEN-MEMBER-FILE
          end-if
          PERFORM CHECK-SUBMIT-MEMBERSHIP
          if MEMBER-FILE-OPEN
            close MEMBER-FILE
            set MEMBER-FILE-NOT-OPEN to true
          end-if
          if membershipReason NOT = spaces
            display "Submission refused for member " currentMemberId
                " -- " membershipReason
            PERFORM OPEN-AUDIT-FILE
            PERFORM OPEN-REJECT-FILE
            PERFORM REFUSE-SUBMISSION
            if AUDIT-FILE-OPEN
              close AUDIT-FILE
              set AUDIT-FILE-NOT-OPEN to true
            end-if
            if REJECT-FILE-OPEN
              close REJECT-FILE
              set REJECT-FILE-NOT-OPEN to true
            end-if
          else
            PERFORM GET-LENGTH
            PERFORM CONVERT-INPUT-TO-TABLE
            display "Siteswap length is: " ssLength
            *> DISPLAY "ssTable: " ssTable
            PERFORM DISPLAY-SS-TABLE
            display space
            PERFORM OPEN-AUDIT-FILE
            PERFORM VALIDATE-SS-TABLE
            if AUDIT-FILE-OPEN
              close AUDIT-FILE
              set AUDIT-FILE-NOT-OPEN to true
            end-if
            if ssValid
              PERFORM GET-NUM-OBJECTS
              display "Siteswap is for " numObjects " objects."
              PERFORM OPEN-PENDING-FILE
              PERFORM GET-STATE
              PERFORM WRITE-PENDING-CERT
              display "Difficulty grade: " difficultyGrade
              if PENDING-FILE-OPEN
                close PENDING-FILE
                set PENDING-FILE-NOT-OPEN to true
              end-if
            end-if
          end-if.

          *> read every record on SUBMIT-FILE, validate it the same way
          *> the interactive path does, and write one line per pattern
          *> to RESULT-FILE and one pending-certification item per
          *> validated pattern to PENDCERT for a judge to witness.
          *> a checkpoint of the last record number successfully
          *> processed is kept on CHECKPOINT-FILE so a run that gets
          *> interrupted partway through a large SUBMIT-FILE can be
          *> restarted without re-validating (and re-cataloguing)
          *> records already processed.  club batches are proved
          *> in a first pass (PROVE-SUBMIT-ENVELOPES) so that a
          *> batch that fails its envelope is held whole
          BATCH-DRIVER.
          if BUSINESS-PERIOD-CLOSED
            set RUN-PERIOD-REFUSED to true
            if BUSDATE-UNREADABLE
              display "Refused: batch run -- BUSDATE is unreadable,"
              display "  so no period is taken as open;"
            else
              display "Refused: batch run -- business date "
                  businessDate
              display "  is in a closed period;"
            end-if
            display "  SUBMITIN, CHECKPT, and BATCHLOG are left"
            display "  as they were."
          else
            PERFORM RUN-SUBMIT-BATCH
          end-if.

          *> the batch run proper, once the business date is known
          *> to be in an open period -- every record it processes
          *> is audited and billable, so none is checkpointed or
          *> logged past without its audit line
          RUN-SUBMIT-BATCH.
          PERFORM READ-CHECKPOINT
          PERFORM PROVE-SUBMIT-ENVELOPES
          move zero to envIdx
          set ENV-NOT-OPEN to true
          open input SUBMIT-FILE
          if submitFileStatus NOT = "00"
            set RUN-OPEN-FAILURE to true
              display "Cannot open SUBMITOUT -- batch run skipped."
              close SUBMIT-FILE
            else
              PERFORM OPEN-PENDING-FILE
              PERFORM OPEN-AUDIT-FILE
              PERFORM OPEN-REJECT-FILE
              move zero to submitRecordNumber
              set SUBMIT-NOT-AT-EOF to true
              PERFORM READ-SUBMIT-RECORD
              PERFORM UNTIL SUBMIT-AT-EOF
                PERFORM ROUTE-SUBMIT-RECORD
                PERFORM READ-SUBMIT-RECORD
              END-PERFORM
              if ENV-OPEN
                PERFORM END-SUBMIT-ENVELOPE
              end-if
              close SUBMIT-FILE
              close RESULT-FILE
              if PENDING-FILE-OPEN
                close PENDING-FILE
                set PENDING-FILE-NOT-OPEN to true
              end-if
              if AUDIT-FILE-OPEN
                close AUDIT-FILE
                set AUDIT-FILE-NOT-OPEN to true
              end-if
              if REJECT-FILE-OPEN
                close REJECT-FILE
                set REJECT-FILE-NOT-OPEN to true
              move zero to submitRecordNumber
              PERFORM WRITE-CHECKPOINT
            end-if
          end-if
          PERFORM CLOSE-ENVELOPE-FILES.

          *> CERT-FILE accumulates certification cards across every
          *> run, so extend it if it already exists and only fall
            move currentMemberId to rejectMemberId
            move userInput to rejectPattern
            move rejectReasonWork to rejectReason
            move businessDate to rejectDate
            write rejectRecord
          end-if.

          SET-REJECT-REASON.
          evaluate true
            when membershipReason NOT = spaces
              move membershipReason to rejectReasonWork
            when THROW-VALUE-OVERFLOW
              move "OVERFLOW" to rejectReasonWork
            when MULTIPLEX-NOTATION and MPX-PARSE-ERROR
          end-read.

          PRINT-REJECT-AGING.
          move businessDate to rejTodayDate
          compute rejTodayInt =
              FUNCTION INTEGER-OF-DATE(rejTodayDate)
          open input SORT-OUT-FILE
          move submitMemberId to currentMemberId
          move FUNCTION UPPER-CASE(currentMemberId)
              to currentMemberId
          if submitRejectReason = spaces
            move space to currentResubFlag
          else
            move "R" to currentResubFlag
          end-if
          move submitPattern to userInput
          move FUNCTION UPPER-CASE(userInput) to userInput
          PERFORM CHECK-SUBMIT-MEMBERSHIP
          if membershipReason NOT = spaces
            PERFORM REFUSE-SUBMISSION
          else
            PERFORM GET-LENGTH
            PERFORM CONVERT-INPUT-TO-TABLE
            PERFORM VALIDATE-SS-TABLE
            if ssValid
              PERFORM GET-NUM-OBJECTS
              PERFORM GET-STATE
              PERFORM WRITE-PENDING-CERT
            else
              move zeros to numObjects
              move zero to difficultyGrade
              PERFORM WRITE-REJECT-RECORD
            end-if
          end-if
          PERFORM WRITE-RESULT-RECORD.

                    display "Catalog entry: " catalogPattern
                    display "  length : " catalogLength
                    display "  objects: " catalogNumObjects
                    move catalogPattern to userInput
                    PERFORM DECOMPOSE-PATTERN
                    if DECOMP-COMPOSITE
                      PERFORM CHECK-DECOMP-COMPONENTS
                    end-if
                    PERFORM DISPLAY-DECOMPOSITION
                end-read
                close CATALOG-FILE
              end-if
          *> by object count, the busiest patterns, and a month-to-
          *> date comparison for the federation's Friday figures
          DAILY-STATS-REPORT.
            display "From date (YYYYMMDD, blank = business date): "
                no advancing
            accept statsFromInput from console
            display "To date (YYYYMMDD, blank = same day): "
          EDIT-STATS-DATES.
            move "Y" to statsDateOkFlag
            if statsFromInput = spaces
              move businessDate to statsTodayDate
              move statsTodayDate to statsFromDate
            else
              if statsFromInput NUMERIC
              move auditLength to histLength
              move auditNumObjects to histNumObjects
              move auditValidFlag to histValidFlag
              move auditMemberId to histMemberId
              move auditResubFlag to histResubFlag
              write auditHistRecord
              add 1 to archMovedCount
              if auditValidFlag = "VALID  "
            end-evaluate.

          BACKUP-MASTERS.
            move businessDate to backupNameDate
            move "1" to restoreChoice
            PERFORM BACKUP-CATALOG
            move "2" to restoreChoice
                    move memberId to backupLineData(1:8)
                    move memberName to backupLineData(9:30)
                    move memberClub to backupLineData(39:20)
                    move memberStatus to backupLineData(59:1)
                    move memberJoinDate to backupLineData(60:8)
                    move memberPaidThru to backupLineData(68:8)
                    write backupLine
                    add 1 to backupRecordCount
                    move spaces to backupKeyField
              display "Cannot reread " backupFileName
                  " -- restore abandoned before the load."
            else
              if restoreChoice = "2"
                move "RESTORE" to journalFunction
                move "MEMBMAST" to journalFileName
                PERFORM SNAPSHOT-MASTER-FOR-JOURNAL
              end-if
              PERFORM OPEN-RESTORE-TARGET
              if RUN-OPEN-OK
                set BACKUP-NOT-AT-EOF to true
                END-PERFORM
                PERFORM CLOSE-RESTORE-TARGET
                close BACKUP-FILE
                if restoreChoice = "2"
                  PERFORM JOURNAL-MASTER-CHANGES
                end-if
                display restoreLoadedCount
                    " record(s) loaded to " restoreMasterName
                    "."
                move backupLineData(1:8) to memberId
                move backupLineData(9:30) to memberName
                move backupLineData(39:20) to memberClub
                move backupLineData(59:1) to memberStatus
                if memberStatus = space
                  move "A" to memberStatus
                end-if
                if backupLineData(60:8) NUMERIC
                  move backupLineData(60:8) to memberJoinDate
                else
                  move zero to memberJoinDate
                end-if
                if backupLineData(68:8) NUMERIC
                  move backupLineData(68:8) to memberPaidThru
                else
                  move zero to memberPaidThru
                end-if
                write memberRecord
                  invalid key
                    display "Warning: member not reloaded: "
              display "logged."
            else
              move spaces to retireRecord
              move businessDate to retireDate
              move backupFileName to retirePattern
              move spaces to retireReason
              move "MASTER RESTORED: " to retireReason(1:17)
            display "3) Reorganize the catalog file"
            display "4) Rebuild the state cross-reference"
            display "5) State reachability lookup"
            display "6) Prime/composite decomposition to DECOMPRPT"
            display "Choice: " no advancing
            accept catMaintChoice from console
            evaluate catMaintChoice
                PERFORM REBUILD-STATE-XREF
              when "5"
                PERFORM STATE-REACH-LOOKUP
              when "6"
                PERFORM DECOMPOSITION-REPORT
              when other
                display "No such maintenance function."
            end-evaluate.
              display "logged."
            else
              move spaces to retireRecord
              move businessDate to retireDate
              move userInput to retirePattern
              move retireReasonInput to retireReason
              write retireRecord
              display "not produced."
            end-if.

          *> a closed month's extract has gone to the federation;
          *> it is never produced a second time
          RUN-FEDERATION-EXTRACT.
            move fedPeriodInput to busCheckPeriod
            evaluate true
              when BUSDATE-UNREADABLE
                set RUN-PERIOD-REFUSED to true
                display "BUSDATE is unreadable, so closed periods"
                display "cannot be told -- federation extract"
                display "refused."
              when busCheckPeriod NOT > closedThroughPeriod
                set RUN-PERIOD-REFUSED to true
                display "Period " fedPeriodInput " is closed --"
                display "federation extract refused."
              when other
                PERFORM PRODUCE-FEDERATION-EXTRACT
            end-evaluate.

          PRODUCE-FEDERATION-EXTRACT.
            move zero to fedDetailCount
            move zero to fedHashTotal
            move zero to fedSkipCount
          *> VALIDATE-SS-TABLE rule a local submission faces; a
          *> failure becomes a per-record exception on the match
          *> report instead of a registry entry
          *> the intake replaces NATREG outright, so the registry
          *> is snapshotted first and the reload journalled against
          *> it
          LOAD-NATIONAL-REGISTRY.
            set NATREG-NOT-LOADED to true
            move "INTAKE" to journalFunction
            move "NATREG" to journalFileName
            PERFORM SNAPSHOT-MASTER-FOR-JOURNAL
            move zero to fedInLoadedCount
            move zero to fedInDupCount
            move zero to fedInExceptCount
                close FED-IN-FILE
                close NATREG-FILE
                set NATREG-LOADED to true
                PERFORM JOURNAL-MASTER-CHANGES
              end-if
            end-if.

            display "4) Log a practice session"
            display "5) Member proficiency report"
            display "6) Next-pattern training worksheet"
            display "7) Merge or renumber a member ID"
            display "8) Renewal-due list for the clubs"
            display "Choice: " no advancing
            accept memberMenuChoice from console
            evaluate memberMenuChoice
                PERFORM PROFICIENCY-REPORT
              when "6"
                PERFORM TRAINING-WORKSHEET
              when "7"
                PERFORM MERGE-MEMBER-IDS
              when "8"
                PERFORM RENEWAL-DUE-REPORT
              when other
                display "No such member function."
            end-evaluate.
              accept memberNameInput from console
              display "Club: " no advancing
              accept memberClubInput from console
              display "Status (A active, L lapsed, S suspended;"
                  " blank to keep): " no advancing
              accept memberStatusInput from console
              display "Joined (YYYYMMDD, blank to keep): "
                  no advancing
              accept memberJoinInput from console
              display "Paid through (YYYYMMDD, blank to keep): "
                  no advancing
              accept memberPaidInput from console
              PERFORM EDIT-MEMBER-STATUS-INPUT
              if MEMBER-INPUT-BAD
                display "Member not changed."
              else
                PERFORM OPEN-MEMBER-FILE
              end-if
              if MEMBER-FILE-OPEN
                move "REGISTER" to journalFunction
                move "MEMBMAST" to journalFileName
                move memberIdInput to memberId
                read MEMBER-FILE
                  invalid key
                    move memberIdInput to memberId
                    move memberNameInput to memberName
                    move memberClubInput to memberClub
                    PERFORM APPLY-NEW-MEMBER-STATUS
                    write memberRecord
                      invalid key
                        display "Could not add member."
                      not invalid key
                        display "Member added."
                        move "A" to journalAction
                        move spaces to journalBefore
                        move memberRecord to journalAfter
                        PERFORM WRITE-JOURNAL-ENTRY
                    end-write
                  not invalid key
                    move memberRecord to journalBefore
                    move memberNameInput to memberName
                    move memberClubInput to memberClub
                    PERFORM APPLY-MEMBER-STATUS-CHANGE
                    rewrite memberRecord
                      invalid key
                        display "Could not update member."
                      not invalid key
                        display "Member updated."
                        move memberRecord to journalAfter
                        if journalAfter NOT = journalBefore
                          move "C" to journalAction
                          PERFORM WRITE-JOURNAL-ENTRY
                        end-if
                    end-rewrite
                end-read
                close MEMBER-FILE
                set MEMBER-FILE-NOT-OPEN to true
          *> rotations of one pattern count once) and graded off
          *> RATINGS, then counted against every AWARDRULE line.
          *> a rule a member newly satisfies is posted to the
          *> AWARDS register under the business date and gets one
          *> letter line on AWARDLTR; the register's member-plus-
          *> code key is what stops an award being issued a second
          *> month
          POST-AWARDS.
            move "AWARDS" to journalFunction
            PERFORM LOAD-AWARD-RULES
            if awardRuleUsed = 0
              display "No award rules on file -- nothing to post."
              PERFORM OPEN-AWARD-FILE
              if AWARD-FILE-OPEN
                PERFORM OPEN-AWARD-LETTER-FILE
                move businessDate to awardTodayDate
                move zero to awardPostedCount
                move zero to awardMemberCount
                PERFORM OPEN-MEMBER-FILE
                  not invalid key
                    add 1 to awardPostedCount
                    PERFORM WRITE-AWARD-LETTER
                    move "AWARDS" to journalFileName
                    move "A" to journalAction
                    move spaces to journalBefore
                    move awardRecord to journalAfter
                    PERFORM WRITE-JOURNAL-ENTRY
                end-write
              not invalid key
                continue

          GET-PRACTICE-COUNTS.
            set PRACT-PARSE-OK to true
            display "Session date (YYYYMMDD, blank = business date): "
                no advancing
            accept practDateInput from console
            if practDateInput = spaces
              move businessDate to practWorkDate
            else
              if practDateInput NUMERIC
                move practDateInput to practWorkDate
              display "printed."
            else
              move memberIdInput to wkshHeadMember
              move businessDate to wkshHeadDate
              move wkshBestGrade to wkshHeadFrom
              move wkshBandTop to wkshHeadTo
              write worksheetRecord from wkshHeadLine
              add 1 to k
            END-PERFORM.

          *> menu option E: the competition desk.  an event is
          *> defined once and competitors are entered against it
          *> with the pattern they will perform, which must
          *> already be catalogued; the draw sets the start order,
          *> and once the judges' figures are keyed the results
          *> sheet ranks each division
          EVENT-MENU.
            display space
            display "1) Define or update an event"
            display "2) Enter a competitor"
            display "3) Key a judged run"
            display "4) Draw the start order"
            display "5) Print the results sheet"
            display "Choice: " no advancing
            accept eventMenuChoice from console
            evaluate eventMenuChoice
              when "1"
                PERFORM DEFINE-EVENT
              when "2"
                PERFORM ENTER-COMPETITOR
              when "3"
                PERFORM KEY-JUDGED-RUN
              when "4"
                PERFORM ACCEPT-EVENT-ID
                if eventIdInput NOT = spaces
                  PERFORM RUN-START-ORDER-DRAW
                end-if
              when "5"
                PERFORM ACCEPT-EVENT-ID
                if eventIdInput NOT = spaces
                  PERFORM RUN-RESULTS-SHEET
                end-if
              when other
                display "No such event function."
            end-evaluate.

          ACCEPT-EVENT-ID.
            display "Event ID: " no advancing
            accept eventIdInput from console
            move FUNCTION UPPER-CASE(eventIdInput)
                to eventIdInput
            if eventIdInput = spaces
              display "Event ID is required."
            end-if.

          *> EVENTS and ENTRIES are persistent indexed files,
          *> created empty the first time they are used the same
          *> way OPEN-MEMBER-FILE treats the member master
          OPEN-EVENT-FILE.
            open i-o EVENT-FILE
            if eventFileStatus = "35"
              open output EVENT-FILE
              close EVENT-FILE
              open i-o EVENT-FILE
            end-if
            if eventFileStatus = "00"
              set EVENT-FILE-OPEN to true
            else
              set EVENT-FILE-NOT-OPEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open EVENTS -- event functions"
              display "are unavailable this run."
            end-if.

          OPEN-ENTRY-FILE.
            open i-o ENTRY-FILE
            if entryFileStatus = "35"
              open output ENTRY-FILE
              close ENTRY-FILE
              open i-o ENTRY-FILE
            end-if
            if entryFileStatus = "00"
              set ENTRY-FILE-OPEN to true
            else
              set ENTRY-FILE-NOT-OPEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open ENTRIES -- competition entries"
              display "are unavailable this run."
            end-if.

          DEFINE-EVENT.
            PERFORM ACCEPT-EVENT-ID
            if eventIdInput NOT = spaces
              display "Event name: " no advancing
              accept eventNameInput from console
              display "Event date (YYYYMMDD): " no advancing
              accept eventDateInput from console
              display "Venue: " no advancing
              accept eventVenueInput from console
              if eventDateInput NOT NUMERIC
                display "Date must be numeric YYYYMMDD -- event"
                display "not recorded."
              else
                PERFORM OPEN-EVENT-FILE
                if EVENT-FILE-OPEN
                  move eventIdInput to eventId
                  read EVENT-FILE
                    invalid key
                      move eventIdInput to eventId
                      move eventNameInput to eventName
                      move eventDateInput to eventDate
                      move eventVenueInput to eventVenue
                      write eventRecord
                        invalid key
                          display "Could not add event."
                        not invalid key
                          display "Event added."
                      end-write
                    not invalid key
                      move eventNameInput to eventName
                      move eventDateInput to eventDate
                      move eventVenueInput to eventVenue
                      rewrite eventRecord
                        invalid key
                          display "Could not update event."
                        not invalid key
                          display "Event updated."
                      end-rewrite
                  end-read
                  close EVENT-FILE
                  set EVENT-FILE-NOT-OPEN to true
                end-if
              end-if
            end-if.

          *> fetch the event named in eventIdInput; EVENT-OK
          *> tells the caller whether it is on file
          LOAD-EVENT-RECORD.
            set EVENT-BAD to true
            open input EVENT-FILE
            evaluate eventFileStatus
              when "00"
                move eventIdInput to eventId
                read EVENT-FILE
                  invalid key
                    display "No such event: " eventIdInput
                  not invalid key
                    set EVENT-OK to true
                end-read
                close EVENT-FILE
              when "35"
                display "No events on file -- define the event"
                display "first."
              when other
                set RUN-OPEN-FAILURE to true
                display "Cannot open EVENTS -- event functions"
                display "are unavailable this run."
            end-evaluate.

          *> event menu option 2: the competitor must be on
          *> MEMBMAST and the pattern must already be catalogued
          *> -- the entry is reduced to its canonical key the same
          *> way CHECK-CATALOG reduces a submission, the catalogued
          *> form is what gets entered, and the seed is the best
          *> grade that pattern holds on RATINGS.  entering a
          *> member again before the run is judged replaces the
          *> earlier entry
          ENTER-COMPETITOR.
            set ENTRY-MEMBER-BAD to true
            set ENTRY-PATTERN-BAD to true
            set EVENT-BAD to true
            PERFORM ACCEPT-EVENT-ID
            if eventIdInput NOT = spaces
              PERFORM LOAD-EVENT-RECORD
            end-if
            if EVENT-OK
              display "Member ID: " no advancing
              accept memberIdInput from console
              move FUNCTION UPPER-CASE(memberIdInput)
                  to memberIdInput
              if memberIdInput = spaces
                display "Member ID is required."
              else
                PERFORM OPEN-MEMBER-FILE
                if MEMBER-FILE-OPEN
                  move memberIdInput to memberId
                  read MEMBER-FILE
                    invalid key
                      display "Member not on the member master --"
                      display "entry not taken."
                    not invalid key
                      PERFORM SET-MEMBER-STANDING
                      if memberStandingReason = spaces
                        set ENTRY-MEMBER-OK to true
                      else
                        display "Member is " memberStandingReason
                            " -- entry not taken."
                      end-if
                  end-read
                  close MEMBER-FILE
                  set MEMBER-FILE-NOT-OPEN to true
                end-if
              end-if
            end-if
            if ENTRY-MEMBER-OK
              display "Pattern to perform: " no advancing
              accept userInput from console
              PERFORM CANONICALISE-USERINPUT
              open input CATALOG-FILE
              if catalogFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open CATALOG -- entry not taken."
              else
                move spaces to catalogKey
                move canonicalKey to catalogKey
                read CATALOG-FILE
                  invalid key
                    display "Pattern is not catalogued --"
                    display "certify it before entering it."
                  not invalid key
                    move catalogPattern to entryCatalogPattern
                    move catalogNumObjects to entryCatalogObjects
                    move canonicalKey to entrySeedKey
                    set ENTRY-PATTERN-OK to true
                end-read
                close CATALOG-FILE
              end-if
            end-if
            if ENTRY-PATTERN-OK
              PERFORM FIND-ENTRY-SEED-GRADE
              PERFORM POST-COMPETITION-ENTRY
            end-if.

          *> the highest grade on RATINGS for the entered pattern,
          *> matched on canonical key whichever rotation it was
          *> graded under; an ungraded pattern seeds at zero
          FIND-ENTRY-SEED-GRADE.
            move zero to entryWorkGrade
            open input RATING-FILE
            evaluate ratingFileStatus
              when "00"
                set RATING-NOT-AT-EOF to true
                PERFORM READ-RATING-RECORD
                PERFORM UNTIL RATING-AT-EOF
                  move ratingPattern to userInput
                  PERFORM CANONICALISE-USERINPUT
                  if canonicalKey = entrySeedKey
                      and ratingGrade > entryWorkGrade
                    move ratingGrade to entryWorkGrade
                  end-if
                  PERFORM READ-RATING-RECORD
                END-PERFORM
                close RATING-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                display "Cannot open RATINGS -- entry seeded at"
                display "zero."
            end-evaluate.

          POST-COMPETITION-ENTRY.
            PERFORM OPEN-ENTRY-FILE
            if ENTRY-FILE-OPEN
              move eventIdInput to entryEventId
              move memberIdInput to entryMemberId
              read ENTRY-FILE
                invalid key
                  PERFORM FILL-ENTRY-RECORD
                  write entryRecord
                    invalid key
                      display "Could not record entry."
                    not invalid key
                      display "Entry recorded for " memberIdInput
                          " -- seed grade " entryWorkGrade "."
                  end-write
                not invalid key
                  if entryJudgedFlag = "Y"
                    display "That run has already been judged --"
                    display "entry not changed."
                  else
                    PERFORM FILL-ENTRY-RECORD
                    rewrite entryRecord
                      invalid key
                        display "Warning: could not replace entry"
                        display "for " memberIdInput
                            " -- earlier entry stands."
                      not invalid key
                        display "Entry replaced for " memberIdInput
                            " -- seed grade " entryWorkGrade "."
                    end-rewrite
                  end-if
              end-read
              close ENTRY-FILE
              set ENTRY-FILE-NOT-OPEN to true
            end-if.

          FILL-ENTRY-RECORD.
            move eventIdInput to entryEventId
            move memberIdInput to entryMemberId
            move entryCatalogPattern to entryPattern
            move entryCatalogObjects to entryObjects
            move entryWorkGrade to entrySeedGrade
            move zero to entryStartOrder
            move "N" to entryJudgedFlag
            move zero to entryCatches
            move zero to entryDrops
            move "N" to entryCompleted.

          *> event menu option 3: the judges' sheet for one
          *> competitor -- catches made, drops, and whether the
          *> routine was completed; keying a run again simply
          *> replaces the earlier figures
          KEY-JUDGED-RUN.
            set ENTRY-NOT-FOUND to true
            PERFORM ACCEPT-EVENT-ID
            if eventIdInput NOT = spaces
              display "Member ID: " no advancing
              accept memberIdInput from console
              move FUNCTION UPPER-CASE(memberIdInput)
                  to memberIdInput
              PERFORM OPEN-ENTRY-FILE
              if ENTRY-FILE-OPEN
                move eventIdInput to entryEventId
                move memberIdInput to entryMemberId
                read ENTRY-FILE
                  invalid key
                    display "No entry for that member in that"
                    display "event."
                  not invalid key
                    set ENTRY-FOUND to true
                end-read
                if ENTRY-FOUND
                  display "Entered pattern: " entryPattern
                  PERFORM GET-JUDGED-FIGURES
                  if PRACT-PARSE-OK
                    move "Y" to entryJudgedFlag
                    move entryWorkCatches to entryCatches
                    move entryWorkDrops to entryDrops
                    move entryCompletedInput to entryCompleted
                    rewrite entryRecord
                      invalid key
                        display "Warning: could not record judged"
                        display "run for " memberIdInput "."
                      not invalid key
                        display "Judged run recorded for "
                            memberIdInput "."
                    end-rewrite
                  end-if
                end-if
                close ENTRY-FILE
                set ENTRY-FILE-NOT-OPEN to true
              end-if
            end-if.

          *> the counts are read the way GET-PRACTICE-COUNTS reads
          *> a session's counts, through PARSE-PRACT-NUMBER
          GET-JUDGED-FIGURES.
            set PRACT-PARSE-OK to true
            display "Catches: " no advancing
            accept entryCatchesInput from console
            move entryCatchesInput to practParseText
            PERFORM PARSE-PRACT-NUMBER
            move practParseValue to entryWorkCatches
            display "Drops: " no advancing
            accept entryDropsInput from console
            move entryDropsInput to practParseText
            PERFORM PARSE-PRACT-NUMBER
            move practParseValue to entryWorkDrops
            display "Completed (Y/N): " no advancing
            accept entryCompletedInput from console
            move FUNCTION UPPER-CASE(entryCompletedInput)
                to entryCompletedInput
            if PRACT-PARSE-OK
              if entryCompletedInput NOT = "Y"
                  and entryCompletedInput NOT = "N"
                display "Completed must be Y or N -- run not"
                display "recorded."
                set PRACT-PARSE-BAD to true
              end-if
            else
              display "Counts must be numeric -- run not"
              display "recorded."
            end-if.

          *> position on the first entry of eventIdInput; an
          *> event's entries sit together in key order
          START-EVENT-ENTRIES.
            set ENTRY-NOT-AT-EOF to true
            move eventIdInput to entryEventId
            move low-values to entryMemberId
            start ENTRY-FILE key NOT < entryKey
            end-start
            if entryFileStatus = "00"
              PERFORM READ-NEXT-EVENT-ENTRY
            else
              set ENTRY-AT-EOF to true
            end-if.

          READ-NEXT-EVENT-ENTRY.
            read ENTRY-FILE next record
              at end set ENTRY-AT-EOF to true
            end-read
            if ENTRY-NOT-AT-EOF
                and entryEventId NOT = eventIdInput
              set ENTRY-AT-EOF to true
            end-if.

          *> the start-order draw for eventIdInput: every entry
          *> goes through the sort scratch on division, seed, and
          *> drawn number, then positions are handed out from one
          *> within each division, posted back to the entries, and
          *> printed to STARTORD
          RUN-START-ORDER-DRAW.
            PERFORM LOAD-EVENT-RECORD
            if EVENT-OK
              move zero to entryCount
              open output SORT-IN-FILE
              if sortInFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTIN -- draw skipped."
              else
                move eventDate to drawSeed
                compute drawFraction = FUNCTION RANDOM(drawSeed)
                open input ENTRY-FILE
                evaluate entryFileStatus
                  when "00"
                    PERFORM START-EVENT-ENTRIES
                    PERFORM UNTIL ENTRY-AT-EOF
                      compute drawFraction = FUNCTION RANDOM
                      compute drawNumber = drawFraction * 999999
                      move spaces to sortInRecord
                      move entryObjects to sortInKeyArea(1:3)
                      move entrySeedGrade to sortInKeyArea(4:4)
                      move drawNumber to sortInKeyArea(8:6)
                      move entryMemberId to sortInKeyArea(14:8)
                      move entryMemberId to sortInDataArea(1:8)
                      move entryPattern to sortInDataArea(9:64)
                      write sortInRecord
                      add 1 to entryCount
                      PERFORM READ-NEXT-EVENT-ENTRY
                    END-PERFORM
                    close ENTRY-FILE
                  when "35"
                    continue
                  when other
                    set RUN-OPEN-FAILURE to true
                    display "Cannot open ENTRIES -- draw skipped."
                end-evaluate
                close SORT-IN-FILE
                if entryCount = 0
                  display "No entries on file for " eventIdInput
                      " -- nothing to draw."
                else
                  SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                      USING SORT-IN-FILE GIVING SORT-OUT-FILE
                  PERFORM WRITE-START-ORDER
                end-if
              end-if
            end-if.

          WRITE-START-ORDER.
            open output START-ORDER-FILE
            if startOrderFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open STARTORD -- draw not printed."
            else
              open input SORT-OUT-FILE
              if sortOutFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTOUT -- draw not printed."
              else
                PERFORM OPEN-ENTRY-FILE
                move "START ORDER: " to eventHeadTitle
                move eventId to eventHeadId
                move eventName to eventHeadName
                move eventDate to eventHeadDate
                write startOrderRecord from eventHeadLine
                move spaces to eventDivisionKey
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  if sortOutKeyArea(1:3) NOT = eventDivisionKey
                    move sortOutKeyArea(1:3) to eventDivisionKey
                    move sortOutKeyArea(1:3) to drawDivision
                    move drawDivision to eventDivisionObjects
                    move spaces to startOrderRecord
                    write startOrderRecord
                    write startOrderRecord from eventDivisionLine
                    move zero to drawPosition
                  end-if
                  add 1 to drawPosition
                  move drawPosition to drawLinePosition
                  move sortOutDataArea(1:8) to drawLineMember
                  move sortOutDataArea(9:32) to drawLinePattern
                  move sortOutKeyArea(4:4) to drawLineSeed
                  write startOrderRecord from drawEntryLine
                  PERFORM POST-START-POSITION
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                close SORT-OUT-FILE
                if ENTRY-FILE-OPEN
                  close ENTRY-FILE
                  set ENTRY-FILE-NOT-OPEN to true
                end-if
                display "Start order drawn for " entryCount
                    " entr(ies) -- see STARTORD."
              end-if
              close START-ORDER-FILE
            end-if.

          POST-START-POSITION.
            if ENTRY-FILE-OPEN
              move eventIdInput to entryEventId
              move sortOutDataArea(1:8) to entryMemberId
              read ENTRY-FILE
                invalid key
                  continue
                not invalid key
                  move drawPosition to entryStartOrder
                  rewrite entryRecord
                    invalid key
                      display "Warning: start position not posted"
                      display "for event " eventIdInput
                          " member " entryMemberId "."
                  end-rewrite
              end-read
            end-if.

          *> the results sheet for eventIdInput: within each
          *> division a completed routine ranks above a broken one,
          *> then more catches, then fewer drops; identical figures
          *> share a placing, and entries never judged are listed
          *> last without one
          RUN-RESULTS-SHEET.
            PERFORM LOAD-EVENT-RECORD
            if EVENT-OK
              move zero to entryCount
              open output SORT-IN-FILE
              if sortInFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTIN -- results sheet"
                display "skipped."
              else
                open input ENTRY-FILE
                evaluate entryFileStatus
                  when "00"
                    PERFORM START-EVENT-ENTRIES
                    PERFORM UNTIL ENTRY-AT-EOF
                      PERFORM SORT-ONE-RESULT
                      add 1 to entryCount
                      PERFORM READ-NEXT-EVENT-ENTRY
                    END-PERFORM
                    close ENTRY-FILE
                  when "35"
                    continue
                  when other
                    set RUN-OPEN-FAILURE to true
                    display "Cannot open ENTRIES -- results sheet"
                    display "skipped."
                end-evaluate
                close SORT-IN-FILE
                if entryCount = 0
                  display "No entries on file for " eventIdInput
                      " -- nothing to rank."
                else
                  SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                      USING SORT-IN-FILE GIVING SORT-OUT-FILE
                  PERFORM WRITE-RESULTS-SHEET
                end-if
              end-if
            end-if.

          SORT-ONE-RESULT.
            move spaces to sortInRecord
            move entryObjects to sortInKeyArea(1:3)
            evaluate true
              when entryJudgedFlag NOT = "Y"
                move "3" to sortInKeyArea(4:1)
              when entryCompleted = "Y"
                move "1" to sortInKeyArea(4:1)
              when other
                move "2" to sortInKeyArea(4:1)
            end-evaluate
            compute entryWorkCatches = 9999 - entryCatches
            move entryWorkCatches to sortInKeyArea(5:4)
            move entryDrops to sortInKeyArea(9:4)
            move entryMemberId to sortInKeyArea(13:8)
            move entryMemberId to sortInDataArea(1:8)
            move entryPattern to sortInDataArea(9:64)
            move entryCatches to sortInDataArea(73:4)
            move entryDrops to sortInDataArea(77:4)
            write sortInRecord.

          WRITE-RESULTS-SHEET.
            open output EVENT-RESULT-FILE
            if eventResultFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open EVRESULT -- results sheet not"
              display "printed."
            else
              open input SORT-OUT-FILE
              if sortOutFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTOUT -- results sheet not"
                display "printed."
              else
                move "RESULTS:     " to eventHeadTitle
                move eventId to eventHeadId
                move eventName to eventHeadName
                move eventDate to eventHeadDate
                write eventResultRecord from eventHeadLine
                move spaces to eventDivisionKey
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  if sortOutKeyArea(1:3) NOT = eventDivisionKey
                    move sortOutKeyArea(1:3) to eventDivisionKey
                    move sortOutKeyArea(1:3) to drawDivision
                    move drawDivision to eventDivisionObjects
                    move spaces to eventResultRecord
                    write eventResultRecord
                    write eventResultRecord from eventDivisionLine
                    move zero to placeCount
                    move spaces to placePrevKey
                  end-if
                  PERFORM WRITE-ONE-RESULT
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                close SORT-OUT-FILE
                display "Results ranked for " entryCount
                    " entr(ies) -- see EVRESULT."
              end-if
              close EVENT-RESULT-FILE
            end-if.

          WRITE-ONE-RESULT.
            add 1 to placeCount
            if sortOutKeyArea(4:1) = "3"
              move "---" to placeLinePlace
              move "NOT RUN" to placeLineStatus
            else
              if sortOutKeyArea(4:9) NOT = placePrevKey
                move placeCount to placeNumber
                move sortOutKeyArea(4:9) to placePrevKey
              end-if
              move placeNumber to placeEdit
              move placeEdit to placeLinePlace
              if sortOutKeyArea(4:1) = "1"
                move "COMPLETED" to placeLineStatus
              else
                move "BROKE" to placeLineStatus
              end-if
            end-if
            move sortOutDataArea(1:8) to placeLineMember
            move sortOutDataArea(9:24) to placeLinePattern
            move sortOutDataArea(73:4) to entryWorkCatches
            move entryWorkCatches to placeLineCatches
            move sortOutDataArea(77:4) to entryWorkDrops
            move entryWorkDrops to placeLineDrops
            write eventResultRecord from placeEntryLine.

          *> PENDCERT is the persistent indexed witness queue;
          *> create it empty the first time it is used, the same
          *> way OPEN-CATALOG-FILE treats the catalog
          OPEN-PENDING-FILE.
            open i-o PENDING-FILE
            if pendingFileStatus = "35"
              open output PENDING-FILE
              close PENDING-FILE
              open i-o PENDING-FILE
            end-if
            if pendingFileStatus = "00"
              set PENDING-FILE-OPEN to true
            else
              set PENDING-FILE-NOT-OPEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open PENDCERT -- valid patterns"
              display "cannot be queued for witnessing this run."
            end-if.

          *> queue the pattern just validated for a judge.  a
          *> pattern already waiting for the same member stays as
          *> it is; one certified before is queued afresh
          WRITE-PENDING-CERT.
            if PENDING-FILE-OPEN
              move currentMemberId to pendMemberId
              move userInput to pendPattern
              read PENDING-FILE
                invalid key
                  PERFORM FILL-PENDING-RECORD
                  write pendingRecord
                    invalid key
                      display "Warning: could not queue pattern"
                      display "for witnessing."
                    not invalid key
                      display "Held for witnessed certification."
                  end-write
                not invalid key
                  if pendStatus = "P"
                    display "Already awaiting a witness since "
                        pendSubmitDate "."
                  else
                    PERFORM FILL-PENDING-RECORD
                    rewrite pendingRecord
                      invalid key
                        display "Warning: could not queue pattern"
                        display "for witnessing."
                      not invalid key
                        display "Held for witnessed certification."
                    end-rewrite
                  end-if
              end-read
            end-if.

          FILL-PENDING-RECORD.
            PERFORM BUILD-STATE-TEXT
            move currentMemberId to pendMemberId
            move userInput to pendPattern
            move numObjects to pendNumObjects
            move stateTextWork to pendStateText
            move difficultyGrade to pendGrade
            move businessDate to pendSubmitDate
            move "P" to pendStatus
            move spaces to pendJudgeId
            move zero to pendWitnessDate.

          READ-NEXT-PENDING-RECORD.
            read PENDING-FILE next record
              at end set PENDING-AT-EOF to true
            end-read.

          *> menu option W: the judges' desk.  nothing validated
          *> reaches CERTCARD, CATALOG, or RATINGS until a judge
          *> has witnessed it and signed it off here
          WITNESS-MENU.
            display space
            display "1) Approve one pending certification"
            display "2) Post a judges' witness sheet (WITNESSIN)"
            display "3) Pending certification aging report"
            display "Choice: " no advancing
            accept witnessMenuChoice from console
            evaluate witnessMenuChoice
              when "1"
                PERFORM APPROVE-ONE-INTERACTIVE
              when "2"
                PERFORM POST-WITNESS-SHEET
              when "3"
                display "Report items waiting more than how many"
                display "days (blank = 30): " no advancing
                accept pendAgeInput from console
                PERFORM EDIT-PENDING-AGE
                if PEND-AGE-OK
                  PERFORM PENDING-AGING-REPORT
                end-if
              when other
                display "No such witness function."
            end-evaluate.

          *> the certification files an approval writes to, opened
          *> and closed together around one or many approvals.  an
          *> approval needs the cert card, rating, and catalog all
          *> on file, so nothing is approved unless all three open
          *> (the ladder sheet is a printout and is not required)
          OPEN-CERTIFICATION-FILES.
            PERFORM OPEN-CERT-FILE
            PERFORM OPEN-CATALOG-FILE
            PERFORM OPEN-RATING-FILE
            PERFORM OPEN-LADDER-FILE
            if CERT-FILE-OPEN and RATING-FILE-OPEN
                and CATALOG-FILE-OPEN
              set CERTIFICATION-FILES-READY to true
            else
              set CERTIFICATION-FILES-NOT-READY to true
            end-if.

          REPORT-CERTIFICATION-UNAVAILABLE.
            display "CERTCARD, RATINGS, or CATALOG did not open --"
            display "nothing approved; pending items stay queued.".

          CLOSE-CERTIFICATION-FILES.
            if CERT-FILE-OPEN
              close CERT-FILE
              set CERT-FILE-NOT-OPEN to true
            end-if
            if CATALOG-FILE-OPEN
              close CATALOG-FILE
              set CATALOG-FILE-NOT-OPEN to true
            end-if
            if RATING-FILE-OPEN
              close RATING-FILE
              set RATING-FILE-NOT-OPEN to true
            end-if
            if LADDER-FILE-OPEN
              close LADDER-FILE
              set LADDER-FILE-NOT-OPEN to true
            end-if.

          *> witness menu option 1: one judge signs off one
          *> pending submission, keyed as it was submitted
          APPROVE-ONE-INTERACTIVE.
            display "Member ID (blank if unattributed): "
                no advancing
            accept witnessMemberId from console
            display "Pattern as submitted: " no advancing
            accept witnessPattern from console
            display "Judge ID: " no advancing
            accept witnessJudgeId from console
            display "Witness date (YYYYMMDD, blank = business date): "
                no advancing
            accept witnessDateInput from console
            PERFORM OPEN-PENDING-FILE
            if PENDING-FILE-OPEN
              PERFORM OPEN-CERTIFICATION-FILES
              if CERTIFICATION-FILES-READY
                PERFORM APPROVE-PENDING-CERT
              else
                PERFORM REPORT-CERTIFICATION-UNAVAILABLE
              end-if
              PERFORM CLOSE-CERTIFICATION-FILES
              close PENDING-FILE
              set PENDING-FILE-NOT-OPEN to true
            end-if.

          *> witness menu option 2 and the APPROVE card: every
          *> line on the judges' sheet is approved as if keyed at
          *> the desk, and the sheet's totals are reported
          POST-WITNESS-SHEET.
            move zero to witnessApprovedCount
            move zero to witnessRefusedCount
            open input WITNESS-FILE
            evaluate witnessFileStatus
              when "00"
                PERFORM OPEN-PENDING-FILE
                if PENDING-FILE-OPEN
                  PERFORM OPEN-CERTIFICATION-FILES
                  set WITNESS-NOT-AT-EOF to true
                  if CERTIFICATION-FILES-READY
                    PERFORM READ-WITNESS-RECORD
                  else
                    PERFORM REPORT-CERTIFICATION-UNAVAILABLE
                    set WITNESS-AT-EOF to true
                  end-if
                  PERFORM UNTIL WITNESS-AT-EOF
                    if witnessRecord NOT = spaces
                      move witnessInMemberId to witnessMemberId
                      move witnessInPattern to witnessPattern
                      move witnessInJudgeId to witnessJudgeId
                      move witnessInDate to witnessDateInput
                      PERFORM APPROVE-PENDING-CERT
                      if WITNESS-APPROVED
                        add 1 to witnessApprovedCount
                      else
                        add 1 to witnessRefusedCount
                      end-if
                    end-if
                    PERFORM READ-WITNESS-RECORD
                  END-PERFORM
                  PERFORM CLOSE-CERTIFICATION-FILES
                  close PENDING-FILE
                  set PENDING-FILE-NOT-OPEN to true
                end-if
                close WITNESS-FILE
                display "Witness sheet posted: "
                    witnessApprovedCount " approved, "
                    witnessRefusedCount " refused."
              when "35"
                display "No witness sheet on hand (WITNESSIN) --"
                display "nothing to post."
              when other
                set RUN-OPEN-FAILURE to true
                display "Cannot open WITNESSIN -- witness sheet"
                display "not posted."
            end-evaluate.

          READ-WITNESS-RECORD.
            read WITNESS-FILE
              at end set WITNESS-AT-EOF to true
            end-read.

          *> approve the item named by witnessMemberId and
          *> witnessPattern for witnessJudgeId; a judge is always
          *> required and a member may not witness their own
          *> certification.  WITNESS-APPROVED tells the caller
          *> whether it went through
          APPROVE-PENDING-CERT.
            set WITNESS-REFUSED to true
            set PENDING-NOT-FOUND to true
            move FUNCTION UPPER-CASE(witnessMemberId)
                to witnessMemberId
            move FUNCTION UPPER-CASE(witnessPattern)
                to witnessPattern
            move FUNCTION UPPER-CASE(witnessJudgeId)
                to witnessJudgeId
            evaluate true
              when witnessJudgeId = spaces
                display "Judge ID is required -- "
                    witnessPattern(1:32) " not approved."
              when witnessJudgeId = witnessMemberId
                display "A member cannot witness their own"
                display "certification -- "
                    witnessPattern(1:32) " not approved."
              when witnessDateInput = spaces
                move businessDate to witnessWorkDate
                PERFORM FIND-PENDING-CERT
              when witnessDateInput NUMERIC
                move witnessDateInput to witnessWorkDate
                if FUNCTION TEST-DATE-YYYYMMDD(witnessWorkDate)
                    = 0
                  PERFORM FIND-PENDING-CERT
                else
                  display "Not a valid witness date --"
                  display witnessPattern(1:32) " not approved."
                end-if
              when other
                display "Witness date must be numeric YYYYMMDD --"
                display witnessPattern(1:32) " not approved."
            end-evaluate
            if PENDING-FOUND and CERTIFICATION-FILES-READY
              PERFORM CERTIFY-PENDING-ITEM
            end-if.

          FIND-PENDING-CERT.
            move witnessMemberId to pendMemberId
            move witnessPattern to pendPattern
            read PENDING-FILE
              invalid key
                display "Nothing pending for member "
                    witnessMemberId " pattern "
                    witnessPattern(1:32)
              not invalid key
                if pendStatus = "P"
                  set PENDING-FOUND to true
                else
                  display witnessPattern(1:32)
                      " was already approved by " pendJudgeId
                      " on " pendWitnessDate "."
                end-if
            end-read.

          *> re-derive the queued pattern exactly as the batch run
          *> validated it, then do what validation used to do
          *> straight away: cut the cert card, grade the pattern
          *> onto RATINGS, print its ladder, and catalogue it.  the
          *> queue item keeps the judge and the witness date
          CERTIFY-PENDING-ITEM.
            move pendMemberId to currentMemberId
            move pendPattern to userInput
            PERFORM GET-LENGTH
            PERFORM CONVERT-INPUT-TO-TABLE
            PERFORM VALIDATE-SS-TABLE
            if ssValid
              PERFORM GET-NUM-OBJECTS
              PERFORM GET-STATE
              PERFORM CERTIFY-VALIDATED-PATTERN
              if BUSINESS-PERIOD-CLOSED
                display pendPattern(1:32) " left awaiting approval."
              else
                move "A" to pendStatus
                move witnessJudgeId to pendJudgeId
                move witnessWorkDate to pendWitnessDate
                rewrite pendingRecord
                  invalid key
                    display "Warning: could not mark "
                        pendPattern(1:32) " approved."
                  not invalid key
                    set WITNESS-APPROVED to true
                    display "Certified " pendPattern(1:32) " for "
                        pendMemberId " -- witnessed by "
                        pendJudgeId "."
                end-rewrite
              end-if
            else
              display "Queued pattern no longer validates --"
              display pendPattern(1:32) " not approved."
            end-if.

          *> the aging threshold comes in as a left-justified
          *> console field or card parameter, read the way
          *> PARSE-GEN-NUMBER reads the enumeration parameters;
          *> blank means the standing thirty days
          EDIT-PENDING-AGE.
            set PEND-AGE-OK to true
            if pendAgeInput = spaces
              move 30 to pendAgeLimit
            else
              move pendAgeInput to genParseText
              PERFORM PARSE-GEN-NUMBER
              if GEN-PARSE-OK
                move genParseValue to pendAgeLimit
              else
                set PEND-AGE-BAD to true
                display "Age threshold must be a number of days."
              end-if
            end-if.

          *> witness menu option 3 and the PENDAGE card: every
          *> submission still waiting on a judge after more than
          *> pendAgeLimit days, oldest first through the sort
          *> scratch with its age in days, member, pattern, and
          *> claimed grade -- so an item nobody witnesses cannot
          *> just sit in the queue
          PENDING-AGING-REPORT.
            move zero to pendWaitingCount
            move zero to pendAgedCount
            move businessDate to pendTodayDate
            compute pendTodayInt =
                FUNCTION INTEGER-OF-DATE(pendTodayDate)
            open output SORT-IN-FILE
            if sortInFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTIN -- pending aging report"
              display "skipped."
            else
              open input PENDING-FILE
              evaluate pendingFileStatus
                when "00"
                  move low-values to pendKey
                  start PENDING-FILE key NOT < pendKey
                  end-start
                  set PENDING-NOT-AT-EOF to true
                  if pendingFileStatus NOT = "00"
                    set PENDING-AT-EOF to true
                  else
                    PERFORM READ-NEXT-PENDING-RECORD
                  end-if
                  PERFORM UNTIL PENDING-AT-EOF
                    if pendStatus = "P"
                      add 1 to pendWaitingCount
                      PERFORM AGE-ONE-PENDING-ITEM
                    end-if
                    PERFORM READ-NEXT-PENDING-RECORD
                  END-PERFORM
                  close PENDING-FILE
                when "35"
                  continue
                when other
                  set RUN-OPEN-FAILURE to true
                  display "Cannot open PENDCERT -- pending aging"
                  display "report skipped."
              end-evaluate
              close SORT-IN-FILE
              SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                  USING SORT-IN-FILE GIVING SORT-OUT-FILE
              PERFORM PRINT-PENDING-AGING
            end-if.

          AGE-ONE-PENDING-ITEM.
            if pendSubmitDate NUMERIC and pendSubmitDate > 0
              compute pendDateInt =
                  FUNCTION INTEGER-OF-DATE(pendSubmitDate)
              compute pendAgeDays = pendTodayInt - pendDateInt
            else
              move zero to pendAgeDays
            end-if
            if pendAgeDays > pendAgeLimit
              move spaces to sortInRecord
              move pendSubmitDate to sortInKeyArea(1:8)
              move pendMemberId to sortInKeyArea(9:8)
              move pendPattern to sortInKeyArea(17:64)
              move pendAgeDays to sortInDataArea(1:5)
              move pendGrade to sortInDataArea(6:4)
              write sortInRecord
            end-if.

          PRINT-PENDING-AGING.
            open input SORT-OUT-FILE
            if sortOutFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTOUT -- pending aging report"
              display "skipped."
            else
              display "Pending certifications waiting more than "
                  pendAgeLimit " day(s) (oldest first):"
              set SORT-OUT-NOT-AT-EOF to true
              PERFORM READ-SORT-OUT-RECORD
              PERFORM UNTIL SORT-OUT-AT-EOF
                display "  " sortOutDataArea(1:5) " day(s) "
                    sortOutKeyArea(9:8) " "
                    sortOutKeyArea(17:32) " grade "
                    sortOutDataArea(6:4)
                add 1 to pendAgedCount
                PERFORM READ-SORT-OUT-RECORD
              END-PERFORM
              close SORT-OUT-FILE
              display pendAgedCount " of " pendWaitingCount
                  " pending item(s) past the limit."
            end-if.

          *> main menu option L: the club league table for one
          *> month, the same run the month-end LEAGUE card makes
          CLUB-LEAGUE-TABLE.
            display "League period (YYYYMM): " no advancing
            accept leaguePeriodInput from console
            PERFORM EDIT-LEAGUE-PERIOD
            if LEAGUE-PERIOD-OK
              PERFORM RUN-CLUB-LEAGUE
            else
              display "Period must be YYYYMM."
            end-if.

          EDIT-LEAGUE-PERIOD.
            set LEAGUE-PERIOD-BAD to true
            if leaguePeriodInput NUMERIC
              if leaguePeriodInput(5:2) >= "01"
                  and leaguePeriodInput(5:2) <= "12"
                set LEAGUE-PERIOD-OK to true
              end-if
            end-if.

          *> the standings.  per club: its members on MEMBMAST, the
          *> distinct patterns its members hold certified through
          *> the end of the period (canonical keys, so "534" and
          *> "345" count once), the cards and awards earned inside
          *> the period, and the highest and average grade of the
          *> club's patterns.  clubs rank on distinct patterns,
          *> then highest grade, then the period's certifications
          RUN-CLUB-LEAGUE.
            move zero to leagueClubUsed
            move zero to leagueCardCount
            move zero to leagueSkipCount
            set LEAGUE-TABLE-NOT-FULL to true
            PERFORM OPEN-MEMBER-FILE
            if MEMBER-FILE-OPEN
              PERFORM COUNT-LEAGUE-MEMBERS
              PERFORM SORT-LEAGUE-CARDS
              if LEAGUE-SORT-OK
                PERFORM GROUP-LEAGUE-CARDS
              end-if
              if LEAGUE-SORT-OK
                PERFORM TALLY-LEAGUE-CARDS
              end-if
              PERFORM COUNT-LEAGUE-AWARDS
              close MEMBER-FILE
              set MEMBER-FILE-NOT-OPEN to true
              PERFORM PRINT-CLUB-LEAGUE
            end-if.

          COUNT-LEAGUE-MEMBERS.
            move low-values to memberId
            start MEMBER-FILE key NOT < memberId
            end-start
            if memberFileStatus = "00"
              set MEMBER-NOT-AT-EOF to true
              PERFORM READ-NEXT-MEMBER-RECORD
              PERFORM UNTIL MEMBER-AT-EOF
                move memberClub to leagueWorkClub
                PERFORM FIND-LEAGUE-CLUB
                PERFORM SET-MEMBER-STANDING
                if LEAGUE-CLUB-FOUND
                    and memberStandingReason = spaces
                  add 1 to leagueActive(leagueClubIdx)
                end-if
                PERFORM READ-NEXT-MEMBER-RECORD
              END-PERFORM
            end-if.

          *> find leagueWorkClub in the club table, adding it the
          *> first time it is seen; members with no club are
          *> tabled together as unattached
          FIND-LEAGUE-CLUB.
            if leagueWorkClub = spaces
              move "(UNATTACHED)" to leagueWorkClub
            end-if
            set LEAGUE-CLUB-NOT-FOUND to true
            move 1 to leagueClubIdx
            PERFORM UNTIL leagueClubIdx>leagueClubUsed
                or LEAGUE-CLUB-FOUND
              if leagueClubName(leagueClubIdx) = leagueWorkClub
                set LEAGUE-CLUB-FOUND to true
              else
                add 1 to leagueClubIdx
              end-if
            END-PERFORM
            if LEAGUE-CLUB-NOT-FOUND
              if leagueClubUsed < 200
                add 1 to leagueClubUsed
                move leagueClubUsed to leagueClubIdx
                move leagueWorkClub to leagueClubName(leagueClubIdx)
                move zero to leagueActive(leagueClubIdx)
                move zero to leagueDistinct(leagueClubIdx)
                move zero to leaguePeriodCerts(leagueClubIdx)
                move zero to leagueTopGrade(leagueClubIdx)
                move zero to leagueGradeTotal(leagueClubIdx)
                move zero to leagueAwards(leagueClubIdx)
                move "N" to leagueRankedFlag(leagueClubIdx)
                move 1 to leagueTopIdx
                PERFORM UNTIL leagueTopIdx > 3
                  move spaces
                      to leagueTopMember(leagueClubIdx, leagueTopIdx)
                  move zero
                      to leagueTopCount(leagueClubIdx, leagueTopIdx)
                  move zero to
                      leagueTopGradeHeld(leagueClubIdx, leagueTopIdx)
                  add 1 to leagueTopIdx
                END-PERFORM
                set LEAGUE-CLUB-FOUND to true
              else
                if LEAGUE-TABLE-NOT-FULL
                  set LEAGUE-TABLE-FULL to true
                  display "Warning: more than 200 clubs -- the"
                  display "league table is partial."
                end-if
              end-if
            end-if.

          *> first pass: every RATINGS line and every cert card
          *> dated through the end of the period go to the sort
          *> scratch under the pattern's canonical key, grade lines
          *> ("A") ahead of cards ("C"), so each key's best grade
          *> is in hand before its cards are read back
          SORT-LEAGUE-CARDS.
            set LEAGUE-SORT-FAILED to true
            open output SORT-IN-FILE
            if sortInFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTIN -- league table"
              display "certifications skipped."
            else
              open input RATING-FILE
              evaluate ratingFileStatus
                when "00"
                  set RATING-NOT-AT-EOF to true
                  PERFORM READ-RATING-RECORD
                  PERFORM UNTIL RATING-AT-EOF
                    move ratingPattern to userInput
                    PERFORM CANONICALISE-USERINPUT
                    move spaces to sortInRecord
                    move canonicalKey to sortInKeyArea(1:512)
                    move "A" to sortInKeyArea(513:1)
                    move ratingGrade to sortInDataArea(1:4)
                    write sortInRecord
                    PERFORM READ-RATING-RECORD
                  END-PERFORM
                  close RATING-FILE
                when "35"
                  continue
                when other
                  set RUN-OPEN-FAILURE to true
                  display "Cannot open RATINGS -- grades treated"
                  display "as zero for this league table."
              end-evaluate
              open input CERT-FILE
              evaluate certFileStatus
                when "00"
                  set CERT-NOT-AT-EOF to true
                  PERFORM READ-CERT-RECORD
                  PERFORM UNTIL CERT-AT-EOF
                    move certDate to leagueWorkDate
                    if leagueWorkDate(1:6) NOT > leaguePeriodInput
                      move certPattern to userInput
                      PERFORM CANONICALISE-USERINPUT
                      move spaces to sortInRecord
                      move canonicalKey to sortInKeyArea(1:512)
                      move "C" to sortInKeyArea(513:1)
                      move certMemberId to sortInDataArea(1:8)
                      move leagueWorkDate to sortInDataArea(9:8)
                      write sortInRecord
                    end-if
                    PERFORM READ-CERT-RECORD
                  END-PERFORM
                  close CERT-FILE
                when "35"
                  continue
                when other
                  set RUN-OPEN-FAILURE to true
                  display "Cannot open CERTCARD -- cards treated"
                  display "as absent for this league table."
              end-evaluate
              close SORT-IN-FILE
              SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                  USING SORT-IN-FILE GIVING SORT-OUT-FILE
              set LEAGUE-SORT-OK to true
            end-if.

          *> second pass input: each card, now carrying its
          *> pattern's best grade and its member's club, is
          *> re-keyed club, pattern, member.  no canonical key a
          *> 64-column pattern can produce runs past 488
          *> characters, so the first 492 hold it whole.  cards
          *> with no member, or a member no longer on MEMBMAST,
          *> belong to no club and are only counted
          GROUP-LEAGUE-CARDS.
            set LEAGUE-SORT-FAILED to true
            open input SORT-OUT-FILE
            if sortOutFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTOUT -- league table"
              display "certifications skipped."
            else
              open output SORT-IN-FILE
              if sortInFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTIN -- league table"
                display "certifications skipped."
                close SORT-OUT-FILE
              else
                move spaces to leagueCurKey
                move zero to leagueCurGrade
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  if sortOutKeyArea(1:512) NOT = leagueCurKey
                    move sortOutKeyArea(1:512) to leagueCurKey
                    move zero to leagueCurGrade
                  end-if
                  if sortOutKeyArea(513:1) = "A"
                    move sortOutDataArea(1:4) to leagueWorkGrade
                    if leagueWorkGrade > leagueCurGrade
                      move leagueWorkGrade to leagueCurGrade
                    end-if
                  else
                    PERFORM REKEY-LEAGUE-CARD
                  end-if
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                close SORT-OUT-FILE
                close SORT-IN-FILE
                SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                    USING SORT-IN-FILE GIVING SORT-OUT-FILE
                set LEAGUE-SORT-OK to true
              end-if
            end-if.

          REKEY-LEAGUE-CARD.
            move sortOutDataArea(1:8) to memberId
            if memberId = spaces
              add 1 to leagueSkipCount
            else
              read MEMBER-FILE
                invalid key
                  add 1 to leagueSkipCount
                not invalid key
                  move memberClub to leagueWorkClub
                  if leagueWorkClub = spaces
                    move "(UNATTACHED)" to leagueWorkClub
                  end-if
                  move spaces to sortInRecord
                  move leagueWorkClub to sortInKeyArea(1:20)
                  move leagueCurKey to sortInKeyArea(21:492)
                  move sortOutDataArea(1:8) to sortInKeyArea(513:8)
                  move sortOutDataArea(1:16) to sortInDataArea(1:16)
                  move leagueCurGrade to sortInDataArea(17:4)
                  write sortInRecord
                  add 1 to leagueCardCount
              end-read
            end-if.

          *> read the club-ordered cards back: a new pattern within
          *> a club is one more distinct pattern for it, a new
          *> member within a pattern is one more pattern for that
          *> member; the club's top three members are settled at
          *> each change of club
          TALLY-LEAGUE-CARDS.
            open input SORT-OUT-FILE
            if sortOutFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTOUT -- league table"
              display "certifications skipped."
            else
              move spaces to leaguePrevClub
              move zero to leagueMemberUsed
              set LEAGUE-CLUB-NOT-FOUND to true
              set SORT-OUT-NOT-AT-EOF to true
              PERFORM READ-SORT-OUT-RECORD
              PERFORM UNTIL SORT-OUT-AT-EOF
                if sortOutKeyArea(1:20) NOT = leaguePrevClub
                  PERFORM SETTLE-LEAGUE-TOP-MEMBERS
                  move sortOutKeyArea(1:20) to leaguePrevClub
                  move leaguePrevClub to leagueWorkClub
                  PERFORM FIND-LEAGUE-CLUB
                  move zero to leagueMemberUsed
                  move spaces to leaguePrevPattern
                end-if
                if LEAGUE-CLUB-FOUND
                  PERFORM TALLY-ONE-LEAGUE-CARD
                end-if
                PERFORM READ-SORT-OUT-RECORD
              END-PERFORM
              PERFORM SETTLE-LEAGUE-TOP-MEMBERS
              close SORT-OUT-FILE
            end-if.

          TALLY-ONE-LEAGUE-CARD.
            move sortOutDataArea(17:4) to leagueWorkGrade
            if sortOutKeyArea(21:492) NOT = leaguePrevPattern
              move sortOutKeyArea(21:492) to leaguePrevPattern
              move spaces to leaguePrevMember
              add 1 to leagueDistinct(leagueClubIdx)
              add leagueWorkGrade to leagueGradeTotal(leagueClubIdx)
              if leagueWorkGrade > leagueTopGrade(leagueClubIdx)
                move leagueWorkGrade to leagueTopGrade(leagueClubIdx)
              end-if
            end-if
            if sortOutDataArea(9:6) = leaguePeriodInput
              add 1 to leaguePeriodCerts(leagueClubIdx)
            end-if
            if sortOutKeyArea(513:8) NOT = leaguePrevMember
              move sortOutKeyArea(513:8) to leaguePrevMember
              PERFORM CREDIT-LEAGUE-MEMBER
            end-if.

          CREDIT-LEAGUE-MEMBER.
            set LEAGUE-MEMBER-NOT-FOUND to true
            move 1 to leagueMemberIdx
            PERFORM UNTIL leagueMemberIdx>leagueMemberUsed
                or LEAGUE-MEMBER-FOUND
              if leagueMemberId(leagueMemberIdx) = leaguePrevMember
                set LEAGUE-MEMBER-FOUND to true
              else
                add 1 to leagueMemberIdx
              end-if
            END-PERFORM
            if LEAGUE-MEMBER-NOT-FOUND and leagueMemberUsed < 500
              add 1 to leagueMemberUsed
              move leagueMemberUsed to leagueMemberIdx
              move leaguePrevMember to leagueMemberId(leagueMemberIdx)
              move zero to leagueMemberCount(leagueMemberIdx)
              move zero to leagueMemberGrade(leagueMemberIdx)
              move "N" to leagueMemberPicked(leagueMemberIdx)
              set LEAGUE-MEMBER-FOUND to true
            end-if
            if LEAGUE-MEMBER-FOUND
              add 1 to leagueMemberCount(leagueMemberIdx)
              if leagueWorkGrade > leagueMemberGrade(leagueMemberIdx)
                move leagueWorkGrade
                    to leagueMemberGrade(leagueMemberIdx)
              end-if
            end-if.

          *> a club's top members are those holding the highest
          *> graded pattern, then the most distinct patterns
          SETTLE-LEAGUE-TOP-MEMBERS.
            if LEAGUE-CLUB-FOUND and leagueMemberUsed > 0
              move 1 to leagueTopIdx
              PERFORM UNTIL leagueTopIdx > 3
                PERFORM PICK-LEAGUE-MEMBER
                if leagueBestMember > 0
                  move "Y" to leagueMemberPicked(leagueBestMember)
                  move leagueMemberId(leagueBestMember)
                      to leagueTopMember(leagueClubIdx, leagueTopIdx)
                  move leagueMemberCount(leagueBestMember)
                      to leagueTopCount(leagueClubIdx, leagueTopIdx)
                  move leagueMemberGrade(leagueBestMember) to
                      leagueTopGradeHeld(leagueClubIdx, leagueTopIdx)
                end-if
                add 1 to leagueTopIdx
              END-PERFORM
            end-if.

          PICK-LEAGUE-MEMBER.
            move zero to leagueBestMember
            move 1 to leagueMemberIdx
            PERFORM UNTIL leagueMemberIdx>leagueMemberUsed
              if leagueMemberPicked(leagueMemberIdx) = "N"
                evaluate true
                  when leagueBestMember = 0
                    move leagueMemberIdx to leagueBestMember
                  when leagueMemberGrade(leagueMemberIdx)
                      > leagueMemberGrade(leagueBestMember)
                    move leagueMemberIdx to leagueBestMember
                  when leagueMemberGrade(leagueMemberIdx)
                      = leagueMemberGrade(leagueBestMember)
                      and leagueMemberCount(leagueMemberIdx)
                      > leagueMemberCount(leagueBestMember)
                    move leagueMemberIdx to leagueBestMember
                end-evaluate
              end-if
              add 1 to leagueMemberIdx
            END-PERFORM.

          *> awards earned in the period, credited to the club the
          *> member belongs to now
          COUNT-LEAGUE-AWARDS.
            open input AWARD-FILE
            evaluate awardFileStatus
              when "00"
                move low-values to awardKey
                start AWARD-FILE key NOT < awardKey
                end-start
                if awardFileStatus = "00"
                  set AWARD-NOT-AT-EOF to true
                  PERFORM READ-NEXT-AWARD-RECORD
                  PERFORM UNTIL AWARD-AT-EOF
                    move awardEarnDate to leagueWorkDate
                    if leagueWorkDate(1:6) = leaguePeriodInput
                      PERFORM CREDIT-LEAGUE-AWARD
                    end-if
                    PERFORM READ-NEXT-AWARD-RECORD
                  END-PERFORM
                end-if
                close AWARD-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                display "Cannot open AWARDS -- awards treated"
                display "as absent for this league table."
            end-evaluate.

          CREDIT-LEAGUE-AWARD.
            move awardMemberId to memberId
            read MEMBER-FILE
              invalid key
                continue
              not invalid key
                move memberClub to leagueWorkClub
                PERFORM FIND-LEAGUE-CLUB
                if LEAGUE-CLUB-FOUND
                  add 1 to leagueAwards(leagueClubIdx)
                end-if
            end-read.

          READ-NEXT-AWARD-RECORD.
            read AWARD-FILE next record
              at end set AWARD-AT-EOF to true
            end-read.

          PRINT-CLUB-LEAGUE.
            open output LEAGUE-FILE
            if leagueFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open LEAGUETB -- league table not"
              display "printed."
            else
              move leaguePeriodInput to leagueHeadPeriod
              write leagueRecord from leagueHeadLine
              move spaces to leagueRecord
              write leagueRecord
              write leagueRecord from leagueColumnLine
              move zero to leagueRank
              PERFORM UNTIL leagueRank >= leagueClubUsed
                PERFORM PICK-LEAGUE-CLUB
                move "Y" to leagueRankedFlag(leagueBestClub)
                add 1 to leagueRank
                PERFORM PRINT-ONE-LEAGUE-CLUB
              END-PERFORM
              close LEAGUE-FILE
              display "League table for " leaguePeriodInput ": "
                  leagueClubUsed " club(s) ranked from "
                  leagueCardCount " card(s) -- see LEAGUETB."
              if leagueSkipCount > 0
                display leagueSkipCount " card(s) held by no"
                    " current member were left out."
              end-if
            end-if.

          PICK-LEAGUE-CLUB.
            move zero to leagueBestClub
            move 1 to leagueClubIdx
            PERFORM UNTIL leagueClubIdx>leagueClubUsed
              if leagueRankedFlag(leagueClubIdx) = "N"
                if leagueBestClub = 0
                  move leagueClubIdx to leagueBestClub
                else
                  PERFORM COMPARE-LEAGUE-CLUBS
                end-if
              end-if
              add 1 to leagueClubIdx
            END-PERFORM.

          COMPARE-LEAGUE-CLUBS.
            evaluate true
              when leagueDistinct(leagueClubIdx)
                  > leagueDistinct(leagueBestClub)
                move leagueClubIdx to leagueBestClub
              when leagueDistinct(leagueClubIdx)
                  < leagueDistinct(leagueBestClub)
                continue
              when leagueTopGrade(leagueClubIdx)
                  > leagueTopGrade(leagueBestClub)
                move leagueClubIdx to leagueBestClub
              when leagueTopGrade(leagueClubIdx)
                  < leagueTopGrade(leagueBestClub)
                continue
              when leaguePeriodCerts(leagueClubIdx)
                  > leaguePeriodCerts(leagueBestClub)
                move leagueClubIdx to leagueBestClub
            end-evaluate.

          PRINT-ONE-LEAGUE-CLUB.
            move leagueRank to leagueLineRank
            move leagueClubName(leagueBestClub) to leagueLineClub
            move leagueActive(leagueBestClub) to leagueLineActive
            move leagueDistinct(leagueBestClub) to leagueLinePatterns
            move leaguePeriodCerts(leagueBestClub) to leagueLineCerts
            move leagueTopGrade(leagueBestClub) to leagueLineTop
            move zero to leagueAverage
            if leagueDistinct(leagueBestClub) > 0
              compute leagueAverage =
                  leagueGradeTotal(leagueBestClub)
                  / leagueDistinct(leagueBestClub)
            end-if
            move leagueAverage to leagueLineAvg
            move leagueAwards(leagueBestClub) to leagueLineAwards
            write leagueRecord from leagueClubLine
            move 1 to leagueTopIdx
            PERFORM UNTIL leagueTopIdx > 3
              if leagueTopMember(leagueBestClub, leagueTopIdx)
                  NOT = spaces
                move leagueTopMember(leagueBestClub, leagueTopIdx)
                    to leagueMemLineId
                move leagueTopCount(leagueBestClub, leagueTopIdx)
                    to leagueMemLineCount
                move leagueTopGradeHeld(leagueBestClub, leagueTopIdx)
                    to leagueMemLineGrade
                write leagueRecord from leagueMemberLine
              end-if
              add 1 to leagueTopIdx
            END-PERFORM.

          *> member menu option 7: fold one member ID into another.
          *> the old ID's cert cards, practice sessions, rejects,
          *> audit lines (live and archived), awards, competition
          *> entries, and pending certifications are all
          *> re-pointed to the surviving ID
          *> and the old member record is deleted.  a surviving ID
          *> not yet on MEMBMAST makes this a renumber: it is added
          *> with the old record's details.  the old record is
          *> only deleted once every file has been re-pointed, so
          *> a merge that hits a bad file can simply be run again
          MERGE-MEMBER-IDS.
            display "Old member ID: " no advancing
            accept mergeOldId from console
            display "Surviving member ID: " no advancing
            accept mergeNewId from console
            PERFORM RUN-MEMBER-MERGE.

          RUN-MEMBER-MERGE.
            move FUNCTION UPPER-CASE(mergeOldId) to mergeOldId
            move FUNCTION UPPER-CASE(mergeNewId) to mergeNewId
            PERFORM CHECK-MERGE-MEMBERS
            if MERGE-OK
              set MERGE-FILES-OK to true
              set MERGE-MEMBER-NOT-DELETED to true
              move zero to mergeCertCount
              move zero to mergePractCount
              move zero to mergeRejectCount
              move zero to mergeAuditCount
              move zero to mergeHistCount
              move zero to mergeAwardMoved
              move zero to mergeAwardHeld
              move zero to mergeAwardRedated
              move zero to mergeEntryMoved
              move zero to mergeEntryHeld
              move zero to mergePendMoved
              move zero to mergePendHeld
              move businessDate to mergeRunDate
              move "MERGE" to journalFunction
              PERFORM MERGE-CERT-CARDS
              PERFORM MERGE-PRACTICE-LOG
              PERFORM MERGE-REJECTS
              PERFORM MERGE-AUDIT-LOG
              PERFORM MERGE-AUDIT-HISTORY
              PERFORM MERGE-AWARDS
              PERFORM MERGE-ENTRIES
              PERFORM MERGE-PENDING-CERTS
              PERFORM DELETE-MERGED-MEMBER
              PERFORM PRINT-MERGE-REPORT
            end-if.

          CHECK-MERGE-MEMBERS.
            set MERGE-BAD to true
            evaluate true
              when mergeOldId = spaces or mergeNewId = spaces
                display "Both member IDs are required."
              when mergeOldId = mergeNewId
                display "Old and surviving member IDs are the same."
              when other
                PERFORM OPEN-MEMBER-FILE
                if MEMBER-FILE-OPEN
                  move mergeOldId to memberId
                  read MEMBER-FILE
                    invalid key
                      display "Member " mergeOldId " is not on the"
                          " member master -- nothing to merge."
                    not invalid key
                      set MERGE-OK to true
                      move memberRecord to mergeOldMember
                  end-read
                  if MERGE-OK
                    PERFORM CHECK-MERGE-SURVIVOR
                  end-if
                  close MEMBER-FILE
                  set MEMBER-FILE-NOT-OPEN to true
                end-if
            end-evaluate.

          CHECK-MERGE-SURVIVOR.
            move mergeNewId to memberId
            read MEMBER-FILE
              invalid key
                move "RENUMBER" to mergeKind
                move mergeOldMember to memberRecord
                move mergeNewId to memberId
                write memberRecord
                  invalid key
                    set MERGE-BAD to true
                    display "Could not add member " mergeNewId
                        " -- merge not run."
                  not invalid key
                    move "MERGE" to journalFunction
                    move "MEMBMAST" to journalFileName
                    move "A" to journalAction
                    move spaces to journalBefore
                    move memberRecord to journalAfter
                    PERFORM WRITE-JOURNAL-ENTRY
                end-write
              not invalid key
                move "MERGE" to mergeKind
            end-read.

          *> CERTCARD, PRACTLOG, REJECTS, AUDITLOG, and AUDITHIST
          *> are sequential: each is copied to MERGEWK with the
          *> old ID replaced, then written back over itself the
          *> way the audit archive rewrites AUDITLOG.  a file
          *> holding none of the old member's lines is left
          *> untouched
          MERGE-CERT-CARDS.
            open input CERT-FILE
            evaluate certFileStatus
              when "00"
                open output MERGE-WORK-FILE
                if mergeWorkFileStatus NOT = "00"
                  PERFORM MERGE-WORK-OPEN-FAILED
                  close CERT-FILE
                else
                  set CERT-NOT-AT-EOF to true
                  PERFORM READ-CERT-RECORD
                  PERFORM UNTIL CERT-AT-EOF
                    if certMemberId = mergeOldId
                      move mergeNewId to certMemberId
                      add 1 to mergeCertCount
                    end-if
                    write mergeWorkRecord from certRecord
                    PERFORM READ-CERT-RECORD
                  END-PERFORM
                  close CERT-FILE
                  close MERGE-WORK-FILE
                  if mergeCertCount > 0
                    PERFORM REWRITE-CERT-FROM-MERGE
                  end-if
                end-if
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot open CERTCARD -- cards not"
                display "re-pointed."
            end-evaluate.

          REWRITE-CERT-FROM-MERGE.
            open input MERGE-WORK-FILE
            if mergeWorkFileStatus NOT = "00"
              PERFORM MERGE-WORK-OPEN-FAILED
            else
              open output CERT-FILE
              if certFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot rewrite CERTCARD -- re-pointed"
                display "cards remain on MERGEWK."
                close MERGE-WORK-FILE
              else
                set MERGE-WORK-NOT-AT-EOF to true
                PERFORM READ-MERGE-WORK-RECORD
                PERFORM UNTIL MERGE-WORK-AT-EOF
                  write certRecord from mergeWorkRecord
                  PERFORM READ-MERGE-WORK-RECORD
                END-PERFORM
                close MERGE-WORK-FILE
                close CERT-FILE
              end-if
            end-if.

          MERGE-PRACTICE-LOG.
            open input PRACT-FILE
            evaluate practFileStatus
              when "00"
                open output MERGE-WORK-FILE
                if mergeWorkFileStatus NOT = "00"
                  PERFORM MERGE-WORK-OPEN-FAILED
                  close PRACT-FILE
                else
                  set PRACT-NOT-AT-EOF to true
                  PERFORM READ-PRACT-RECORD
                  PERFORM UNTIL PRACT-AT-EOF
                    if practMemberId = mergeOldId
                      move mergeNewId to practMemberId
                      add 1 to mergePractCount
                    end-if
                    write mergeWorkRecord from practRecord
                    PERFORM READ-PRACT-RECORD
                  END-PERFORM
                  close PRACT-FILE
                  close MERGE-WORK-FILE
                  if mergePractCount > 0
                    PERFORM REWRITE-PRACT-FROM-MERGE
                  end-if
                end-if
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot open PRACTLOG -- sessions not"
                display "re-pointed."
            end-evaluate.

          REWRITE-PRACT-FROM-MERGE.
            open input MERGE-WORK-FILE
            if mergeWorkFileStatus NOT = "00"
              PERFORM MERGE-WORK-OPEN-FAILED
            else
              open output PRACT-FILE
              if practFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot rewrite PRACTLOG -- re-pointed"
                display "sessions remain on MERGEWK."
                close MERGE-WORK-FILE
              else
                set MERGE-WORK-NOT-AT-EOF to true
                PERFORM READ-MERGE-WORK-RECORD
                PERFORM UNTIL MERGE-WORK-AT-EOF
                  write practRecord from mergeWorkRecord
                  PERFORM READ-MERGE-WORK-RECORD
                END-PERFORM
                close MERGE-WORK-FILE
                close PRACT-FILE
              end-if
            end-if.

          MERGE-REJECTS.
            open input REJECT-FILE
            evaluate rejectFileStatus
              when "00"
                open output MERGE-WORK-FILE
                if mergeWorkFileStatus NOT = "00"
                  PERFORM MERGE-WORK-OPEN-FAILED
                  close REJECT-FILE
                else
                  set REJECT-NOT-AT-EOF to true
                  PERFORM READ-REJECT-RECORD
                  PERFORM UNTIL REJECT-AT-EOF
                    if rejectMemberId = mergeOldId
                      move mergeNewId to rejectMemberId
                      add 1 to mergeRejectCount
                    end-if
                    write mergeWorkRecord from rejectRecord
                    PERFORM READ-REJECT-RECORD
                  END-PERFORM
                  close REJECT-FILE
                  close MERGE-WORK-FILE
                  if mergeRejectCount > 0
                    PERFORM REWRITE-REJECTS-FROM-MERGE
                  end-if
                end-if
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot open REJECTS -- rejects not"
                display "re-pointed."
            end-evaluate.

          REWRITE-REJECTS-FROM-MERGE.
            open input MERGE-WORK-FILE
            if mergeWorkFileStatus NOT = "00"
              PERFORM MERGE-WORK-OPEN-FAILED
            else
              open output REJECT-FILE
              if rejectFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot rewrite REJECTS -- re-pointed"
                display "rejects remain on MERGEWK."
                close MERGE-WORK-FILE
              else
                set MERGE-WORK-NOT-AT-EOF to true
                PERFORM READ-MERGE-WORK-RECORD
                PERFORM UNTIL MERGE-WORK-AT-EOF
                  write rejectRecord from mergeWorkRecord
                  PERFORM READ-MERGE-WORK-RECORD
                END-PERFORM
                close MERGE-WORK-FILE
                close REJECT-FILE
              end-if
            end-if.

          MERGE-AUDIT-LOG.
            open input AUDIT-FILE
            evaluate auditFileStatus
              when "00"
                open output MERGE-WORK-FILE
                if mergeWorkFileStatus NOT = "00"
                  PERFORM MERGE-WORK-OPEN-FAILED
                  close AUDIT-FILE
                else
                  set AUDIT-NOT-AT-EOF to true
                  PERFORM READ-AUDIT-RECORD
                  PERFORM UNTIL AUDIT-AT-EOF
                    if auditMemberId = mergeOldId
                      move mergeNewId to auditMemberId
                      add 1 to mergeAuditCount
                    end-if
                    write mergeWorkRecord from auditRecord
                    PERFORM READ-AUDIT-RECORD
                  END-PERFORM
                  close AUDIT-FILE
                  close MERGE-WORK-FILE
                  if mergeAuditCount > 0
                    PERFORM REWRITE-AUDIT-FROM-MERGE
                  end-if
                end-if
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot open AUDITLOG -- audit lines not"
                display "re-pointed."
            end-evaluate.

          REWRITE-AUDIT-FROM-MERGE.
            open input MERGE-WORK-FILE
            if mergeWorkFileStatus NOT = "00"
              PERFORM MERGE-WORK-OPEN-FAILED
            else
              open output AUDIT-FILE
              if auditFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot rewrite AUDITLOG -- re-pointed"
                display "audit lines remain on MERGEWK."
                close MERGE-WORK-FILE
              else
                set MERGE-WORK-NOT-AT-EOF to true
                PERFORM READ-MERGE-WORK-RECORD
                PERFORM UNTIL MERGE-WORK-AT-EOF
                  write auditRecord from mergeWorkRecord
                  PERFORM READ-MERGE-WORK-RECORD
                END-PERFORM
                close MERGE-WORK-FILE
                close AUDIT-FILE
              end-if
            end-if.

          MERGE-AUDIT-HISTORY.
            open input AUDIT-HIST-FILE
            evaluate auditHistFileStatus
              when "00"
                open output MERGE-WORK-FILE
                if mergeWorkFileStatus NOT = "00"
                  PERFORM MERGE-WORK-OPEN-FAILED
                  close AUDIT-HIST-FILE
                else
                  set HIST-NOT-AT-EOF to true
                  PERFORM READ-AUDIT-HIST-RECORD
                  PERFORM UNTIL HIST-AT-EOF
                    if histMemberId = mergeOldId
                      move mergeNewId to histMemberId
                      add 1 to mergeHistCount
                    end-if
                    write mergeWorkRecord from auditHistRecord
                    PERFORM READ-AUDIT-HIST-RECORD
                  END-PERFORM
                  close AUDIT-HIST-FILE
                  close MERGE-WORK-FILE
                  if mergeHistCount > 0
                    PERFORM REWRITE-HISTORY-FROM-MERGE
                  end-if
                end-if
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot open AUDITHIST -- archived lines"
                display "not re-pointed."
            end-evaluate.

          REWRITE-HISTORY-FROM-MERGE.
            open input MERGE-WORK-FILE
            if mergeWorkFileStatus NOT = "00"
              PERFORM MERGE-WORK-OPEN-FAILED
            else
              open output AUDIT-HIST-FILE
              if auditHistFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set MERGE-FILE-FAILED to true
                display "Cannot rewrite AUDITHIST -- re-pointed"
                display "archived lines remain on MERGEWK."
                close MERGE-WORK-FILE
              else
                set MERGE-WORK-NOT-AT-EOF to true
                PERFORM READ-MERGE-WORK-RECORD
                PERFORM UNTIL MERGE-WORK-AT-EOF
                  write auditHistRecord from mergeWorkRecord
                  PERFORM READ-MERGE-WORK-RECORD
                END-PERFORM
                close MERGE-WORK-FILE
                close AUDIT-HIST-FILE
              end-if
            end-if.

          MERGE-WORK-OPEN-FAILED.
            set RUN-OPEN-FAILURE to true
            set MERGE-FILE-FAILED to true
            display "Cannot open MERGEWK -- file not re-pointed.".

          READ-MERGE-WORK-RECORD.
            read MERGE-WORK-FILE
              at end set MERGE-WORK-AT-EOF to true
            end-read.

          *> awards: one the survivor already holds keeps the
          *> earlier of the two earn dates; any other moves across
          *> with its own date.  each old award is deleted once it
          *> is accounted for, and the scan re-starts past it
          MERGE-AWARDS.
            PERFORM OPEN-AWARD-FILE
            if AWARD-FILE-OPEN
              move mergeOldId to awardMemberId
              move low-values to awardCode
              start AWARD-FILE key NOT < awardKey
              end-start
              if awardFileStatus = "00"
                set AWARD-NOT-AT-EOF to true
                PERFORM READ-NEXT-AWARD-RECORD
              else
                set AWARD-AT-EOF to true
              end-if
              PERFORM UNTIL AWARD-AT-EOF
                  or awardMemberId NOT = mergeOldId
                PERFORM MERGE-ONE-AWARD
                move mergeSaveAwardKey to awardKey
                start AWARD-FILE key > awardKey
                end-start
                if awardFileStatus = "00"
                  PERFORM READ-NEXT-AWARD-RECORD
                else
                  set AWARD-AT-EOF to true
                end-if
              END-PERFORM
              close AWARD-FILE
              set AWARD-FILE-NOT-OPEN to true
            else
              set MERGE-FILE-FAILED to true
            end-if.

          MERGE-ONE-AWARD.
            set MERGE-STEP-OK to true
            move "AWARDS" to journalFileName
            move awardKey to mergeSaveAwardKey
            move awardEarnDate to mergeSaveAwardDate
            move mergeNewId to awardMemberId
            read AWARD-FILE
              invalid key
                move mergeNewId to awardMemberId
                move mergeSaveAwardKey(9:8) to awardCode
                move mergeSaveAwardDate to awardEarnDate
                write awardRecord
                  invalid key
                    set MERGE-STEP-FAILED to true
                    set MERGE-FILE-FAILED to true
                    display "Warning: could not move award "
                        awardCode " to " mergeNewId
                  not invalid key
                    add 1 to mergeAwardMoved
                    move "A" to journalAction
                    move spaces to journalBefore
                    move awardRecord to journalAfter
                    PERFORM WRITE-JOURNAL-ENTRY
                end-write
              not invalid key
                add 1 to mergeAwardHeld
                if mergeSaveAwardDate < awardEarnDate
                  move awardRecord to journalBefore
                  move mergeSaveAwardDate to awardEarnDate
                  rewrite awardRecord
                    invalid key
                      set MERGE-STEP-FAILED to true
                      set MERGE-FILE-FAILED to true
                      display "Warning: could not redate award "
                          awardCode " for " mergeNewId
                    not invalid key
                      add 1 to mergeAwardRedated
                      move "C" to journalAction
                      move awardRecord to journalAfter
                      PERFORM WRITE-JOURNAL-ENTRY
                  end-rewrite
                end-if
            end-read
            if MERGE-STEP-OK
              move mergeSaveAwardKey to awardKey
              delete AWARD-FILE record
                invalid key
                  continue
                not invalid key
                  move "D" to journalAction
                  move spaces to journalBefore
                  move mergeSaveAwardKey to journalBefore(1:16)
                  move mergeSaveAwardDate to journalBefore(17:8)
                  move spaces to journalAfter
                  PERFORM WRITE-JOURNAL-ENTRY
              end-delete
            end-if.

          *> competition entries are keyed event first, so the
          *> whole file is walked.  where both IDs entered the
          *> same event the survivor's entry stands
          MERGE-ENTRIES.
            PERFORM OPEN-ENTRY-FILE
            if ENTRY-FILE-OPEN
              move low-values to entryKey
              start ENTRY-FILE key NOT < entryKey
              end-start
              if entryFileStatus = "00"
                set ENTRY-NOT-AT-EOF to true
                PERFORM READ-NEXT-ENTRY-RECORD
              else
                set ENTRY-AT-EOF to true
              end-if
              PERFORM UNTIL ENTRY-AT-EOF
                if entryMemberId = mergeOldId
                  PERFORM MERGE-ONE-ENTRY
                  move mergeSaveEntryKey to entryKey
                  start ENTRY-FILE key > entryKey
                  end-start
                  if entryFileStatus = "00"
                    PERFORM READ-NEXT-ENTRY-RECORD
                  else
                    set ENTRY-AT-EOF to true
                  end-if
                else
                  PERFORM READ-NEXT-ENTRY-RECORD
                end-if
              END-PERFORM
              close ENTRY-FILE
              set ENTRY-FILE-NOT-OPEN to true
            else
              set MERGE-FILE-FAILED to true
            end-if.

          MERGE-ONE-ENTRY.
            set MERGE-STEP-OK to true
            move entryKey to mergeSaveEntryKey
            move entryRecord to mergeSaveEntry
            move mergeNewId to entryMemberId
            read ENTRY-FILE
              invalid key
                move mergeSaveEntry to entryRecord
                move mergeNewId to entryMemberId
                write entryRecord
                  invalid key
                    set MERGE-STEP-FAILED to true
                    set MERGE-FILE-FAILED to true
                    display "Warning: could not move entry for "
                        entryEventId " to " mergeNewId
                  not invalid key
                    add 1 to mergeEntryMoved
                end-write
              not invalid key
                add 1 to mergeEntryHeld
            end-read
            if MERGE-STEP-OK
              move mergeSaveEntryKey to entryKey
              delete ENTRY-FILE record
                invalid key
                  continue
              end-delete
            end-if.

          READ-NEXT-ENTRY-RECORD.
            read ENTRY-FILE next record
              at end set ENTRY-AT-EOF to true
            end-read.

          *> pending certifications: where both IDs have the same
          *> pattern queued the survivor's item stands
          MERGE-PENDING-CERTS.
            PERFORM OPEN-PENDING-FILE
            if PENDING-FILE-OPEN
              move mergeOldId to pendMemberId
              move low-values to pendPattern
              start PENDING-FILE key NOT < pendKey
              end-start
              if pendingFileStatus = "00"
                set PENDING-NOT-AT-EOF to true
                PERFORM READ-NEXT-PENDING-RECORD
              else
                set PENDING-AT-EOF to true
              end-if
              PERFORM UNTIL PENDING-AT-EOF
                  or pendMemberId NOT = mergeOldId
                PERFORM MERGE-ONE-PENDING-CERT
                move mergeSavePendKey to pendKey
                start PENDING-FILE key > pendKey
                end-start
                if pendingFileStatus = "00"
                  PERFORM READ-NEXT-PENDING-RECORD
                else
                  set PENDING-AT-EOF to true
                end-if
              END-PERFORM
              close PENDING-FILE
              set PENDING-FILE-NOT-OPEN to true
            else
              set MERGE-FILE-FAILED to true
            end-if.

          MERGE-ONE-PENDING-CERT.
            set MERGE-STEP-OK to true
            move pendKey to mergeSavePendKey
            move pendingRecord to mergeSavePending
            move mergeNewId to pendMemberId
            read PENDING-FILE
              invalid key
                move mergeSavePending to pendingRecord
                move mergeNewId to pendMemberId
                write pendingRecord
                  invalid key
                    set MERGE-STEP-FAILED to true
                    set MERGE-FILE-FAILED to true
                    display "Warning: could not move pending item"
                        " to " mergeNewId
                  not invalid key
                    add 1 to mergePendMoved
                end-write
              not invalid key
                add 1 to mergePendHeld
            end-read
            if MERGE-STEP-OK
              move mergeSavePendKey to pendKey
              delete PENDING-FILE record
                invalid key
                  continue
              end-delete
            end-if.

          DELETE-MERGED-MEMBER.
            if MERGE-FILES-OK
              PERFORM OPEN-MEMBER-FILE
              if MEMBER-FILE-OPEN
                move mergeOldId to memberId
                read MEMBER-FILE
                  invalid key
                    display "Warning: member " mergeOldId
                        " was already gone from MEMBMAST."
                  not invalid key
                    move memberRecord to journalBefore
                    delete MEMBER-FILE record
                      invalid key
                        display "Warning: member " mergeOldId
                            " could not be deleted from MEMBMAST."
                      not invalid key
                        set MERGE-MEMBER-DELETED to true
                        move "MEMBMAST" to journalFileName
                        move "D" to journalAction
                        move spaces to journalAfter
                        PERFORM WRITE-JOURNAL-ENTRY
                    end-delete
                end-read
                close MEMBER-FILE
                set MEMBER-FILE-NOT-OPEN to true
              end-if
            else
              display "Member " mergeOldId " kept on MEMBMAST --"
              display "run the merge again once every file can"
              display "be re-pointed."
            end-if.

          PRINT-MERGE-REPORT.
            open extend MERGE-REPORT-FILE
            if mergeReportFileStatus = "35"
              open output MERGE-REPORT-FILE
            end-if
            if mergeReportFileStatus = "00"
              set MERGE-REPORT-OPEN to true
            else
              set MERGE-REPORT-NOT-OPEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open MERGERPT -- merge counts are"
              display "shown here only."
            end-if
            move mergeKind to mergeHeadKind
            move mergeOldId to mergeHeadOld
            move mergeNewId to mergeHeadNew
            move mergeRunDate to mergeHeadDate
            if MERGE-REPORT-OPEN
              write mergeReportRecord from mergeHeadLine
            end-if
            display mergeHeadLine
            move "CERTCARD" to mergeRptFile
            move "cards re-pointed" to mergeRptText
            move mergeCertCount to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "PRACTLOG" to mergeRptFile
            move "sessions re-pointed" to mergeRptText
            move mergePractCount to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "REJECTS" to mergeRptFile
            move "rejects re-pointed" to mergeRptText
            move mergeRejectCount to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "AUDITLOG" to mergeRptFile
            move "audit lines re-pointed" to mergeRptText
            move mergeAuditCount to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "AUDITHIST" to mergeRptFile
            move "archived audit lines re-pointed" to mergeRptText
            move mergeHistCount to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "AWARDS" to mergeRptFile
            move "awards moved" to mergeRptText
            move mergeAwardMoved to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "awards already held by survivor" to mergeRptText
            move mergeAwardHeld to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "  of which earlier date taken" to mergeRptText
            move mergeAwardRedated to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "ENTRIES" to mergeRptFile
            move "entries moved" to mergeRptText
            move mergeEntryMoved to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "entries dropped, survivor entered" to mergeRptText
            move mergeEntryHeld to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "PENDCERT" to mergeRptFile
            move "pending items moved" to mergeRptText
            move mergePendMoved to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "pending items dropped, survivor queued"
                to mergeRptText
            move mergePendHeld to mergeRptCount
            PERFORM WRITE-MERGE-REPORT-LINE
            move "MEMBMAST" to mergeRptFile
            if MERGE-MEMBER-DELETED
              move "old member record deleted" to mergeRptText
              move 1 to mergeRptCount
            else
              move "old member record KEPT" to mergeRptText
              move zero to mergeRptCount
            end-if
            PERFORM WRITE-MERGE-REPORT-LINE
            if MERGE-REPORT-OPEN
              close MERGE-REPORT-FILE
              set MERGE-REPORT-NOT-OPEN to true
            end-if.

          WRITE-MERGE-REPORT-LINE.
            if MERGE-REPORT-OPEN
              write mergeReportRecord from mergeReportLine
            end-if
            display mergeReportLine.

          *> read the business date off BUSDATE at start-up.  a
          *> site with no BUSDATE yet starts it at today's date;
          *> after that only the operator's roll-forward moves it,
          *> so a night that runs past midnight, or is rerun next
          *> morning, still stamps the day it belongs to.  a BUSDATE
          *> that is there but cannot be opened or read gives no
          *> closed-through month, so the session is treated as
          *> in a closed period -- nothing is audited, certified,
          *> or extracted, and the date cannot be rolled or a
          *> period closed -- until BUSDATE is put right
          LOAD-BUSINESS-DATE.
            set BUSDATE-NOT-LOADED to true
            move zero to closedThroughPeriod
            open input BUSDATE-FILE
            evaluate busDateFileStatus
              when "00"
                read BUSDATE-FILE
                  at end
                    continue
                  not at end
                    if busDateValue NUMERIC
                        and busClosedThrough NUMERIC
                      move busDateValue to businessDate
                      move busClosedThrough to closedThroughPeriod
                      set BUSDATE-LOADED to true
                    end-if
                end-read
                close BUSDATE-FILE
                if BUSDATE-NOT-LOADED
                  set BUSDATE-UNREADABLE to true
                  accept businessDate from date yyyymmdd
                  display "BUSDATE is unreadable -- nothing will be"
                  display "dated or posted this session, and"
                  display "BUSDATE is left alone."
                end-if
              when "35"
                accept businessDate from date yyyymmdd
                PERFORM WRITE-BUSINESS-DATE
                if BUSDATE-WRITTEN
                  set BUSDATE-LOADED to true
                  display "BUSDATE started at " businessDate "."
                end-if
              when other
                set BUSDATE-UNREADABLE to true
                accept businessDate from date yyyymmdd
                display "Cannot open BUSDATE -- nothing will be"
                display "dated or posted this session."
            end-evaluate
            PERFORM SET-BUSINESS-PERIOD-FLAG.

          WRITE-BUSINESS-DATE.
            move spaces to busDateRecord
            move businessDate to busDateValue
            move closedThroughPeriod to busClosedThrough
            open output BUSDATE-FILE
            if busDateFileStatus NOT = "00"
              set BUSDATE-NOT-WRITTEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open BUSDATE -- business date not"
              display "updated."
            else
              write busDateRecord
              close BUSDATE-FILE
              set BUSDATE-WRITTEN to true
            end-if.

          SET-BUSINESS-PERIOD-FLAG.
            if businessPeriod > closedThroughPeriod
              set BUSINESS-PERIOD-OPEN to true
            else
              set BUSINESS-PERIOD-CLOSED to true
            end-if
            if BUSDATE-UNREADABLE
              set BUSINESS-PERIOD-CLOSED to true
            end-if.

          *> an audit or cert line would be dated inside a closed
          *> month: it is not written, and the step is reported
          REPORT-CLOSED-PERIOD-LINE.
            set RUN-PERIOD-REFUSED to true
            display "Refused: " busRefusedFile " line for "
                userInput(1:32)
            if BUSDATE-UNREADABLE
              display "  -- BUSDATE is unreadable, so no period"
              display "  is taken as open."
            else
              display "  -- business date " businessDate
                  " is in a closed period."
            end-if.

          *> menu option D: the operator's business date functions
          BUSINESS-DATE-MENU.
            display space
            display "Business date " businessDate
                ", closed through " closedThroughPeriod
            display "1) Roll forward one day"
            display "2) Roll forward to a date"
            display "3) Close a period"
            display "Choice: " no advancing
            accept busMenuChoice from console
            evaluate busMenuChoice
              when "1"
                move spaces to busRollInput
                PERFORM ROLL-BUSINESS-DATE
              when "2"
                display "Roll to (YYYYMMDD): " no advancing
                accept busRollInput from console
                if busRollInput = spaces
                  display "Date is required."
                else
                  PERFORM ROLL-BUSINESS-DATE
                end-if
              when "3"
                display "Close period (YYYYMM): " no advancing
                accept busCloseInput from console
                PERFORM CLOSE-BUSINESS-PERIOD
              when other
                display "No such business date function."
            end-evaluate.

          *> blank rolls one day on; a date given must be later
          *> than the current business date -- the date never goes
          *> back, so nothing is stamped into a month once closed
          ROLL-BUSINESS-DATE.
            set BUS-INPUT-OK to true
            evaluate true
              when BUSDATE-UNREADABLE
                set BUS-INPUT-BAD to true
                display "BUSDATE is unreadable -- put it right"
                display "before rolling the business date."
              when busRollInput = spaces
                compute busNewDate = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(businessDate) + 1)
              when busRollInput NUMERIC
                move busRollInput to busNewDate
                if FUNCTION TEST-DATE-YYYYMMDD(busNewDate) NOT = 0
                  set BUS-INPUT-BAD to true
                  display "Not a valid date -- business date"
                  display "unchanged."
                else
                  if busNewDate NOT > businessDate
                    set BUS-INPUT-BAD to true
                    display "Business date only rolls forward --"
                    display "still " businessDate "."
                  end-if
                end-if
              when other
                set BUS-INPUT-BAD to true
                display "Date must be numeric YYYYMMDD --"
                display "business date unchanged."
            end-evaluate
            if BUS-INPUT-OK
              move businessDate to busOldDate
              move busNewDate to businessDate
              PERFORM WRITE-BUSINESS-DATE
              if BUSDATE-WRITTEN
                display "Business date is now " businessDate "."
              else
                move busOldDate to businessDate
              end-if
              PERFORM SET-BUSINESS-PERIOD-FLAG
            end-if.

          *> closing a month makes it and every month before it
          *> final: no more audit or cert lines dated in it, and
          *> no further federation extract for it.  the business
          *> month itself may be closed (the month-end night
          *> closes the month it has just finished); a month not
          *> yet begun may not
          CLOSE-BUSINESS-PERIOD.
            set BUS-INPUT-BAD to true
            if busCloseInput NUMERIC
                and busCloseInput(5:2) >= "01"
                and busCloseInput(5:2) <= "12"
              move busCloseInput to busClosePeriod
              evaluate true
                when BUSDATE-UNREADABLE
                  display "BUSDATE is unreadable -- put it right"
                  display "before closing a period."
                when busClosePeriod > businessPeriod
                  display "Period " busClosePeriod
                      " has not ended -- not closed."
                when busClosePeriod NOT > closedThroughPeriod
                  display "Period " busClosePeriod
                      " is already closed."
                when other
                  move closedThroughPeriod to busOldClosed
                  move busClosePeriod to closedThroughPeriod
                  PERFORM WRITE-BUSINESS-DATE
                  if BUSDATE-WRITTEN
                    set BUS-INPUT-OK to true
                    display "Closed through " closedThroughPeriod
                        "."
                  else
                    move busOldClosed to closedThroughPeriod
                  end-if
              end-evaluate
            else
              display "Period must be YYYYMM."
            end-if
            PERFORM SET-BUSINESS-PERIOD-FLAG.

          *> main menu option C: the month's club invoices, the
          *> same run the month-end BILL card makes
          CLUB-INVOICING.
            display "Billing period (YYYYMM): " no advancing
            accept billPeriodInput from console
            PERFORM EDIT-BILL-PERIOD
            if BILL-PERIOD-OK
              PERFORM RUN-CLUB-BILLING
            else
              display "Period must be YYYYMM."
            end-if.

          EDIT-BILL-PERIOD.
            set BILL-PERIOD-BAD to true
            if billPeriodInput NUMERIC
              if billPeriodInput(5:2) >= "01"
                  and billPeriodInput(5:2) <= "12"
                set BILL-PERIOD-OK to true
              end-if
            end-if.

          *> the billing run.  every audit line of the month (live
          *> log and archive both) is one submission, every cert
          *> card of the month one certification; each is joined
          *> to its member's club on MEMBMAST and priced off
          *> FEESCHED.  what cannot be billed -- no member, a
          *> member no longer registered, no rate -- is listed on
          *> BILLREG, and the register's control totals prove
          *> billed plus unbilled against the audit VALID and
          *> INVALID counts, so every event is billed exactly once
          RUN-CLUB-BILLING.
            set BILL-RUN-BAD to true
            PERFORM LOAD-FEE-SCHEDULE
            if feeUsed = 0
              display "No fee schedule on file -- billing not run."
            else
              open output BILL-REGISTER-FILE
              if billRegisterFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open BILLREG -- billing not run."
              else
                PERFORM OPEN-MEMBER-FILE
                if MEMBER-FILE-OPEN
                  open output SORT-IN-FILE
                  if sortInFileStatus NOT = "00"
                    set RUN-OPEN-FAILURE to true
                    display "Cannot open SORTIN -- billing not run."
                  else
                    set BILL-RUN-OK to true
                    PERFORM START-BILL-REGISTER
                    PERFORM COUNT-BILL-SOURCES
                    PERFORM BILL-AUDIT-HISTORY
                    PERFORM BILL-AUDIT-LOG
                    PERFORM BILL-CERT-CARDS
                    close SORT-IN-FILE
                    SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                        USING SORT-IN-FILE GIVING SORT-OUT-FILE
                    PERFORM WRITE-CLUB-INVOICES
                    PERFORM WRITE-BILL-CONTROL-TOTALS
                  end-if
                  close MEMBER-FILE
                  set MEMBER-FILE-NOT-OPEN to true
                end-if
                close BILL-REGISTER-FILE
              end-if
            end-if.

          LOAD-FEE-SCHEDULE.
            move zero to feeUsed
            open input FEE-FILE
            evaluate feeFileStatus
              when "00"
                set FEE-NOT-AT-EOF to true
                PERFORM READ-FEE-RECORD
                PERFORM UNTIL FEE-AT-EOF
                  PERFORM LOAD-ONE-FEE
                  PERFORM READ-FEE-RECORD
                END-PERFORM
                close FEE-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                display "Cannot open FEESCHED -- billing not run."
            end-evaluate.

          LOAD-ONE-FEE.
            evaluate true
              when feeRecord = spaces
                continue
              when feeObjects NOT NUMERIC
                  or feeSubmitRate NOT NUMERIC
                  or feeCertRate NOT NUMERIC
                  or feeRejectRate NOT NUMERIC
                  or feeResubRate NOT NUMERIC
                display "Warning: FEESCHED line for " feeNotation
                    " " feeObjects " is not numeric -- ignored."
              when feeUsed NOT < 100
                display "Warning: more than 100 fee lines on"
                display "file -- extra lines ignored."
                set FEE-AT-EOF to true
              when other
                add 1 to feeUsed
                move feeNotation to feeTabNotation(feeUsed)
                move feeObjects to feeTabObjects(feeUsed)
                move feeSubmitRate to feeTabSubmit(feeUsed)
                move feeCertRate to feeTabCert(feeUsed)
                move feeRejectRate to feeTabReject(feeUsed)
                move feeResubRate to feeTabResub(feeUsed)
            end-evaluate.

          READ-FEE-RECORD.
            read FEE-FILE
              at end set FEE-AT-EOF to true
            end-read.

          START-BILL-REGISTER.
            move zero to billAuditValid
            move zero to billAuditInvalid
            move zero to billCertCount
            move zero to billInvoiceCount
            move zero to billGrandTotal
            move 1 to i
            PERFORM UNTIL i>5
              move zero to billBilledCount(i)
              move zero to billExceptCount(i)
              add 1 to i
            END-PERFORM
            move billPeriodInput to billRegHeadPeriod
            move businessDate to billRegHeadDate
            write billRegisterRecord from billRegHeadLine
            move spaces to billRegisterRecord
            write billRegisterRecord.

          *> the control counts come from a pass of their own
          *> over AUDITHIST, AUDITLOG, and CERTCARD, apart from
          *> the pricing passes, so the register proves what was
          *> billed against what is actually on file for the month
          COUNT-BILL-SOURCES.
            open input AUDIT-HIST-FILE
            if auditHistFileStatus = "00"
              set HIST-NOT-AT-EOF to true
              PERFORM READ-AUDIT-HIST-RECORD
              PERFORM UNTIL HIST-AT-EOF
                move histDate to billWorkDate
                if billWorkDate(1:6) = billPeriodInput
                  if histValidFlag = "VALID  "
                    add 1 to billAuditValid
                  else
                    add 1 to billAuditInvalid
                  end-if
                end-if
                PERFORM READ-AUDIT-HIST-RECORD
              END-PERFORM
              close AUDIT-HIST-FILE
            end-if
            open input AUDIT-FILE
            if auditFileStatus = "00"
              set AUDIT-NOT-AT-EOF to true
              PERFORM READ-AUDIT-RECORD
              PERFORM UNTIL AUDIT-AT-EOF
                move auditDate to billWorkDate
                if billWorkDate(1:6) = billPeriodInput
                  if auditValidFlag = "VALID  "
                    add 1 to billAuditValid
                  else
                    add 1 to billAuditInvalid
                  end-if
                end-if
                PERFORM READ-AUDIT-RECORD
              END-PERFORM
              close AUDIT-FILE
            end-if
            open input CERT-FILE
            if certFileStatus = "00"
              set CERT-NOT-AT-EOF to true
              PERFORM READ-CERT-RECORD
              PERFORM UNTIL CERT-AT-EOF
                move certDate to billWorkDate
                if billWorkDate(1:6) = billPeriodInput
                  add 1 to billCertCount
                end-if
                PERFORM READ-CERT-RECORD
              END-PERFORM
              close CERT-FILE
            end-if.

          BILL-AUDIT-HISTORY.
            open input AUDIT-HIST-FILE
            evaluate auditHistFileStatus
              when "00"
                set HIST-NOT-AT-EOF to true
                PERFORM READ-AUDIT-HIST-RECORD
                PERFORM UNTIL HIST-AT-EOF
                  move histDate to billWorkDate
                  if billWorkDate(1:6) = billPeriodInput
                    move histMemberId to billMemberId
                    move histPattern to billPattern
                    move histNumObjects to billObjects
                    move histValidFlag to tallyValidFlag
                    move histResubFlag to currentResubFlag
                    PERFORM BILL-ONE-SUBMISSION
                  end-if
                  PERFORM READ-AUDIT-HIST-RECORD
                END-PERFORM
                close AUDIT-HIST-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set BILL-RUN-BAD to true
                display "Cannot open AUDITHIST -- archived"
                display "submissions not billed."
            end-evaluate.

          BILL-AUDIT-LOG.
            open input AUDIT-FILE
            evaluate auditFileStatus
              when "00"
                set AUDIT-NOT-AT-EOF to true
                PERFORM READ-AUDIT-RECORD
                PERFORM UNTIL AUDIT-AT-EOF
                  move auditDate to billWorkDate
                  if billWorkDate(1:6) = billPeriodInput
                    move auditMemberId to billMemberId
                    move auditPattern to billPattern
                    move auditNumObjects to billObjects
                    move auditValidFlag to tallyValidFlag
                    move auditResubFlag to currentResubFlag
                    PERFORM BILL-ONE-SUBMISSION
                  end-if
                  PERFORM READ-AUDIT-RECORD
                END-PERFORM
                close AUDIT-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set BILL-RUN-BAD to true
                display "Cannot open AUDITLOG -- submissions"
                display "not billed."
            end-evaluate
            move space to currentResubFlag.

          BILL-ONE-SUBMISSION.
            if tallyValidFlag = "VALID  "
              if currentResubFlag = "R"
                move 4 to billCharge
              else
                move 2 to billCharge
              end-if
            else
              if currentResubFlag = "R"
                move 5 to billCharge
              else
                move 3 to billCharge
              end-if
            end-if
            PERFORM POST-BILL-EVENT.

          BILL-CERT-CARDS.
            open input CERT-FILE
            evaluate certFileStatus
              when "00"
                set CERT-NOT-AT-EOF to true
                PERFORM READ-CERT-RECORD
                PERFORM UNTIL CERT-AT-EOF
                  move certDate to billWorkDate
                  if billWorkDate(1:6) = billPeriodInput
                    move certMemberId to billMemberId
                    move certPattern to billPattern
                    move certNumObjects to billObjects
                    move 1 to billCharge
                    PERFORM POST-BILL-EVENT
                  end-if
                  PERFORM READ-CERT-RECORD
                END-PERFORM
                close CERT-FILE
              when "35"
                continue
              when other
                set RUN-OPEN-FAILURE to true
                set BILL-RUN-BAD to true
                display "Cannot open CERTCARD -- certifications"
                display "not billed."
            end-evaluate.

          *> price one event and pass it to the sort scratch keyed
          *> club, member, charge, and rate; or list it on the
          *> register as an exception if it cannot be billed
          POST-BILL-EVENT.
            move spaces to billReason
            if billMemberId = spaces
              move "NO MEMBER" to billReason
            else
              move billMemberId to memberId
              read MEMBER-FILE
                invalid key
                  move "UNKNOWN" to billReason
              end-read
            end-if
            if billReason = spaces
              PERFORM FIND-BILL-RATE
              if feeBestIdx = 0
                move "NO RATE" to billReason
              end-if
            end-if
            if billReason = spaces
              move spaces to sortInRecord
              move memberClub to sortInKeyArea(1:20)
              if memberClub = spaces
                move "(UNATTACHED)" to sortInKeyArea(1:20)
              end-if
              move billMemberId to sortInKeyArea(21:8)
              move billCharge to sortInKeyArea(29:1)
              move billRateDigits to sortInKeyArea(30:6)
              move memberName to sortInDataArea(1:30)
              write sortInRecord
            else
              add 1 to billExceptCount(billCharge)
              move billReason to billExcReason
              move billMemberId to billExcMember
              move billChargeName(billCharge) to billExcCharge
              move billPattern to billExcPattern
              write billRegisterRecord from billExceptLine
            end-if.

          *> the fee line that fits best: notation and object
          *> count both named beats notation with any count,
          *> which beats any notation at the count, which beats
          *> the catch-all line
          FIND-BILL-RATE.
            move zero to billTallyOpen
            move zero to billTallyBracket
            inspect billPattern tallying billTallyOpen for all "("
            inspect billPattern tallying billTallyBracket
                for all "["
            evaluate true
              when billTallyOpen > 0
                move "S" to billNotation
              when billTallyBracket > 0
                move "M" to billNotation
              when other
                move "A" to billNotation
            end-evaluate
            move zero to feeBestIdx
            move zero to feeBestScore
            move 1 to feeIdx
            PERFORM UNTIL feeIdx>feeUsed
              PERFORM SCORE-ONE-FEE
              add 1 to feeIdx
            END-PERFORM
            if feeBestIdx > 0
              evaluate billCharge
                when 1
                  move feeTabCert(feeBestIdx) to billRate
                when 2
                  move feeTabSubmit(feeBestIdx) to billRate
                when 3
                  move feeTabReject(feeBestIdx) to billRate
                when other
                  move feeTabResub(feeBestIdx) to billRate
              end-evaluate
            end-if.

          SCORE-ONE-FEE.
            move 9 to feeScore
            evaluate true
              when feeTabNotation(feeIdx) = billNotation
                move 2 to feeScore
              when feeTabNotation(feeIdx) = "*"
                move 0 to feeScore
            end-evaluate
            if feeScore NOT = 9
              evaluate true
                when feeTabObjects(feeIdx) = billObjects
                  add 1 to feeScore
                when feeTabObjects(feeIdx) = 0
                  continue
                when other
                  move 9 to feeScore
              end-evaluate
            end-if
            if feeScore NOT = 9
              if feeBestIdx = 0 or feeScore > feeBestScore
                move feeIdx to feeBestIdx
                move feeScore to feeBestScore
              end-if
            end-if.

          *> read the priced events back a club at a time: one
          *> invoice per club, one item line per member, charge,
          *> and rate, and the club total at the foot
          WRITE-CLUB-INVOICES.
            open output INVOICE-FILE
            if invoiceFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              set BILL-RUN-BAD to true
              display "Cannot open INVOICES -- invoices not"
              display "printed."
            else
              open input SORT-OUT-FILE
              if sortOutFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                set BILL-RUN-BAD to true
                display "Cannot open SORTOUT -- invoices not"
                display "printed."
              else
                move spaces to billPrevClub
                move spaces to billPrevLine
                move zero to billLineQty
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  if sortOutKeyArea(1:35) NOT = billPrevLine
                    PERFORM FLUSH-INVOICE-ITEM
                  end-if
                  if sortOutKeyArea(1:20) NOT = billPrevClub
                    PERFORM CLOSE-CLUB-INVOICE
                    PERFORM OPEN-CLUB-INVOICE
                  end-if
                  if sortOutKeyArea(1:35) NOT = billPrevLine
                    move sortOutKeyArea(1:35) to billPrevLine
                    move sortOutDataArea to billLineData
                  end-if
                  add 1 to billLineQty
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                PERFORM FLUSH-INVOICE-ITEM
                PERFORM CLOSE-CLUB-INVOICE
                close SORT-OUT-FILE
              end-if
              close INVOICE-FILE
            end-if.

          OPEN-CLUB-INVOICE.
            move sortOutKeyArea(1:20) to billPrevClub
            move zero to billClubTotal
            add 1 to billInvoiceCount
            move billPrevClub to invHeadClub
            move billPeriodInput to invHeadPeriod
            move businessDate to invHeadDate
            write invoiceRecord from invoiceHeadLine
            write invoiceRecord from invoiceColumnLine.

          CLOSE-CLUB-INVOICE.
            if billPrevClub NOT = spaces
              move billClubTotal to invTotalAmount
              write invoiceRecord from invoiceTotalLine
              move spaces to invoiceRecord
              write invoiceRecord
            end-if.

          FLUSH-INVOICE-ITEM.
            if billLineQty > 0
              move billPrevLine(29:1) to billCharge
              move billPrevLine(30:6) to billRateDigits
              compute billLineAmount = billRate * billLineQty
              add billLineAmount to billClubTotal
              add billLineAmount to billGrandTotal
              add billLineQty to billBilledCount(billCharge)
              move billPrevLine(21:8) to invLineMember
              move billLineData(1:20) to invLineName
              move billChargeName(billCharge) to invLineCharge
              move billLineQty to invLineQty
              move billRate to invLineRate
              move billLineAmount to invLineAmount
              write invoiceRecord from invoiceItemLine
              move zero to billLineQty
            end-if.

          *> the proof: billed plus excepted must come to the
          *> month's audit VALID and INVALID counts and its cert
          *> cards, or the register says so
          WRITE-BILL-CONTROL-TOTALS.
            move spaces to billRegisterRecord
            write billRegisterRecord
            move "AUDIT LINES VALID" to billCountLabel
            move billAuditValid to billCountValue
            PERFORM WRITE-BILL-COUNT-LINE
            move "AUDIT LINES INVALID" to billCountLabel
            move billAuditInvalid to billCountValue
            PERFORM WRITE-BILL-COUNT-LINE
            move "CERT CARDS" to billCountLabel
            move billCertCount to billCountValue
            PERFORM WRITE-BILL-COUNT-LINE
            move 1 to i
            PERFORM UNTIL i>5
              move spaces to billCountLabel
              string billChargeName(i) delimited by space
                  " BILLED" delimited by size
                  into billCountLabel
              move billBilledCount(i) to billCountValue
              PERFORM WRITE-BILL-COUNT-LINE
              move spaces to billCountLabel
              string billChargeName(i) delimited by space
                  " NOT BILLED" delimited by size
                  into billCountLabel
              move billExceptCount(i) to billCountValue
              PERFORM WRITE-BILL-COUNT-LINE
              add 1 to i
            END-PERFORM
            move "INVOICES ISSUED" to billCountLabel
            move billInvoiceCount to billCountValue
            PERFORM WRITE-BILL-COUNT-LINE
            move "TOTAL BILLED" to billAmountLabel
            move billGrandTotal to billAmountValue
            write billRegisterRecord from billAmountLine
            compute billValidSide = billBilledCount(2)
                + billExceptCount(2) + billBilledCount(4)
                + billExceptCount(4)
            compute billInvalidSide = billBilledCount(3)
                + billExceptCount(3) + billBilledCount(5)
                + billExceptCount(5)
            compute billCertSide = billBilledCount(1)
                + billExceptCount(1)
            if billValidSide = billAuditValid
                and billInvalidSide = billAuditInvalid
                and billCertSide = billCertCount
              move "CONTROL TOTALS AGREE" to billAgreeText
            else
              move "CONTROL TOTALS DO NOT AGREE" to billAgreeText
              set BILL-RUN-BAD to true
            end-if
            move billAgreeText to billRegisterRecord
            write billRegisterRecord
            display "Billing " billPeriodInput ": " billInvoiceCount
                " invoice(s), total " billAmountValue
            display billAgreeText " -- see INVOICES and BILLREG.".

          WRITE-BILL-COUNT-LINE.
            write billRegisterRecord from billCountLine.

          *> first pass over SUBMITIN: prove every club envelope
          *> before a single record is processed.  a batch is held
          *> whole if it is out of balance, has no trailer, repeats
          *> a batch number already received from that club (on
          *> BATCHLOG or earlier in this file), or carries a member
          *> ID that is not one of that club's members.  envelopes
          *> that finished before the checkpoint of an interrupted
          *> run are marked DONE and are left alone on the restart
          PROVE-SUBMIT-ENVELOPES.
            move zero to envUsed
            move zero to envIdx
            move zero to envHeldCount
            set ENV-NOT-OPEN to true
            PERFORM OPEN-BATCH-LOG-FILE
            PERFORM OPEN-MEMBER-FILE
            open input SUBMIT-FILE
            if submitFileStatus = "00"
              move zero to submitRecordNumber
              set SUBMIT-NOT-AT-EOF to true
              PERFORM READ-SUBMIT-RECORD
              PERFORM UNTIL SUBMIT-AT-EOF
                evaluate submitMemberId
                  when "*HDR"
                    if ENV-OPEN
                      subtract 1 from submitRecordNumber
                      PERFORM CLOSE-ENVELOPE-ENTRY
                      add 1 to submitRecordNumber
                    end-if
                    PERFORM OPEN-ENVELOPE-ENTRY
                  when "*TRL"
                    if ENV-OPEN
                      PERFORM BALANCE-ENVELOPE-ENTRY
                      PERFORM CLOSE-ENVELOPE-ENTRY
                    else
                      display "SUBMITIN record " submitRecordNumber
                          " is a trailer with no header -- ignored."
                    end-if
                  when other
                    if ENV-OPEN
                      PERFORM PROVE-ENVELOPE-DETAIL
                    end-if
                end-evaluate
                PERFORM READ-SUBMIT-RECORD
              END-PERFORM
              if ENV-OPEN
                PERFORM CLOSE-ENVELOPE-ENTRY
              end-if
              close SUBMIT-FILE
              if envUsed > 0
                display envUsed " club batch(es) proved, "
                    envHeldCount " held."
              end-if
            end-if.

          *> a header opens the next table entry; past the table's
          *> capacity the envelope is still followed but goes
          *> untracked (envIdx zero), and the second pass holds it
          OPEN-ENVELOPE-ENTRY.
            set ENV-OPEN to true
            set ENV-TRAILER-MISSING to true
            move submitRecord to submitHeaderView
            if envUsed < 200
              add 1 to envUsed
              move envUsed to envIdx
              move FUNCTION UPPER-CASE(envHdrClub) to envClub(envIdx)
              move zero to envBatch(envIdx)
              move zero to envDate(envIdx)
              move submitRecordNumber to envStartRec(envIdx)
              move zero to envEndRec(envIdx)
              move zero to envCount(envIdx)
              move zero to envHash(envIdx)
              move spaces to envStatus(envIdx)
              if envHdrBatch NOT numeric
                  or envHdrDate NOT numeric
                  or envHdrClub = spaces
                move "BAD HEADER" to envStatus(envIdx)
              else
                move envHdrBatchNum to envBatch(envIdx)
                move envHdrDateNum to envDate(envIdx)
                PERFORM CHECK-ENVELOPE-DUPLICATE
              end-if
              if MEMBER-FILE-NOT-OPEN or BATCH-LOG-NOT-OPEN
                if envStatus(envIdx) = spaces
                  move "UNPROVEN" to envStatus(envIdx)
                end-if
              end-if
            else
              move zero to envIdx
            end-if.

          CHECK-ENVELOPE-DUPLICATE.
            move 1 to envScanIdx
            PERFORM UNTIL envScanIdx NOT < envIdx
              if envClub(envScanIdx) = envClub(envIdx)
                  and envBatch(envScanIdx) = envBatch(envIdx)
                move "DUPLICATE" to envStatus(envIdx)
              end-if
              add 1 to envScanIdx
            END-PERFORM
            if envStatus(envIdx) = spaces and BATCH-LOG-OPEN
              move envClub(envIdx) to batchLogClub
              move envBatch(envIdx) to batchLogNumber
              read BATCH-LOG-FILE
                invalid key
                  continue
                not invalid key
                  move "DUPLICATE" to envStatus(envIdx)
              end-read
            end-if.

          *> count and hash every detail line, and check its member
          *> belongs to the club on the header
          PROVE-ENVELOPE-DETAIL.
            if envIdx > 0
              add 1 to envCount(envIdx)
              move envHash(envIdx) to backupHashTotal
              move submitRecord(1:73) to backupKeyField
              move 73 to backupKeyLen
              PERFORM BACKUP-HASH-KEY
              move backupHashTotal to envHash(envIdx)
              if envStatus(envIdx) = spaces
                move FUNCTION UPPER-CASE(submitMemberId) to memberId
                if memberId = spaces
                  move "MEMBER" to envStatus(envIdx)
                else
                  read MEMBER-FILE
                    invalid key
                      move "MEMBER" to envStatus(envIdx)
                    not invalid key
                      if FUNCTION UPPER-CASE(memberClub)
                          NOT = envClub(envIdx)
                        move "MEMBER" to envStatus(envIdx)
                      end-if
                  end-read
                end-if
              end-if
            end-if.

          BALANCE-ENVELOPE-ENTRY.
            set ENV-TRAILER-SEEN to true
            if envIdx > 0
              move submitRecord to submitTrailerView
              if envTrlCount NOT numeric or envTrlHash NOT numeric
                if envStatus(envIdx) = spaces
                  move "BALANCE" to envStatus(envIdx)
                end-if
              else
                if envTrlCountNum NOT = envCount(envIdx)
                    or envTrlHashNum NOT = envHash(envIdx)
                  if envStatus(envIdx) = spaces
                    move "BALANCE" to envStatus(envIdx)
                  end-if
                end-if
              end-if
            end-if.

          *> an envelope ends at its trailer, or -- with no trailer
          *> -- at the next header or the end of the file; either
          *> way submitRecordNumber is its last line here
          CLOSE-ENVELOPE-ENTRY.
            if envIdx > 0
              move submitRecordNumber to envEndRec(envIdx)
              if ENV-TRAILER-MISSING and envStatus(envIdx) = spaces
                move "NO TRAILER" to envStatus(envIdx)
              end-if
              if envEndRec(envIdx) NOT > checkpointRecordNumber
                move "DONE" to envStatus(envIdx)
              else
                if envStatus(envIdx) NOT = spaces
                  add 1 to envHeldCount
                end-if
              end-if
            end-if
            set ENV-NOT-OPEN to true.

          *> second pass: route one SUBMITIN line.  header and
          *> trailer lines open and close the envelope; detail lines
          *> of a held batch go to SUBHELD, everything else is
          *> processed as before, and a club's records are
          *> acknowledged one by one.  lines outside any envelope
          *> (the desk's own resubmissions) carry on unchanged
          ROUTE-SUBMIT-RECORD.
            evaluate submitMemberId
              when "*HDR"
                if ENV-OPEN
                  PERFORM END-SUBMIT-ENVELOPE
                end-if
                PERFORM BEGIN-SUBMIT-ENVELOPE
              when "*TRL"
                if ENV-OPEN
                  if submitRecordNumber > checkpointRecordNumber
                    set ENV-TOUCHED to true
                    set ENV-TRAILER-SEEN to true
                    if envCurStatus NOT = spaces
                      PERFORM HOLD-SUBMIT-RECORD
                    end-if
                  end-if
                  PERFORM END-SUBMIT-ENVELOPE
                end-if
              when other
                if submitRecordNumber > checkpointRecordNumber
                  if ENV-OPEN
                    set ENV-TOUCHED to true
                    if envCurStatus NOT = spaces
                      PERFORM HOLD-SUBMIT-RECORD
                      move "HELD" to ackOutcome
                    else
                      PERFORM PROCESS-SUBMIT-RECORD
                      PERFORM SET-ACK-OUTCOME
                      add 1 to envCurProcessed
                    end-if
                    PERFORM WRITE-ACK-DETAIL
                  else
                    PERFORM PROCESS-SUBMIT-RECORD
                  end-if
                end-if
            end-evaluate
            if submitRecordNumber > checkpointRecordNumber
              PERFORM WRITE-CHECKPOINT
            end-if.

          *> the second pass meets headers in the same order as the
          *> first, so envIdx simply steps through envTable
          BEGIN-SUBMIT-ENVELOPE.
            set ENV-OPEN to true
            set ENV-NOT-TOUCHED to true
            set ENV-TRAILER-MISSING to true
            move zero to envCurProcessed
            add 1 to envIdx
            move submitRecord to submitHeaderView
            if envIdx > envUsed
              move FUNCTION UPPER-CASE(envHdrClub) to envCurClub
              move zero to envCurBatch
              if envHdrBatch numeric
                move envHdrBatchNum to envCurBatch
              end-if
              move "OVERFLOW" to envCurStatus
            else
              move envClub(envIdx) to envCurClub
              move envBatch(envIdx) to envCurBatch
              move envStatus(envIdx) to envCurStatus
            end-if
            if submitRecordNumber > checkpointRecordNumber
              set ENV-TOUCHED to true
              if envCurStatus NOT = spaces
                PERFORM HOLD-SUBMIT-RECORD
              end-if
              move envCurBatch to ackBatchNo
              move spaces to ackBatchText
              string "RECEIVED " businessDate " CLUB " envCurClub
                  " DATED " envHdrDate
                  delimited by size into ackBatchText
              end-string
              move ackBatchLine to ackRecord
              PERFORM WRITE-ACK-RECORD
            end-if.

          *> an accepted batch is logged on BATCHLOG once its
          *> trailer has been processed; a held one is not, so the
          *> club can send it again under the same number
          END-SUBMIT-ENVELOPE.
            if ENV-TOUCHED
              move envCurBatch to ackBatchNo
              move spaces to ackBatchText
              if envCurStatus = spaces and ENV-TRAILER-SEEN
                move envCurClub to batchLogClub
                move envCurBatch to batchLogNumber
                move envDate(envIdx) to batchLogHeaderDate
                move businessDate to batchLogRecvDate
                move envCount(envIdx) to batchLogCount
                if BATCH-LOG-OPEN
                  write batchLogRecord
                    invalid key
                      display "Batch " envCurBatch " for "
                          envCurClub " already on BATCHLOG."
                  end-write
                end-if
                string "ACCEPTED -- " envCurProcessed
                    " RECORD(S) PROCESSED"
                    delimited by size into ackBatchText
                end-string
              else
                string "HELD -- " envCurStatus
                    " -- NO RECORDS PROCESSED"
                    delimited by size into ackBatchText
                end-string
              end-if
              move ackBatchLine to ackRecord
              PERFORM WRITE-ACK-RECORD
            end-if
            if ACK-FILE-OPEN
              close ACK-FILE
              set ACK-FILE-NOT-OPEN to true
            end-if
            set ENV-NOT-OPEN to true.

          HOLD-SUBMIT-RECORD.
            if HELD-FILE-NOT-OPEN
              open extend HELD-FILE
              if heldFileStatus = "35"
                open output HELD-FILE
              end-if
              if heldFileStatus = "00"
                set HELD-FILE-OPEN to true
              else
                set RUN-OPEN-FAILURE to true
                display "Cannot open SUBHELD -- held batch lines"
                display "are not being copied."
              end-if
            end-if
            if HELD-FILE-OPEN
              write heldRecord from submitRecord
            end-if.

          *> the outcome of a processed record: queued for a
          *> witness, or rejected with the same reason code REJECTS
          *> carries
          SET-ACK-OUTCOME.
            move spaces to ackOutcome
            if ssValid
              move "AWAITING WITNESS" to ackOutcome
            else
              PERFORM SET-REJECT-REASON
              string "REJECTED " rejectReasonWork
                  delimited by size into ackOutcome
              end-string
            end-if.

          WRITE-ACK-DETAIL.
            move submitRecordNumber to ackRecordNo
            move submitMemberId to ackMemberId
            move submitPattern to ackPattern
            move ackDetailLine to ackRecord
            PERFORM WRITE-ACK-RECORD.

          *> the club's acknowledgement file is opened on first use,
          *> so a restart part-way through a batch carries on
          *> appending to the same file
          WRITE-ACK-RECORD.
            if ACK-FILE-NOT-OPEN
              move businessDate to ackNameDate
              move envCurClub to ackNameClub
              move 20 to ackClubLen
              PERFORM UNTIL ackClubLen = 0
                  or ackNameClub(ackClubLen:1) NOT = space
                subtract 1 from ackClubLen
              END-PERFORM
              if ackClubLen > 0
                inspect ackNameClub(1:ackClubLen)
                    replacing all space by "-"
                    all "/" by "-"
              end-if
              open extend ACK-FILE
              if ackFileStatus = "35"
                open output ACK-FILE
              end-if
              if ackFileStatus = "00"
                set ACK-FILE-OPEN to true
              else
                set RUN-OPEN-FAILURE to true
                display "Cannot open " ackFileName
              end-if
            end-if
            if ACK-FILE-OPEN
              write ackRecord
            end-if.

          OPEN-BATCH-LOG-FILE.
            open i-o BATCH-LOG-FILE
            if batchLogFileStatus = "35"
              open output BATCH-LOG-FILE
              close BATCH-LOG-FILE
              open i-o BATCH-LOG-FILE
            end-if
            if batchLogFileStatus = "00"
              set BATCH-LOG-OPEN to true
            else
              set BATCH-LOG-NOT-OPEN to true
              set RUN-OPEN-FAILURE to true
              display "Cannot open BATCHLOG -- club batches are"
              display "held this run."
            end-if.

          CLOSE-ENVELOPE-FILES.
            if ENV-OPEN
              PERFORM END-SUBMIT-ENVELOPE
            end-if
            if BATCH-LOG-OPEN
              close BATCH-LOG-FILE
              set BATCH-LOG-NOT-OPEN to true
            end-if
            if MEMBER-FILE-OPEN
              close MEMBER-FILE
              set MEMBER-FILE-NOT-OPEN to true
            end-if
            if HELD-FILE-OPEN
              close HELD-FILE
              set HELD-FILE-NOT-OPEN to true
            end-if.

          *> catalog maintenance option 6: classify every catalogued
          *> pattern as prime or composite.  the catalog streams
          *> through the sort scratch by object count, period, and
          *> pattern, so each object count and period come out
          *> together the way CATALOG-LISTING orders them
          DECOMPOSITION-REPORT.
            move zero to decompPatternCount
            move zero to decompPrimeCount
            move zero to decompCompositeCount
            move zero to decompUnanalysedCount
            move zero to decompGroupUsed
            open output SORT-IN-FILE
            if sortInFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTIN -- decomposition skipped."
            else
              open input CATALOG-FILE
              evaluate catalogFileStatus
                when "00"
                  move low-values to catalogKey
                  start CATALOG-FILE key NOT < catalogKey
                  end-start
                  if catalogFileStatus = "00"
                    set CATALOG-NOT-AT-EOF to true
                    PERFORM READ-NEXT-CATALOG-RECORD
                    PERFORM UNTIL CATALOG-AT-EOF
                      move spaces to sortInRecord
                      move catalogNumObjects
                          to sortInKeyArea(1:3)
                      move catalogLength to sortInKeyArea(4:2)
                      move catalogPattern to sortInKeyArea(6:64)
                      move catalogPattern
                          to sortInDataArea(1:64)
                      move catalogLength to sortInDataArea(65:2)
                      move catalogNumObjects
                          to sortInDataArea(67:3)
                      write sortInRecord
                      PERFORM READ-NEXT-CATALOG-RECORD
                    END-PERFORM
                  end-if
                  close CATALOG-FILE
                  close SORT-IN-FILE
                  SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                      USING SORT-IN-FILE GIVING SORT-OUT-FILE
                  PERFORM WRITE-DECOMP-REPORT
                when "35"
                  display "Catalog is empty -- no patterns"
                  display "catalogued yet."
                  close SORT-IN-FILE
                when other
                  set RUN-OPEN-FAILURE to true
                  display "Cannot open CATALOG."
                  close SORT-IN-FILE
              end-evaluate
            end-if.

          *> CATALOG is reopened for the component lookups only; the
          *> patterns themselves come off SORTOUT
          WRITE-DECOMP-REPORT.
            open output DECOMP-FILE
            if decompFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open DECOMPRPT -- decomposition"
              display "skipped."
            else
              open input CATALOG-FILE
              if catalogFileStatus = "00"
                set DECOMP-CATALOG-OPEN to true
              else
                set DECOMP-CATALOG-NOT-OPEN to true
                display "Cannot reopen CATALOG -- cycles are listed"
                display "without their catalog status."
              end-if
              move spaces to decompRecord
              string "PRIME/COMPOSITE DECOMPOSITION OF THE CATALOG"
                  " AS AT " businessDate
                  delimited by size into decompRecord
              end-string
              write decompRecord
              move spaces to decompRecord
              move "PATTERN" to decompRecord(1:7)
              write decompRecord
              move spaces to decompRecord
              move "OBJ" to decompRecord(2:3)
              move "PER" to decompRecord(6:3)
              move "CLASS" to decompRecord(10:5)
              move "CYCLES" to decompRecord(23:6)
              write decompRecord
              move spaces to decompRecord
              move "CATALOG STATUS" to decompRecord(2:14)
              move "CYCLE" to decompRecord(17:5)
              write decompRecord
              open input SORT-OUT-FILE
              if sortOutFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTOUT -- decomposition"
                display "skipped."
              else
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  PERFORM DECOMPOSE-ONE-CATALOG-ENTRY
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                close SORT-OUT-FILE
              end-if
              PERFORM WRITE-DECOMP-SUMMARY
              if DECOMP-CATALOG-OPEN
                close CATALOG-FILE
                set DECOMP-CATALOG-NOT-OPEN to true
              end-if
              close DECOMP-FILE
              display decompPatternCount " pattern(s) classified: "
                  decompPrimeCount " prime, "
                  decompCompositeCount " composite."
            end-if.

          DECOMPOSE-ONE-CATALOG-ENTRY.
            move sortOutDataArea(67:3) to decompObjects
            move sortOutDataArea(65:2) to decompPeriod
            move sortOutDataArea(1:64) to userInput
            move sortOutDataArea(1:64) to decompLinePattern
            move decompObjects to decompLineObjects
            move decompPeriod to decompLinePeriod
            PERFORM DECOMPOSE-PATTERN
            if DECOMP-COMPOSITE and DECOMP-CATALOG-OPEN
              PERFORM CHECK-DECOMP-COMPONENTS
            end-if
            add 1 to decompPatternCount
            evaluate true
              when DECOMP-PRIME
                move "PRIME" to decompLineClass
                move 1 to decompLineCycles
                add 1 to decompPrimeCount
              when DECOMP-COMPOSITE
                move "COMPOSITE" to decompLineClass
                move decompCompCount to decompLineCycles
                add 1 to decompCompositeCount
              when other
                move "NOT ANALYSED" to decompLineClass
                move zero to decompLineCycles
                add 1 to decompUnanalysedCount
            end-evaluate
            move decompPatternLine to decompRecord
            write decompRecord
            move decompDetailLine to decompRecord
            write decompRecord
            if DECOMP-COMPOSITE
              move 1 to decompCompIdx
              PERFORM UNTIL decompCompIdx > decompCompCount
                move decompCompText(decompCompIdx)
                    to decompCyclePattern
                evaluate true
                  when DECOMP-CATALOG-NOT-OPEN
                    move spaces to decompCycleStatus
                  when decompCompOnCatalog(decompCompIdx) = "Y"
                    move "ON CATALOG" to decompCycleStatus
                  when other
                    move "NOT ON CATALOG" to decompCycleStatus
                end-evaluate
                move decompCycleLine to decompRecord
                write decompRecord
                add 1 to decompCompIdx
              END-PERFORM
            end-if
            PERFORM TALLY-DECOMP-GROUP.

          *> the sort delivers each object count and period together,
          *> so only the latest group can match
          TALLY-DECOMP-GROUP.
            if decompGroupUsed = 0
                or decompGroupObjects(decompGroupUsed)
                  NOT = decompObjects
                or decompGroupPeriod(decompGroupUsed)
                  NOT = decompPeriod
              if decompGroupUsed < 999
                add 1 to decompGroupUsed
                move decompObjects
                    to decompGroupObjects(decompGroupUsed)
                move decompPeriod
                    to decompGroupPeriod(decompGroupUsed)
                move zero to decompGroupCount(decompGroupUsed)
                move zero to decompGroupPrimes(decompGroupUsed)
                move zero to decompGroupComposites(decompGroupUsed)
              else
                display "Decomposition summary table full --"
                display "later groups are not totalled."
              end-if
            end-if
            if decompGroupObjects(decompGroupUsed) = decompObjects
                and decompGroupPeriod(decompGroupUsed) = decompPeriod
              add 1 to decompGroupCount(decompGroupUsed)
              if DECOMP-PRIME
                add 1 to decompGroupPrimes(decompGroupUsed)
              end-if
              if DECOMP-COMPOSITE
                add 1 to decompGroupComposites(decompGroupUsed)
              end-if
            end-if.

          WRITE-DECOMP-SUMMARY.
            move spaces to decompRecord
            write decompRecord
            move "PRIME COUNTS BY OBJECT COUNT AND PERIOD"
                to decompRecord
            write decompRecord
            move 1 to decompGroupIdx
            PERFORM UNTIL decompGroupIdx > decompGroupUsed
              move decompGroupObjects(decompGroupIdx)
                  to decompSumObjects
              move decompGroupPeriod(decompGroupIdx)
                  to decompSumPeriod
              move decompGroupCount(decompGroupIdx)
                  to decompSumCount
              move decompGroupPrimes(decompGroupIdx)
                  to decompSumPrimes
              move decompGroupComposites(decompGroupIdx)
                  to decompSumComposites
              move decompSummaryLine to decompRecord
              write decompRecord
              add 1 to decompGroupIdx
            END-PERFORM
            move spaces to decompRecord
            string "TOTAL " decompPatternCount " PATTERN(S), "
                decompPrimeCount " PRIME, "
                decompCompositeCount " COMPOSITE, "
                decompUnanalysedCount " NOT ANALYSED"
                delimited by size into decompRecord
            end-string
            write decompRecord.

          *> decompose the pattern in userInput.  the throws are
          *> laid out a beat at a time in decompBeatTable whatever
          *> the notation, the settled state after every beat is
          *> worked out from the throws still in the air, and the
          *> states are walked in order: a state met again closes a
          *> cycle made of the beats thrown since its first visit.
          *> a pattern whose only cycle is the whole period is prime
          DECOMPOSE-PATTERN.
            move zero to decompCompCount
            set DECOMP-NOT-ANALYSED to true
            PERFORM GET-LENGTH
            PERFORM CONVERT-INPUT-TO-TABLE
            PERFORM LOAD-DECOMP-BEATS
            if decompBeats > 0 and decompBeats NOT > 64
                and THROW-VALUE-OK
                and NOT (MULTIPLEX-NOTATION and MPX-PARSE-ERROR)
              set DECOMP-PRIME to true
              PERFORM COMPUTE-DECOMP-STATES
            end-if
            if NOT DECOMP-NOT-ANALYSED
              PERFORM WALK-DECOMP-STATES
              if decompCompCount > 1
                set DECOMP-COMPOSITE to true
              else
                set DECOMP-PRIME to true
              end-if
            end-if.

          *> one entry per beat: an asynchronous beat throws one
          *> prop, a multiplex beat all of its bracket, and a
          *> synchronous beat both hands -- a crossing throw landing
          *> in the other hand
          LOAD-DECOMP-BEATS.
            move zeros to decompBeatTable
            move zero to decompMaxHeight
            evaluate true
              when SYNC-NOTATION
                move syncBeats to decompBeats
                move 2 to decompSpan
                move 2 to decompHands
              when MULTIPLEX-NOTATION
                move mpxBeats to decompBeats
                move 1 to decompSpan
                move 1 to decompHands
              when other
                move ssLength to decompBeats
                move 1 to decompSpan
                move 1 to decompHands
            end-evaluate
            if decompBeats > 64
              move zero to decompBeats
            end-if
            move 1 to decompBeatIdx
            PERFORM UNTIL decompBeatIdx > decompBeats
              evaluate true
                when SYNC-NOTATION
                  move 2 to decompThrowCount(decompBeatIdx)
                  move syncValue(decompBeatIdx * 2 - 1)
                      to decompHeight(decompBeatIdx, 1)
                  move 1 to decompLandHand(decompBeatIdx, 1)
                  if syncCross(decompBeatIdx * 2 - 1) = "X"
                    move 2 to decompLandHand(decompBeatIdx, 1)
                  end-if
                  move syncValue(decompBeatIdx * 2)
                      to decompHeight(decompBeatIdx, 2)
                  move 2 to decompLandHand(decompBeatIdx, 2)
                  if syncCross(decompBeatIdx * 2) = "X"
                    move 1 to decompLandHand(decompBeatIdx, 2)
                  end-if
                when MULTIPLEX-NOTATION
                  move mpxThrowCount(decompBeatIdx)
                      to decompThrowCount(decompBeatIdx)
                  move 1 to decompThrowIdx
                  PERFORM UNTIL decompThrowIdx
                      > decompThrowCount(decompBeatIdx)
                    move mpxThrowValue(decompBeatIdx, decompThrowIdx)
                        to decompHeight(decompBeatIdx, decompThrowIdx)
                    move 1
                        to decompLandHand(decompBeatIdx, decompThrowIdx)
                    add 1 to decompThrowIdx
                  END-PERFORM
                when other
                  move 1 to decompThrowCount(decompBeatIdx)
                  move ssValue(decompBeatIdx)
                      to decompHeight(decompBeatIdx, 1)
                  move 1 to decompLandHand(decompBeatIdx, 1)
              end-evaluate
              move 1 to decompThrowIdx
              PERFORM UNTIL decompThrowIdx
                  > decompThrowCount(decompBeatIdx)
                if decompHeight(decompBeatIdx, decompThrowIdx)
                    > decompMaxHeight
                  move decompHeight(decompBeatIdx, decompThrowIdx)
                      to decompMaxHeight
                end-if
                add 1 to decompThrowIdx
              END-PERFORM
              add 1 to decompBeatIdx
            END-PERFORM.

          *> the state after beat p, with the pattern repeating
          *> forever: every throw made on this beat or an earlier
          *> one that has not yet come down takes its landing slot.
          *> looking back further than the highest throw finds
          *> nothing still in the air
          COMPUTE-DECOMP-STATES.
            move 1 to decompBeatIdx
            PERFORM UNTIL decompBeatIdx > decompBeats
              move zeros to decompSlotArea
              move zero to decompBackIdx
              PERFORM UNTIL decompBackIdx * decompSpan
                  NOT < decompMaxHeight
                compute decompFromBeat = FUNCTION MOD(
                    decompBeatIdx - 1 - decompBackIdx,
                    decompBeats) + 1
                move 1 to decompThrowIdx
                PERFORM UNTIL decompThrowIdx
                    > decompThrowCount(decompFromBeat)
                  compute decompOffset =
                      decompHeight(decompFromBeat, decompThrowIdx)
                      - decompBackIdx * decompSpan
                  if decompOffset > 0
                    PERFORM TAKE-DECOMP-SLOT
                  end-if
                  add 1 to decompThrowIdx
                END-PERFORM
                add 1 to decompBackIdx
              END-PERFORM
              move decompSlotArea to decompState(decompBeatIdx)
              add 1 to decompBeatIdx
            END-PERFORM.

          TAKE-DECOMP-SLOT.
            compute decompBeatsAhead =
                (decompOffset + decompSpan - 1) / decompSpan
            compute decompSlotNo = (decompBeatsAhead - 1)
                * decompHands
                + decompLandHand(decompFromBeat, decompThrowIdx)
            if decompSlotNo > 128
              set DECOMP-NOT-ANALYSED to true
            else
              if decompSlot(decompSlotNo) < 9
                add 1 to decompSlot(decompSlotNo)
              end-if
            end-if.

          *> the walk starts in the state the last beat leaves (the
          *> one the period opens from); each beat moves on to its
          *> own state, and a state already on the stack closes the
          *> cycle of beats thrown since it was stacked
          WALK-DECOMP-STATES.
            move 1 to decompStackTop
            move decompBeats to decompStackState(1)
            move 1 to decompBeatIdx
            PERFORM UNTIL decompBeatIdx > decompBeats
              move decompBeatIdx to decompStackEdge(decompStackTop)
              move zero to decompFoundIdx
              move 1 to decompScanIdx
              PERFORM UNTIL decompScanIdx > decompStackTop
                  or decompFoundIdx > 0
                if decompState(decompStackState(decompScanIdx))
                    = decompState(decompBeatIdx)
                  move decompScanIdx to decompFoundIdx
                end-if
                add 1 to decompScanIdx
              END-PERFORM
              if decompFoundIdx > 0
                PERFORM BUILD-DECOMP-COMPONENT
                move decompFoundIdx to decompStackTop
              else
                add 1 to decompStackTop
                move decompBeatIdx to decompStackState(decompStackTop)
              end-if
              add 1 to decompBeatIdx
            END-PERFORM.

          *> write the cycle's beats out in the pattern's own
          *> notation so it can be canonicalised and looked up
          BUILD-DECOMP-COMPONENT.
            add 1 to decompCompCount
            move spaces to decompCompText(decompCompCount)
            move zero to decompCompBeats(decompCompCount)
            move "N" to decompCompOnCatalog(decompCompCount)
            move 1 to decompTextPtr
            move decompFoundIdx to decompScanIdx
            PERFORM UNTIL decompScanIdx > decompStackTop
              move decompStackEdge(decompScanIdx) to decompFromBeat
              PERFORM APPEND-DECOMP-BEAT-TEXT
              add 1 to decompCompBeats(decompCompCount)
              add 1 to decompScanIdx
            END-PERFORM.

          APPEND-DECOMP-BEAT-TEXT.
            evaluate true
              when SYNC-NOTATION
                string "(" delimited by size
                    into decompCompText(decompCompCount)
                    with pointer decompTextPtr
                end-string
                move syncValue(decompFromBeat * 2 - 1)
                    to decompHeightText
                string FUNCTION TRIM(decompHeightText)
                    delimited by size
                    into decompCompText(decompCompCount)
                    with pointer decompTextPtr
                end-string
                if syncCross(decompFromBeat * 2 - 1) = "X"
                  string "X" delimited by size
                      into decompCompText(decompCompCount)
                      with pointer decompTextPtr
                  end-string
                end-if
                move syncValue(decompFromBeat * 2)
                    to decompHeightText
                string "," FUNCTION TRIM(decompHeightText)
                    delimited by size
                    into decompCompText(decompCompCount)
                    with pointer decompTextPtr
                end-string
                if syncCross(decompFromBeat * 2) = "X"
                  string "X" delimited by size
                      into decompCompText(decompCompCount)
                      with pointer decompTextPtr
                  end-string
                end-if
                string ")" delimited by size
                    into decompCompText(decompCompCount)
                    with pointer decompTextPtr
                end-string
              when MULTI-NOTATION
                if decompTextPtr > 1
                  string "," delimited by size
                      into decompCompText(decompCompCount)
                      with pointer decompTextPtr
                  end-string
                end-if
                move ssValue(decompFromBeat) to decompHeightText
                string FUNCTION TRIM(decompHeightText)
                    delimited by size
                    into decompCompText(decompCompCount)
                    with pointer decompTextPtr
                end-string
              when other
                if decompThrowCount(decompFromBeat) > 1
                  string "[" delimited by size
                      into decompCompText(decompCompCount)
                      with pointer decompTextPtr
                  end-string
                end-if
                move 1 to decompThrowIdx
                PERFORM UNTIL decompThrowIdx
                    > decompThrowCount(decompFromBeat)
                  PERFORM APPEND-DECOMP-THROW-CHAR
                  add 1 to decompThrowIdx
                END-PERFORM
                if decompThrowCount(decompFromBeat) > 1
                  string "]" delimited by size
                      into decompCompText(decompCompCount)
                      with pointer decompTextPtr
                  end-string
                end-if
            end-evaluate.

          *> the single-character throw codes CONVERT-ASYNC-INPUT-
          *> TO-TABLE reads: 0-9, then A for 10 on up to Z
          APPEND-DECOMP-THROW-CHAR.
            if decompHeight(decompFromBeat, decompThrowIdx) < 10
              string FUNCTION CHAR(
                  decompHeight(decompFromBeat, decompThrowIdx) + 49)
                  delimited by size
                  into decompCompText(decompCompCount)
                  with pointer decompTextPtr
              end-string
            else
              string FUNCTION CHAR(
                  decompHeight(decompFromBeat, decompThrowIdx) + 56)
                  delimited by size
                  into decompCompText(decompCompCount)
                  with pointer decompTextPtr
              end-string
            end-if.

          *> look each component cycle up on CATALOG under the same
          *> canonical key CHECK-CATALOG files it by; the caller has
          *> the catalog open.  this reuses the pattern tables, so
          *> it runs only once the decomposition is complete
          CHECK-DECOMP-COMPONENTS.
            move 1 to decompCompIdx
            PERFORM UNTIL decompCompIdx > decompCompCount
              move decompCompText(decompCompIdx) to userInput
              PERFORM GET-LENGTH
              PERFORM CONVERT-INPUT-TO-TABLE
              PERFORM BUILD-CANONICAL-KEY
              move spaces to catalogKey
              move canonicalKey to catalogKey
              read CATALOG-FILE
                invalid key
                  move "N" to decompCompOnCatalog(decompCompIdx)
                not invalid key
                  move "Y" to decompCompOnCatalog(decompCompIdx)
              end-read
              add 1 to decompCompIdx
            END-PERFORM.

          DISPLAY-DECOMPOSITION.
            evaluate true
              when DECOMP-PRIME
                display "  class  : PRIME -- no state repeats"
                    " within the period"
              when DECOMP-COMPOSITE
                display "  class  : COMPOSITE -- " decompCompCount
                    " component cycle(s)"
                move 1 to decompCompIdx
                PERFORM UNTIL decompCompIdx > decompCompCount
                  if decompCompOnCatalog(decompCompIdx) = "Y"
                    move decompCompText(decompCompIdx)
                        to decompCyclePattern
                    display "    cycle " decompCyclePattern
                        " on catalog"
                  else
                    move decompCompText(decompCompIdx)
                        to decompCyclePattern
                    display "    cycle " decompCyclePattern
                        " not on catalog"
                  end-if
                  add 1 to decompCompIdx
                END-PERFORM
              when other
                display "  class  : not analysed -- throws too high"
                    " for the state table"
            end-evaluate.

          *> append one entry to the change journal.  the caller
          *> sets journalFunction, journalFileName, journalAction
          *> (A add, C change, D delete), and the before and after
          *> record images; the time is the wall-clock time of day
          *> against the business date
          WRITE-JOURNAL-ENTRY.
            open extend JOURNAL-FILE
            if journalFileStatus = "35"
              open output JOURNAL-FILE
            end-if
            if journalFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open MAINTJNL -- " journalFileName
                  " change not journalled."
            else
              move spaces to journalRecord
              move businessDate to jnlDate
              accept journalClock from time
              move journalClock(1:6) to jnlTime
              move journalFunction to jnlFunction
              move journalOperator to jnlOperator
              move journalFileName to jnlFileName
              move journalAction to jnlAction
              move journalBefore to jnlBefore
              move journalAfter to jnlAfter
              write journalRecord
              close JOURNAL-FILE
            end-if.

          *> before a whole-file load replaces NATREG or MEMBMAST,
          *> copy its records in key order to JNLWK; once the load
          *> is done JOURNAL-MASTER-CHANGES matches the two.  a
          *> master that does not exist yet snapshots as empty
          SNAPSHOT-MASTER-FOR-JOURNAL.
            set JOURNAL-SNAPSHOT-MISSING to true
            if journalFileName = "NATREG"
              move 512 to journalKeyLen
            else
              move 8 to journalKeyLen
            end-if
            open output JOURNAL-WORK-FILE
            if journalWorkFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open JNLWK -- " journalFileName
                  " load will not be journalled."
            else
              PERFORM OPEN-JOURNAL-MASTER
              evaluate true
                when JOURNAL-MASTER-OPEN
                  PERFORM READ-JOURNAL-MASTER-RECORD
                  PERFORM UNTIL JOURNAL-NEW-AT-EOF
                    write journalWorkRecord from journalNewImage
                    PERFORM READ-JOURNAL-MASTER-RECORD
                  END-PERFORM
                  PERFORM CLOSE-JOURNAL-MASTER
                  set JOURNAL-SNAPSHOT-TAKEN to true
                when JOURNAL-MASTER-ABSENT
                  set JOURNAL-SNAPSHOT-TAKEN to true
                when other
                  display "Cannot read " journalFileName
                      " -- its load will not be journalled."
              end-evaluate
              close JOURNAL-WORK-FILE
            end-if.

          *> open the master named in journalFileName for a key-
          *> order read from the first record; a master not yet
          *> created reads as empty
          OPEN-JOURNAL-MASTER.
            set JOURNAL-NEW-NOT-AT-EOF to true
            evaluate journalFileName
              when "NATREG"
                open input NATREG-FILE
                move natregFileStatus to journalMasterStatus
                if natregFileStatus = "00"
                  move low-values to natregKey
                  start NATREG-FILE key NOT < natregKey
                    invalid key
                      set JOURNAL-NEW-AT-EOF to true
                  end-start
                end-if
              when other
                open input MEMBER-FILE
                move memberFileStatus to journalMasterStatus
                if memberFileStatus = "00"
                  move low-values to memberId
                  start MEMBER-FILE key NOT < memberId
                    invalid key
                      set JOURNAL-NEW-AT-EOF to true
                  end-start
                end-if
            end-evaluate
            evaluate journalMasterStatus
              when "00"
                set JOURNAL-MASTER-OPEN to true
              when "35"
                set JOURNAL-MASTER-ABSENT to true
                set JOURNAL-NEW-AT-EOF to true
                move high-values to journalNewImage
              when other
                set JOURNAL-MASTER-NOT-OPEN to true
                set JOURNAL-NEW-AT-EOF to true
                move high-values to journalNewImage
            end-evaluate.

          CLOSE-JOURNAL-MASTER.
            if JOURNAL-MASTER-OPEN
              if journalFileName = "NATREG"
                close NATREG-FILE
              else
                close MEMBER-FILE
              end-if
              set JOURNAL-MASTER-NOT-OPEN to true
            end-if.

          READ-JOURNAL-MASTER-RECORD.
            if JOURNAL-NEW-NOT-AT-EOF
              move spaces to journalNewImage
              evaluate journalFileName
                when "NATREG"
                  read NATREG-FILE next record
                    at end
                      set JOURNAL-NEW-AT-EOF to true
                    not at end
                      move natregRecord to journalNewImage
                  end-read
                when other
                  read MEMBER-FILE next record
                    at end
                      set JOURNAL-NEW-AT-EOF to true
                    not at end
                      move memberRecord to journalNewImage
                  end-read
              end-evaluate
            end-if
            if JOURNAL-NEW-AT-EOF
              move high-values to journalNewImage
            end-if.

          READ-JOURNAL-WORK-RECORD.
            read JOURNAL-WORK-FILE into journalOldImage
              at end
                set JOURNAL-OLD-AT-EOF to true
                move high-values to journalOldImage
            end-read.

          *> both sides are in key order, so one sequential match
          *> journals the load: a key only before is a delete, a
          *> key only after is an add, and a key on both whose
          *> record differs is a change
          JOURNAL-MASTER-CHANGES.
            move zero to journalChangeCount
            if JOURNAL-SNAPSHOT-TAKEN
              open input JOURNAL-WORK-FILE
              if journalWorkFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot reread JNLWK -- " journalFileName
                    " load not journalled."
              else
                PERFORM OPEN-JOURNAL-MASTER
                if JOURNAL-MASTER-NOT-OPEN
                  set RUN-OPEN-FAILURE to true
                  display "Cannot reread " journalFileName
                      " -- load not journalled."
                else
                  set JOURNAL-OLD-NOT-AT-EOF to true
                  PERFORM READ-JOURNAL-WORK-RECORD
                  PERFORM READ-JOURNAL-MASTER-RECORD
                  PERFORM UNTIL JOURNAL-OLD-AT-EOF
                      and JOURNAL-NEW-AT-EOF
                    PERFORM MATCH-JOURNAL-IMAGES
                  END-PERFORM
                  PERFORM CLOSE-JOURNAL-MASTER
                  display journalChangeCount " " journalFileName
                      " change(s) journalled."
                end-if
                close JOURNAL-WORK-FILE
              end-if
            end-if.

          MATCH-JOURNAL-IMAGES.
            evaluate true
              when journalOldImage(1:journalKeyLen)
                  < journalNewImage(1:journalKeyLen)
                move "D" to journalAction
                move journalOldImage to journalBefore
                move spaces to journalAfter
                PERFORM WRITE-JOURNAL-ENTRY
                add 1 to journalChangeCount
                PERFORM READ-JOURNAL-WORK-RECORD
              when journalOldImage(1:journalKeyLen)
                  > journalNewImage(1:journalKeyLen)
                move "A" to journalAction
                move spaces to journalBefore
                move journalNewImage to journalAfter
                PERFORM WRITE-JOURNAL-ENTRY
                add 1 to journalChangeCount
                PERFORM READ-JOURNAL-MASTER-RECORD
              when other
                if journalOldImage NOT = journalNewImage
                  move "C" to journalAction
                  move journalOldImage to journalBefore
                  move journalNewImage to journalAfter
                  PERFORM WRITE-JOURNAL-ENTRY
                  add 1 to journalChangeCount
                end-if
                PERFORM READ-JOURNAL-WORK-RECORD
                PERFORM READ-JOURNAL-MASTER-RECORD
            end-evaluate.

          *> the desk operator signs on once per session; every
          *> journal entry the session makes carries the ID
          ACCEPT-OPERATOR-ID.
            move spaces to journalOperator
            PERFORM UNTIL journalOperator NOT = spaces
              display "Operator ID: " no advancing
              accept journalOperator from console
              move FUNCTION UPPER-CASE(journalOperator)
                  to journalOperator
            END-PERFORM.

          *> main menu option J: the day's maintenance report
          DAILY-MAINTENANCE-REPORT.
            display "Report date (YYYYMMDD, blank for the"
                " business date): " no advancing
            accept maintDateInput from console
            PERFORM EDIT-MAINT-DATE
            if MAINT-DATE-OK
              PERFORM RUN-MAINTENANCE-REPORT
            end-if.

          EDIT-MAINT-DATE.
            set MAINT-DATE-OK to true
            if maintDateInput = spaces
              move businessDate to maintReportDate
            else
              if maintDateInput NUMERIC
                move maintDateInput to maintReportDate
                if FUNCTION TEST-DATE-YYYYMMDD(maintReportDate)
                    NOT = 0
                  set MAINT-DATE-BAD to true
                  display "Not a valid date -- report skipped."
                end-if
              else
                set MAINT-DATE-BAD to true
                display "Date must be numeric YYYYMMDD --"
                display "report skipped."
              end-if
            end-if.

          *> every journal entry dated the report date, in the
          *> order it was made: a heading line naming the time,
          *> function, operator, file, and record, then one line
          *> per field -- every field of an add or a delete, only
          *> the fields that moved on a change
          RUN-MAINTENANCE-REPORT.
            move zero to maintAddCount
            move zero to maintChangeCount
            move zero to maintDeleteCount
            open output MAINT-REPORT-FILE
            if maintReportFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open MAINTRPT -- report skipped."
            else
              move spaces to maintReportRecord
              string "DAILY MAINTENANCE REPORT FOR " maintReportDate
                  delimited by size into maintReportRecord
              end-string
              write maintReportRecord
              open input JOURNAL-FILE
              evaluate journalFileStatus
                when "00"
                  set JOURNAL-NOT-AT-EOF to true
                  PERFORM READ-JOURNAL-RECORD
                  PERFORM UNTIL JOURNAL-AT-EOF
                    if jnlDate = maintReportDate
                      PERFORM PRINT-JOURNAL-ENTRY
                    end-if
                    PERFORM READ-JOURNAL-RECORD
                  END-PERFORM
                  close JOURNAL-FILE
                when "35"
                  continue
                when other
                  set RUN-OPEN-FAILURE to true
                  display "Cannot open MAINTJNL -- report is empty."
              end-evaluate
              move spaces to maintReportRecord
              write maintReportRecord
              move spaces to maintReportRecord
              string "ADDED " maintAddCount "  CHANGED "
                  maintChangeCount "  DELETED " maintDeleteCount
                  delimited by size into maintReportRecord
              end-string
              write maintReportRecord
              close MAINT-REPORT-FILE
              display "Maintenance report for " maintReportDate
                  " written to MAINTRPT."
            end-if.

          READ-JOURNAL-RECORD.
            read JOURNAL-FILE
              at end set JOURNAL-AT-EOF to true
            end-read.

          PRINT-JOURNAL-ENTRY.
            move spaces to maintReportRecord
            write maintReportRecord
            move spaces to maintHeadLine
            string jnlTime(1:2) ":" jnlTime(3:2) ":" jnlTime(5:2)
                delimited by size into maintHeadTime
            end-string
            move jnlFunction to maintHeadFunction
            move jnlOperator to maintHeadOperator
            move jnlFileName to maintHeadFile
            evaluate jnlAction
              when "A"
                move "ADDED" to maintHeadAction
                add 1 to maintAddCount
                move jnlAfter to journalNewImage
              when "D"
                move "DELETED" to maintHeadAction
                add 1 to maintDeleteCount
                move jnlBefore to journalNewImage
              when other
                move "CHANGED" to maintHeadAction
                add 1 to maintChangeCount
                move jnlAfter to journalNewImage
            end-evaluate
            evaluate jnlFileName
              when "NATREG"
                move journalNewImage(513:36) to maintHeadKey
              when "AWARDS"
                string journalNewImage(1:8) " " journalNewImage(9:8)
                    delimited by size into maintHeadKey
                end-string
              when other
                move journalNewImage(1:8) to maintHeadKey
            end-evaluate
            move maintHeadLine to maintReportRecord
            write maintReportRecord
            move 1 to jnlFieldIdx
            PERFORM UNTIL jnlFieldIdx > jnlFieldCount
              if jnlFieldFile(jnlFieldIdx) = jnlFileName
                PERFORM PRINT-JOURNAL-FIELD
              end-if
              add 1 to jnlFieldIdx
            END-PERFORM.

          PRINT-JOURNAL-FIELD.
            move spaces to maintFieldLine
            move jnlFieldName(jnlFieldIdx) to maintFieldName
            if jnlAction NOT = "A"
              move jnlBefore(jnlFieldStart(jnlFieldIdx):
                  jnlFieldLength(jnlFieldIdx)) to maintFieldBefore
            end-if
            if jnlAction NOT = "D"
              move jnlAfter(jnlFieldStart(jnlFieldIdx):
                  jnlFieldLength(jnlFieldIdx)) to maintFieldAfter
            end-if
            if jnlAction NOT = "C"
                or jnlBefore(jnlFieldStart(jnlFieldIdx):
                    jnlFieldLength(jnlFieldIdx))
                  NOT = jnlAfter(jnlFieldStart(jnlFieldIdx):
                    jnlFieldLength(jnlFieldIdx))
              move maintFieldLine to maintReportRecord
              write maintReportRecord
            end-if.

          *> a submission is accepted only from a member in good
          *> standing; an unattributed one (blank member ID) still
          *> goes through.  the caller has MEMBMAST open -- if it
          *> could not be opened the member cannot be confirmed,
          *> and the submission is refused as NOMEMBER
          CHECK-SUBMIT-MEMBERSHIP.
            move spaces to membershipReason
            if currentMemberId NOT = spaces
              if MEMBER-FILE-OPEN
                move currentMemberId to memberId
                read MEMBER-FILE
                  invalid key
                    move "NOMEMBER" to membershipReason
                  not invalid key
                    PERFORM SET-MEMBER-STANDING
                    move memberStandingReason to membershipReason
                end-read
              else
                move "NOMEMBER" to membershipReason
              end-if
            end-if.

          *> the member in memberRecord, as at the business date
          SET-MEMBER-STANDING.
            move spaces to memberStandingReason
            evaluate true
              when MEMBER-STATUS-SUSPENDED
                move "SUSPEND" to memberStandingReason
              when MEMBER-STATUS-LAPSED
                move "LAPSED" to memberStandingReason
              when memberPaidThru NOT NUMERIC
                continue
              when memberPaidThru NOT = 0
                  and memberPaidThru < businessDate
                move "LAPSED" to memberStandingReason
            end-evaluate.

          *> a refused submission is not validated or queued.  it
          *> is audited INVALID, so billing charges it at the
          *> rejected (or resubmitted) rate, and goes to REJECTS
          *> under the membership reason so the desk can chase the
          *> member and feed it back
          REFUSE-SUBMISSION.
            PERFORM GET-LENGTH
            set ssInvalid to true
            move zeros to numObjects
            move zero to difficultyGrade
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-REJECT-RECORD.

          *> status and dates keyed at the register function; a
          *> blank answer keeps what is on file (or, for a new
          *> member, defaults to active, joining on the business
          *> date, paid through the day before the anniversary)
          EDIT-MEMBER-STATUS-INPUT.
            set MEMBER-INPUT-OK to true
            move FUNCTION UPPER-CASE(memberStatusInput)
                to memberStatusInput
            if memberStatusInput NOT = space
                and memberStatusInput NOT = "A"
                and memberStatusInput NOT = "L"
                and memberStatusInput NOT = "S"
              set MEMBER-INPUT-BAD to true
              display "Status must be A, L, or S."
            end-if
            if memberJoinInput NOT = spaces
              move memberJoinInput to memberDateInput
              PERFORM EDIT-MEMBER-DATE
            end-if
            if memberPaidInput NOT = spaces
              move memberPaidInput to memberDateInput
              PERFORM EDIT-MEMBER-DATE
            end-if.

          EDIT-MEMBER-DATE.
            if memberDateInput NOT NUMERIC
              set MEMBER-INPUT-BAD to true
              display "Dates must be numeric YYYYMMDD."
            else
              move memberDateInput to memberDateWork
              if FUNCTION TEST-DATE-YYYYMMDD(memberDateWork) NOT = 0
                set MEMBER-INPUT-BAD to true
                display "Not a valid date: " memberDateWork
              end-if
            end-if.

          APPLY-NEW-MEMBER-STATUS.
            if memberStatusInput = space
              move "A" to memberStatus
            else
              move memberStatusInput to memberStatus
            end-if
            if memberJoinInput = spaces
              move businessDate to memberJoinDate
            else
              move memberJoinInput to memberJoinDate
            end-if
            if memberPaidInput = spaces
              move memberJoinDate to memberDateWork
              add 1 to memberDateYear
              if memberDateMonth = 2 and memberDateDay = 29
                move 28 to memberDateDay
              end-if
              compute memberPaidThru = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(memberDateWork) - 1)
            else
              move memberPaidInput to memberPaidThru
            end-if.

          APPLY-MEMBER-STATUS-CHANGE.
            if memberStatusInput NOT = space
              move memberStatusInput to memberStatus
            end-if
            if memberJoinInput NOT = spaces
              move memberJoinInput to memberJoinDate
            end-if
            if memberPaidInput NOT = spaces
              move memberPaidInput to memberPaidThru
            end-if.

          *> member menu option 8: the renewal-due list
          RENEWAL-DUE-REPORT.
            display "Report as at (YYYYMMDD, blank for the"
                " business date): " no advancing
            accept renewalAsOfInput from console
            PERFORM EDIT-RENEWAL-DATE
            if RENEWAL-DATE-OK
              PERFORM RUN-RENEWAL-REPORT
            end-if.

          EDIT-RENEWAL-DATE.
            set RENEWAL-DATE-OK to true
            if renewalAsOfInput = spaces
              move businessDate to renewalAsOfDate
            else
              if renewalAsOfInput NUMERIC
                move renewalAsOfInput to memberDateWork
                if FUNCTION TEST-DATE-YYYYMMDD(memberDateWork) NOT = 0
                  set RENEWAL-DATE-BAD to true
                  display "Not a valid date -- report skipped."
                else
                  move memberDateWork to renewalAsOfDate
                end-if
              else
                set RENEWAL-DATE-BAD to true
                display "Date must be numeric YYYYMMDD --"
                display "report skipped."
              end-if
            end-if
            if RENEWAL-DATE-OK
              compute renewalLimitDate = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(renewalAsOfDate) + 30)
            end-if.

          *> active members paid through a date from the as-at
          *> date to 30 days on go through the sort scratch by
          *> club, paid-through date, and member, so each club's
          *> secretary gets one block, soonest expiry first
          RUN-RENEWAL-REPORT.
            move zero to renewalTotalCount
            open output SORT-IN-FILE
            if sortInFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open SORTIN -- renewal report skipped."
            else
              PERFORM OPEN-MEMBER-FILE
              if MEMBER-FILE-OPEN
                move low-values to memberId
                start MEMBER-FILE key NOT < memberId
                end-start
                if memberFileStatus = "00"
                  set MEMBER-NOT-AT-EOF to true
                  PERFORM READ-NEXT-MEMBER-RECORD
                  PERFORM UNTIL MEMBER-AT-EOF
                    PERFORM SELECT-RENEWAL-MEMBER
                    PERFORM READ-NEXT-MEMBER-RECORD
                  END-PERFORM
                end-if
                close MEMBER-FILE
                set MEMBER-FILE-NOT-OPEN to true
                close SORT-IN-FILE
                SORT SORT-FILE ON ASCENDING KEY sortKeyArea
                    USING SORT-IN-FILE GIVING SORT-OUT-FILE
                PERFORM WRITE-RENEWAL-REPORT
              else
                close SORT-IN-FILE
              end-if
            end-if.

          SELECT-RENEWAL-MEMBER.
            if MEMBER-STATUS-ACTIVE and memberPaidThru NUMERIC
              if memberPaidThru NOT < renewalAsOfDate
                  and memberPaidThru NOT > renewalLimitDate
                move spaces to sortInRecord
                move FUNCTION UPPER-CASE(memberClub)
                    to sortInKeyArea(1:20)
                move memberPaidThru to sortInKeyArea(21:8)
                move memberId to sortInKeyArea(29:8)
                move memberId to sortInDataArea(1:8)
                move memberName to sortInDataArea(9:30)
                move memberClub to sortInDataArea(39:20)
                move memberPaidThru to sortInDataArea(59:8)
                write sortInRecord
              end-if
            end-if.

          WRITE-RENEWAL-REPORT.
            open output RENEWAL-FILE
            if renewalFileStatus NOT = "00"
              set RUN-OPEN-FAILURE to true
              display "Cannot open RENEWDUE -- report skipped."
            else
              move spaces to renewalRecord
              string "MEMBERSHIP RENEWALS DUE " renewalAsOfDate
                  " TO " renewalLimitDate
                  delimited by size into renewalRecord
              end-string
              write renewalRecord
              open input SORT-OUT-FILE
              if sortOutFileStatus NOT = "00"
                set RUN-OPEN-FAILURE to true
                display "Cannot open SORTOUT -- renewal report"
                display "skipped."
              else
                set RENEWAL-FIRST-CLUB to true
                set SORT-OUT-NOT-AT-EOF to true
                PERFORM READ-SORT-OUT-RECORD
                PERFORM UNTIL SORT-OUT-AT-EOF
                  if RENEWAL-FIRST-CLUB
                      or sortOutKeyArea(1:20) NOT = renewalClub
                    PERFORM START-RENEWAL-CLUB
                  end-if
                  PERFORM WRITE-RENEWAL-MEMBER
                  PERFORM READ-SORT-OUT-RECORD
                END-PERFORM
                if RENEWAL-NOT-FIRST-CLUB
                  PERFORM END-RENEWAL-CLUB
                end-if
                close SORT-OUT-FILE
              end-if
              move spaces to renewalRecord
              write renewalRecord
              move spaces to renewalRecord
              string "TOTAL RENEWALS DUE " renewalTotalCount
                  delimited by size into renewalRecord
              end-string
              write renewalRecord
              close RENEWAL-FILE
              display renewalTotalCount
                  " renewal(s) due listed to RENEWDUE."
            end-if.

          START-RENEWAL-CLUB.
            if RENEWAL-NOT-FIRST-CLUB
              PERFORM END-RENEWAL-CLUB
            end-if
            set RENEWAL-NOT-FIRST-CLUB to true
            move sortOutKeyArea(1:20) to renewalClub
            move zero to renewalClubCount
            move spaces to renewalRecord
            write renewalRecord
            move spaces to renewalRecord
            if renewalClub = spaces
              move "CLUB (UNATTACHED)" to renewalRecord
            else
              string "CLUB " sortOutDataArea(39:20)
                  delimited by size into renewalRecord
              end-string
            end-if
            write renewalRecord.

          WRITE-RENEWAL-MEMBER.
            move sortOutDataArea(1:8) to renewalMemberId
            move sortOutDataArea(9:30) to renewalMemberName
            move sortOutDataArea(59:8) to renewalPaidThru
            compute renewalDaysLeft =
                FUNCTION INTEGER-OF-DATE(renewalPaidThru)
                - FUNCTION INTEGER-OF-DATE(renewalAsOfDate)
            move renewalDetailLine to renewalRecord
            write renewalRecord
            add 1 to renewalClubCount
            add 1 to renewalTotalCount.

          END-RENEWAL-CLUB.
            move spaces to renewalRecord
            string "  " renewalClubCount " MEMBER(S) DUE"
                delimited by size into renewalRecord
            end-string
            write renewalRecord.

          *> canonicalise ssTable/syncTable (smallest cyclic rotation)
          *> and check the master catalog for a match before adding
          *> this pattern as a new catalog entry
          CHECK-CATALOG.
            if CATALOG-FILE-NOT-OPEN
              display "Catalog unavailable -- duplicate check skipped."
            else
              PERFORM BUILD-CANONICAL-KEY
              move spaces to catalogKey
              move canonicalKey to catalogKey
              read CATALOG-FILE
                invalid key
                  set CATALOG-NOT-DUPLICATE to true
                not invalid key
                  set CATALOG-DUPLICATE to true
              end-read
              if CATALOG-DUPLICATE
                display
                  "Duplicate: already catalogued as " catalogPattern
              else
                move userInput to catalogPattern
                move ssLength to catalogLength
                move numObjects to catalogNumObjects
                write catalogRecord
                  invalid key
                    display "Warning: could not add pattern to catalog."
                  not invalid key
                    PERFORM WRITE-STATE-XREF
                end-write
              end-if
            end-if.

          BUILD-CANONICAL-KEY.
            if SYNC-NOTATION
              PERFORM BUILD-CANONICAL-KEY-SYNC
            else
          *> whether it passed, so a day's certified/rejected patterns
          *> can be reconstructed later for federation reporting
          WRITE-AUDIT-RECORD.
            if AUDIT-FILE-OPEN and BUSINESS-PERIOD-CLOSED
              move "AUDITLOG" to busRefusedFile
              PERFORM REPORT-CLOSED-PERIOD-LINE
            end-if
            if AUDIT-FILE-OPEN and BUSINESS-PERIOD-OPEN
              move spaces to auditRecord
              move businessDate to auditDate
              move userInput to auditPattern
              move ssLength to auditLength
              move numObjects to auditNumObjects
              else
                move "INVALID" to auditValidFlag
              end-if
              move currentMemberId to auditMemberId
              move currentResubFlag to auditResubFlag
              write auditRecord
            end-if.

                PERFORM GET-STATE-ASYNC
              end-if
            end-if
            PERFORM COMPUTE-DIFFICULTY.

          *> everything a witnessed certification puts on file: the
          *> cert card, the grade line, the ladder sheet, and the
          *> catalog entry -- each written only when its file is
          *> open, so the caller decides what this run records
          CERTIFY-VALIDATED-PATTERN.
            if BUSINESS-PERIOD-CLOSED
              move "CERTCARD" to busRefusedFile
              PERFORM REPORT-CLOSED-PERIOD-LINE
            else
              PERFORM WRITE-CERT-CARD
              PERFORM WRITE-RATING-RECORD
              PERFORM WRITE-LADDER-CHART
              PERFORM CHECK-CATALOG
            end-if.

          *> one ladder sheet per certified pattern: a row per
          *> throw giving the beat (and hand) it leaves from, its
              move "MEMBER: " to certMemberLabel
              move currentMemberId to certMemberId
              move "DATE: " to certDateLabel
              move businessDate to certDate
              write certRecord
            end-if.

