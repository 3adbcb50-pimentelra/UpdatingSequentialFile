*>        for a record in the transaction file.
*>     2. In matching records it detects when the transaction OldCourseCode                                                  ion record
*>        is not the same as the CourseCode in the student record.
*> Finance's nightly FINHOLD.DAT hold file is loaded at the start of
*> the run alongside the course master: a student finance is holding
*> for an unpaid balance cannot change course, be reinstated or be
*> added until the hold lifts - those transactions reject FHLD
*> through the usual RECYCLE.DAT / REJLEDGER.DAT path, so the
*> correction clerk simply resubmits them once finance has dropped
*> the student from its file.
*> The registry's TERMCAL.DAT term calendar is loaded the same way:
*> each term's start, add/drop deadline, withdrawal deadline and end.
*> A course change, add or reinstate whose effective date (the later
*> of its own EffectiveDate-T and the run date, so a back-dated
*> transaction is judged by tonight - only a waitlist release named on
*> last night's release memo keeps its queue date) falls after
*> its term's add/drop deadline rejects LADD, and a withdrawal past
*> the withdrawal deadline rejects LWDR - unless the transaction
*> carries the registrar's override authorisation, in which case it
*> applies and the override is shown on the Exception Report. Late
*> rejects and overrides are counted apart from the other exceptions
*> for the academic board's termly return.
*> A small batch - a daytime emergency correction that cannot wait
*> for tonight's full pass - can be applied in place instead:
*> "SeqUpdate KEYED" reads each TransFile group's student straight
*> off STUDENTS.DAT by key and REWRITEs, WRITEs or DELETEs it there,
*> through exactly the same edits, history, billing, capacity,
*> waitlist, exception and recycle paths as the full pass. No
*> STUDENTS.NEW is built and Promote has no copy to make, so
*> StudentInquiry keeps the master for the whole run. Before any
*> master record is touched its before-image goes to the STUDJRNL.DAT
*> journal, which opens with the record counts of every cumulative
*> file the run appends to and a copy of the waitlist, the release
*> memo, the recycle worklist and the billing extract as they stood -
*> "SeqUpdate BACKOUT" uses it to put an
*> abended (or unreconcilable) keyed run back exactly where it
*> started. SeqRecon reconciles a keyed run from the journal's
*> before-images and Promote retires the journal into the usual
*> backup generation instead of installing a new master. While the
*> journal still holds a run, every further run refuses to start
*> until that run is promoted or backed out, and a keyed run refuses
*> to start underneath an unpromoted full pass. A keyed run adds to
*> last night's EXCEPTION.RPT, RECYCLE.DAT and BILLING.DAT rather
*> than replacing them - the clerks are still working last night's
*> recycle worklist, and finance may not have loaded last night's
*> extract - so its rejects join the worklist and its billing events
*> go out as a batch block of their own, header and trailer, behind
*> last night's. The control totals
*> are the ones the full pass would have produced - the head-count
*> pass reads the whole master anyway, so records read and the
*> StudentID hash come from there, and the students the run never
*> touched count as copied.


ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentID-N.

      SELECT OPTIONAL ExceptionReport ASSIGN "EXCEPTION.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL ControlFile ASSIGN "CONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL RecycleFile ASSIGN "RECYCLE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL FinanceHoldFile ASSIGN "FINHOLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL TermCalendarFile ASSIGN "TERMCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL JournalFile ASSIGN "STUDJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL RollbackFile ASSIGN WS-ROLLBACK-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT RollbackWorkFile ASSIGN "STUDJRNL.WRK"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
*> records. Carried onto every HistoryFile record this transaction
*> produces, so StudentHistory can answer "on whose authority".
   02 OperatorID-T         PIC X(8).
*> The registrar's override authorisation for a change keyed past a
*> term deadline - CheckTermDeadline lets a late transaction through
*> when this is present, and the override is reported as such. A
*> record written before the field existed is short and reads with
*> spaces here, which is no override, exactly as it would be keyed.
   02 OverrideAuth-T       PIC X(8).
*> The upstream feed wraps the file in a batch header (record id
*> 0000000, type H) and trailer (record id 9999999, type T) -
*> alternate views of the same record area, told apart by the type
      03 CK-CRS-ENROLLED          PIC 9(5).
   02 CK-SUSPENDED-COUNT      PIC 9(7).
   02 CK-WAITLISTED-COUNT     PIC 9(7).
   02 CK-HOLD-REJECT-COUNT    PIC 9(7).
   02 CK-LATE-REJECT-COUNT    PIC 9(7).
   02 CK-OVERRIDE-COUNT       PIC 9(7).

FD CourseFile.
01 CourseRecord.
*> feeds through the next run flagged "R".
FD RecycleFile.
01 RecycleRecord.
   88 EndOfRecycleFile     VALUE ALL "9".
   02 RCY-REASON-CODE      PIC X(4).
   02 RCY-TRANS-IMAGE      PIC X(51).

*> Cumulative log of every batch number this program has applied -
*> the double-posting guard. A batch number already on this log
*> window into (and way of pulling a keyed-in-error record out of)
*> this file before it fires.
FD SuspenseFile.
01 SuspenseRecord          PIC X(51).

*> Per-course waitlist, in arrival order - a transfer, add or
*> reinstate that would push a course past SeatCapacity-C is parked
   88 EndOfWaitlistFile    VALUE ALL "9".
   02 WL-COURSE-CODE       PIC X(4).
   02 WL-QUEUE-DATE        PIC 9(8).
   02 WL-TRANS-IMAGE       PIC X(51).

FD WaitlistNewFile.
01 WaitlistNewRecord.
   88 EndOfWaitlistNewFile VALUE ALL "9".
   02 FILLER               PIC X(63).

*> Memo of the waitlist entries the PREVIOUS run released into
*> PENDING.DAT, each with the queue date it had held. A released
FD WaitlistBouncedFile.
01 WaitlistBouncedRecord.
   88 EndOfWaitlistBounced VALUE ALL "9".
   02 FILLER               PIC X(63).

*> StudentInquiry's front-desk queue, borrowed here as the release
*> path for waitlisted transactions: an image written to PENDING.DAT
*> applies in the next run, exactly like a record the front desk
*> queued.
FD PendingFile.
01 PendingRecord           PIC X(51).

*> Machine-readable billing feed for the finance system - one detail
*> record per A/W/G/D event this run actually applied, written from
   02 FILLER               PIC X(1).
   02 LED-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 LED-TRANS-IMAGE      PIC X(51).

*> Cumulative enrollment statistics - one record per course per run,
*> the exact per-course enrolled count WS-CRS-TABLE holds when the
   02 FILLER               PIC X(1).
   02 ES-OPEN-FLAG         PIC X(1).

*> Finance's nightly hold file - every student the finance system is
*> holding for an unpaid balance, with the kind of hold and the date
*> it was placed. Replaced whole every night by finance, so a student
*> not on tonight's file has no hold; a missing file means no holds.
*> NOTE: must be kept in step with StudentInquiry's copy of this
*> layout - there is no shared copybook for it.
FD FinanceHoldFile.
01 FinanceHoldRecord.
   88 EndOfFinanceHoldFile VALUE ALL "9".
   02 FH-STUDENT-ID        PIC 9(7).
   02 FILLER               PIC X(1).
   02 FH-HOLD-TYPE         PIC X(4).
   02 FILLER               PIC X(1).
   02 FH-HOLD-DATE         PIC 9(8).

*> The registry's term calendar - one line per term, YYYYnn term
*> code (the same code GRADES.DAT files grades under), then the
*> term's start date, add/drop deadline, withdrawal deadline and end
*> date, all YYYYMMDD. Maintained by the registry as a plain text
*> file; a term whose dates are not numeric or not in that order is
*> skipped at load with a warning rather than enforced wrongly.
FD TermCalendarFile.
01 TermCalendarRecord.
   88 EndOfTermCalendarFile VALUE ALL "9".
   02 TC-TERM              PIC X(6).
   02 FILLER               PIC X(1).
   02 TC-START-DATE        PIC X(8).
   02 FILLER               PIC X(1).
   02 TC-ADD-DROP-DATE     PIC X(8).
   02 FILLER               PIC X(1).
   02 TC-WITHDRAW-DATE     PIC X(8).
   02 FILLER               PIC X(1).
   02 TC-END-DATE          PIC X(8).

FD ControlFile.
01 ControlRecord.
   02 CTL-RUN-DATE         PIC 9(8).
   02 CTL-EXCEPTIONS       PIC 9(5).
   02 CTL-STUDENT-HASH     PIC 9(15).
   02 CTL-BATCH-NUMBER     PIC 9(6).
*> "K" when the run was applied in place by a KEYED run, so SeqRecon
*> and Promote work from STUDJRNL.DAT instead of STUDENTS.NEW. A
*> record written before the field existed is short and reads with a
*> space here, which is the full pass it always was.
   02 CTL-UPDATE-MODE      PIC X(1).

*> Before-image journal of a KEYED run, in the order it was written:
*> an "H" header with the batch, run date and the record counts every
*> cumulative file had when the run started; "S" and "L" copies of
*> WAITLIST.DAT and WAITREL.DAT, and "Y" and "F" copies of RECYCLE.DAT
*> and BILLING.DAT, as they stood then; a "C" once those copies are
*> complete, before any student is touched; one "B" entry per
*> student the run changed - action A (added, so backout deletes it),
*> R (rewritten) or D (deleted), with the record as it was before the
*> run; a "P" entry per waitlist image released into PENDING.DAT; and
*> an "E" once the run has finished. Every entry is on disk before the
*> change it covers is made. TransFile is in StudentID order and a
*> student's whole group is applied before it is written back, so a
*> student appears in at most one "B" entry and the entries are in
*> StudentID order. Emptied by Promote once the run is promoted, or
*> by BACKOUT once it is undone.
*> NOTE: must be kept in step with SeqRecon's and Promote's copies of
*> this layout - there is no shared copybook for it.
FD JournalFile.
01 JournalRecord.
   88 EndOfJournalFile     VALUE ALL "9".
   02 JRN-RECORD-TYPE      PIC X(1).
      88 JournalHeader         VALUE "H".
      88 JournalBeforeImage    VALUE "B".
      88 JournalWaitlistImage  VALUE "S".
      88 JournalWaitRelImage   VALUE "L".
      88 JournalPendingImage   VALUE "P".
      88 JournalRecycleImage   VALUE "Y".
      88 JournalBillingImage   VALUE "F".
      88 JournalSnapshotDone   VALUE "C".
      88 JournalRunComplete    VALUE "E".
   02 FILLER               PIC X(1).
   02 JRN-BATCH-NUMBER     PIC 9(6).
   02 FILLER               PIC X(1).
   02 JRN-ACTION           PIC X(1).
      88 JournalAdded      VALUE "A".
      88 JournalRewritten  VALUE "R".
      88 JournalDeleted    VALUE "D".
   02 FILLER               PIC X(1).
   02 JRN-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 JRN-IMAGE            PIC X(63).
01 JournalHeaderRecord.
   02 JRH-RECORD-TYPE      PIC X(1).
   02 FILLER               PIC X(1).
   02 JRH-BATCH-NUMBER     PIC 9(6).
   02 FILLER               PIC X(1).
   02 JRH-RUN-DATE         PIC 9(8).
   02 FILLER               PIC X(1).
   02 JRH-HISTORY-COUNT    PIC 9(9).
   02 FILLER               PIC X(1).
   02 JRH-LEDGER-COUNT     PIC 9(9).
   02 FILLER               PIC X(1).
   02 JRH-SUSPENSE-COUNT   PIC 9(9).
   02 FILLER               PIC X(1).
   02 JRH-ENRLSTAT-COUNT   PIC 9(9).
   02 FILLER               PIC X(1).
   02 JRH-BATCHLOG-COUNT   PIC 9(9).
   02 FILLER               PIC X(1).
   02 JRH-EXCEPTION-COUNT  PIC 9(9).

*> Any one of the cumulative line-sequential files, named in
*> WS-ROLLBACK-NAME - counted when a KEYED run starts, and cut back to
*> that count through the work file when the run is backed out. Wide
*> enough for the longest of them (the reject ledger).
FD RollbackFile.
01 RollbackRecord          PIC X(132).
   88 EndOfRollbackFile    VALUE ALL "9".

FD RollbackWorkFile.
01 RollbackWorkRecord      PIC X(132).
   88 EndOfRollbackWork    VALUE ALL "9".


WORKING-STORAGE SECTION.
*> reject has no single re-keyable transaction behind it (the
*> NewStudentFile duplicate-key legs on the matched/copied side) leave
*> them as spaces, and WriteException then writes no recycle record.
77 WS-RECYCLE-IMAGE        PIC X(51) VALUE SPACES.
77 WS-EXC-REASON-CODE      PIC X(4) VALUE SPACES.
   88 SeatCapacityReject   VALUE "CFUL".

77 WS-RECYCLED-COUNT       PIC 9(7) VALUE ZERO.
77 WS-FIRSTTIME-COUNT      PIC 9(7) VALUE ZERO.

*> Finance holds loaded from FINHOLD.DAT at the start of the run.
*> FindFinanceHold leaves WS-HOLD-IDX on the held student's entry,
*> ZERO when StudentID-T is not held. Fixed at 1000 holds - a hold
*> beyond the thousandth cannot block anything, which is warned about
*> loudly rather than discovered at the front desk.
77 WS-HOLD-COUNT           PIC 9(4) VALUE ZERO.
77 WS-HOLD-I               PIC 9(4) VALUE ZERO.
77 WS-HOLD-IDX             PIC 9(4) VALUE ZERO.
77 WS-HOLD-FULL-SW         PIC X(1) VALUE "N".
   88 HoldTableFull        VALUE "Y".
77 WS-HOLD-REJECT-COUNT    PIC 9(7) VALUE ZERO.
01 WS-HOLD-TABLE.
   02 WS-HOLD-ENTRY        OCCURS 1000 TIMES.
      03 WS-HOLD-STUDENT-ID   PIC 9(7).
      03 WS-HOLD-TYPE         PIC X(4).
      03 WS-HOLD-DATE         PIC 9(8).

*> Term calendar loaded from TERMCAL.DAT at the start of the run.
*> CheckTermDeadline finds the term the transaction's effective date
*> falls in and leaves the verdict in WS-DEADLINE-SW - a date in no
*> term on the calendar (between terms, or no calendar at all) has
*> no deadline to miss. Fixed at 50 terms, warned about beyond that.
77 WS-TERM-COUNT           PIC 9(3) VALUE ZERO.
77 WS-TERM-I               PIC 9(3) VALUE ZERO.
77 WS-TERM-IDX             PIC 9(3) VALUE ZERO.
77 WS-TERM-FULL-SW         PIC X(1) VALUE "N".
   88 TermTableFull        VALUE "Y".
77 WS-TERM-CHECK-DATE      PIC 9(8) VALUE ZERO.
77 WS-DEADLINE-DATE        PIC 9(8) VALUE ZERO.
77 WS-DEADLINE-SW          PIC X(1) VALUE "N".
   88 DeadlineMet          VALUE "N".
   88 LateChangeRejected   VALUE "L".
   88 LateChangeOverridden VALUE "O".
77 WS-LATE-REJECT-COUNT    PIC 9(7) VALUE ZERO.
77 WS-OVERRIDE-COUNT       PIC 9(7) VALUE ZERO.
77 WS-LATE-COUNT-ED        PIC ZZZZ9.
01 WS-TERM-TABLE.
   02 WS-TERM-ENTRY        OCCURS 50 TIMES.
      03 WS-TERM-CODE         PIC X(6).
      03 WS-TERM-START        PIC 9(8).
      03 WS-TERM-ADD-DROP     PIC 9(8).
      03 WS-TERM-WITHDRAW     PIC 9(8).
      03 WS-TERM-END          PIC 9(8).

*> Set by ReadRawTrans for each detail record read - a numeric
*> EffectiveDate-T after the run date means the record is not for
*> tonight, and ReadOneTrans diverts it to SUSPENSE.DAT instead of
*> Last run's release memo, loaded from WAITREL.DAT at the start of
*> the run. Fixed at 100 entries - a night can only release as many
*> transactions as it freed seats; beyond the hundredth a bounced
*> entry re-parks at the back with tonight's date, and is judged
*> against its term deadline by tonight's date rather than its queue
*> date (see CheckTermDeadline), which is warned about rather than
*> indexed past.
77 WS-REL-COUNT            PIC 9(3) VALUE ZERO.
77 WS-REL-I                PIC 9(3) VALUE ZERO.
77 WS-REL-MATCH-IDX        PIC 9(3) VALUE ZERO.
77 WS-RUN-MODE-SW          PIC X(1) VALUE "N".
   88 RestartRun           VALUE "R".
   88 NormalRun            VALUE "N".
   88 KeyedRun             VALUE "K".
   88 BackoutRun           VALUE "B".
77 WS-CHECKPOINT-INTERVAL  PIC 9(3) VALUE 500.
77 WS-CHECKPOINT-COUNTER   PIC 9(3) VALUE ZERO.
77 WS-CK-STUDENT-ID-S      PIC 9(7) VALUE ZERO.
   88 CheckpointFound      VALUE "Y".
   88 CheckpointNotFound   VALUE "N".

*> KEYED run working fields. The student a TransFile group is for is
*> read by key; WS-JRN-BEFORE-IMAGE keeps it as it was on the master
*> so the group's net effect can be journaled before it is written
*> back, and the WS-JRN staging fields carry one journal entry to
*> WriteJournalEntry.
77 WS-KEYED-FOUND-SW       PIC X(1) VALUE "N".
   88 KeyedStudentFound    VALUE "Y".
   88 KeyedStudentMissing  VALUE "N".
77 WS-KEYED-ID             PIC 9(7) VALUE ZERO.
77 WS-ADD-WRITE-SW         PIC X(1) VALUE "N".
   88 AddWritten           VALUE "Y".
   88 AddWriteFailed       VALUE "N".
77 WS-JRN-BEFORE-IMAGE     PIC X(32) VALUE SPACES.
77 WS-JRN-TYPE             PIC X(1) VALUE SPACE.
77 WS-JRN-ACTION           PIC X(1) VALUE SPACE.
77 WS-JRN-STUDENT-ID       PIC X(7) VALUE SPACES.
77 WS-JRN-IMAGE            PIC X(63) VALUE SPACES.
77 WS-JRN-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
77 WS-JRN-FOUND-SW         PIC X(1) VALUE "N".
   88 JournalHoldsRun      VALUE "Y".
77 WS-JRN-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
77 WS-JRN-RUN-DATE         PIC 9(8) VALUE ZERO.
77 WS-CTL-FOUND-SW         PIC X(1) VALUE "N".
   88 ControlFileHoldsRun  VALUE "Y".

*> Record counts of the cumulative files when a KEYED run starts -
*> journaled in its header, and what BACKOUT cuts each file back to.
77 WS-JRN-HISTORY-COUNT    PIC 9(9) VALUE ZERO.
77 WS-JRN-LEDGER-COUNT     PIC 9(9) VALUE ZERO.
77 WS-JRN-SUSPENSE-COUNT   PIC 9(9) VALUE ZERO.
77 WS-JRN-ENRLSTAT-COUNT   PIC 9(9) VALUE ZERO.
77 WS-JRN-BATCHLOG-COUNT   PIC 9(9) VALUE ZERO.
77 WS-JRN-EXCEPTION-COUNT  PIC 9(9) VALUE ZERO.
77 WS-ROLLBACK-NAME        PIC X(16) VALUE SPACES.
77 WS-ROLLBACK-COUNT       PIC 9(9) VALUE ZERO.
77 WS-ROLLBACK-KEEP        PIC 9(9) VALUE ZERO.
77 WS-ROLLBACK-DROPPED     PIC 9(9) VALUE ZERO.

*> BACKOUT counters, and the waitlist images the backed-out run
*> released into PENDING.DAT - each is taken back out by matching the
*> first line still carrying it, since the front desk may have queued
*> more behind them since. Fixed at 100, warned about beyond that.
77 WS-BKO-RESTORED-COUNT   PIC 9(7) VALUE ZERO.
77 WS-BKO-REMOVED-COUNT    PIC 9(7) VALUE ZERO.
77 WS-BKO-WAITLIST-COUNT   PIC 9(7) VALUE ZERO.
77 WS-BKO-COMPLETE-SW      PIC X(1) VALUE "N".
   88 KeyedRunCompleted    VALUE "Y".
77 WS-BKO-SNAPSHOT-SW      PIC X(1) VALUE "N".
   88 BackoutSnapshotDone  VALUE "Y".
77 WS-BKO-KEY-SW           PIC X(1) VALUE "N".
   88 BackoutKeyPresent    VALUE "Y".
   88 BackoutKeyMissing    VALUE "N".
77 WS-BKO-PEND-COUNT       PIC 9(3) VALUE ZERO.
77 WS-BKO-PEND-I           PIC 9(3) VALUE ZERO.
77 WS-BKO-PEND-MATCH       PIC 9(3) VALUE ZERO.
77 WS-BKO-PEND-FULL-SW     PIC X(1) VALUE "N".
   88 BkoPendTableFull     VALUE "Y".
01 WS-BKO-PEND-TABLE.
   02 WS-BKO-PEND-ENTRY    OCCURS 100 TIMES.
      03 WS-BKO-PEND-IMAGE    PIC X(51).
      03 WS-BKO-PEND-DONE-SW  PIC X(1).
         88 PendImageRemoved  VALUE "Y".

77 WS-PREV-TRANS-ID        PIC 9(7) VALUE ZERO.
77 WS-PREV-TRANS-IMAGE     PIC X(51) VALUE SPACES.
77 WS-DUP-TRANS-SW         PIC X(1) VALUE "N".
   88 DuplicateTrans       VALUE "Y".
   88 NotDuplicateTrans    VALUE "N".
BEGIN.
*> First apply the transactions to the students file
    ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
    EVALUATE WS-RESTART-PARM
      WHEN "RESTART"  SET RestartRun TO TRUE
      WHEN "KEYED"    SET KeyedRun   TO TRUE
      WHEN "BACKOUT"  SET BackoutRun TO TRUE
      WHEN OTHER      SET NormalRun  TO TRUE
    END-EVALUATE

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

*> A backout touches nothing but what the journal says the keyed run
*> changed - none of the run's reference files are needed for it
    IF  BackoutRun THEN
          PERFORM BackOutKeyedRun
          STOP RUN
    END-IF

*> No run of any kind goes on top of a keyed run that is neither
*> promoted nor backed out, and a keyed run does not go underneath a
*> full pass still waiting for Promote
    PERFORM CheckJournalEmpty
    IF  KeyedRun THEN
          PERFORM CheckControlFileEmpty
    END-IF

    PERFORM LoadCourseMaster
    PERFORM LoadFinanceHolds
    PERFORM LoadTermCalendar
    PERFORM LoadReleaseMemo
    PERFORM ValidateBatchControls

*> The batch is trusted - a keyed run starts its journal before the
*> first file it changes is opened, and takes the master I-O
    IF  KeyedRun THEN
          PERFORM StartJournal
          OPEN I-O StudentFile
      ELSE
          OPEN INPUT StudentFile
    END-IF
    OPEN INPUT TransFile
    OPEN EXTEND HistoryFile
    OPEN EXTEND SuspenseFile

    PERFORM CountCurrentEnrollment

    EVALUATE TRUE
      WHEN RestartRun
          PERFORM RestartFromCheckpoint
          OPEN I-O NewStudentFile
          OPEN EXTEND ExceptionReport
*> writes.
          PERFORM RecountBillingExtract
          OPEN EXTEND BillingFile
*> A keyed run has no checkpoints - an interrupted one is backed out
*> and rerun - so the checkpoint file is emptied here, where no
*> RESTART can later mistake an older run's positions for this one's.
*> The report, the recycle worklist and the billing extract are added
*> to, not replaced - last night's are still being worked - and the
*> billing events go out as a header-to-trailer block of their own
      WHEN KeyedRun
          OPEN EXTEND ExceptionReport
          OPEN OUTPUT CheckpointFile
          OPEN EXTEND RecycleFile
          OPEN OUTPUT WaitlistBouncedFile
          OPEN EXTEND BillingFile
          PERFORM WriteExceptionHeader
          PERFORM WriteBillingHeader
          PERFORM ReadNextTrans
      WHEN OTHER
          OPEN OUTPUT NewStudentFile
          OPEN OUTPUT ExceptionReport
          OPEN OUTPUT CheckpointFile
          END-IF

          PERFORM ReadNextTrans
    END-EVALUATE

    IF  KeyedRun THEN
          PERFORM ApplyKeyedTrans UNTIL EndOfTransFile
*> Every master record was read by the head-count pass; those no
*> group touched are the ones the full pass would have copied
          COMPUTE WS-COPIED-COUNT = WS-STUDENT-READ-COUNT
                                  - WS-MATCHED-COUNT - WS-DELETED-COUNT
          END-COMPUTE
      ELSE
          PERFORM ApplyTrans UNTIL (EndOfStudentFile) AND (EndOfTransFile)
    END-IF

    PERFORM WriteExceptionFooter

    CLOSE StudentFile
    CLOSE TransFile
    IF  NOT KeyedRun THEN
          CLOSE NewStudentFile
    END-IF
    CLOSE ExceptionReport
    CLOSE CheckpointFile
    CLOSE HistoryFile
*> promoted (no CONTROL.DAT) nor rerun (already on the log)
    PERFORM LogPostedBatch

*> Then display the contents of the merged file - a keyed run built
*> none, and instead marks its journal complete
    IF  KeyedRun THEN
          PERFORM CompleteJournal
      ELSE
          PERFORM DisplayNewFile
    END-IF

*> ...and the course-movement summary alongside it
    PERFORM CourseMovementReport

    EVALUATE          TRUE
      WHEN (StudentID-T < StudentId-S)
           PERFORM ApplyUnmatchedTrans
      WHEN (StudentID-T = StudentId-S)
           SET KeepThisStudent TO TRUE
           PERFORM ApplyMatchingTrans
                       PERFORM WriteException
                 END-WRITE
             ELSE
                 PERFORM RecordStudentDeletion
           END-IF
           PERFORM CommitPendingCourseMovements
           READ StudentFile NEXT
    END-EVALUATE.


ApplyUnmatchedTrans.
*> A TransFile record for a StudentID the master does not hold - only
*> an "A" can do anything with it. Shared by ApplyTrans and
*> ApplyKeyedTrans.
    IF  AddTrans-T THEN
          PERFORM InsertNewStudent
      ELSE
          MOVE StudentID-T               TO WS-EXC-STUDENT-ID
          MOVE "does not exist"          TO WS-EXC-REASON
          MOVE "NOEX"                    TO WS-EXC-REASON-CODE
          MOVE TransRecord               TO WS-RECYCLE-IMAGE
          PERFORM WriteException
          PERFORM ReadNextTrans
    END-IF.


RecordStudentDeletion.
*> Bookkeeping for a student whose resolved TransFile group ended in
*> a "D" - counted, the seat freed, and the delete put on the
*> history (and so the billing extract) with the deleting
*> transaction's operator. Shared by ApplyTrans and ApplyKeyedTrans.
    ADD 1 TO WS-DELETED-COUNT
*> Only an active student is holding a seat - deleting a withdrawn
*> or graduated record must not free a seat twice.
    IF  StudentActive-S THEN
          MOVE CourseCode-S TO WS-CRS-LOOKUP-CODE
          PERFORM DecrementEnrollment
    END-IF
    MOVE StudentID-S     TO WS-HIST-STUDENT-ID
    MOVE "D"             TO WS-HIST-TRANS-CODE
    MOVE WS-DEL-OPERATOR-ID TO WS-HIST-OPERATOR-ID
    MOVE StudentName-S   TO WS-HIST-BEF-NAME
    MOVE CourseCode-S    TO WS-HIST-BEF-COURSE
    MOVE StudentStatus-S TO WS-HIST-BEF-STATUS
    MOVE SPACES          TO WS-HIST-AFT-NAME
    MOVE SPACES          TO WS-HIST-AFT-COURSE
    MOVE SPACE           TO WS-HIST-AFT-STATUS
    PERFORM WriteHistory.


ApplyKeyedTrans.
*> KEYED run - one TransFile group against STUDENTS.DAT in place.
*> The group's student is read by key. When the master does not hold
*> them, every record in the group goes the way the full pass sends
*> a record below the current master key (ApplyUnmatchedTrans) - a
*> second "A" for a student the first one just added meets the
*> existing record and rejects DUPK, exactly as it meets STUDENTS.NEW
*> in the full pass. When the master does hold them, the whole group
*> is applied to the record in storage by ApplyMatchingTrans, as in
*> the full pass, and only the resolved result goes back: REWRITE
*> when the record changed, DELETE when the group ended in a "D",
*> nothing when every transaction rejected. The before-image is
*> journaled ahead of the REWRITE or DELETE.
    MOVE StudentID-T TO WS-KEYED-ID
    MOVE StudentID-T TO StudentID-S
    SET KeyedStudentFound TO TRUE
    READ StudentFile
       INVALID KEY SET KeyedStudentMissing TO TRUE
    END-READ
    IF  KeyedStudentMissing THEN
          PERFORM ApplyUnmatchedTrans
             UNTIL (StudentID-T NOT = WS-KEYED-ID) OR (EndOfTransFile)
      ELSE
          MOVE StudentRecord TO WS-JRN-BEFORE-IMAGE
          SET KeepThisStudent TO TRUE
          PERFORM ApplyMatchingTrans
             UNTIL (StudentId-T NOT = StudentId-S) OR (EndOfTransFile)
          MOVE "B"                 TO WS-JRN-TYPE
          MOVE StudentID-S         TO WS-JRN-STUDENT-ID
          MOVE WS-JRN-BEFORE-IMAGE TO WS-JRN-IMAGE
          IF  KeepThisStudent THEN
                ADD 1 TO WS-MATCHED-COUNT
                IF  StudentRecord NOT = WS-JRN-BEFORE-IMAGE THEN
                      MOVE "R" TO WS-JRN-ACTION
                      PERFORM WriteJournalEntry
                      REWRITE StudentRecord
                         INVALID KEY
                            MOVE StudentID-S TO WS-EXC-STUDENT-ID
                            MOVE "rewrite failed on STUDENTS.DAT"
                                                   TO WS-EXC-REASON
                            PERFORM WriteException
                      END-REWRITE
                END-IF
            ELSE
                PERFORM RecordStudentDeletion
                MOVE "D" TO WS-JRN-ACTION
                PERFORM WriteJournalEntry
                DELETE StudentFile RECORD
                   INVALID KEY
                      MOVE StudentID-S TO WS-EXC-STUDENT-ID
                      MOVE "delete failed on STUDENTS.DAT"
                                             TO WS-EXC-REASON
                      PERFORM WriteException
                END-DELETE
          END-IF
          PERFORM CommitPendingCourseMovements
    END-IF.


WriteKeyedAdd.
*> KEYED run - puts the NewStudentRecord InsertNewStudent has built
*> onto STUDENTS.DAT. The key is looked for first, so an "A" for a
*> student already there rejects without journaling anything (a
*> journaled add is deleted by BACKOUT, and that must never be a
*> student who was on the master before the run); only then is the
*> add journaled and the record written.
    MOVE StudentID-N TO StudentID-S
    SET AddWriteFailed TO TRUE
    SET KeyedStudentFound TO TRUE
    READ StudentFile
       INVALID KEY SET KeyedStudentMissing TO TRUE
    END-READ
    IF  KeyedStudentMissing THEN
          MOVE "B"         TO WS-JRN-TYPE
          MOVE "A"         TO WS-JRN-ACTION
          MOVE StudentID-N TO WS-JRN-STUDENT-ID
          MOVE SPACES      TO WS-JRN-IMAGE
          PERFORM WriteJournalEntry
          WRITE StudentRecord FROM NewStudentRecord
             INVALID KEY SET AddWriteFailed TO TRUE
             NOT INVALID KEY SET AddWritten TO TRUE
          END-WRITE
    END-IF.


ApplyMatchingTrans.
*> Applies one TransFile record to the student currently held in
*> StudentRecord, then reads the next TransFile record. Performed
*> the master, is flagged closed, or is already at seat capacity is
*> rejected here instead of minting a phantom course code on the
*> master, and the table's running enrollment counts are adjusted for
*> every transfer actually applied. A course change or reinstate for
*> a student on finance's hold file is rejected before any of that -
*> see RejectFinanceHold - and a course change, reinstate or
*> withdrawal past its term deadline with no registrar override
*> after that - see CheckTermDeadline.
    PERFORM FindFinanceHold
    PERFORM CheckTermDeadline
    EVALUATE TRUE
      WHEN (ChangeTrans-T OR ReinstateTrans-T)
              AND (WS-HOLD-IDX NOT = ZERO)
           PERFORM RejectFinanceHold
      WHEN LateChangeRejected AND (NOT AddTrans-T)
           PERFORM RejectLateChange
      WHEN DeleteTrans-T
           SET DeleteThisStudent TO TRUE
           MOVE OperatorID-T TO WS-DEL-OPERATOR-ID
                 MOVE CourseCode-S  TO WS-HIST-AFT-COURSE
                 MOVE StudentStatus-S TO WS-HIST-AFT-STATUS
                 PERFORM WriteHistory
                 IF  LateChangeOverridden THEN
                       PERFORM NoteDeadlineOverride
                 END-IF
                 PERFORM StagePendingCourseMovement
             ELSE
*> A transfer blocked only by seat capacity is queued on the
          MOVE CourseCode-S    TO WS-HIST-AFT-COURSE
          MOVE StudentStatus-S TO WS-HIST-AFT-STATUS
          PERFORM WriteHistory
          IF  LateChangeOverridden THEN
                PERFORM NoteDeadlineOverride
          END-IF
          MOVE CourseCode-S TO WS-CRS-LOOKUP-CODE
          PERFORM DecrementEnrollment
    END-IF.
                 MOVE CourseCode-S    TO WS-HIST-AFT-COURSE
                 MOVE StudentStatus-S TO WS-HIST-AFT-STATUS
                 PERFORM WriteHistory
                 IF  LateChangeOverridden THEN
                       PERFORM NoteDeadlineOverride
                 END-IF
                 MOVE CourseCode-S TO WS-CRS-LOOKUP-CODE
                 PERFORM IncrementEnrollment
           END-IF
*> INVALID KEY routes that into the Exception Report like every other
*> reject instead. NewCourseCode-T gets the same course-master check
*> as a course change (ValidateNewCourse) - a brand-new student cannot
*> be added into an unknown, closed or full course either. A StudentID
*> finance is holding (an archived student coming back with a balance
*> still owing) cannot be re-added until the hold lifts, and an add
*> past the term's add/drop deadline needs the registrar's override.
*> On a KEYED run the new record goes onto STUDENTS.DAT itself, by
*> WriteKeyedAdd, and meets an existing key the same way.
    PERFORM FindFinanceHold
    PERFORM CheckTermDeadline
    EVALUATE TRUE
      WHEN WS-HOLD-IDX NOT = ZERO
           PERFORM RejectFinanceHold
      WHEN LateChangeRejected
           PERFORM RejectLateChange
      WHEN OTHER
           PERFORM ValidateNewCourse
           IF  NewCourseRejected THEN
                 IF  SeatCapacityReject THEN
                       MOVE NewCourseCode-T TO WS-WL-COURSE
                       PERFORM WaitlistThisTrans
                   ELSE
                       MOVE StudentId-T TO WS-EXC-STUDENT-ID
                       MOVE TransRecord TO WS-RECYCLE-IMAGE
                       PERFORM WriteException
                 END-IF
             ELSE
                 MOVE SPACES           TO NewStudentRecord
                 MOVE StudentId-T      TO StudentID-N
                 MOVE NewStudentName-T TO StudentName-N
                 MOVE "A"              TO StudentStatus-N
                 MOVE NewCourseCode-T  TO CourseCode-N
                 IF  KeyedRun THEN
                       PERFORM WriteKeyedAdd
                   ELSE
                       WRITE NewStudentRecord
                          INVALID KEY SET AddWriteFailed TO TRUE
                          NOT INVALID KEY SET AddWritten TO TRUE
                       END-WRITE
                 END-IF
                 IF  AddWriteFailed THEN
                       MOVE StudentId-T TO WS-EXC-STUDENT-ID
                       MOVE "duplicate key writing NewStudentFile"
                                              TO WS-EXC-REASON
                       MOVE "DUPK"            TO WS-EXC-REASON-CODE
                       MOVE TransRecord       TO WS-RECYCLE-IMAGE
                       PERFORM WriteException
                   ELSE
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE NewCourseCode-T TO WS-CRS-LOOKUP-CODE
                       PERFORM IncrementEnrollment
                       MOVE StudentID-N    TO WS-HIST-STUDENT-ID
                       MOVE "A"            TO WS-HIST-TRANS-CODE
                       MOVE OperatorID-T   TO WS-HIST-OPERATOR-ID
                       MOVE SPACES         TO WS-HIST-BEF-NAME
                       MOVE SPACES         TO WS-HIST-BEF-COURSE
                       MOVE SPACE          TO WS-HIST-BEF-STATUS
                       MOVE StudentName-N  TO WS-HIST-AFT-NAME
                       MOVE CourseCode-N   TO WS-HIST-AFT-COURSE
                       MOVE StudentStatus-N TO WS-HIST-AFT-STATUS
                       PERFORM WriteHistory
                       IF  LateChangeOverridden THEN
                             PERFORM NoteDeadlineOverride
                       END-IF
                 END-IF
           END-IF
    END-EVALUATE
    PERFORM ReadNextTrans.


    END-PERFORM
    MOVE WS-SUSPENDED-COUNT     TO CK-SUSPENDED-COUNT
    MOVE WS-WAITLISTED-COUNT    TO CK-WAITLISTED-COUNT
    MOVE WS-HOLD-REJECT-COUNT   TO CK-HOLD-REJECT-COUNT
    MOVE WS-LATE-REJECT-COUNT   TO CK-LATE-REJECT-COUNT
    MOVE WS-OVERRIDE-COUNT      TO CK-OVERRIDE-COUNT
    WRITE CheckpointRecord.


       MOVE CK-FIRSTTIME-COUNT    TO WS-FIRSTTIME-COUNT
       MOVE CK-SUSPENDED-COUNT    TO WS-SUSPENDED-COUNT
       MOVE CK-WAITLISTED-COUNT   TO WS-WAITLISTED-COUNT
       MOVE CK-HOLD-REJECT-COUNT  TO WS-HOLD-REJECT-COUNT
       MOVE CK-LATE-REJECT-COUNT  TO WS-LATE-REJECT-COUNT
       MOVE CK-OVERRIDE-COUNT     TO WS-OVERRIDE-COUNT
       MOVE CK-STUDENT-HASH       TO WS-STUDENT-HASH
       MOVE CK-COURSE-COUNT       TO WS-COURSE-COUNT
       MOVE 1 TO WS-SORT-I
    DISPLAY "SeqUpdate Control Total / Balancing Report"
    DISPLAY "=========================================="
    DISPLAY "Batch number applied............: " WS-BATCH-NUMBER
    IF  KeyedRun THEN
          DISPLAY "Applied in place (KEYED) - journal entries: "
                  WS-JRN-ENTRY-COUNT
    END-IF
    DISPLAY "StudentFile records read.......: " WS-STUDENT-READ-COUNT
    DISPLAY "TransFile records read..........: " WS-TRANS-READ-COUNT
    DISPLAY "  of which first-time...........: " WS-FIRSTTIME-COUNT
    DISPLAY "Records deleted..................: " WS-DELETED-COUNT
    DISPLAY "Records copied unchanged........: " WS-COPIED-COUNT
    DISPLAY "Records rejected.................: " WS-EXCEPTION-COUNT
    DISPLAY "  of which finance holds........: " WS-HOLD-REJECT-COUNT
    DISPLAY "  of which past term deadline...: " WS-LATE-REJECT-COUNT
    DISPLAY "Late changes on registrar override: " WS-OVERRIDE-COUNT
    DISPLAY "Hash total of StudentID-S........: " WS-STUDENT-HASH
    DISPLAY "==========================================".

*> Writes this run's control totals to CONTROL.DAT - one record,
*> rewritten every run. Promote reads it, proves records read -
*> deleted + added = matched + copied, and empties the file once the
*> promotion is done so the same run cannot be promoted twice. A
*> KEYED run marks the record so SeqRecon and Promote work from its
*> journal.
    OPEN OUTPUT ControlFile
    MOVE WS-RUN-DATE           TO CTL-RUN-DATE
    MOVE WS-STUDENT-READ-COUNT TO CTL-STUDENT-READ
    MOVE WS-EXCEPTION-COUNT    TO CTL-EXCEPTIONS
    MOVE WS-STUDENT-HASH       TO CTL-STUDENT-HASH
    MOVE WS-BATCH-NUMBER       TO CTL-BATCH-NUMBER
    IF  KeyedRun THEN
          MOVE "K"   TO CTL-UPDATE-MODE
      ELSE
          MOVE SPACE TO CTL-UPDATE-MODE
    END-IF
    WRITE ControlRecord
    CLOSE ControlFile.

*> TransMerge uses on SUSPENSE.DAT. Every release is also memoed to
*> WAITREL.DAT (rewritten here each run) with the queue date it
*> held, so a release that bounces in the next run can be re-parked
*> at its rightful place instead of the back of the queue. A released
*> image that carries no effective date of its own is stamped with
*> the date it was queued, so the term deadlines judge it by when the
*> student asked, not by when the seat came free. A KEYED run
*> journals each released image, so BACKOUT can take it back out of
*> PENDING.DAT.
    OPEN INPUT WaitlistFile
    OPEN OUTPUT WaitlistNewFile
    OPEN OUTPUT WaitRelFile
                    < WS-CRS-CAPACITY(WS-CRS-LOOKUP-IDX)) THEN
             ADD 1 TO WS-WL-RELEASED-COUNT
             ADD 1 TO WS-CRS-ENROLLED(WS-CRS-LOOKUP-IDX)
             IF  WL-TRANS-IMAGE(28:8) = SPACES THEN
                   MOVE WL-QUEUE-DATE TO WL-TRANS-IMAGE(28:8)
             END-IF
             WRITE PendingRecord FROM WL-TRANS-IMAGE
             IF  KeyedRun THEN
                   MOVE "P"            TO WS-JRN-TYPE
                   MOVE SPACE          TO WS-JRN-ACTION
                   MOVE WL-TRANS-IMAGE(1:7) TO WS-JRN-STUDENT-ID
                   MOVE WL-TRANS-IMAGE TO WS-JRN-IMAGE
                   PERFORM WriteJournalEntry
             END-IF
             MOVE SPACES             TO WaitRelRecord
             MOVE WL-TRANS-IMAGE(1:7) TO WRL-STUDENT-ID
             MOVE WL-COURSE-CODE     TO WRL-COURSE-CODE
             IF  NOT RelTableFull THEN
                   SET RelTableFull TO TRUE
                   DISPLAY "SeqUpdate - more than 100 waitlist "
                           "releases on the memo - a release beyond "
                           "the 100th is judged against deadlines by "
                           "tonight's date and re-parks at the back "
                           "of its queue if it bounces"
             END-IF
       END-IF
       READ WaitRelFile
*> Was the transaction now being waitlisted one the previous run
*> released for this same course? First unused memo entry matching
*> StudentID and course; ZERO when none - an ordinary fresh arrival.
*> CheckTermDeadline asks the same question, with the course it names
*> in WS-WL-COURSE, to know whether a past effective date is a
*> release's queue date.
    MOVE ZERO TO WS-REL-MATCH-IDX
    MOVE 1 TO WS-REL-I
    PERFORM UNTIL (WS-REL-I > WS-REL-COUNT)


WriteExceptionFooter.
*> Writes the closing exception-count line to the Exception Report,
*> with the late-change rejects (already inside that count) and the
*> registrar overrides (not exceptions at all) shown on lines of their
*> own - the academic board asks for both every term.
    MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-ED
    MOVE SPACES TO ExceptionLine
    STRING WS-EXCEPTION-COUNT-ED DELIMITED BY SIZE
           " exceptions this run" DELIMITED BY SIZE
      INTO ExceptionLine
    END-STRING
    WRITE ExceptionLine
    MOVE WS-LATE-REJECT-COUNT TO WS-LATE-COUNT-ED
    MOVE SPACES TO ExceptionLine
    STRING WS-LATE-COUNT-ED DELIMITED BY SIZE
           " of them late changes past a term deadline" DELIMITED BY SIZE
      INTO ExceptionLine
    END-STRING
    WRITE ExceptionLine
    MOVE WS-OVERRIDE-COUNT TO WS-LATE-COUNT-ED
    MOVE SPACES TO ExceptionLine
    STRING WS-LATE-COUNT-ED DELIMITED BY SIZE
           " late changes applied on registrar override"
                                     DELIMITED BY SIZE
      INTO ExceptionLine
    END-STRING
    WRITE ExceptionLine.


*> for courses the registry has actually defined. On a RESTART run the
*> counts taken here are then overlaid with the counts saved in the
*> checkpoint, which already reflect the transactions applied before
*> the interruption. On a KEYED run this is the only pass over the
*> whole master, so it is also where the records-read count and the
*> StudentID hash are taken - the same totals the full pass's merge
*> would have counted.
    READ StudentFile NEXT
       AT END SET EndOfStudentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudentFile
       IF  KeyedRun THEN
             ADD 1 TO WS-STUDENT-READ-COUNT
             ADD StudentID-S TO WS-STUDENT-HASH
       END-IF
*> Only active students hold seats - withdrawn and graduated records
*> stay on file but must not count against a course's capacity.
       IF  StudentActive-S THEN
    END-EVALUATE.


LoadFinanceHolds.
*> Loads finance's FINHOLD.DAT into WS-HOLD-TABLE. No file at all
*> (finance sent nothing) loads no holds and blocks nothing, the
*> same as an empty one.
    OPEN INPUT FinanceHoldFile
    READ FinanceHoldFile
       AT END SET EndOfFinanceHoldFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFinanceHoldFile
       IF  WS-HOLD-COUNT < 1000 THEN
             ADD 1 TO WS-HOLD-COUNT
             MOVE FH-STUDENT-ID TO WS-HOLD-STUDENT-ID(WS-HOLD-COUNT)
             MOVE FH-HOLD-TYPE  TO WS-HOLD-TYPE(WS-HOLD-COUNT)
             MOVE FH-HOLD-DATE  TO WS-HOLD-DATE(WS-HOLD-COUNT)
         ELSE
             IF  NOT HoldTableFull THEN
                   SET HoldTableFull TO TRUE
                   DISPLAY "SeqUpdate - FINHOLD.DAT holds more than "
                           "1000 students - holds beyond the 1000th "
                           "will NOT block registration changes"
             END-IF
       END-IF
       READ FinanceHoldFile
          AT END SET EndOfFinanceHoldFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE FinanceHoldFile.


FindFinanceHold.
*> Is StudentID-T on finance's hold file? WS-HOLD-IDX is left on its
*> entry, or ZERO when the student is not held.
    MOVE ZERO TO WS-HOLD-IDX
    MOVE 1 TO WS-HOLD-I
    PERFORM UNTIL (WS-HOLD-I > WS-HOLD-COUNT)
                    OR (WS-HOLD-IDX NOT = ZERO)
       IF  WS-HOLD-STUDENT-ID(WS-HOLD-I) = StudentID-T THEN
             MOVE WS-HOLD-I TO WS-HOLD-IDX
       END-IF
       ADD 1 TO WS-HOLD-I
    END-PERFORM.


RejectFinanceHold.
*> A course change, reinstate or add for a student finance is holding
*> - rejected with its own reason code through the usual recycle and
*> ledger path, the hold type and date on the report line so the
*> clerk can tell the student which hold to settle. Once finance
*> drops the student from FINHOLD.DAT the recycled record applies.
    ADD 1 TO WS-HOLD-REJECT-COUNT
    MOVE StudentID-T TO WS-EXC-STUDENT-ID
    MOVE SPACES      TO WS-EXC-REASON
    STRING "finance hold " DELIMITED BY SIZE
           WS-HOLD-TYPE(WS-HOLD-IDX) DELIMITED BY SIZE
           " since " DELIMITED BY SIZE
           WS-HOLD-DATE(WS-HOLD-IDX) DELIMITED BY SIZE
      INTO WS-EXC-REASON
    END-STRING
    MOVE "FHLD"      TO WS-EXC-REASON-CODE
    MOVE TransRecord TO WS-RECYCLE-IMAGE
    PERFORM WriteException.


LoadTermCalendar.
*> Loads the registry's TERMCAL.DAT into WS-TERM-TABLE. No calendar
*> at all loads no terms and enforces no deadlines, which is said on
*> the console so it is not mistaken for a quiet term. A line whose
*> dates are not numeric, or not start <= add/drop <= withdrawal <=
*> end, is skipped with a warning - enforcing a mis-keyed deadline
*> would reject a whole term's changes.
    OPEN INPUT TermCalendarFile
    READ TermCalendarFile
       AT END SET EndOfTermCalendarFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTermCalendarFile
       EVALUATE TRUE
         WHEN (TC-START-DATE IS NOT NUMERIC)
                 OR (TC-ADD-DROP-DATE IS NOT NUMERIC)
                 OR (TC-WITHDRAW-DATE IS NOT NUMERIC)
                 OR (TC-END-DATE IS NOT NUMERIC)
              DISPLAY "SeqUpdate - TERMCAL.DAT term " TC-TERM
                      " has a date that is not numeric - term "
                      "skipped, no deadlines enforced for it"
         WHEN (TC-START-DATE > TC-ADD-DROP-DATE)
                 OR (TC-ADD-DROP-DATE > TC-WITHDRAW-DATE)
                 OR (TC-WITHDRAW-DATE > TC-END-DATE)
              DISPLAY "SeqUpdate - TERMCAL.DAT term " TC-TERM
                      " dates are out of order - term skipped, "
                      "no deadlines enforced for it"
         WHEN WS-TERM-COUNT < 50
              ADD 1 TO WS-TERM-COUNT
              MOVE TC-TERM          TO WS-TERM-CODE(WS-TERM-COUNT)
              MOVE TC-START-DATE    TO WS-TERM-START(WS-TERM-COUNT)
              MOVE TC-ADD-DROP-DATE TO WS-TERM-ADD-DROP(WS-TERM-COUNT)
              MOVE TC-WITHDRAW-DATE TO WS-TERM-WITHDRAW(WS-TERM-COUNT)
              MOVE TC-END-DATE      TO WS-TERM-END(WS-TERM-COUNT)
         WHEN OTHER
              IF  NOT TermTableFull THEN
                    SET TermTableFull TO TRUE
                    DISPLAY "SeqUpdate - TERMCAL.DAT holds more than "
                            "50 terms - terms beyond the 50th will "
                            "have no deadlines enforced"
              END-IF
       END-EVALUATE
       READ TermCalendarFile
          AT END SET EndOfTermCalendarFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE TermCalendarFile
    IF  WS-TERM-COUNT = ZERO THEN
          DISPLAY "SeqUpdate - no term calendar loaded from "
                  "TERMCAL.DAT - add/drop and withdrawal deadlines "
                  "will not be enforced this run"
    END-IF.


CheckTermDeadline.
*> Is the current TransFile record late for its term? Course changes,
*> adds and reinstates are governed by the add/drop deadline,
*> withdrawals by the withdrawal deadline; nothing else has a
*> deadline. The date judged is the later of EffectiveDate-T and the
*> run date - a change effective later than tonight is judged by when
*> it takes effect, but a back-dated one is judged by tonight, so an
*> effective date keyed in the past cannot slip a change in under a
*> deadline that has gone by. The one exception is a waitlist
*> release: a transaction the release memo says last night's
*> ReleaseWaitlist freed for this same student and course carries its
*> queue date (or its own keyed effective date) in EffectiveDate-T,
*> and is judged by that, because it was in the queue on time and
*> only waited for the seat. The memo is SeqUpdate's own output, not
*> something keyed, so nothing else can claim that treatment. The
*> verdict is left in WS-DEADLINE-SW for the caller: a late record
*> with a registrar override authorisation on it is overridden, one
*> without is rejected. WS-TERM-IDX is left on the term (ZERO when
*> the date falls in no term on the calendar).
    SET DeadlineMet TO TRUE
    MOVE ZERO TO WS-TERM-IDX
    MOVE ZERO TO WS-DEADLINE-DATE
    MOVE WS-RUN-DATE TO WS-TERM-CHECK-DATE
    IF  EffectiveDate-T IS NUMERIC THEN
          IF  ReinstateTrans-T THEN
                MOVE CourseCode-S TO WS-WL-COURSE
            ELSE
                MOVE NewCourseCode-T TO WS-WL-COURSE
          END-IF
          PERFORM FindReleaseMemo
          IF  (WS-REL-MATCH-IDX NOT = ZERO)
                  OR (EffectiveDate-T > WS-RUN-DATE) THEN
                MOVE EffectiveDate-T TO WS-TERM-CHECK-DATE
          END-IF
    END-IF
    MOVE 1 TO WS-TERM-I
    PERFORM UNTIL (WS-TERM-I > WS-TERM-COUNT)
                    OR (WS-TERM-IDX NOT = ZERO)
       IF  (WS-TERM-CHECK-DATE NOT < WS-TERM-START(WS-TERM-I))
               AND (WS-TERM-CHECK-DATE NOT > WS-TERM-END(WS-TERM-I)) THEN
             MOVE WS-TERM-I TO WS-TERM-IDX
       END-IF
       ADD 1 TO WS-TERM-I
    END-PERFORM
    IF  WS-TERM-IDX NOT = ZERO THEN
          EVALUATE TRUE
            WHEN ChangeTrans-T OR AddTrans-T OR ReinstateTrans-T
                 MOVE WS-TERM-ADD-DROP(WS-TERM-IDX) TO WS-DEADLINE-DATE
            WHEN WithdrawTrans-T
                 MOVE WS-TERM-WITHDRAW(WS-TERM-IDX) TO WS-DEADLINE-DATE
          END-EVALUATE
    END-IF
    IF  (WS-DEADLINE-DATE NOT = ZERO)
            AND (WS-TERM-CHECK-DATE > WS-DEADLINE-DATE) THEN
          IF  OverrideAuth-T NOT = SPACES THEN
                SET LateChangeOverridden TO TRUE
            ELSE
                SET LateChangeRejected TO TRUE
          END-IF
    END-IF.


RejectLateChange.
*> A change past its term deadline with no registrar override -
*> rejected LADD (add/drop) or LWDR (withdrawal) through the usual
*> recycle and ledger path, the deadline it missed on the report
*> line. The clerk resubmits it with the registrar's authorisation
*> keyed, or not at all.
    ADD 1 TO WS-LATE-REJECT-COUNT
    MOVE StudentID-T TO WS-EXC-STUDENT-ID
    MOVE SPACES      TO WS-EXC-REASON
    IF  WithdrawTrans-T THEN
          STRING "term " DELIMITED BY SIZE
                 WS-TERM-CODE(WS-TERM-IDX) DELIMITED BY SIZE
                 " withdrawal closed " DELIMITED BY SIZE
                 WS-DEADLINE-DATE DELIMITED BY SIZE
            INTO WS-EXC-REASON
          END-STRING
          MOVE "LWDR" TO WS-EXC-REASON-CODE
      ELSE
          STRING "term " DELIMITED BY SIZE
                 WS-TERM-CODE(WS-TERM-IDX) DELIMITED BY SIZE
                 " add/drop closed " DELIMITED BY SIZE
                 WS-DEADLINE-DATE DELIMITED BY SIZE
            INTO WS-EXC-REASON
          END-STRING
          MOVE "LADD" TO WS-EXC-REASON-CODE
    END-IF
    MOVE TransRecord TO WS-RECYCLE-IMAGE
    PERFORM WriteException.


NoteDeadlineOverride.
*> A late change the registrar has authorised goes on to the normal
*> edits - it can still reject for any other reason, or wait on a
*> course's waitlist - and only once it is actually applied, history
*> record written, is the override shown on the Exception Report and
*> counted, the same informational kind of line as a waitlisting:
*> not an exception, nothing to recycle. A waitlisted override is
*> counted on the night its release is applied, and not before.
    ADD 1 TO WS-OVERRIDE-COUNT
    MOVE SPACES TO ExceptionLine
    STRING "Student " DELIMITED BY SIZE
           StudentID-T DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           TransCode-T DELIMITED BY SIZE
           " past deadline " DELIMITED BY SIZE
           WS-DEADLINE-DATE DELIMITED BY SIZE
           " - registrar override " DELIMITED BY SIZE
           OverrideAuth-T DELIMITED BY SIZE
      INTO ExceptionLine
    END-STRING
    WRITE ExceptionLine.


IncrementEnrollment.
*> Adds one to the running enrollment count of the course whose code
*> the caller has placed in WS-CRS-LOOKUP-CODE. A code not on the
    DISPLAY "==========================================".


CheckJournalEmpty.
*> STUDJRNL.DAT is emptied only by Promote, once the keyed run it
*> describes is promoted, or by BACKOUT, once that run is undone.
*> While it still holds a run, the master carries changes nothing
*> has reconciled - any run started on top of them would bury them
*> and leave the journal unable to back them out, so every mode but
*> BACKOUT is refused here.
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
       NOT AT END
          SET JournalHoldsRun TO TRUE
          MOVE JRH-BATCH-NUMBER TO WS-JRN-BATCH-NUMBER
          MOVE JRH-RUN-DATE     TO WS-JRN-RUN-DATE
    END-READ
    CLOSE JournalFile
    IF  JournalHoldsRun THEN
          DISPLAY "SeqUpdate - STUDJRNL.DAT still holds the keyed run "
                  "of batch " WS-JRN-BATCH-NUMBER " dated "
                  WS-JRN-RUN-DATE " - promote it or back it out "
                  "(SeqUpdate BACKOUT) first - run abandoned"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.


CheckControlFileEmpty.
*> KEYED run only - a full pass still waiting for Promote built its
*> STUDENTS.NEW from the master as it stood then. Changing that
*> master in place underneath it would have the promotion silently
*> wipe the keyed changes out, and this run's CONTROL.DAT would
*> overwrite the one the waiting promotion needs.
    OPEN INPUT ControlFile
    READ ControlFile
       AT END CONTINUE
       NOT AT END SET ControlFileHoldsRun TO TRUE
    END-READ
    CLOSE ControlFile
    IF  ControlFileHoldsRun THEN
          DISPLAY "SeqUpdate - CONTROL.DAT still holds batch "
                  CTL-BATCH-NUMBER " of " CTL-RUN-DATE ", not yet "
                  "promoted - a keyed run cannot be applied "
                  "underneath it - run abandoned"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.


StartJournal.
*> KEYED run only - opens STUDJRNL.DAT with its header before the run
*> changes anything: the batch, the run date and the record count of
*> each cumulative file the run appends to (EXCEPTION.RPT among them),
*> then a copy of WAITLIST.DAT and WAITREL.DAT as they stand, since
*> the end of the run rewrites both whole, and of RECYCLE.DAT and
*> BILLING.DAT, which still hold last night's worklist and extract.
*> Everything BACKOUT needs to put the files back is then on disk
*> before the first of them is touched. The "C" entry closes the
*> copies: a run that dies before it is written died with the copies
*> unfinished and nothing yet changed, and BACKOUT must then leave
*> those four files exactly as they are rather than rebuild them from
*> a partial copy.
    MOVE "STUDHIST.DAT"  TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-HISTORY-COUNT
    MOVE "REJLEDGER.DAT" TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-LEDGER-COUNT
    MOVE "SUSPENSE.DAT"  TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-SUSPENSE-COUNT
    MOVE "ENRLSTAT.DAT"  TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-ENRLSTAT-COUNT
    MOVE "BATCHLOG.DAT"  TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-BATCHLOG-COUNT
    MOVE "EXCEPTION.RPT" TO WS-ROLLBACK-NAME
    PERFORM CountRollbackFile
    MOVE WS-ROLLBACK-COUNT TO WS-JRN-EXCEPTION-COUNT

    OPEN OUTPUT JournalFile
    MOVE SPACES                TO JournalHeaderRecord
    MOVE "H"                   TO JRH-RECORD-TYPE
    MOVE WS-BATCH-NUMBER       TO JRH-BATCH-NUMBER
    MOVE WS-RUN-DATE           TO JRH-RUN-DATE
    MOVE WS-JRN-HISTORY-COUNT  TO JRH-HISTORY-COUNT
    MOVE WS-JRN-LEDGER-COUNT   TO JRH-LEDGER-COUNT
    MOVE WS-JRN-SUSPENSE-COUNT TO JRH-SUSPENSE-COUNT
    MOVE WS-JRN-ENRLSTAT-COUNT TO JRH-ENRLSTAT-COUNT
    MOVE WS-JRN-BATCHLOG-COUNT TO JRH-BATCHLOG-COUNT
    MOVE WS-JRN-EXCEPTION-COUNT TO JRH-EXCEPTION-COUNT
    WRITE JournalHeaderRecord

    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       MOVE SPACES          TO JournalRecord
       MOVE "S"             TO JRN-RECORD-TYPE
       MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
       MOVE WaitlistRecord  TO JRN-IMAGE
       WRITE JournalRecord
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile

    OPEN INPUT WaitRelFile
    READ WaitRelFile
       AT END SET EndOfWaitRelFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitRelFile
       MOVE SPACES          TO JournalRecord
       MOVE "L"             TO JRN-RECORD-TYPE
       MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
       MOVE WaitRelRecord   TO JRN-IMAGE
       WRITE JournalRecord
       READ WaitRelFile
          AT END SET EndOfWaitRelFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitRelFile

    OPEN INPUT RecycleFile
    READ RecycleFile
       AT END SET EndOfRecycleFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRecycleFile
       MOVE SPACES          TO JournalRecord
       MOVE "Y"             TO JRN-RECORD-TYPE
       MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
       MOVE RecycleRecord   TO JRN-IMAGE
       WRITE JournalRecord
       READ RecycleFile
          AT END SET EndOfRecycleFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RecycleFile

    OPEN INPUT BillingFile
    READ BillingFile
       AT END SET EndOfBillingFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBillingFile
       MOVE SPACES          TO JournalRecord
       MOVE "F"             TO JRN-RECORD-TYPE
       MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
       MOVE BillingRecord   TO JRN-IMAGE
       WRITE JournalRecord
       READ BillingFile
          AT END SET EndOfBillingFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BillingFile

    MOVE SPACES          TO JournalRecord
    MOVE "C"             TO JRN-RECORD-TYPE
    MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
    WRITE JournalRecord
    CLOSE JournalFile
    DISPLAY "SeqUpdate - keyed run of batch " WS-BATCH-NUMBER
            " - journal STUDJRNL.DAT started".


CountRollbackFile.
*> Counts the records on the cumulative file named in
*> WS-ROLLBACK-NAME into WS-ROLLBACK-COUNT - a file not there yet
*> counts zero.
    MOVE ZERO TO WS-ROLLBACK-COUNT
    OPEN INPUT RollbackFile
    READ RollbackFile
       AT END SET EndOfRollbackFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRollbackFile
       ADD 1 TO WS-ROLLBACK-COUNT
       READ RollbackFile
          AT END SET EndOfRollbackFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RollbackFile.


WriteJournalEntry.
*> Appends one entry, staged by the caller in the WS-JRN fields, to
*> STUDJRNL.DAT. The journal is opened and closed around every entry
*> - the same reason Promote logs each step the moment it completes:
*> the entry must be on disk before the change it covers is made, or
*> a run that dies in between leaves a change BACKOUT knows nothing
*> about. A keyed batch is small, so the cost is nothing.
    OPEN EXTEND JournalFile
    MOVE SPACES            TO JournalRecord
    MOVE WS-JRN-TYPE       TO JRN-RECORD-TYPE
    MOVE WS-BATCH-NUMBER   TO JRN-BATCH-NUMBER
    MOVE WS-JRN-ACTION     TO JRN-ACTION
    MOVE WS-JRN-STUDENT-ID TO JRN-STUDENT-ID
    MOVE WS-JRN-IMAGE      TO JRN-IMAGE
    WRITE JournalRecord
    CLOSE JournalFile
    ADD 1 TO WS-JRN-ENTRY-COUNT.


CompleteJournal.
*> KEYED run only - the run has finished and every artifact is on
*> disk. The journal stays in place for SeqRecon and Promote (or for
*> BACKOUT, should the reconciliation fail); the "E" entry just
*> records that the run completed.
    MOVE "E"    TO WS-JRN-TYPE
    MOVE SPACE  TO WS-JRN-ACTION
    MOVE SPACES TO WS-JRN-STUDENT-ID
    MOVE SPACES TO WS-JRN-IMAGE
    PERFORM WriteJournalEntry
    DISPLAY "SeqUpdate - keyed run complete - STUDENTS.DAT updated "
            "in place, STUDJRNL.DAT holds the before-images for "
            "SeqRecon and Promote".


BackOutKeyedRun.
*> "SeqUpdate BACKOUT" - puts everything a keyed run changed back to
*> where it was when the run started, from STUDJRNL.DAT alone:
*>   - every journaled student: an add is deleted, a rewritten or
*>     deleted student gets its before-image back;
*>   - WAITLIST.DAT, WAITREL.DAT, RECYCLE.DAT and BILLING.DAT are
*>     rewritten from the copies taken at the start, so last night's
*>     recycle worklist and billing extract are back as they were and
*>     the run's own rejects and billing block are gone - but only
*>     when the journal carries the "C" entry that closes those
*>     copies. Without it the run died while still copying, before it
*>     opened any of the four, and they are left untouched: rebuilt
*>     from a partial copy they would lose the live waitlist, the
*>     clerks' worklist and last night's extract;
*>   - STUDHIST.DAT, REJLEDGER.DAT, SUSPENSE.DAT, ENRLSTAT.DAT,
*>     BATCHLOG.DAT and EXCEPTION.RPT are cut back to the counts in
*>     the header - the batch comes off the posted log, so it can be
*>     corrected and rerun;
*>   - each waitlist image the run released is taken back out of
*>     PENDING.DAT;
*>   - CONTROL.DAT, empty when the run started, is emptied again -
*>     there is nothing to promote.
*> The journal itself is emptied last. Every step but the PENDING.DAT
*> one can simply be repeated, so a backout that is itself
*> interrupted is rerun from the top.
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    IF  (EndOfJournalFile) OR (NOT JournalHeader) THEN
          DISPLAY "SeqUpdate - STUDJRNL.DAT holds no keyed run - "
                  "nothing backed out"
          CLOSE JournalFile
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    MOVE JRH-BATCH-NUMBER   TO WS-JRN-BATCH-NUMBER
    MOVE JRH-RUN-DATE       TO WS-JRN-RUN-DATE
    MOVE JRH-HISTORY-COUNT  TO WS-JRN-HISTORY-COUNT
    MOVE JRH-LEDGER-COUNT   TO WS-JRN-LEDGER-COUNT
    MOVE JRH-SUSPENSE-COUNT TO WS-JRN-SUSPENSE-COUNT
    MOVE JRH-ENRLSTAT-COUNT TO WS-JRN-ENRLSTAT-COUNT
    MOVE JRH-BATCHLOG-COUNT TO WS-JRN-BATCHLOG-COUNT
    MOVE JRH-EXCEPTION-COUNT TO WS-JRN-EXCEPTION-COUNT
    DISPLAY "SeqUpdate - backing out the keyed run of batch "
            WS-JRN-BATCH-NUMBER " dated " WS-JRN-RUN-DATE

*> First pass - were the file copies completed?
    PERFORM UNTIL EndOfJournalFile
       IF  JournalSnapshotDone THEN
             SET BackoutSnapshotDone TO TRUE
       END-IF
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile

    OPEN I-O StudentFile
    IF  BackoutSnapshotDone THEN
          OPEN OUTPUT WaitlistFile
          OPEN OUTPUT WaitRelFile
          OPEN OUTPUT RecycleFile
          OPEN OUTPUT BillingFile
      ELSE
          DISPLAY "SeqUpdate - the run died before its file copies "
                  "were complete - WAITLIST.DAT, WAITREL.DAT, "
                  "RECYCLE.DAT and BILLING.DAT left as they are"
    END-IF
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournalFile
       EVALUATE TRUE
         WHEN JournalBeforeImage
              PERFORM RestoreBeforeImage
         WHEN JournalWaitlistImage AND BackoutSnapshotDone
              ADD 1 TO WS-BKO-WAITLIST-COUNT
              WRITE WaitlistRecord FROM JRN-IMAGE
         WHEN JournalWaitRelImage AND BackoutSnapshotDone
              WRITE WaitRelRecord FROM JRN-IMAGE
         WHEN JournalRecycleImage AND BackoutSnapshotDone
              WRITE RecycleRecord FROM JRN-IMAGE
         WHEN JournalBillingImage AND BackoutSnapshotDone
              WRITE BillingRecord FROM JRN-IMAGE
         WHEN JournalPendingImage
              IF  WS-BKO-PEND-COUNT < 100 THEN
                    ADD 1 TO WS-BKO-PEND-COUNT
                    MOVE JRN-IMAGE
                       TO WS-BKO-PEND-IMAGE(WS-BKO-PEND-COUNT)
                    MOVE "N" TO WS-BKO-PEND-DONE-SW(WS-BKO-PEND-COUNT)
                ELSE
                    IF  NOT BkoPendTableFull THEN
                          SET BkoPendTableFull TO TRUE
                          DISPLAY "SeqUpdate - more than 100 waitlist "
                                  "releases journaled - those beyond "
                                  "the 100th stay on PENDING.DAT and "
                                  "must be pulled by hand"
                    END-IF
              END-IF
         WHEN JournalRunComplete
              SET KeyedRunCompleted TO TRUE
       END-EVALUATE
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile
    CLOSE StudentFile
    IF  BackoutSnapshotDone THEN
          CLOSE WaitlistFile
          CLOSE WaitRelFile
          CLOSE RecycleFile
          CLOSE BillingFile
    END-IF

    MOVE "STUDHIST.DAT"        TO WS-ROLLBACK-NAME
    MOVE WS-JRN-HISTORY-COUNT  TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile
    MOVE "REJLEDGER.DAT"       TO WS-ROLLBACK-NAME
    MOVE WS-JRN-LEDGER-COUNT   TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile
    MOVE "SUSPENSE.DAT"        TO WS-ROLLBACK-NAME
    MOVE WS-JRN-SUSPENSE-COUNT TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile
    MOVE "ENRLSTAT.DAT"        TO WS-ROLLBACK-NAME
    MOVE WS-JRN-ENRLSTAT-COUNT TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile
    MOVE "BATCHLOG.DAT"        TO WS-ROLLBACK-NAME
    MOVE WS-JRN-BATCHLOG-COUNT TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile
    MOVE "EXCEPTION.RPT"        TO WS-ROLLBACK-NAME
    MOVE WS-JRN-EXCEPTION-COUNT TO WS-ROLLBACK-KEEP
    PERFORM TruncateRollbackFile

    PERFORM RemoveReleasedPending

    OPEN OUTPUT ControlFile
    CLOSE ControlFile
    OPEN OUTPUT JournalFile
    CLOSE JournalFile

    IF  KeyedRunCompleted THEN
          DISPLAY "SeqUpdate - the run had completed - its CONTROL.DAT "
                  "is withdrawn and it will not be promoted"
      ELSE
          DISPLAY "SeqUpdate - the run had not completed"
    END-IF
    DISPLAY "SeqUpdate - " WS-BKO-RESTORED-COUNT " students restored, "
            WS-BKO-REMOVED-COUNT " added students removed, "
            WS-BKO-WAITLIST-COUNT " waitlist entries restored"
    DISPLAY "SeqUpdate - batch " WS-JRN-BATCH-NUMBER " backed out - "
            "STUDJRNL.DAT emptied, the batch may be corrected and rerun"
    MOVE ZERO TO RETURN-CODE.


RestoreBeforeImage.
*> One journaled student put back. An add is deleted - gone already
*> means an earlier backout attempt got this far. A rewritten or
*> deleted student gets the before-image back, by REWRITE when the
*> key is on the master and by WRITE when it is not, which is right
*> whichever way an interrupted backout left it.
    MOVE JRN-STUDENT-ID TO StudentID-S
    IF  JournalAdded THEN
          DELETE StudentFile RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-BKO-REMOVED-COUNT
          END-DELETE
      ELSE
          SET BackoutKeyPresent TO TRUE
          READ StudentFile
             INVALID KEY SET BackoutKeyMissing TO TRUE
          END-READ
          MOVE JRN-IMAGE TO StudentRecord
          IF  BackoutKeyPresent THEN
                REWRITE StudentRecord
                   INVALID KEY
                      DISPLAY "SeqUpdate - student " JRN-STUDENT-ID
                              " could not be rewritten - restore it "
                              "from the journal by hand"
                END-REWRITE
            ELSE
                WRITE StudentRecord
                   INVALID KEY
                      DISPLAY "SeqUpdate - student " JRN-STUDENT-ID
                              " could not be written back - restore "
                              "it from the journal by hand"
                END-WRITE
          END-IF
          ADD 1 TO WS-BKO-RESTORED-COUNT
    END-IF.


TruncateRollbackFile.
*> Cuts the cumulative file named in WS-ROLLBACK-NAME back to its
*> first WS-ROLLBACK-KEEP records - the records the backed-out run
*> appended are the ones behind them. Copied through STUDJRNL.WRK and
*> back, the usual rewrite-in-place shape.
    MOVE ZERO TO WS-ROLLBACK-COUNT
    MOVE ZERO TO WS-ROLLBACK-DROPPED
    OPEN INPUT RollbackFile
    OPEN OUTPUT RollbackWorkFile
    READ RollbackFile
       AT END SET EndOfRollbackFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRollbackFile
       IF  WS-ROLLBACK-COUNT < WS-ROLLBACK-KEEP THEN
             ADD 1 TO WS-ROLLBACK-COUNT
             WRITE RollbackWorkRecord FROM RollbackRecord
         ELSE
             ADD 1 TO WS-ROLLBACK-DROPPED
       END-IF
       READ RollbackFile
          AT END SET EndOfRollbackFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RollbackFile
    CLOSE RollbackWorkFile
    PERFORM CopyBackRollbackWork
    DISPLAY "SeqUpdate - " WS-ROLLBACK-NAME " "
            WS-ROLLBACK-DROPPED " records removed".


RemoveReleasedPending.
*> Takes each waitlist image the backed-out run released back out of
*> PENDING.DAT - the first line still carrying it, wherever it now
*> sits, since the front desk may have queued more since.
    MOVE "PENDING.DAT" TO WS-ROLLBACK-NAME
    MOVE ZERO TO WS-ROLLBACK-DROPPED
    OPEN INPUT RollbackFile
    OPEN OUTPUT RollbackWorkFile
    READ RollbackFile
       AT END SET EndOfRollbackFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRollbackFile
       MOVE ZERO TO WS-BKO-PEND-MATCH
       MOVE 1 TO WS-BKO-PEND-I
       PERFORM UNTIL (WS-BKO-PEND-I > WS-BKO-PEND-COUNT)
                       OR (WS-BKO-PEND-MATCH NOT = ZERO)
          IF  (NOT PendImageRemoved(WS-BKO-PEND-I))
                  AND (RollbackRecord = WS-BKO-PEND-IMAGE(WS-BKO-PEND-I))
                  THEN
                MOVE WS-BKO-PEND-I TO WS-BKO-PEND-MATCH
          END-IF
          ADD 1 TO WS-BKO-PEND-I
       END-PERFORM
       IF  WS-BKO-PEND-MATCH NOT = ZERO THEN
             MOVE "Y" TO WS-BKO-PEND-DONE-SW(WS-BKO-PEND-MATCH)
             ADD 1 TO WS-ROLLBACK-DROPPED
         ELSE
             WRITE RollbackWorkRecord FROM RollbackRecord
       END-IF
       READ RollbackFile
          AT END SET EndOfRollbackFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RollbackFile
    CLOSE RollbackWorkFile
    PERFORM CopyBackRollbackWork
    DISPLAY "SeqUpdate - PENDING.DAT " WS-ROLLBACK-DROPPED
            " released waitlist records removed".


CopyBackRollbackWork.
*> Copies STUDJRNL.WRK back over the file named in WS-ROLLBACK-NAME.
    OPEN INPUT RollbackWorkFile
    OPEN OUTPUT RollbackFile
    READ RollbackWorkFile
       AT END SET EndOfRollbackWork TO TRUE
    END-READ
    PERFORM UNTIL EndOfRollbackWork
       WRITE RollbackRecord FROM RollbackWorkRecord
       READ RollbackWorkFile
          AT END SET EndOfRollbackWork TO TRUE
       END-READ
    END-PERFORM
    CLOSE RollbackWorkFile
    CLOSE RollbackFile.
