      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CourseCancel.
AUTHOR. Michael Coughlan.
*> Cancels a course and moves everybody on it somewhere else in one
*> sitting, instead of the front desk keying a course change per
*> student through StudentInquiry. Run as
*>     CourseCancel <cancelled course> <target> [<target> ...]
*> with up to six target courses to share the students across. The
*> operator signs on against OPERPROF.DAT exactly as at StudentInquiry
*> and must hold course-change (C) authority, since every transaction
*> queued here carries their ID into the audit trail.
*> Every ACTIVE student on the cancelled course (withdrawn and
*> graduated students hold no seat and are left alone) is given a
*> target - each in turn goes to whichever target has the most free
*> seats left, so a list of targets fills evenly and nobody is sent
*> to a full course while another still has room. Once every target
*> is full the remainder still get their change queued; the nightly
*> SeqUpdate pass parks them on that course's waitlist, and the
*> preview says so.
*> A student on finance's FINHOLD.DAT hold file cannot be moved:
*> SeqUpdate rejects their course change FHLD and they stay on the
*> cancelled course. They are still queued - pointed at the first
*> target - so the reject sits on RECYCLE.DAT and the suspense ledger
*> for the correction clerk to resubmit once finance lifts the hold,
*> but they take no seat in the target arithmetic, and the preview
*> marks each one and counts them so the operator confirms knowing
*> who will be stranded.
*> WAITLIST.DAT entries queued for the cancelled course are either
*> moved to the first target - keeping their queue date and their
*> place in the file, which is the queue order - or dropped, as the
*> operator chooses. Only a waiting course change or add can be moved
*> (its NewCourseCode-T is simply re-pointed); a waiting
*> reinstatement asks for the student's own course back and is always
*> dropped, as is a change that would move a student onto the course
*> they are leaving.
*> Before anything is touched a preview goes to CRSCANCL.RPT and the
*> console - the seat impact on each target, every student and where
*> they are going, and every waitlist entry and what happens to it -
*> and nothing is done unless the operator then types YES. On YES:
*>   - one C transaction per student is appended to PENDING.DAT, with
*>     tonight's effective date, the operator's ID and any registrar
*>     override keyed for a late change, for TransMerge to fold into
*>     the next batch like any front-desk record. As at
*>     StudentInquiry, the override is only asked for when the
*>     operator's own profile holds the override letter "O", and the
*>     ID keyed must be an active profile holding "O" or the
*>     cancellation is refused;
*>   - the course is marked closed (C) on COURSES.DAT so nothing new
*>     is accepted onto it, and on the registry's COURSES.TXT as well
*>     so the next CourseLoad does not quietly reopen it;
*>   - WAITLIST.DAT is rewritten through WAITLIST.NEW with the moved
*>     entries re-pointed and the dropped ones left out.
*> The outcome follows the preview on CRSCANCL.RPT. RETURN-CODE is 00
*> when the cancellation was carried out, 04 when it was but
*> COURSES.TXT had no line for the course, and 16 when it was refused
*> or not confirmed.
*> No cancellation is made while STUDJRNL.DAT still holds a keyed
*> SeqUpdate run that is neither promoted nor backed out: a BACKOUT
*> rewrites WAITLIST.DAT from the journal's copy, which would put the
*> cancelled course's waiting entries back behind a course already
*> closed, where ReleaseWaitlist never releases them. The journal is
*> checked before sign-on and again after YES, just before the first
*> file is touched, and the refusal is RETURN-CODE 16 as above.
*> NOTE: StudentRecord, CourseRecord, WaitlistRecord, PendingRecord,
*> CourseTextRecord, FinanceHoldRecord and OperatorProfileRecord here
*> must be kept in step with SeqUpdate's, CourseLoad's and
*> StudentInquiry's own layouts - there is no shared copybook for
*> them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN "STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentID-S
             ALTERNATE RECORD KEY IS StudentName-S
                 WITH DUPLICATES.

      SELECT CourseFile ASSIGN "COURSES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode-C.

      SELECT OPTIONAL CourseTextFile ASSIGN "COURSES.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT CourseTextNewFile ASSIGN "COURSES.TNW"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL WaitlistFile ASSIGN "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT WaitlistNewFile ASSIGN "WAITLIST.NEW"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL PendingFile ASSIGN "PENDING.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL FinanceHoldFile ASSIGN "FINHOLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL OperatorProfileFile ASSIGN "OPERPROF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL JournalFile ASSIGN "STUDJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT CancelReport ASSIGN "CRSCANCL.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentRecord.
   88 EndOfStudentFile     VALUE ALL "9".
   02 StudentID-S          PIC 9(7).
   02 StudentName-S        PIC X(10).
   02 StudentStatus-S      PIC X(1).
      88 StudentActive-S      VALUE "A" SPACE.
   02 FILLER               PIC X(5).
   02 CourseCode-S         PIC X(4).
   02 FILLER               PIC X(5).

FD CourseFile.
01 CourseRecord.
   02 CourseCode-C         PIC X(4).
   02 CourseTitle-C        PIC X(20).
   02 SeatCapacity-C       PIC 9(5).
   02 OpenFlag-C           PIC X(1).
      88 CourseOpen-C      VALUE "O".

FD CourseTextFile.
01 CourseTextRecord.
   88 EndOfCourseTextFile  VALUE ALL "9".
   02 CourseCode-X         PIC X(4).
   02 CourseTitle-X        PIC X(20).
   02 SeatCapacity-X       PIC X(5).
   02 OpenFlag-X           PIC X(1).

FD CourseTextNewFile.
01 CourseTextNewRecord.
   88 EndOfCourseTextNewFile VALUE ALL "9".
   02 FILLER               PIC X(30).

*> WL-TRANS-IMAGE is the parked transaction exactly as keyed - the
*> TransCode-T letter sits at (8:1), OldCourseCode-T at (9:4) and
*> NewCourseCode-T at (13:4), the positions SeqUpdate reads them from.
FD WaitlistFile.
01 WaitlistRecord.
   88 EndOfWaitlistFile    VALUE ALL "9".
   02 WL-COURSE-CODE       PIC X(4).
   02 WL-QUEUE-DATE        PIC 9(8).
   02 WL-TRANS-IMAGE       PIC X(51).

FD WaitlistNewFile.
01 WaitlistNewRecord.
   88 EndOfWaitlistNewFile VALUE ALL "9".
   02 FILLER               PIC X(63).

FD PendingFile.
01 PendingRecord.
   02 StudentID-T          PIC 9(7).
   02 TransCode-T          PIC X(1).
   02 OldCourseCode-T      PIC X(4).
   02 NewCourseCode-T      PIC X(4).
   02 NewStudentName-T     PIC X(10).
   02 FILLER               PIC X(1).
   02 EffectiveDate-T      PIC X(8).
   02 OperatorID-T         PIC X(8).
   02 OverrideAuth-T       PIC X(8).

FD FinanceHoldFile.
01 FinanceHoldRecord.
   88 EndOfFinanceHoldFile VALUE ALL "9".
   02 FH-STUDENT-ID        PIC 9(7).
   02 FILLER               PIC X(1).
   02 FH-HOLD-TYPE         PIC X(4).
   02 FILLER               PIC X(1).
   02 FH-HOLD-DATE         PIC 9(8).

FD OperatorProfileFile.
01 OperatorProfileRecord.
   88 EndOfOperatorProfileFile VALUE ALL "9".
   02 OP-OPERATOR-ID       PIC X(8).
   02 FILLER               PIC X(1).
   02 OP-OPERATOR-NAME     PIC X(20).
   02 FILLER               PIC X(1).
   02 OP-ACTIVE-FLAG       PIC X(1).
   02 FILLER               PIC X(1).
   02 OP-ALLOWED-CODES     PIC X(8).

*> SeqUpdate's before-image journal of a KEYED run - read only to see
*> whether it still holds one.
*> NOTE: must be kept in step with SeqUpdate's own FD JournalFile
*> layout - there is no shared copybook for it.
FD JournalFile.
01 JournalRecord.
   88 EndOfJournalFile     VALUE ALL "9".
   02 JRN-RECORD-TYPE      PIC X(1).
      88 JournalHeader     VALUE "H".
   02 FILLER               PIC X(1).
   02 JRN-BATCH-NUMBER     PIC 9(6).
   02 FILLER               PIC X(1).
   02 JRN-ACTION           PIC X(1).
   02 FILLER               PIC X(1).
   02 JRN-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 JRN-IMAGE            PIC X(63).

FD CancelReport.
01 CancelReportLine        PIC X(80).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8) VALUE ZERO.

*> The command line - the cancelled course, then the targets.
77 WS-COMMAND-LINE         PIC X(80) VALUE SPACES.
77 WS-CANCEL-COURSE        PIC X(4) VALUE SPACES.
77 WS-CANCEL-TITLE         PIC X(20) VALUE SPACES.
77 WS-CANCEL-OPEN-FLAG     PIC X(1) VALUE SPACE.
77 WS-CANCEL-ACTIVE        PIC 9(5) VALUE ZERO.

*> The target courses, in the order keyed. WS-TGT-FREE is what the
*> course has spare today; WS-TGT-FREE-LEFT is what it will have
*> once the students given to it so far are on - negative once it is
*> over capacity and the nightly run starts waitlisting them.
01 WS-TARGET-TABLE.
   02 WS-TGT-COUNT         PIC 9(1) VALUE ZERO.
   02 WS-TGT-ENTRY         OCCURS 6 TIMES.
      03 WS-TGT-CODE       PIC X(4).
      03 WS-TGT-TITLE      PIC X(20).
      03 WS-TGT-CAPACITY   PIC 9(5).
      03 WS-TGT-ACTIVE     PIC 9(5).
      03 WS-TGT-FREE       PIC S9(6).
      03 WS-TGT-FREE-LEFT  PIC S9(6).
      03 WS-TGT-MOVING     PIC 9(5).
77 WS-TGT-I                PIC 9(1) VALUE ZERO.
77 WS-TGT-J                PIC 9(1) VALUE ZERO.
77 WS-TGT-BEST             PIC 9(1) VALUE ZERO.
77 WS-TGT-MATCH-IDX        PIC 9(1) VALUE ZERO.

*> The students being moved, in StudentID order, each with the target
*> AssignTargets chose. Held from the preview through to the queueing
*> so what is queued is exactly what the operator confirmed. A
*> student finance is holding is flagged by MarkFinanceHolds and
*> counted in WS-HELD-COUNT rather than given a seat.
01 WS-MOVE-TABLE.
   02 WS-MOVE-COUNT        PIC 9(4) VALUE ZERO.
   02 WS-MOVE-ENTRY        OCCURS 1000 TIMES.
      03 WS-MOVE-STUDENT-ID PIC 9(7).
      03 WS-MOVE-NAME      PIC X(10).
      03 WS-MOVE-TARGET    PIC 9(1).
      03 WS-MOVE-HOLD-SW   PIC X(1).
         88 MoveOnHold     VALUE "Y".
77 WS-MOVE-I               PIC 9(4) VALUE ZERO.
77 WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
77 WS-MOVE-TABLE-SW        PIC X(1) VALUE "N".
   88 MoveTableFull        VALUE "Y".

*> Waitlist entries for the cancelled course, and what is to become
*> of them. Only a waiting C or A can be re-pointed at the first
*> target; the disposition is asked for only when there is one.
77 WS-WL-MOVABLE           PIC 9(5) VALUE ZERO.
77 WS-WL-UNMOVABLE         PIC 9(5) VALUE ZERO.
77 WS-WL-MOVED             PIC 9(5) VALUE ZERO.
77 WS-WL-DROPPED           PIC 9(5) VALUE ZERO.
77 WS-WL-KEPT              PIC 9(5) VALUE ZERO.
77 WS-WL-ACTION-SW         PIC X(1) VALUE "D".
   88 WaitlistMove         VALUE "M".
   88 WaitlistDrop         VALUE "D".
77 WS-WL-ENTRY-SW          PIC X(1) VALUE "N".
   88 WaitlistEntryMovable VALUE "Y".
   88 WaitlistEntryNotMovable VALUE "N".

77 WS-COURSE-FOUND-SW      PIC X(1) VALUE "N".
   88 CourseFound          VALUE "Y".
   88 CourseNotFound       VALUE "N".
77 WS-REFUSED-SW           PIC X(1) VALUE "N".
   88 CancelRefused        VALUE "Y".
77 WS-TEXT-FOUND-SW        PIC X(1) VALUE "N".
   88 CourseTextFound      VALUE "Y".
77 WS-CONFIRM              PIC X(3) VALUE SPACES.
77 WS-OVERRIDE-AUTH        PIC X(8) VALUE SPACES.
77 WS-OVERRIDE-SW          PIC X(1) VALUE "Y".
   88 OverrideValid        VALUE "Y".
   88 OverrideInvalid      VALUE "N".
77 WS-QUEUED-COUNT         PIC 9(5) VALUE ZERO.

*> Sign-on, as at StudentInquiry - see AcceptOperatorId there.
77 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
77 WS-JRN-FOUND-SW         PIC X(1) VALUE "N".
   88 JournalHoldsRun      VALUE "Y".
77 WS-JRN-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
77 WS-OPERATOR-NAME        PIC X(20) VALUE SPACES.
77 WS-OPER-ALLOWED         PIC X(8) VALUE SPACES.
77 WS-OPER-ACTIVE          PIC X(1) VALUE SPACE.
   88 OperatorActive       VALUE "Y".
77 WS-SIGNON-SW            PIC X(1) VALUE "N".
   88 SignedOn             VALUE "Y".
   88 NotSignedOn          VALUE "N".
77 WS-SIGNON-TRIES         PIC 9(1) VALUE ZERO.
77 WS-PROFILE-SW           PIC X(1) VALUE "N".
   88 ProfileFound         VALUE "Y".
   88 ProfileNotFound      VALUE "N".
77 WS-CHECK-CODE           PIC X(1).
77 WS-CODE-I               PIC 9(1).
77 WS-CODE-ALLOWED-SW      PIC X(1) VALUE "N".
   88 CodeAllowed          VALUE "Y".
   88 CodeNotAllowed       VALUE "N".

77 WS-REPORT-LINE          PIC X(80) VALUE SPACES.
77 WS-COUNT-ED             PIC ZZZZ9.
77 WS-COUNT2-ED            PIC ZZZZ9.
77 WS-COUNT3-ED            PIC ZZZZ9.
77 WS-FREE-ED              PIC -----9.
77 WS-FREE2-ED             PIC -----9.


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
       INTO WS-CANCEL-COURSE
            WS-TGT-CODE(1) WS-TGT-CODE(2) WS-TGT-CODE(3)
            WS-TGT-CODE(4) WS-TGT-CODE(5) WS-TGT-CODE(6)
    END-UNSTRING
    IF  (WS-CANCEL-COURSE = SPACES) OR (WS-TGT-CODE(1) = SPACES) THEN
          DISPLAY "CourseCancel - usage: CourseCancel <cancelled "
                  "course> <target> [<target> ...] (up to 6 targets)"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    PERFORM CheckJournalEmpty
    IF  JournalHoldsRun THEN
          DISPLAY "CourseCancel - STUDJRNL.DAT still holds the keyed "
                  "run of batch " WS-JRN-BATCH-NUMBER " - promote it "
                  "or back it out first - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    PERFORM AcceptOperatorId
    IF  NotSignedOn THEN
          DISPLAY "CourseCancel - sign-on refused - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    MOVE "C" TO WS-CHECK-CODE
    PERFORM CheckActionAllowed
    IF  CodeNotAllowed THEN
          DISPLAY "CourseCancel - operator " WS-OPERATOR-ID " does not "
                  "hold course-change authority - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    PERFORM ValidateCourses
    IF  CancelRefused THEN
          DISPLAY "CourseCancel - cancellation refused - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    PERFORM LoadCourseStudents
    IF  MoveTableFull THEN
          DISPLAY "CourseCancel - more than 1000 active students on "
                  WS-CANCEL-COURSE " - too many to preview in one "
                  "run - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    PERFORM MarkFinanceHolds
    PERFORM AssignTargets
    PERFORM CountWaitlistEntries
    PERFORM AcceptWaitlistAction
    MOVE "O" TO WS-CHECK-CODE
    PERFORM CheckActionAllowed
    IF  CodeAllowed THEN
          DISPLAY "Registrar override authorisation for changes past "
                  "the add/drop deadline? (Enter = none)"
          ACCEPT WS-OVERRIDE-AUTH
          IF  WS-OVERRIDE-AUTH NOT = SPACES THEN
                PERFORM CheckOverrideProfile
          END-IF
    END-IF
    IF  OverrideInvalid THEN
          DISPLAY "CourseCancel - override " WS-OVERRIDE-AUTH " is not "
                  "an active profile allowed to authorise late "
                  "changes - nothing done"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    OPEN OUTPUT CancelReport
    PERFORM PrintPreview
    DISPLAY "Type YES to proceed:"
    ACCEPT WS-CONFIRM
    IF  WS-CONFIRM NOT = "YES" THEN
          MOVE "Not confirmed - nothing queued, no file changed"
            TO WS-REPORT-LINE
          PERFORM WriteReportLine
          CLOSE CancelReport
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

*> A keyed run may have started while the preview was being read
    PERFORM CheckJournalEmpty
    IF  JournalHoldsRun THEN
          MOVE SPACES TO WS-REPORT-LINE
          STRING "STUDJRNL.DAT now holds the keyed run of batch "
                      DELIMITED BY SIZE
                 WS-JRN-BATCH-NUMBER DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          PERFORM WriteReportLine
          MOVE "Nothing queued, no file changed - promote it or back "
            TO WS-REPORT-LINE
          PERFORM WriteReportLine
          MOVE "it out first" TO WS-REPORT-LINE
          PERFORM WriteReportLine
          CLOSE CancelReport
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF

    PERFORM QueueCourseChanges
    PERFORM CloseCancelledCourse
    PERFORM CloseCourseText
    PERFORM RewriteWaitlist
    PERFORM PrintOutcome
    CLOSE CancelReport
    IF  CourseTextFound THEN
          MOVE ZERO TO RETURN-CODE
      ELSE
          MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

CheckJournalEmpty.
*> JournalHoldsRun when STUDJRNL.DAT has any record at all - SeqUpdate
*> writes its header first and the journal is only ever emptied
*> whole, by Promote or by BACKOUT.
    OPEN INPUT JournalFile
    READ JournalFile
       AT END CONTINUE
       NOT AT END
          SET JournalHoldsRun TO TRUE
          MOVE JRN-BATCH-NUMBER TO WS-JRN-BATCH-NUMBER
    END-READ
    CLOSE JournalFile.

AcceptOperatorId.
*> Same rules as StudentInquiry's sign-on: a profile on OPERPROF.DAT,
*> held active, no reserved "*" IDs, three refusals and out.
    SET NotSignedOn TO TRUE
    MOVE ZERO TO WS-SIGNON-TRIES
    PERFORM UNTIL (SignedOn) OR (WS-SIGNON-TRIES NOT < 3)
       DISPLAY "Operator ID? "
       MOVE SPACES TO WS-OPERATOR-ID
       ACCEPT WS-OPERATOR-ID
       EVALUATE TRUE
         WHEN WS-OPERATOR-ID = SPACES
              DISPLAY "An operator ID is required before any "
                      "course can be cancelled"
         WHEN WS-OPERATOR-ID(1:1) = "*"
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY "Operator IDs starting with * are reserved "
                      "for system sources"
         WHEN OTHER
              PERFORM LookUpOperatorProfile
              EVALUATE TRUE
                WHEN ProfileNotFound
                     ADD 1 TO WS-SIGNON-TRIES
                     DISPLAY "Operator " WS-OPERATOR-ID " has no "
                             "operator profile - sign-on refused"
                WHEN NOT OperatorActive
                     ADD 1 TO WS-SIGNON-TRIES
                     DISPLAY "Operator " WS-OPERATOR-ID " is not "
                             "active - sign-on refused"
                WHEN OTHER
                     SET SignedOn TO TRUE
                     DISPLAY "Signed on as " WS-OPERATOR-NAME
              END-EVALUATE
       END-EVALUATE
    END-PERFORM.

LookUpOperatorProfile.
    SET ProfileNotFound TO TRUE
    MOVE SPACES TO WS-OPERATOR-NAME
    MOVE SPACES TO WS-OPER-ALLOWED
    MOVE SPACE  TO WS-OPER-ACTIVE
    OPEN INPUT OperatorProfileFile
    READ OperatorProfileFile
       AT END SET EndOfOperatorProfileFile TO TRUE
    END-READ
    PERFORM UNTIL (EndOfOperatorProfileFile) OR (ProfileFound)
       IF  OP-OPERATOR-ID = WS-OPERATOR-ID THEN
             SET ProfileFound TO TRUE
             MOVE OP-OPERATOR-NAME TO WS-OPERATOR-NAME
             MOVE OP-ACTIVE-FLAG   TO WS-OPER-ACTIVE
             MOVE OP-ALLOWED-CODES TO WS-OPER-ALLOWED
         ELSE
             READ OperatorProfileFile
                AT END SET EndOfOperatorProfileFile TO TRUE
             END-READ
       END-IF
    END-PERFORM
    CLOSE OperatorProfileFile.

CheckOverrideProfile.
*> Scans OPERPROF.DAT for the authorising ID in WS-OVERRIDE-AUTH - on
*> file, active and holding "O", the test TransEdit applies to
*> OverrideAuth-T. The signed-on operator's own fields are left alone.
    SET OverrideInvalid TO TRUE
    OPEN INPUT OperatorProfileFile
    READ OperatorProfileFile
       AT END SET EndOfOperatorProfileFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOperatorProfileFile
       IF  OP-OPERATOR-ID = WS-OVERRIDE-AUTH THEN
             IF  OP-ACTIVE-FLAG = "Y" THEN
                   SET CodeNotAllowed TO TRUE
                   MOVE 1 TO WS-CODE-I
                   PERFORM UNTIL (WS-CODE-I > 8) OR (CodeAllowed)
                      IF  OP-ALLOWED-CODES(WS-CODE-I:1) = "O" THEN
                            SET CodeAllowed TO TRUE
                      END-IF
                      ADD 1 TO WS-CODE-I
                   END-PERFORM
                   IF  CodeAllowed THEN
                         SET OverrideValid TO TRUE
                   END-IF
             END-IF
             SET EndOfOperatorProfileFile TO TRUE
         ELSE
             READ OperatorProfileFile
                AT END SET EndOfOperatorProfileFile TO TRUE
             END-READ
       END-IF
    END-PERFORM
    CLOSE OperatorProfileFile.

CheckActionAllowed.
    SET CodeNotAllowed TO TRUE
    MOVE 1 TO WS-CODE-I
    PERFORM UNTIL (WS-CODE-I > 8) OR (CodeAllowed)
       IF  WS-OPER-ALLOWED(WS-CODE-I:1) = WS-CHECK-CODE THEN
             SET CodeAllowed TO TRUE
       END-IF
       ADD 1 TO WS-CODE-I
    END-PERFORM.

ValidateCourses.
*> The cancelled course must be on COURSES.DAT (it may already be
*> closed - a rerun to clear stragglers is allowed). Every target
*> must be on file, open, not the cancelled course itself and not
*> keyed twice. Each problem is reported before refusing, so the
*> operator can fix the whole command line in one go.
    MOVE ZERO TO WS-TGT-COUNT
    MOVE 1 TO WS-TGT-I
    PERFORM UNTIL WS-TGT-I > 6
       IF  WS-TGT-CODE(WS-TGT-I) NOT = SPACES THEN
             MOVE WS-TGT-I TO WS-TGT-COUNT
       END-IF
       ADD 1 TO WS-TGT-I
    END-PERFORM
    OPEN INPUT CourseFile
    MOVE WS-CANCEL-COURSE TO CourseCode-C
    PERFORM ReadCourse
    IF  CourseNotFound THEN
          DISPLAY "CourseCancel - course " WS-CANCEL-COURSE
                  " is not on COURSES.DAT"
          SET CancelRefused TO TRUE
      ELSE
          MOVE CourseTitle-C TO WS-CANCEL-TITLE
          MOVE OpenFlag-C    TO WS-CANCEL-OPEN-FLAG
    END-IF
    MOVE 1 TO WS-TGT-I
    PERFORM UNTIL WS-TGT-I > WS-TGT-COUNT
       MOVE WS-TGT-CODE(WS-TGT-I) TO CourseCode-C
       PERFORM ReadCourse
       EVALUATE TRUE
         WHEN WS-TGT-CODE(WS-TGT-I) = WS-CANCEL-COURSE
              DISPLAY "CourseCancel - target " WS-TGT-CODE(WS-TGT-I)
                      " is the course being cancelled"
              SET CancelRefused TO TRUE
         WHEN CourseNotFound
              DISPLAY "CourseCancel - target " WS-TGT-CODE(WS-TGT-I)
                      " is not on COURSES.DAT"
              SET CancelRefused TO TRUE
         WHEN NOT CourseOpen-C
              DISPLAY "CourseCancel - target " WS-TGT-CODE(WS-TGT-I)
                      " is closed"
              SET CancelRefused TO TRUE
         WHEN OTHER
              MOVE CourseTitle-C  TO WS-TGT-TITLE(WS-TGT-I)
              MOVE SeatCapacity-C TO WS-TGT-CAPACITY(WS-TGT-I)
       END-EVALUATE
       MOVE ZERO TO WS-TGT-ACTIVE(WS-TGT-I)
       MOVE ZERO TO WS-TGT-MOVING(WS-TGT-I)
       MOVE 1 TO WS-TGT-J
       PERFORM UNTIL WS-TGT-J NOT < WS-TGT-I
          IF  WS-TGT-CODE(WS-TGT-J) = WS-TGT-CODE(WS-TGT-I) THEN
                DISPLAY "CourseCancel - target "
                        WS-TGT-CODE(WS-TGT-I) " is keyed twice"
                SET CancelRefused TO TRUE
          END-IF
          ADD 1 TO WS-TGT-J
       END-PERFORM
       ADD 1 TO WS-TGT-I
    END-PERFORM
    CLOSE CourseFile.

ReadCourse.
*> Keyed READ of COURSES.DAT on whatever the caller put in
*> CourseCode-C.
    SET CourseFound TO TRUE
    READ CourseFile
       INVALID KEY SET CourseNotFound TO TRUE
    END-READ.

LoadCourseStudents.
*> One pass of the master: the active head-count on each target, and
*> every active student on the cancelled course into WS-MOVE-TABLE.
    OPEN INPUT StudentFile
    READ StudentFile
       AT END SET EndOfStudentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudentFile
       IF  StudentActive-S THEN
             IF  CourseCode-S = WS-CANCEL-COURSE THEN
                   ADD 1 TO WS-CANCEL-ACTIVE
                   IF  WS-MOVE-COUNT < 1000 THEN
                         ADD 1 TO WS-MOVE-COUNT
                         MOVE StudentID-S
                           TO WS-MOVE-STUDENT-ID(WS-MOVE-COUNT)
                         MOVE StudentName-S
                           TO WS-MOVE-NAME(WS-MOVE-COUNT)
                         MOVE ZERO TO WS-MOVE-TARGET(WS-MOVE-COUNT)
                         MOVE "N"  TO WS-MOVE-HOLD-SW(WS-MOVE-COUNT)
                     ELSE
                         SET MoveTableFull TO TRUE
                   END-IF
               ELSE
                   MOVE 1 TO WS-TGT-I
                   PERFORM UNTIL WS-TGT-I > WS-TGT-COUNT
                      IF  CourseCode-S = WS-TGT-CODE(WS-TGT-I) THEN
                            ADD 1 TO WS-TGT-ACTIVE(WS-TGT-I)
                      END-IF
                      ADD 1 TO WS-TGT-I
                   END-PERFORM
             END-IF
       END-IF
       READ StudentFile
          AT END SET EndOfStudentFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE StudentFile.

MarkFinanceHolds.
*> One pass of FINHOLD.DAT, read the way StudentInquiry's
*> ShowFinanceHolds reads it: every student in WS-MOVE-TABLE with a
*> hold is flagged, and counted once however many holds they have.
    OPEN INPUT FinanceHoldFile
    READ FinanceHoldFile
       AT END SET EndOfFinanceHoldFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFinanceHoldFile
       MOVE 1 TO WS-MOVE-I
       PERFORM UNTIL WS-MOVE-I > WS-MOVE-COUNT
          IF  (WS-MOVE-STUDENT-ID(WS-MOVE-I) = FH-STUDENT-ID)
                  AND (NOT MoveOnHold(WS-MOVE-I)) THEN
                MOVE "Y" TO WS-MOVE-HOLD-SW(WS-MOVE-I)
                ADD 1 TO WS-HELD-COUNT
          END-IF
          ADD 1 TO WS-MOVE-I
       END-PERFORM
       READ FinanceHoldFile
          AT END SET EndOfFinanceHoldFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE FinanceHoldFile.

AssignTargets.
*> Each student in turn goes to the target with the most seats still
*> free once the students already given out are counted - the
*> earliest-keyed target wins a tie, so a single target simply takes
*> everybody. A student on a finance hold takes no seat: their change
*> is queued at the first target only so the FHLD reject carries one
*> for the clerk's resubmission.
    MOVE 1 TO WS-TGT-I
    PERFORM UNTIL WS-TGT-I > WS-TGT-COUNT
       COMPUTE WS-TGT-FREE(WS-TGT-I) = WS-TGT-CAPACITY(WS-TGT-I)
                                      - WS-TGT-ACTIVE(WS-TGT-I)
       MOVE WS-TGT-FREE(WS-TGT-I) TO WS-TGT-FREE-LEFT(WS-TGT-I)
       ADD 1 TO WS-TGT-I
    END-PERFORM
    MOVE 1 TO WS-MOVE-I
    PERFORM UNTIL WS-MOVE-I > WS-MOVE-COUNT
       IF  MoveOnHold(WS-MOVE-I) THEN
             MOVE 1 TO WS-MOVE-TARGET(WS-MOVE-I)
         ELSE
             MOVE 1 TO WS-TGT-BEST
             MOVE 2 TO WS-TGT-I
             PERFORM UNTIL WS-TGT-I > WS-TGT-COUNT
                IF  WS-TGT-FREE-LEFT(WS-TGT-I)
                      > WS-TGT-FREE-LEFT(WS-TGT-BEST) THEN
                      MOVE WS-TGT-I TO WS-TGT-BEST
                END-IF
                ADD 1 TO WS-TGT-I
             END-PERFORM
             MOVE WS-TGT-BEST TO WS-MOVE-TARGET(WS-MOVE-I)
             ADD 1 TO WS-TGT-MOVING(WS-TGT-BEST)
             SUBTRACT 1 FROM WS-TGT-FREE-LEFT(WS-TGT-BEST)
       END-IF
       ADD 1 TO WS-MOVE-I
    END-PERFORM.

CountWaitlistEntries.
    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       IF  WL-COURSE-CODE = WS-CANCEL-COURSE THEN
             PERFORM CheckWaitlistEntryMovable
             IF  WaitlistEntryMovable THEN
                   ADD 1 TO WS-WL-MOVABLE
               ELSE
                   ADD 1 TO WS-WL-UNMOVABLE
             END-IF
       END-IF
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

CheckWaitlistEntryMovable.
*> A waiting course change or add can be re-pointed at the first
*> target - unless it is a change off that very course.
    IF  (WL-TRANS-IMAGE(8:1) = "C" OR "A")
            AND (WL-TRANS-IMAGE(9:4) NOT = WS-TGT-CODE(1)) THEN
          SET WaitlistEntryMovable TO TRUE
      ELSE
          SET WaitlistEntryNotMovable TO TRUE
    END-IF.

AcceptWaitlistAction.
    SET WaitlistDrop TO TRUE
    IF  WS-WL-MOVABLE > ZERO THEN
          MOVE SPACE TO WS-WL-ACTION-SW
          PERFORM UNTIL WaitlistMove OR WaitlistDrop
             DISPLAY WS-WL-MOVABLE " waitlist entries for "
                     WS-CANCEL-COURSE " can be moved - M = move them "
                     "to " WS-TGT-CODE(1) ", D = drop them"
             ACCEPT WS-WL-ACTION-SW
          END-PERFORM
    END-IF.

PrintPreview.
*> The seat impact on each target, then every student being moved,
*> then every waitlist entry for the cancelled course.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Course cancellation preview - run date " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " - operator " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE WS-CANCEL-ACTIVE TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Cancelling " DELIMITED BY SIZE
           WS-CANCEL-COURSE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CANCEL-TITLE DELIMITED BY SIZE
           " - active students to move: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    IF  WS-HELD-COUNT > ZERO THEN
          PERFORM PrintHeldCount
    END-IF
    IF  WS-CANCEL-OPEN-FLAG NOT = "O" THEN
          MOVE "(the course is already marked closed on COURSES.DAT)"
            TO WS-REPORT-LINE
          PERFORM WriteReportLine
    END-IF
    IF  WS-OVERRIDE-AUTH = SPACES THEN
          MOVE "Override authorisation: none" TO WS-REPORT-LINE
      ELSE
          MOVE SPACES TO WS-REPORT-LINE
          STRING "Override authorisation: " DELIMITED BY SIZE
                 WS-OVERRIDE-AUTH DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
    END-IF
    PERFORM WriteReportLine
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Target Title                  Capacity Active "
             DELIMITED BY SIZE
           "  Free  Moving  Free after" DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    MOVE 1 TO WS-TGT-I
    PERFORM UNTIL WS-TGT-I > WS-TGT-COUNT
       PERFORM PrintTargetLine
       ADD 1 TO WS-TGT-I
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "StudentID Name       From To" TO WS-REPORT-LINE
    PERFORM WriteReportLine
    IF  WS-MOVE-COUNT = ZERO THEN
          MOVE "(no active students on the course)" TO WS-REPORT-LINE
          PERFORM WriteReportLine
    END-IF
    MOVE 1 TO WS-MOVE-I
    PERFORM UNTIL WS-MOVE-I > WS-MOVE-COUNT
       MOVE WS-MOVE-TARGET(WS-MOVE-I) TO WS-TGT-I
       MOVE SPACES TO WS-REPORT-LINE
       STRING WS-MOVE-STUDENT-ID(WS-MOVE-I) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-MOVE-NAME(WS-MOVE-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CANCEL-COURSE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       IF  MoveOnHold(WS-MOVE-I) THEN
             STRING "finance hold - will reject FHLD, stays on "
                      DELIMITED BY SIZE
                    WS-CANCEL-COURSE DELIMITED BY SIZE
               INTO WS-REPORT-LINE(27:54)
             END-STRING
         ELSE
             MOVE WS-TGT-CODE(WS-TGT-I) TO WS-REPORT-LINE(27:4)
       END-IF
       PERFORM WriteReportLine
       ADD 1 TO WS-MOVE-I
    END-PERFORM

    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Waitlist entries for " DELIMITED BY SIZE
           WS-CANCEL-COURSE DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    IF  (WS-WL-MOVABLE + WS-WL-UNMOVABLE) = ZERO THEN
          MOVE "(none)" TO WS-REPORT-LINE
          PERFORM WriteReportLine
      ELSE
          PERFORM PrintWaitlistPreview
    END-IF.

PrintHeldCount.
*> Shown on the preview and again on the outcome.
    MOVE WS-HELD-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  of whom on a finance hold (will reject FHLD, stay on "
             DELIMITED BY SIZE
           WS-CANCEL-COURSE DELIMITED BY SIZE
           "): " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine.

PrintTargetLine.
    MOVE WS-TGT-CAPACITY(WS-TGT-I)   TO WS-COUNT-ED
    MOVE WS-TGT-ACTIVE(WS-TGT-I)     TO WS-COUNT2-ED
    MOVE WS-TGT-FREE(WS-TGT-I)       TO WS-FREE-ED
    MOVE WS-TGT-MOVING(WS-TGT-I)     TO WS-COUNT3-ED
    MOVE WS-TGT-FREE-LEFT(WS-TGT-I)  TO WS-FREE2-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-TGT-CODE(WS-TGT-I) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-TGT-TITLE(WS-TGT-I) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COUNT2-ED DELIMITED BY SIZE
           WS-FREE-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-COUNT3-ED DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-FREE2-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    IF  WS-TGT-FREE-LEFT(WS-TGT-I) < ZERO THEN
          IF  WS-TGT-FREE(WS-TGT-I) > ZERO THEN
                COMPUTE WS-COUNT-ED = WS-TGT-MOVING(WS-TGT-I)
                                    - WS-TGT-FREE(WS-TGT-I)
            ELSE
                MOVE WS-TGT-MOVING(WS-TGT-I) TO WS-COUNT-ED
          END-IF
          MOVE SPACES TO WS-REPORT-LINE
          STRING "       over capacity - " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 " of these will be waitlisted by the nightly run"
                   DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          PERFORM WriteReportLine
    END-IF.

PrintWaitlistPreview.
    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       IF  WL-COURSE-CODE = WS-CANCEL-COURSE THEN
             PERFORM CheckWaitlistEntryMovable
             MOVE SPACES TO WS-REPORT-LINE
             STRING WL-TRANS-IMAGE(1:7) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    WL-TRANS-IMAGE(8:1) DELIMITED BY SIZE
                    " queued " DELIMITED BY SIZE
                    WL-QUEUE-DATE DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
             END-STRING
             IF  WaitlistEntryMovable AND WaitlistMove THEN
                   STRING "moved to " DELIMITED BY SIZE
                          WS-TGT-CODE(1) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE(34:47)
                   END-STRING
               ELSE
                   MOVE "dropped" TO WS-REPORT-LINE(34:47)
             END-IF
             PERFORM WriteReportLine
       END-IF
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

QueueCourseChanges.
*> One C per student, for tonight's run, stamped with the operator
*> and any override the registrar gave for the whole cancellation.
    OPEN EXTEND PendingFile
    MOVE 1 TO WS-MOVE-I
    PERFORM UNTIL WS-MOVE-I > WS-MOVE-COUNT
       MOVE WS-MOVE-TARGET(WS-MOVE-I) TO WS-TGT-I
       MOVE SPACES                        TO PendingRecord
       MOVE WS-MOVE-STUDENT-ID(WS-MOVE-I) TO StudentID-T
       MOVE "C"                           TO TransCode-T
       MOVE WS-CANCEL-COURSE              TO OldCourseCode-T
       MOVE WS-TGT-CODE(WS-TGT-I)         TO NewCourseCode-T
       MOVE WS-OPERATOR-ID                TO OperatorID-T
       MOVE WS-OVERRIDE-AUTH              TO OverrideAuth-T
       WRITE PendingRecord
       ADD 1 TO WS-QUEUED-COUNT
       ADD 1 TO WS-MOVE-I
    END-PERFORM
    CLOSE PendingFile.

CloseCancelledCourse.
    OPEN I-O CourseFile
    MOVE WS-CANCEL-COURSE TO CourseCode-C
    PERFORM ReadCourse
    IF  CourseFound THEN
          MOVE "C" TO OpenFlag-C
          REWRITE CourseRecord
             INVALID KEY DISPLAY "CourseCancel - REWRITE of "
                                 WS-CANCEL-COURSE " on COURSES.DAT "
                                 "failed"
          END-REWRITE
    END-IF
    CLOSE CourseFile.

CloseCourseText.
*> COURSES.TXT is CourseLoad's input - its line for the course is
*> flagged C too, copied through COURSES.TNW and back, or the next
*> reload of COURSES.DAT would reopen the course.
    OPEN INPUT CourseTextFile
    OPEN OUTPUT CourseTextNewFile
    READ CourseTextFile
       AT END SET EndOfCourseTextFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseTextFile
       IF  CourseCode-X = WS-CANCEL-COURSE THEN
             SET CourseTextFound TO TRUE
             MOVE "C" TO OpenFlag-X
       END-IF
       WRITE CourseTextNewRecord FROM CourseTextRecord
       READ CourseTextFile
          AT END SET EndOfCourseTextFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE CourseTextFile
    CLOSE CourseTextNewFile
    IF  CourseTextFound THEN
          OPEN INPUT CourseTextNewFile
          OPEN OUTPUT CourseTextFile
          READ CourseTextNewFile
             AT END SET EndOfCourseTextNewFile TO TRUE
          END-READ
          PERFORM UNTIL EndOfCourseTextNewFile
             WRITE CourseTextRecord FROM CourseTextNewRecord
             READ CourseTextNewFile
                AT END SET EndOfCourseTextNewFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE CourseTextNewFile
          CLOSE CourseTextFile
    END-IF.

RewriteWaitlist.
*> Copies WAITLIST.DAT to WAITLIST.NEW with the cancelled course's
*> entries moved or left out, then back - SeqUpdate's own
*> rewrite-in-place shape. Every other entry keeps its place.
    OPEN INPUT WaitlistFile
    OPEN OUTPUT WaitlistNewFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       IF  WL-COURSE-CODE = WS-CANCEL-COURSE THEN
             PERFORM CheckWaitlistEntryMovable
             IF  WaitlistEntryMovable AND WaitlistMove THEN
                   MOVE WS-TGT-CODE(1) TO WL-COURSE-CODE
                   MOVE WS-TGT-CODE(1) TO WL-TRANS-IMAGE(13:4)
                   WRITE WaitlistNewRecord FROM WaitlistRecord
                   ADD 1 TO WS-WL-MOVED
               ELSE
                   ADD 1 TO WS-WL-DROPPED
             END-IF
         ELSE
             WRITE WaitlistNewRecord FROM WaitlistRecord
             ADD 1 TO WS-WL-KEPT
       END-IF
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile
    CLOSE WaitlistNewFile
    OPEN INPUT WaitlistNewFile
    OPEN OUTPUT WaitlistFile
    READ WaitlistNewFile
       AT END SET EndOfWaitlistNewFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistNewFile
       WRITE WaitlistRecord FROM WaitlistNewRecord
       READ WaitlistNewFile
          AT END SET EndOfWaitlistNewFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistNewFile
    CLOSE WaitlistFile.

PrintOutcome.
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "Confirmed - cancellation carried out" TO WS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE WS-QUEUED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Course changes queued on PENDING.DAT....: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    IF  WS-HELD-COUNT > ZERO THEN
          PERFORM PrintHeldCount
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Course " DELIMITED BY SIZE
           WS-CANCEL-COURSE DELIMITED BY SIZE
           " marked closed on COURSES.DAT" DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    IF  CourseTextFound THEN
          MOVE "  and on COURSES.TXT" TO WS-REPORT-LINE
      ELSE
          MOVE SPACES TO WS-REPORT-LINE
          STRING "  WARNING - no line for it on COURSES.TXT - mark "
                   DELIMITED BY SIZE
                 "it closed there before the next CourseLoad"
                   DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
    END-IF
    PERFORM WriteReportLine
    MOVE WS-WL-MOVED TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Waitlist entries moved..................: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine
    MOVE WS-WL-DROPPED TO WS-COUNT-ED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Waitlist entries dropped................: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM WriteReportLine.

WriteReportLine.
    MOVE WS-REPORT-LINE TO CancelReportLine
    WRITE CancelReportLine
    DISPLAY WS-REPORT-LINE.
