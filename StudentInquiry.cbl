*> PENDING.DAT queue. TransMerge folds that queue into TRANSFER.DAT
*> ahead of the next batch run; the master itself stays batch-
*> maintained, nothing is updated here.
*> Every lookup also checks finance's FINHOLD.DAT hold file and shows
*> any hold on the StudentID beside the record, so the front desk can
*> tell the student why a course change, reinstatement or add will be
*> rejected by SeqUpdate before queuing one to PENDING.DAT.
*> A course change, add, reinstatement or withdrawal keyed after the
*> term's add/drop or withdrawal deadline is rejected by SeqUpdate
*> unless the registrar has authorised it - QueuePendingTrans asks
*> for that authorisation on those four actions, Enter for none. The
*> question is only put to an operator whose own profile holds the
*> override letter "O" (the registrar and deputies), and the ID keyed
*> in answer must itself be an active profile holding "O" or nothing
*> is queued - TransEdit rejects anything else OVAU downstream anyway.
*> An effective date earlier than today is refused the same way: a
*> back-dated change would otherwise be judged against a deadline
*> that has long gone by.
*> The operator ID keyed at sign-on must have an active profile on
*> OPERPROF.DAT - an unknown or inactive ID is refused and, after
*> three refusals, the session ends. Only the maintenance actions the
*> profile allows are offered, and a keyed action outside them queues
*> nothing; TransEdit applies the same profiles to everything that
*> reaches TRANSFER.DAT, however it got there.
*> NOTE: StudentRecord here must be kept in step with SeqUpdate's
*> own FD StudentFile layout, PendingRecord with its FD TransRecord
*> layout, FinanceHoldRecord with its FD FinanceHoldFile layout, and
*> OperatorProfileRecord with TransEdit's FD OperatorProfileFile
*> layout - there is no shared copybook for any of them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL FinanceHoldFile ASSIGN "FINHOLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL OperatorProfileFile ASSIGN "OPERPROF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
*> has an answer. Upstream-feed transactions carry the reserved
*> *FEED* identifier instead, stamped by TransMerge.
   02 OperatorID-T         PIC X(8).
*> The registrar's override authorisation, keyed only when a course
*> change, add, reinstatement or withdrawal is being queued past its
*> term deadline - SeqUpdate rejects a late change that carries none.
   02 OverrideAuth-T       PIC X(8).

*> Finance's nightly hold file - StudentID, hold type, date placed.
FD FinanceHoldFile.
01 FinanceHoldRecord.
   88 EndOfFinanceHoldFile VALUE ALL "9".
   02 FH-STUDENT-ID        PIC 9(7).
   02 FILLER               PIC X(1).
   02 FH-HOLD-TYPE         PIC X(4).
   02 FILLER               PIC X(1).
   02 FH-HOLD-DATE         PIC 9(8).

*> Operator authority profiles - ID, name, active flag (Y) and the
*> TransCode-T letters the operator may initiate, plus "O" for one
*> who may authorise a late change.
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

WORKING-STORAGE SECTION.
77 WS-INQUIRY-ID           PIC 9(7).
*> operator cannot key one and pass their work off as the feed's.
77 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.

*> What the operator's profile allows, kept from sign-on. An action
*> letter is allowed when it appears anywhere in WS-OPER-ALLOWED.
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

77 WS-MAINT-ACTION         PIC X(1).
   88 MaintCourseChange    VALUE "C".
   88 MaintNameChange      VALUE "N".
77 WS-NEW-COURSE           PIC X(4).
77 WS-NEW-NAME             PIC X(10).
77 WS-STATUS-WORD          PIC X(9).
77 WS-HOLD-COUNT           PIC 9(3) VALUE ZERO.
77 WS-OVERRIDE-AUTH        PIC X(8) VALUE SPACES.
77 WS-OVERRIDE-SW          PIC X(1) VALUE "Y".
   88 OverrideValid        VALUE "Y".
   88 OverrideInvalid      VALUE "N".

*> Effective-date prompt fields - the keyed date is split into its
*> parts for the same month/day range check TransEdit applies, so a
*> mis-keyed date is caught while the operator is still at the
*> keyboard instead of parking the record on suspense for years. A
*> well-formed date earlier than WS-TODAY is bad too, told apart as
*> EffDateBackDated only for the message.
77 WS-EFF-DATE-OK-SW       PIC X(1) VALUE "N".
   88 EffDateOK            VALUE "Y".
   88 EffDateBad           VALUE "N" "P".
   88 EffDateBackDated     VALUE "P".
77 WS-TODAY                PIC 9(8) VALUE ZERO.
77 WS-EFF-DATE-NUM         PIC 9(8) VALUE ZERO.
01 WS-EFF-DATE.
   02 WS-EFF-YEAR          PIC X(4).
   02 WS-EFF-MONTH         PIC X(2).
    OPEN INPUT StudentFile
    OPEN EXTEND PendingFile
    PERFORM AcceptOperatorId
    IF  NotSignedOn THEN
          DISPLAY "Sign-on refused - session ended"
          CLOSE StudentFile
          CLOSE PendingFile
          STOP RUN
    END-IF
    DISPLAY "Student Inquiry - enter a StudentID, a surname (full "
            "or partial) to search, or 0 to quit"
    PERFORM AcceptInquiryId
    PERFORM AcceptInquiryId.

AcceptOperatorId.
*> Every record this session queues will carry this ID into the
*> audit trail, so it must be one OPERPROF.DAT knows and holds
*> active. A blank ID is simply asked for again. An ID starting with
*> "*" is refused: that form is reserved for system sources like the
*> upstream feed's *FEED* stamp, whose profile governs the feed, not
*> a person at the screen. Three refusals end the session.
    SET NotSignedOn TO TRUE
    MOVE ZERO TO WS-SIGNON-TRIES
    PERFORM UNTIL (SignedOn) OR (WS-SIGNON-TRIES NOT < 3)
       DISPLAY "Operator ID? "
       MOVE SPACES TO WS-OPERATOR-ID
       ACCEPT WS-OPERATOR-ID
       EVALUATE TRUE
         WHEN WS-OPERATOR-ID = SPACES
              DISPLAY "An operator ID is required before any "
                      "maintenance can be queued"
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
*> Scans OPERPROF.DAT for WS-OPERATOR-ID and keeps the profile's
*> name, active flag and allowed codes when found. No profile file at
*> all means no operator can sign on.
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

CheckActionAllowed.
*> Is the action letter in WS-CHECK-CODE among the signed-on
*> operator's allowed TransCode-T letters?
    SET CodeNotAllowed TO TRUE
    MOVE 1 TO WS-CODE-I
    PERFORM UNTIL (WS-CODE-I > 8) OR (CodeAllowed)
       IF  WS-OPER-ALLOWED(WS-CODE-I:1) = WS-CHECK-CODE THEN
             SET CodeAllowed TO TRUE
       END-IF
       ADD 1 TO WS-CODE-I
    END-PERFORM.

ListAllowedAction.
*> One line of the maintenance menu, shown only when the operator's
*> profile allows the action in WS-CHECK-CODE.
    PERFORM CheckActionAllowed
    IF  CodeAllowed THEN
          EVALUATE WS-CHECK-CODE
            WHEN "C" DISPLAY "  C = course change"
            WHEN "N" DISPLAY "  N = name change"
            WHEN "W" DISPLAY "  W = withdraw"
            WHEN "R" DISPLAY "  R = reinstate"
            WHEN "G" DISPLAY "  G = graduate"
            WHEN "D" DISPLAY "  D = delete"
          END-EVALUATE
    END-IF.

AcceptInquiryId.
*> One prompt serves both lookups: seven digits is a StudentID,
*> anything else is a surname to search - half the people at the
    READ StudentFile
       INVALID KEY
          DISPLAY "Student " WS-INQUIRY-ID " not on file"
          PERFORM ShowFinanceHolds
          PERFORM OfferAdd
       NOT INVALID KEY
          PERFORM SetStatusWord
          DISPLAY "Student " StudentID-S " " StudentName-S
                  " CourseCode " CourseCode-S
                  " Status " WS-STATUS-WORD
          PERFORM ShowFinanceHolds
          PERFORM OfferMaintenance
    END-READ.

ShowFinanceHolds.
*> Scans FINHOLD.DAT for the StudentID just looked up and shows every
*> hold finance has on it. The file is line sequential and replaced
*> nightly, so each lookup reads it from the start - closed and
*> reopened between lookups, the same shape TranscriptInquiry uses on
*> the archive.
    MOVE ZERO TO WS-HOLD-COUNT
    OPEN INPUT FinanceHoldFile
    READ FinanceHoldFile
       AT END SET EndOfFinanceHoldFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfFinanceHoldFile
       IF  FH-STUDENT-ID = WS-INQUIRY-ID THEN
             ADD 1 TO WS-HOLD-COUNT
             DISPLAY "*** FINANCE HOLD " FH-HOLD-TYPE " placed "
                     FH-HOLD-DATE " ***"
       END-IF
       READ FinanceHoldFile
          AT END SET EndOfFinanceHoldFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE FinanceHoldFile
    IF  WS-HOLD-COUNT > ZERO THEN
          DISPLAY "Course changes, reinstatements and adds for this "
                  "student will be rejected until finance lifts the "
                  "hold"
    END-IF.

SetStatusWord.
*> Spells the one-byte status out for the operator - records written
*> before the status byte existed carry a space there, which is
*> Maintenance against the record just read. Whatever the operator
*> keys is validated against that record before anything is queued -
*> the point of doing this here instead of hand-editing TRANSFER.DAT
*> is that the queued transaction cannot be malformed. Only the
*> actions the operator's profile allows are listed, and any other
*> letter keyed is refused before it is looked at.
    DISPLAY "Maintain? Enter=none, or"
    MOVE "C" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE "N" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE "W" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE "R" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE "G" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE "D" TO WS-CHECK-CODE
    PERFORM ListAllowedAction
    MOVE SPACE TO WS-MAINT-ACTION
    ACCEPT WS-MAINT-ACTION
    IF  NOT MaintNone THEN
          MOVE WS-MAINT-ACTION TO WS-CHECK-CODE
          PERFORM CheckActionAllowed
          IF  CodeNotAllowed THEN
                DISPLAY "Action " WS-MAINT-ACTION " is not authorised "
                        "for operator " WS-OPERATOR-ID
                        " - nothing queued"
                MOVE SPACE TO WS-MAINT-ACTION
          END-IF
    END-IF
    EVALUATE TRUE
      WHEN MaintCourseChange
           IF  NOT StudentActive-S THEN
OfferAdd.
*> The StudentID just looked up is not on the master - offer to queue
*> an add for it. Both the name and the course are required, the same
*> rule TransEdit enforces on an "A" transaction. Not offered at all
*> to an operator whose profile does not allow adds.
    MOVE "A" TO WS-CHECK-CODE
    PERFORM CheckActionAllowed
    MOVE SPACE TO WS-MAINT-ACTION
    IF  CodeAllowed THEN
          DISPLAY "Add this student? A=add Enter=no"
          ACCEPT WS-MAINT-ACTION
    END-IF
    IF  MaintAdd THEN
          DISPLAY "Student name? "
          MOVE SPACES TO WS-NEW-NAME
*> TRANSFER.DAT ahead of the next batch run, so the change takes
*> effect on its effective night like any other transaction. A date
*> that fails the edit drops the whole keyed transaction rather than
*> queue it with a date the operator didn't mean. The actions the term
*> deadlines govern also take the registrar's override authorisation
*> where the student has one - Enter for none - but only from an
*> operator whose profile holds "O", and only an authorising ID that
*> CheckOverrideProfile accepts.
    DISPLAY "Effective date YYYYMMDD? (Enter = tonight's run)"
    MOVE SPACES TO WS-EFF-DATE
    ACCEPT WS-EFF-DATE
    PERFORM EditEffectiveDate
    MOVE SPACES TO WS-OVERRIDE-AUTH
    SET OverrideValid TO TRUE
    MOVE "O" TO WS-CHECK-CODE
    PERFORM CheckActionAllowed
    IF  EffDateOK AND (CodeAllowed)
            AND (TransCode-T = "C" OR "A" OR "R" OR "W") THEN
          DISPLAY "Registrar override authorisation for a late "
                  "change? (Enter = none)"
          ACCEPT WS-OVERRIDE-AUTH
          IF  WS-OVERRIDE-AUTH NOT = SPACES THEN
                PERFORM CheckOverrideProfile
          END-IF
    END-IF
    EVALUATE TRUE
      WHEN EffDateBackDated
           DISPLAY "Effective date " WS-EFF-DATE " is earlier than "
                   "today - nothing queued"
      WHEN EffDateBad
           DISPLAY "Effective date " WS-EFF-DATE " is not a valid "
                   "YYYYMMDD date - nothing queued"
      WHEN OverrideInvalid
           DISPLAY "Override " WS-OVERRIDE-AUTH " is not an active "
                   "profile allowed to authorise late changes - "
                   "nothing queued"
      WHEN OTHER
           MOVE WS-EFF-DATE TO EffectiveDate-T
           MOVE WS-OPERATOR-ID TO OperatorID-T
           MOVE WS-OVERRIDE-AUTH TO OverrideAuth-T
           WRITE PendingRecord
           DISPLAY "Queued for the next batch run: " PendingRecord
    END-EVALUATE.

CheckOverrideProfile.
*> Scans OPERPROF.DAT for the authorising ID in WS-OVERRIDE-AUTH - it
*> must be on file, active, and hold the override letter "O", the
*> same test TransEdit applies to OverrideAuth-T. The signed-on
*> operator's own profile fields are left alone.
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

EditEffectiveDate.
*> Spaces is fine - it means tonight. Anything else must be a numeric
*> YYYYMMDD with the month and day in range, the same rule TransEdit
*> enforces downstream, and not earlier than today - today is taken
*> afresh on every call, since a session can run past midnight.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    EVALUATE TRUE
      WHEN WS-EFF-DATE = SPACES
           SET EffDateOK TO TRUE
              OR (WS-EFF-DAY < "01") OR (WS-EFF-DAY > "31")
           SET EffDateBad TO TRUE
      WHEN OTHER
           MOVE WS-EFF-DATE TO WS-EFF-DATE-NUM
           IF  WS-EFF-DATE-NUM < WS-TODAY THEN
                 SET EffDateBackDated TO TRUE
             ELSE
                 SET EffDateOK TO TRUE
           END-IF
    END-EVALUATE.
