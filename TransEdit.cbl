*> proved against the details read and rewritten with the clean
*> count and hash, so SeqUpdate balances against the file it is
*> actually given rather than one containing records diverted here.
*> Every record's OperatorID-T is also checked against the operator
*> profile file OPERPROF.DAT: an operator with no profile, one whose
*> profile is not active, or one not authorised to initiate the
*> record's TransCode-T rejects OPAU. StudentInquiry enforces the same
*> profiles at sign-on, but this is the check that catches a record
*> typed around the screen. Upstream-feed records carry TransMerge's
*> reserved *FEED* identifier and are checked against the *FEED*
*> profile like any operator's. A record carrying a registrar's
*> override authorisation in OverrideAuth-T has that checked against
*> the same profiles: the authorisation must name an active profile
*> holding the override letter "O", or the record rejects OVAU -
*> SeqUpdate lets an authorised late change past its term deadline,
*> so a made-up name there must never reach it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL OperatorProfileFile ASSIGN "OPERPROF.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TransFile.
*> upstream-feed record. Passed through untouched to SeqUpdate,
*> which writes it onto the STUDHIST.DAT audit record.
   02 OperatorID-T         PIC X(8).
*> Registrar's override authorisation for a change past a term
*> deadline - the operator ID of whoever authorised it, spaces when
*> none. Checked against the operator profiles (CheckOverrideAuthority)
*> but not against the calendar - SeqUpdate is where the deadlines are
*> enforced.
   02 OverrideAuth-T       PIC X(8).
*> Alternate views of the batch header and trailer records that wrap
*> the file. The header passes straight through to TRANSEDT.DAT; the
*> trailer is proved against the details read and then rewritten with
   02 BT-HASH-TOTAL        PIC 9(15).

FD EditedTransFile.
01 EditedTransRecord       PIC X(51).

*> Same shape as SeqUpdate's RECYCLE.DAT - the first failing
*> rule's reason code, then the record image exactly as keyed - so
FD RejectFile.
01 RejectRecord.
   02 REJ-REASON-CODE      PIC X(4).
   02 REJ-TRANS-IMAGE      PIC X(51).

FD EditReport.
01 EditLine                PIC X(80).
   02 FILLER               PIC X(1).
   02 LED-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 LED-TRANS-IMAGE      PIC X(51).

*> Operator authority profiles - one line per operator ID, with the
*> operator's name, an active flag (Y = may sign on and key work) and
*> the TransCode-T letters the operator may initiate, in any order.
*> The letter "O" is not a TransCode: it marks an operator (the
*> registrar and deputies) who may authorise a late change, and only
*> an active profile holding it is accepted in OverrideAuth-T.
*> The reserved *FEED* identifier has a profile of its own listing
*> what the upstream feed may send.
*> NOTE: must be kept in step with StudentInquiry's copy of this
*> layout - there is no shared copybook for it.
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
77 WS-RUN-DATE             PIC 9(8).
   88 BatchControlError    VALUE "Y".
77 WS-ID-NUM               PIC 9(7).

*> Operator profiles loaded from OPERPROF.DAT at the start of the
*> edit. FindOperatorProfile leaves WS-OPER-IDX on the entry for
*> WS-OPER-LOOKUP-ID (OperatorID-T, or OverrideAuth-T for the override
*> check), ZERO when there is no such profile. Fixed at 200
*> operators, warned about beyond that.
77 WS-OPER-COUNT           PIC 9(3) VALUE ZERO.
77 WS-OPER-I               PIC 9(3) VALUE ZERO.
77 WS-OPER-IDX             PIC 9(3) VALUE ZERO.
77 WS-OPER-LOOKUP-ID       PIC X(8) VALUE SPACES.
77 WS-OPER-FULL-SW         PIC X(1) VALUE "N".
   88 OperTableFull        VALUE "Y".
77 WS-OPER-CODE            PIC X(1).
77 WS-CODE-I               PIC 9(1).
77 WS-CODE-ALLOWED-SW      PIC X(1) VALUE "N".
   88 CodeAllowed          VALUE "Y".
   88 CodeNotAllowed       VALUE "N".
77 WS-OPER-REJECT-COUNT    PIC 9(7) VALUE ZERO.
77 WS-OVERRIDE-REJECT-COUNT PIC 9(7) VALUE ZERO.
01 WS-OPER-TABLE.
   02 WS-OPER-ENTRY        OCCURS 200 TIMES.
      03 WS-OPER-ID           PIC X(8).
      03 WS-OPER-ACTIVE       PIC X(1).
         88 OperatorActive    VALUE "Y".
      03 WS-OPER-ALLOWED      PIC X(8).

*> EffectiveDate-T split into its parts for the range edit - a date
*> that is numeric but has a month of 13 or a day of 45 would sail
*> past a plain NUMERIC test and park its record on SUSPENSE.DAT
    OPEN EXTEND RejectLedgerFile

    PERFORM WriteEditHeader
    PERFORM LoadOperatorProfiles

    READ TransFile
       AT END SET EndOfTransFile TO TRUE
                                                 TO WS-EDIT-REASON
          MOVE "TCOD"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteEditReason
      ELSE
          PERFORM CheckOperatorAuthority
    END-IF

    IF  OverrideAuth-T NOT = SPACES THEN
          PERFORM CheckOverrideAuthority
    END-IF

    IF  NOT ValidRecycleFlag-T THEN
    DISPLAY "TransFile records read..........: " WS-TRANS-READ-COUNT
    DISPLAY "Records passed to SeqUpdate.....: " WS-CLEAN-COUNT
    DISPLAY "Records rejected.................: " WS-REJECT-COUNT
    DISPLAY "  of which operator unauthorised: " WS-OPER-REJECT-COUNT
    DISPLAY "  of which override unauthorised: " WS-OVERRIDE-REJECT-COUNT
    DISPLAY "Field errors reported............: " WS-REASON-COUNT
    DISPLAY "==========================================".


LoadOperatorProfiles.
*> Loads OPERPROF.DAT into WS-OPER-TABLE. With no profiles at all
*> every record would reject OPAU, which is a missing file rather
*> than a night's work to correct - the edit is abandoned instead,
*> the same way SeqUpdate abandons on an empty course master.
    OPEN INPUT OperatorProfileFile
    READ OperatorProfileFile
       AT END SET EndOfOperatorProfileFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOperatorProfileFile
       IF  WS-OPER-COUNT < 200 THEN
             ADD 1 TO WS-OPER-COUNT
             MOVE OP-OPERATOR-ID   TO WS-OPER-ID(WS-OPER-COUNT)
             MOVE OP-ACTIVE-FLAG   TO WS-OPER-ACTIVE(WS-OPER-COUNT)
             MOVE OP-ALLOWED-CODES TO WS-OPER-ALLOWED(WS-OPER-COUNT)
         ELSE
             IF  NOT OperTableFull THEN
                   SET OperTableFull TO TRUE
                   DISPLAY "TransEdit - OPERPROF.DAT holds more than "
                           "200 operators - work keyed by operators "
                           "beyond the 200th will reject OPAU"
             END-IF
       END-IF
       READ OperatorProfileFile
          AT END SET EndOfOperatorProfileFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OperatorProfileFile
    IF  WS-OPER-COUNT = ZERO THEN
          DISPLAY "TransEdit - no operator profiles on OPERPROF.DAT "
                  "- no record could be authorised - edit abandoned"
          PERFORM CloseAllFiles
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.


CheckOperatorAuthority.
*> Is OperatorID-T allowed to initiate this TransCode-T? The operator
*> must have a profile, the profile must be active, and the code must
*> be among its allowed letters - a blank TransCode-T is a course
*> change and is authorised as a "C". Each failure gets its own report
*> text under the one reason code OPAU.
    IF  TransCode-T = SPACE THEN
          MOVE "C" TO WS-OPER-CODE
      ELSE
          MOVE TransCode-T TO WS-OPER-CODE
    END-IF
    MOVE OperatorID-T TO WS-OPER-LOOKUP-ID
    PERFORM FindOperatorProfile
    EVALUATE TRUE
      WHEN WS-OPER-IDX = ZERO
           MOVE SPACES TO WS-EDIT-REASON
           STRING "Operator " DELIMITED BY SIZE
                  OperatorID-T DELIMITED BY SIZE
                  " has no profile" DELIMITED BY SIZE
             INTO WS-EDIT-REASON
           END-STRING
           MOVE "OPAU"                           TO WS-EDIT-REASON-CODE
           ADD 1 TO WS-OPER-REJECT-COUNT
           PERFORM WriteEditReason
      WHEN NOT OperatorActive(WS-OPER-IDX)
           MOVE SPACES TO WS-EDIT-REASON
           STRING "Operator " DELIMITED BY SIZE
                  OperatorID-T DELIMITED BY SIZE
                  " is not active" DELIMITED BY SIZE
             INTO WS-EDIT-REASON
           END-STRING
           MOVE "OPAU"                           TO WS-EDIT-REASON-CODE
           ADD 1 TO WS-OPER-REJECT-COUNT
           PERFORM WriteEditReason
      WHEN OTHER
           PERFORM CheckProfileCode
           IF  CodeNotAllowed THEN
                 MOVE SPACES TO WS-EDIT-REASON
                 STRING "Operator " DELIMITED BY SIZE
                        OperatorID-T DELIMITED BY SIZE
                        " may not key code " DELIMITED BY SIZE
                        WS-OPER-CODE DELIMITED BY SIZE
                   INTO WS-EDIT-REASON
                 END-STRING
                 MOVE "OPAU"                     TO WS-EDIT-REASON-CODE
                 ADD 1 TO WS-OPER-REJECT-COUNT
                 PERFORM WriteEditReason
           END-IF
    END-EVALUATE.


CheckOverrideAuthority.
*> Does OverrideAuth-T name someone who may authorise a late change?
*> It must be the operator ID of a profile that is active and holds
*> the override letter "O" - anything else rejects OVAU, with its own
*> report text for each failure as CheckOperatorAuthority gives.
    MOVE "O" TO WS-OPER-CODE
    MOVE OverrideAuth-T TO WS-OPER-LOOKUP-ID
    PERFORM FindOperatorProfile
    MOVE SPACES TO WS-EDIT-REASON
    EVALUATE TRUE
      WHEN WS-OPER-IDX = ZERO
           STRING "Override " DELIMITED BY SIZE
                  OverrideAuth-T DELIMITED BY SIZE
                  " has no profile" DELIMITED BY SIZE
             INTO WS-EDIT-REASON
           END-STRING
      WHEN NOT OperatorActive(WS-OPER-IDX)
           STRING "Override " DELIMITED BY SIZE
                  OverrideAuth-T DELIMITED BY SIZE
                  " is not active" DELIMITED BY SIZE
             INTO WS-EDIT-REASON
           END-STRING
      WHEN OTHER
           PERFORM CheckProfileCode
           IF  CodeNotAllowed THEN
                 STRING "Override " DELIMITED BY SIZE
                        OverrideAuth-T DELIMITED BY SIZE
                        " may not authorise" DELIMITED BY SIZE
                   INTO WS-EDIT-REASON
                 END-STRING
           END-IF
    END-EVALUATE
    IF  WS-EDIT-REASON NOT = SPACES THEN
          MOVE "OVAU"                            TO WS-EDIT-REASON-CODE
          ADD 1 TO WS-OVERRIDE-REJECT-COUNT
          PERFORM WriteEditReason
    END-IF.


CheckProfileCode.
*> Sets CodeAllowed when WS-OPER-CODE is among the letters on the
*> profile at WS-OPER-IDX.
    SET CodeNotAllowed TO TRUE
    MOVE 1 TO WS-CODE-I
    PERFORM UNTIL (WS-CODE-I > 8) OR (CodeAllowed)
       IF  WS-OPER-ALLOWED(WS-OPER-IDX)(WS-CODE-I:1)
               = WS-OPER-CODE THEN
             SET CodeAllowed TO TRUE
       END-IF
       ADD 1 TO WS-CODE-I
    END-PERFORM.


FindOperatorProfile.
*> Leaves WS-OPER-IDX on WS-OPER-LOOKUP-ID's profile, ZERO when it has
*> none.
    MOVE ZERO TO WS-OPER-IDX
    MOVE 1 TO WS-OPER-I
    PERFORM UNTIL (WS-OPER-I > WS-OPER-COUNT)
                    OR (WS-OPER-IDX NOT = ZERO)
       IF  WS-OPER-ID(WS-OPER-I) = WS-OPER-LOOKUP-ID THEN
             MOVE WS-OPER-I TO WS-OPER-IDX
       END-IF
       ADD 1 TO WS-OPER-I
    END-PERFORM.
