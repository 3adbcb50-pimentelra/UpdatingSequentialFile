*> file SeqUpdate actually read - not the raw TRANSFER.DAT, which
*> still holds records TransEdit diverted before they could touch the
*> master.
*> A run SeqUpdate applied in place ("SeqUpdate KEYED", CONTROL.DAT
*> marked K) leaves no STUDENTS.NEW and no untouched old master - the
*> pair is rebuilt from its before-image journal STUDJRNL.DAT instead.
*> STUDENTS.JBI takes the before-image of every student the run
*> rewrote or deleted, STUDENTS.JAI the record STUDENTS.DAT now holds
*> for every student it rewrote or added, and the same three-way merge
*> is run over that pair. A student the run never touched is on
*> neither, so only the changes are classified, and the Unchanged
*> count covers the journaled students alone. The journal must belong
*> to the batch CONTROL.DAT describes and must record that the run
*> completed, or nothing is vouched for and the flag is written FAIL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN WS-OLD-MASTER-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentID-S
             ALTERNATE RECORD KEY IS StudentName-S
                 WITH DUPLICATES.

      SELECT NewStudentFile ASSIGN WS-NEW-MASTER-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentID-N.

      SELECT TransFile ASSIGN "TRANSEDT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL JournalFile ASSIGN "STUDJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
*> Who keyed the transaction - not part of any delta this program
*> vouches for, carried only to keep the layout in step.
   02 OperatorID-T         PIC X(8).
   02 OverrideAuth-T       PIC X(8).

FD ReconReport.
01 ReconLine               PIC X(100).
   02 CTL-EXCEPTIONS       PIC 9(5).
   02 CTL-STUDENT-HASH     PIC 9(15).
   02 CTL-BATCH-NUMBER     PIC 9(6).
   02 CTL-UPDATE-MODE      PIC X(1).
      88 KeyedUpdateRun    VALUE "K".

*> SeqUpdate's before-image journal of a KEYED run - read to rebuild
*> the old/new pair that run did not leave behind.
*> NOTE: must be kept in step with SeqUpdate's own FD JournalFile
*> layout - there is no shared copybook for it.
FD JournalFile.
01 JournalRecord.
   88 EndOfJournalFile     VALUE ALL "9".
   02 JRN-RECORD-TYPE      PIC X(1).
      88 JournalHeader         VALUE "H".
      88 JournalBeforeImage    VALUE "B".
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

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).

*> The old/new pair being merged - the masters themselves after a
*> full pass, the extracts rebuilt from the journal after a KEYED run.
77 WS-OLD-MASTER-NAME      PIC X(12) VALUE "STUDENTS.DAT".
77 WS-NEW-MASTER-NAME      PIC X(12) VALUE "STUDENTS.NEW".

*> Merge keys - one digit wider than a StudentID so 99999999 can act
*> as the beyond-any-key sentinel once a file runs out.
77 WS-OLD-KEY              PIC 9(8) VALUE ZERO.
77 WS-CTL-FOUND-SW         PIC X(1) VALUE "N".
   88 ControlFound         VALUE "Y".
77 WS-CTL-RUN-DATE         PIC 9(8) VALUE ZERO.
77 WS-CTL-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
77 WS-CTL-MODE-SW          PIC X(1) VALUE SPACE.
   88 ReconcilingKeyedRun  VALUE "K".

77 WS-JRN-FOUND-SW         PIC X(1) VALUE "N".
   88 JournalHeaderFound   VALUE "Y".
77 WS-JRN-COMPLETE-SW      PIC X(1) VALUE "N".
   88 JournalCompleted     VALUE "Y".
77 WS-JRN-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
77 WS-JRN-ENTRY-COUNT      PIC 9(7) VALUE ZERO.

77 WS-UNCHANGED-COUNT      PIC 9(7) VALUE ZERO.
77 WS-CHANGED-COUNT        PIC 9(7) VALUE ZERO.
          STOP RUN
    END-IF

*> A keyed run left no old/new pair - rebuild one from its journal
    IF  ReconcilingKeyedRun THEN
          PERFORM CheckKeyedJournal
          PERFORM BuildJournalAfterImages
          PERFORM BuildJournalBeforeImages
          MOVE "STUDENTS.JBI" TO WS-OLD-MASTER-NAME
          MOVE "STUDENTS.JAI" TO WS-NEW-MASTER-NAME
    END-IF

    OPEN INPUT StudentFile
    OPEN INPUT NewStudentFile
    OPEN INPUT TransFile
       AT END CONTINUE
       NOT AT END
          SET ControlFound TO TRUE
          MOVE CTL-RUN-DATE     TO WS-CTL-RUN-DATE
          MOVE CTL-BATCH-NUMBER TO WS-CTL-BATCH-NUMBER
          MOVE CTL-UPDATE-MODE  TO WS-CTL-MODE-SW
    END-READ
    CLOSE ControlFile.


CheckKeyedJournal.
*> The journal must be the one the keyed run in CONTROL.DAT wrote -
*> same batch - and must carry the entry SeqUpdate writes last, or
*> the live master may hold changes it does not describe. Either
*> way there is nothing this program can vouch for: the flag goes
*> out FAIL, so no earlier OK can wave the run through.
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    IF  (NOT EndOfJournalFile) AND (JournalHeader) THEN
          SET JournalHeaderFound TO TRUE
          MOVE JRN-BATCH-NUMBER TO WS-JRN-BATCH-NUMBER
    END-IF
    PERFORM UNTIL EndOfJournalFile
       IF  JournalRunComplete THEN
             SET JournalCompleted TO TRUE
       END-IF
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile
    IF  (NOT JournalHeaderFound)
            OR (WS-JRN-BATCH-NUMBER NOT = WS-CTL-BATCH-NUMBER)
            OR (NOT JournalCompleted) THEN
          OPEN OUTPUT ReconFlag
          MOVE SPACES          TO ReconFlagRecord
          MOVE "FAIL"          TO RFLG-STATUS
          MOVE WS-CTL-RUN-DATE TO RFLG-RUN-DATE
          WRITE ReconFlagRecord
          CLOSE ReconFlag
          IF  NOT JournalHeaderFound THEN
                DISPLAY "SeqRecon - CONTROL.DAT describes keyed run of "
                        "batch " WS-CTL-BATCH-NUMBER " but STUDJRNL.DAT "
                        "is empty - nothing can be reconciled"
            ELSE
                IF  WS-JRN-BATCH-NUMBER NOT = WS-CTL-BATCH-NUMBER THEN
                      DISPLAY "SeqRecon - STUDJRNL.DAT holds batch "
                              WS-JRN-BATCH-NUMBER " but CONTROL.DAT "
                              "describes batch " WS-CTL-BATCH-NUMBER
                              " - nothing can be reconciled"
                  ELSE
                      DISPLAY "SeqRecon - the keyed run of batch "
                              WS-JRN-BATCH-NUMBER " never completed - "
                              "back it out (SeqUpdate BACKOUT)"
                END-IF
          END-IF
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.


BuildJournalAfterImages.
*> STUDENTS.JAI - the record STUDENTS.DAT holds now for every student
*> the keyed run added or rewrote. A journaled student the master no
*> longer holds is left off, and the merge then reports them as a
*> delta nothing explains.
    OPEN INPUT StudentFile
    MOVE "STUDENTS.JAI" TO WS-NEW-MASTER-NAME
    OPEN OUTPUT NewStudentFile
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournalFile
       IF  (JournalBeforeImage)
               AND ((JournalAdded) OR (JournalRewritten)) THEN
             ADD 1 TO WS-JRN-ENTRY-COUNT
             MOVE JRN-STUDENT-ID TO StudentID-S
             READ StudentFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   WRITE NewStudentRecord FROM StudentRecord
                      INVALID KEY CONTINUE
                   END-WRITE
             END-READ
       END-IF
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile
    CLOSE NewStudentFile
    CLOSE StudentFile.


BuildJournalBeforeImages.
*> STUDENTS.JBI - the before-image of every student the keyed run
*> rewrote or deleted, exactly as the full pass's old master held it.
    MOVE "STUDENTS.JBI" TO WS-OLD-MASTER-NAME
    OPEN OUTPUT StudentFile
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournalFile
       IF  (JournalBeforeImage)
               AND ((JournalRewritten) OR (JournalDeleted)) THEN
             IF  JournalDeleted THEN
                   ADD 1 TO WS-JRN-ENTRY-COUNT
             END-IF
             MOVE JRN-IMAGE TO StudentRecord
             WRITE StudentRecord
                INVALID KEY CONTINUE
             END-WRITE
       END-IF
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile
    CLOSE StudentFile.


ReconcileOneKey.
*> One step of the three-way merge. Whichever master holds the lower
*> key is the side with a student the other side lacks; equal keys
      INTO ReconLine
    END-STRING
    WRITE ReconLine
    IF  ReconcilingKeyedRun THEN
          MOVE SPACES TO ReconLine
          STRING "Keyed in-place run of batch " DELIMITED BY SIZE
                 WS-CTL-BATCH-NUMBER DELIMITED BY SIZE
                 " - reconciled from STUDJRNL.DAT, "
                      DELIMITED BY SIZE
                 WS-JRN-ENTRY-COUNT DELIMITED BY SIZE
                 " journaled students" DELIMITED BY SIZE
            INTO ReconLine
          END-STRING
          WRITE ReconLine
    END-IF
    MOVE SPACES TO ReconLine
    WRITE ReconLine.

