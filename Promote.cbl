*> CONTROL.DAT is emptied so the same run cannot be promoted twice.
*> An empty or missing CONTROL.DAT means there is no balanced,
*> unpromoted run waiting - the program says so and changes nothing.
*> A run SeqUpdate applied in place ("SeqUpdate KEYED", CONTROL.DAT
*> marked K) has already changed STUDENTS.DAT and left no STUDENTS.NEW
*> to install. Its promotion still balances the totals and still
*> demands SeqRecon's OK, and still takes the backup generation - but
*> the generation has to be the master as it stood BEFORE the run, so
*> it is built by copying the live master and undoing, on the copy,
*> every change in the run's before-image journal STUDJRNL.DAT. The
*> install step is skipped, and the journal is emptied before the
*> PROMOTED line is written: the run is then final, and can no longer
*> be backed out - the generation is the way back, as for any other
*> promoted run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

      SELECT BackupFile ASSIGN WS-BACKUP-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentID-B.

      SELECT OPTIONAL JournalFile ASSIGN "STUDJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL PromoteLog ASSIGN "PROMOTE.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.
   02 CTL-EXCEPTIONS       PIC 9(5).
   02 CTL-STUDENT-HASH     PIC 9(15).
   02 CTL-BATCH-NUMBER     PIC 9(6).
   02 CTL-UPDATE-MODE      PIC X(1).
      88 KeyedUpdateRun    VALUE "K".

FD StudentFile.
*> StudentName-S is named (not FILLER) because the live master now
   02 StudentID-B          PIC 9(7).
   02 FILLER               PIC X(25).

*> SeqUpdate's before-image journal of a KEYED run - undone on the
*> backup copy to turn it into the pre-run generation.
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

*> One line per promotion step, appended as each step completes, so
*> the log doubles as a restart marker: a run date with BACKUP TAKEN
*> but no PROMOTED line means a promotion died between the backup and
77 WS-INSTALL-COUNT        PIC 9(7) VALUE ZERO.
77 WS-RUN-DATE-X           PIC X(8).
77 WS-BATCH-NUMBER-X       PIC X(6).
77 WS-JRN-FOUND-SW         PIC X(1) VALUE "N".
   88 JournalHeaderFound   VALUE "Y".
77 WS-JRN-COMPLETE-SW      PIC X(1) VALUE "N".
   88 JournalCompleted     VALUE "Y".
77 WS-JRN-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
77 WS-UNDONE-COUNT         PIC 9(7) VALUE ZERO.


PROCEDURE DIVISION.
    DISPLAY "Promote - run of " CTL-RUN-DATE " balances and "
            "reconciles (" CTL-EXCEPTIONS " exceptions reported) "
            "- promoting"
    IF  KeyedUpdateRun THEN
          DISPLAY "Promote - batch " CTL-BATCH-NUMBER " was applied "
                  "in place by a keyed run - STUDENTS.DAT already "
                  "holds it"
    END-IF

    MOVE SPACES TO WS-BACKUP-NAME
    MOVE CTL-RUN-DATE     TO WS-RUN-DATE-X
          DISPLAY "Promote - backup for run " CTL-RUN-DATE " was "
                  "already taken by an earlier attempt - kept"
      ELSE
          IF  KeyedUpdateRun THEN
                PERFORM CheckKeyedJournal
                PERFORM BackUpOldMaster
                PERFORM UndoJournalOnBackup
            ELSE
                PERFORM BackUpOldMaster
          END-IF
          MOVE "BACKUP TAKEN" TO WS-PLOG-ACTION
          PERFORM WritePromoteLog
    END-IF
*> A keyed run has nothing to install - its journal is emptied
*> instead, and only then is the run logged promoted, so a rerun
*> after a failure in between finds the backup taken and simply
*> finishes the job
    IF  KeyedUpdateRun THEN
          OPEN OUTPUT JournalFile
          CLOSE JournalFile
      ELSE
          PERFORM InstallNewMaster
    END-IF
    MOVE "PROMOTED" TO WS-PLOG-ACTION
    PERFORM WritePromoteLog
    PERFORM ConsumeControlFile

    DISPLAY "Promote - " WS-BACKUP-COUNT " records backed up to "
            WS-BACKUP-NAME
    IF  KeyedUpdateRun THEN
          DISPLAY "Promote - " WS-UNDONE-COUNT " journaled changes "
                  "undone on the backup - STUDJRNL.DAT emptied, "
                  "STUDENTS.DAT left as the keyed run updated it"
      ELSE
          DISPLAY "Promote - " WS-INSTALL-COUNT " records installed "
                  "as STUDENTS.DAT"
    END-IF
    STOP RUN.

ReadReconFlag.
    CLOSE StudentFile
    CLOSE BackupFile.

CheckKeyedJournal.
*> The journal must be the keyed run's own - the batch CONTROL.DAT
*> describes - and must record that the run completed. Without it
*> the pre-run generation cannot be built, and the promotion is
*> refused before anything is written.
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
            OR (WS-JRN-BATCH-NUMBER NOT = CTL-BATCH-NUMBER)
            OR (NOT JournalCompleted) THEN
          DISPLAY "Promote - STUDJRNL.DAT does not hold the completed "
                  "keyed run of batch " CTL-BATCH-NUMBER " - the "
                  "pre-run generation cannot be built - nothing "
                  "promoted"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.

UndoJournalOnBackup.
*> Turns the copy of the live master into the master as it stood
*> before the keyed run: a student the run added is deleted from the
*> copy, and a student it rewrote or deleted gets the journaled
*> before-image back.
    OPEN I-O BackupFile
    OPEN INPUT JournalFile
    READ JournalFile
       AT END SET EndOfJournalFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournalFile
       IF  JournalBeforeImage THEN
             ADD 1 TO WS-UNDONE-COUNT
             EVALUATE TRUE
               WHEN JournalAdded
                    MOVE JRN-STUDENT-ID TO StudentID-B
                    DELETE BackupFile RECORD
                       INVALID KEY CONTINUE
                    END-DELETE
               WHEN JournalRewritten
                    MOVE JRN-IMAGE TO BackupRecord
                    REWRITE BackupRecord
                       INVALID KEY
                          WRITE BackupRecord
                             INVALID KEY CONTINUE
                          END-WRITE
                    END-REWRITE
               WHEN JournalDeleted
                    MOVE JRN-IMAGE TO BackupRecord
                    WRITE BackupRecord
                       INVALID KEY
                          REWRITE BackupRecord
                             INVALID KEY CONTINUE
                          END-REWRITE
                    END-WRITE
             END-EVALUATE
       END-IF
       READ JournalFile
          AT END SET EndOfJournalFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile
    CLOSE BackupFile.

InstallNewMaster.
*> Rebuilds STUDENTS.DAT from STUDENTS.NEW - OPEN OUTPUT truncates
*> the old master, which BackUpOldMaster has already copied away.
