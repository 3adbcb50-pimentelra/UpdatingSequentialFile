      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PointInTime.
AUTHOR. Michael Coughlan.
*> Point-in-time reconstruction of the student master - "what did
*> the register say on the 3rd?" - without touching STUDENTS.DAT.
*>     PointInTime YYYYMMDD
*> Every promotion leaves a STUDENTS.B<run date><batch> generation
*> holding the master as it stood BEFORE that night's run, and every
*> change the run made is on STUDHIST.DAT with its before and after
*> images. So the master as of a date is rebuilt from the nearest
*> generation taken on or before it, rolled forward through the
*> history up to and including that date:
*>   - the generations are replayed from PROMOTE.LOG the same way
*>     BackupManager does (BACKUP TAKEN adds one, PRUNED marks it
*>     gone); of those still on disk the one with the latest run date
*>     not after the as-of date is used - the FIRST taken that date
*>     when a same-day correction run took a second, because the
*>     history cannot tell the two runs' records apart and the first
*>     generation stands before both;
*>   - the generation is copied to the snapshot file
*>     STUDENTS.P<as-of date>, laid out and keyed exactly like the
*>     master (name index included), and history records dated from
*>     the generation's run date to the as-of date are applied to it
*>     in the order they were written - but only for run dates with a
*>     PROMOTED line, since history from a run that never got past
*>     Promote never reached the master either;
*>   - each record's BEFORE image is checked against the snapshot
*>     first. A match applies the after image (a D deletes, an A
*>     writes). A record whose after image is already in place - for
*>     a D, a student already gone - is the duplicate a restarted
*>     SeqUpdate re-appends, and is skipped and counted.
*>     Anything else - a before image that does not match, a change
*>     for a student not there, an add for one already there - is
*>     NOT applied but flagged on PITSNAP.RPT with both images, so the
*>     registrar sees where the reconstruction cannot be trusted.
*> The report and the console show the generation used, the history
*> records applied, skipped and flagged, and the snapshot's record
*> count. RETURN-CODE is 00 when nothing was flagged, 04 when
*> anything was, and 16 when no usable generation exists.
*> FILE STATUS is checked on the generation's open: PROMOTE.LOG can
*> still list a generation somebody removed by hand, and "not on
*> disk" must refuse cleanly rather than abend.
*> NOTE: SnapshotRecord is the master layout and must be kept in step
*> with SeqUpdate's FD StudentFile; HistoryRecord with its FD
*> HistoryFile; PromoteLogRecord with Promote's FD PromoteLog - there
*> is no shared copybook for them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL PromoteLog ASSIGN "PROMOTE.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT BackupFile ASSIGN WS-BACKUP-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentID-B
             FILE STATUS IS WS-BACKUP-STATUS.

      SELECT SnapshotFile ASSIGN WS-SNAPSHOT-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentID-P
             ALTERNATE RECORD KEY IS StudentName-P
                 WITH DUPLICATES.

      SELECT OPTIONAL HistoryFile ASSIGN "STUDHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT SnapshotReport ASSIGN "PITSNAP.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PromoteLog.
01 PromoteLogRecord.
   88 EndOfPromoteLog      VALUE ALL "9".
   02 PLOG-RUN-DATE        PIC X(8).
   02 FILLER               PIC X(1).
   02 PLOG-ACTION          PIC X(14).
   02 FILLER               PIC X(1).
   02 PLOG-BACKUP-NAME     PIC X(24).
   02 FILLER               PIC X(1).
   02 PLOG-BATCH-NUMBER    PIC X(6).

FD BackupFile.
01 BackupRecord.
   88 EndOfBackupFile      VALUE ALL "9".
   02 StudentID-B          PIC 9(7).
   02 FILLER               PIC X(25).

FD SnapshotFile.
01 SnapshotRecord.
   88 EndOfSnapshotFile    VALUE ALL "9".
   02 StudentID-P          PIC 9(7).
   02 StudentName-P        PIC X(10).
   02 StudentStatus-P      PIC X(1).
   02 FILLER               PIC X(5).
   02 CourseCode-P         PIC X(4).
   02 FILLER               PIC X(5).

FD HistoryFile.
01 HistoryRecord.
   88 EndOfHistoryFile     VALUE ALL "9".
   02 HIST-RUN-DATE        PIC 9(8).
   02 HIST-STUDENT-ID      PIC 9(7).
   02 HIST-TRANS-CODE      PIC X(1).
   02 HIST-BEF-NAME        PIC X(10).
   02 HIST-BEF-COURSE      PIC X(4).
   02 HIST-AFT-NAME        PIC X(10).
   02 HIST-AFT-COURSE      PIC X(4).
   02 HIST-BEF-STATUS      PIC X(1).
   02 HIST-AFT-STATUS      PIC X(1).
   02 HIST-OPERATOR-ID     PIC X(8).

FD SnapshotReport.
01 SnapshotLine            PIC X(80).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
77 WS-ASOF-PARM            PIC X(8) VALUE SPACES.
77 WS-ASOF-DATE            PIC 9(8) VALUE ZERO.
77 WS-BACKUP-NAME          PIC X(24) VALUE SPACES.
77 WS-BACKUP-STATUS        PIC X(2) VALUE SPACES.
77 WS-SNAPSHOT-NAME        PIC X(24) VALUE SPACES.
77 WS-GEN-RUN-DATE         PIC 9(8) VALUE ZERO.

*> Generations as PROMOTE.LOG records them - the same replay and the
*> same 200 limit as BackupManager.
77 WS-GEN-COUNT            PIC 9(3) VALUE ZERO.
77 WS-GEN-I                PIC 9(3) VALUE ZERO.
77 WS-GEN-MATCH-IDX        PIC 9(3) VALUE ZERO.
77 WS-GEN-USE-IDX          PIC 9(3) VALUE ZERO.
77 WS-GEN-FULL-SW          PIC X(1) VALUE "N".
   88 GenTableFull         VALUE "Y".
01 WS-GEN-TABLE.
   02 WS-GEN-ENTRY         OCCURS 200 TIMES.
      03 WS-GEN-NAME          PIC X(24).
      03 WS-GEN-DATE          PIC X(8).
      03 WS-GEN-BATCH         PIC X(6).
      03 WS-GEN-AVAIL-SW      PIC X(1).
         88 GenAvailable      VALUE "Y".

*> Run dates with a PROMOTED line - only their history reached the
*> master.
77 WS-PROM-COUNT           PIC 9(3) VALUE ZERO.
77 WS-PROM-I               PIC 9(3) VALUE ZERO.
77 WS-PROM-FULL-SW         PIC X(1) VALUE "N".
   88 PromTableFull        VALUE "Y".
77 WS-PROM-FOUND-SW        PIC X(1) VALUE "N".
   88 RunWasPromoted       VALUE "Y".
01 WS-PROM-TABLE.
   02 WS-PROM-DATE         OCCURS 200 TIMES PIC X(8).

*> Before-image comparison - a status byte of space (records from
*> before the status lifecycle) reads as active, the same as "A".
77 WS-SNAP-FOUND-SW        PIC X(1) VALUE "N".
   88 OnSnapshot           VALUE "Y".
   88 NotOnSnapshot        VALUE "N".
77 WS-CMP-STATUS-1         PIC X(1).
77 WS-CMP-STATUS-2         PIC X(1).
77 WS-IMAGE-SW             PIC X(1) VALUE "N".
   88 ImageMatches         VALUE "Y".
   88 ImageDiffers         VALUE "N".
77 WS-FLAG-TEXT            PIC X(40) VALUE SPACES.

77 WS-LOADED-COUNT         PIC 9(7) VALUE ZERO.
77 WS-HIST-IN-RANGE        PIC 9(7) VALUE ZERO.
77 WS-NOT-PROMOTED-COUNT   PIC 9(7) VALUE ZERO.
77 WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
77 WS-DUPLICATE-COUNT      PIC 9(7) VALUE ZERO.
77 WS-FLAGGED-COUNT        PIC 9(7) VALUE ZERO.
77 WS-SNAPSHOT-COUNT       PIC 9(7) VALUE ZERO.
77 WS-COUNT-ED             PIC ZZZZZZ9.


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ASOF-PARM FROM COMMAND-LINE
    IF  WS-ASOF-PARM IS NOT NUMERIC THEN
          DISPLAY "PointInTime - as-of date YYYYMMDD is required "
                  "on the command line - nothing rebuilt"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    MOVE WS-ASOF-PARM TO WS-ASOF-DATE

    PERFORM LoadGenerationTable
    PERFORM ChooseGeneration
    IF  WS-GEN-USE-IDX = ZERO THEN
          DISPLAY "PointInTime - no backup generation on disk was "
                  "taken on or before " WS-ASOF-DATE " - nothing "
                  "rebuilt"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    MOVE WS-GEN-NAME(WS-GEN-USE-IDX) TO WS-BACKUP-NAME
    MOVE WS-GEN-DATE(WS-GEN-USE-IDX) TO WS-GEN-RUN-DATE
    MOVE SPACES TO WS-SNAPSHOT-NAME
    STRING "STUDENTS.P" DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
      INTO WS-SNAPSHOT-NAME
    END-STRING

    OPEN INPUT BackupFile
    IF  WS-BACKUP-STATUS NOT = "00" THEN
          DISPLAY "PointInTime - generation " WS-BACKUP-NAME
                  " is on PROMOTE.LOG but did not open (file "
                  "status " WS-BACKUP-STATUS ") - nothing rebuilt"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF
    PERFORM CopyGenerationToSnapshot

    OPEN OUTPUT SnapshotReport
    PERFORM WriteReportHeader
    OPEN I-O SnapshotFile
    PERFORM RollForwardHistory
    CLOSE SnapshotFile
    PERFORM CountSnapshot
    PERFORM WriteReportTotals
    CLOSE SnapshotReport

    PERFORM DisplayRebuildTotals
    IF  WS-FLAGGED-COUNT = ZERO THEN
          MOVE ZERO TO RETURN-CODE
      ELSE
          MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LoadGenerationTable.
*> Replays PROMOTE.LOG as BackupManager does, and notes every run
*> date that reached PROMOTED on the way.
    OPEN INPUT PromoteLog
    READ PromoteLog
       AT END SET EndOfPromoteLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfPromoteLog
       EVALUATE TRUE
         WHEN PLOG-ACTION = "BACKUP TAKEN"
              IF  WS-GEN-COUNT < 200 THEN
                    ADD 1 TO WS-GEN-COUNT
                    MOVE PLOG-BACKUP-NAME
                       TO WS-GEN-NAME(WS-GEN-COUNT)
                    MOVE PLOG-RUN-DATE
                       TO WS-GEN-DATE(WS-GEN-COUNT)
                    MOVE PLOG-BATCH-NUMBER
                       TO WS-GEN-BATCH(WS-GEN-COUNT)
                    MOVE "Y" TO WS-GEN-AVAIL-SW(WS-GEN-COUNT)
                ELSE
                    SET GenTableFull TO TRUE
              END-IF
         WHEN PLOG-ACTION = "PRUNED"
              PERFORM FindGenerationByLogName
              IF  WS-GEN-MATCH-IDX NOT = ZERO THEN
                    MOVE "N" TO WS-GEN-AVAIL-SW(WS-GEN-MATCH-IDX)
              END-IF
         WHEN PLOG-ACTION = "PROMOTED"
              IF  WS-PROM-COUNT < 200 THEN
                    ADD 1 TO WS-PROM-COUNT
                    MOVE PLOG-RUN-DATE TO WS-PROM-DATE(WS-PROM-COUNT)
                ELSE
                    SET PromTableFull TO TRUE
              END-IF
       END-EVALUATE
       READ PromoteLog
          AT END SET EndOfPromoteLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE PromoteLog
    IF  (GenTableFull) OR (PromTableFull) THEN
          DISPLAY "PointInTime - PROMOTE.LOG holds more than 200 "
                  "generations or promotions - refusing to rebuild "
                  "from a list it cannot see all of"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.

FindGenerationByLogName.
    MOVE ZERO TO WS-GEN-MATCH-IDX
    MOVE 1 TO WS-GEN-I
    PERFORM UNTIL (WS-GEN-I > WS-GEN-COUNT)
                    OR (WS-GEN-MATCH-IDX NOT = ZERO)
       IF  WS-GEN-NAME(WS-GEN-I) = PLOG-BACKUP-NAME THEN
             MOVE WS-GEN-I TO WS-GEN-MATCH-IDX
       END-IF
       ADD 1 TO WS-GEN-I
    END-PERFORM.

ChooseGeneration.
*> Latest run date not after the as-of date; on a tie the generation
*> logged first wins - the strictly-greater test keeps it.
    MOVE ZERO TO WS-GEN-USE-IDX
    MOVE 1 TO WS-GEN-I
    PERFORM UNTIL WS-GEN-I > WS-GEN-COUNT
       IF  (GenAvailable(WS-GEN-I))
               AND (WS-GEN-DATE(WS-GEN-I) IS NUMERIC) THEN
             IF  WS-GEN-DATE(WS-GEN-I) NOT > WS-ASOF-PARM THEN
                   IF  WS-GEN-USE-IDX = ZERO THEN
                         MOVE WS-GEN-I TO WS-GEN-USE-IDX
                     ELSE
                         IF  WS-GEN-DATE(WS-GEN-I)
                                 > WS-GEN-DATE(WS-GEN-USE-IDX) THEN
                               MOVE WS-GEN-I TO WS-GEN-USE-IDX
                         END-IF
                   END-IF
             END-IF
       END-IF
       ADD 1 TO WS-GEN-I
    END-PERFORM.

CopyGenerationToSnapshot.
*> The same copy shape as Promote's InstallNewMaster, into the
*> snapshot instead of the live master. BackupFile is already open.
    OPEN OUTPUT SnapshotFile
    READ BackupFile NEXT
       AT END SET EndOfBackupFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBackupFile
       ADD 1 TO WS-LOADED-COUNT
       WRITE SnapshotRecord FROM BackupRecord
       READ BackupFile NEXT
          AT END SET EndOfBackupFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BackupFile
    CLOSE SnapshotFile.

RollForwardHistory.
    OPEN INPUT HistoryFile
    READ HistoryFile
       AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
       IF  (HIST-RUN-DATE NOT < WS-GEN-RUN-DATE)
               AND (HIST-RUN-DATE NOT > WS-ASOF-DATE) THEN
             ADD 1 TO WS-HIST-IN-RANGE
             PERFORM CheckRunPromoted
             IF  RunWasPromoted THEN
                   PERFORM ApplyHistoryRecord
               ELSE
                   ADD 1 TO WS-NOT-PROMOTED-COUNT
             END-IF
       END-IF
       READ HistoryFile
          AT END SET EndOfHistoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE HistoryFile.

CheckRunPromoted.
    MOVE "N" TO WS-PROM-FOUND-SW
    MOVE 1 TO WS-PROM-I
    PERFORM UNTIL (WS-PROM-I > WS-PROM-COUNT) OR (RunWasPromoted)
       IF  WS-PROM-DATE(WS-PROM-I) = HIST-RUN-DATE THEN
             SET RunWasPromoted TO TRUE
       END-IF
       ADD 1 TO WS-PROM-I
    END-PERFORM.

ApplyHistoryRecord.
*> Before image checked first; the after image goes on only when it
*> matches. See the header for the duplicate and flag rules.
    MOVE HIST-STUDENT-ID TO StudentID-P
    READ SnapshotFile
       INVALID KEY SET NotOnSnapshot TO TRUE
       NOT INVALID KEY SET OnSnapshot TO TRUE
    END-READ
    EVALUATE TRUE
      WHEN HIST-TRANS-CODE = "A"
           IF  NotOnSnapshot THEN
                 MOVE SPACES          TO SnapshotRecord
                 MOVE HIST-STUDENT-ID TO StudentID-P
                 MOVE HIST-AFT-NAME   TO StudentName-P
                 MOVE HIST-AFT-STATUS TO StudentStatus-P
                 MOVE HIST-AFT-COURSE TO CourseCode-P
                 WRITE SnapshotRecord
                    INVALID KEY CONTINUE
                 END-WRITE
                 ADD 1 TO WS-APPLIED-COUNT
             ELSE
                 PERFORM CompareAfterImage
                 IF  ImageMatches THEN
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       MOVE "add for a student already on file"
                          TO WS-FLAG-TEXT
                       PERFORM FlagHistoryRecord
                 END-IF
           END-IF
*> A delete's after image is the student's absence - already gone
*> is the restart duplicate, not a missing student
      WHEN NotOnSnapshot AND HIST-TRANS-CODE = "D"
           ADD 1 TO WS-DUPLICATE-COUNT
      WHEN NotOnSnapshot
           MOVE "student not on file" TO WS-FLAG-TEXT
           PERFORM FlagHistoryRecord
      WHEN OTHER
           PERFORM CompareBeforeImage
           EVALUATE TRUE
             WHEN ImageMatches AND HIST-TRANS-CODE = "D"
                  DELETE SnapshotFile RECORD
                     INVALID KEY CONTINUE
                  END-DELETE
                  ADD 1 TO WS-APPLIED-COUNT
             WHEN ImageMatches
                  MOVE HIST-AFT-NAME   TO StudentName-P
                  MOVE HIST-AFT-STATUS TO StudentStatus-P
                  MOVE HIST-AFT-COURSE TO CourseCode-P
                  REWRITE SnapshotRecord
                     INVALID KEY CONTINUE
                  END-REWRITE
                  ADD 1 TO WS-APPLIED-COUNT
             WHEN OTHER
                  PERFORM CompareAfterImage
                  IF  (ImageMatches) AND (HIST-TRANS-CODE NOT = "D") THEN
                        ADD 1 TO WS-DUPLICATE-COUNT
                    ELSE
                        MOVE "before image does not match"
                           TO WS-FLAG-TEXT
                        PERFORM FlagHistoryRecord
                  END-IF
           END-EVALUATE
    END-EVALUATE.

CompareBeforeImage.
    MOVE HIST-BEF-STATUS TO WS-CMP-STATUS-1
    MOVE StudentStatus-P TO WS-CMP-STATUS-2
    PERFORM NormaliseStatuses
    IF  (HIST-BEF-NAME = StudentName-P)
            AND (HIST-BEF-COURSE = CourseCode-P)
            AND (WS-CMP-STATUS-1 = WS-CMP-STATUS-2) THEN
          SET ImageMatches TO TRUE
      ELSE
          SET ImageDiffers TO TRUE
    END-IF.

CompareAfterImage.
    MOVE HIST-AFT-STATUS TO WS-CMP-STATUS-1
    MOVE StudentStatus-P TO WS-CMP-STATUS-2
    PERFORM NormaliseStatuses
    IF  (HIST-AFT-NAME = StudentName-P)
            AND (HIST-AFT-COURSE = CourseCode-P)
            AND (WS-CMP-STATUS-1 = WS-CMP-STATUS-2) THEN
          SET ImageMatches TO TRUE
      ELSE
          SET ImageDiffers TO TRUE
    END-IF.

NormaliseStatuses.
    IF  WS-CMP-STATUS-1 = SPACE THEN
          MOVE "A" TO WS-CMP-STATUS-1
    END-IF
    IF  WS-CMP-STATUS-2 = SPACE THEN
          MOVE "A" TO WS-CMP-STATUS-2
    END-IF.

FlagHistoryRecord.
*> Two report lines: what the history expected, and what the
*> snapshot actually holds at that point.
    ADD 1 TO WS-FLAGGED-COUNT
    MOVE SPACES TO SnapshotLine
    STRING "  FLAG " DELIMITED BY SIZE
           HIST-STUDENT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HIST-TRANS-CODE DELIMITED BY SIZE
           " run " DELIMITED BY SIZE
           HIST-RUN-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-FLAG-TEXT DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    IF  OnSnapshot THEN
          STRING "       history before " DELIMITED BY SIZE
                 HIST-BEF-NAME DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HIST-BEF-COURSE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HIST-BEF-STATUS DELIMITED BY SIZE
                 "  snapshot " DELIMITED BY SIZE
                 StudentName-P DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CourseCode-P DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 StudentStatus-P DELIMITED BY SIZE
            INTO SnapshotLine
          END-STRING
      ELSE
          STRING "       history before " DELIMITED BY SIZE
                 HIST-BEF-NAME DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HIST-BEF-COURSE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HIST-BEF-STATUS DELIMITED BY SIZE
                 "  snapshot (none)" DELIMITED BY SIZE
            INTO SnapshotLine
          END-STRING
    END-IF
    WRITE SnapshotLine.

CountSnapshot.
    OPEN INPUT SnapshotFile
    READ SnapshotFile NEXT
       AT END SET EndOfSnapshotFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSnapshotFile
       ADD 1 TO WS-SNAPSHOT-COUNT
       READ SnapshotFile NEXT
          AT END SET EndOfSnapshotFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SnapshotFile.

WriteReportHeader.
    MOVE SPACES TO SnapshotLine
    STRING "Point-in-Time Reconstruction as of " DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
           "     Run Date: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    STRING "Generation used....: " DELIMITED BY SIZE
           WS-BACKUP-NAME DELIMITED BY SIZE
           " batch " DELIMITED BY SIZE
           WS-GEN-BATCH(WS-GEN-USE-IDX) DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    STRING "Snapshot written...: " DELIMITED BY SIZE
           WS-SNAPSHOT-NAME DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    STRING "History rolled.....: runs " DELIMITED BY SIZE
           WS-GEN-RUN-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-ASOF-DATE DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE SPACES TO SnapshotLine
    WRITE SnapshotLine.

WriteReportTotals.
    MOVE SPACES TO SnapshotLine
    WRITE SnapshotLine
    MOVE WS-LOADED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "Records in generation.........: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-HIST-IN-RANGE TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "History records in range......: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-NOT-PROMOTED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "  from runs never promoted....: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-APPLIED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "History records applied.......: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-DUPLICATE-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "Duplicates already in place...: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "Flagged, NOT applied..........: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine
    MOVE WS-SNAPSHOT-COUNT TO WS-COUNT-ED
    MOVE SPACES TO SnapshotLine
    STRING "Records in snapshot...........: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO SnapshotLine
    END-STRING
    WRITE SnapshotLine.

DisplayRebuildTotals.
    DISPLAY "=========================================="
    DISPLAY "Point-in-Time Reconstruction as of " WS-ASOF-DATE
    DISPLAY "=========================================="
    DISPLAY "Generation used...............: " WS-BACKUP-NAME
    DISPLAY "Snapshot written..............: " WS-SNAPSHOT-NAME
    DISPLAY "Records in generation.........: " WS-LOADED-COUNT
    DISPLAY "History records applied.......: " WS-APPLIED-COUNT
    DISPLAY "Duplicates already in place...: " WS-DUPLICATE-COUNT
    DISPLAY "Flagged, NOT applied..........: " WS-FLAGGED-COUNT
    DISPLAY "Records in snapshot...........: " WS-SNAPSHOT-COUNT
    DISPLAY "==========================================".
