*> Summary says how many moved; this report says who is actually
*> enrolled now. Written to the ROSTER.RPT print file, not DISPLAY
*> lines that vanish with the session.
*> STUDENTS.NEW is only the right master to report while the full
*> pass that built it is waiting for Promote (CONTROL.DAT holds its
*> totals, not marked K). A batch SeqUpdate applied in place
*> ("SeqUpdate KEYED") is already on STUDENTS.DAT and never reaches
*> STUDENTS.NEW, before or after its promotion, and once a full pass
*> is promoted STUDENTS.DAT holds exactly what STUDENTS.NEW does - so
*> in every case but the first the roster is taken from the live
*> STUDENTS.DAT, which includes any daytime correction.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentID-N.

      SELECT StudentFile ASSIGN "STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StudentID-S
             ALTERNATE RECORD KEY IS StudentName-S
                 WITH DUPLICATES.

      SELECT OPTIONAL ControlFile ASSIGN "CONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT RosterReport ASSIGN "ROSTER.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.
   02 CourseCode-N         PIC X(4).
   02 FILLER               PIC X(5).

FD StudentFile.
01 StudentRecord.
   02 StudentID-S          PIC 9(7).
   02 StudentName-S        PIC X(10).
   02 FILLER               PIC X(15).

*> Read only to learn whether a full pass is waiting for Promote.
*> NOTE: must be kept in step with SeqUpdate's own FD ControlFile
*> layout - there is no shared copybook for it.
FD ControlFile.
01 ControlRecord.
   02 CTL-RUN-DATE         PIC 9(8).
   02 CTL-STUDENT-READ     PIC 9(7).
   02 CTL-TRANS-READ       PIC 9(7).
   02 CTL-MATCHED          PIC 9(7).
   02 CTL-COPIED           PIC 9(7).
   02 CTL-ADDED            PIC 9(7).
   02 CTL-DELETED          PIC 9(7).
   02 CTL-EXCEPTIONS       PIC 9(5).
   02 CTL-STUDENT-HASH     PIC 9(15).
   02 CTL-BATCH-NUMBER     PIC 9(6).
   02 CTL-UPDATE-MODE      PIC X(1).
      88 KeyedUpdateRun    VALUE "K".

SD SortFile.
01 SortRecord.
   02 Sort-StudentID       PIC 9(7).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
77 WS-MASTER-SW            PIC X(1) VALUE "L".
   88 ReportLiveMaster     VALUE "L".
   88 ReportNewMaster      VALUE "N".
77 WS-SORT-EOF-SW          PIC X(1) VALUE "N".
   88 EndOfSortFile        VALUE "Y".
77 WS-CURRENT-COURSE       PIC X(4) VALUE SPACES.
PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM ChooseMaster
    IF  ReportNewMaster THEN
          SORT SortFile
               ON ASCENDING KEY Sort-CourseCode Sort-StudentID
               USING NewStudentFile
               OUTPUT PROCEDURE IS PrintRoster
      ELSE
          SORT SortFile
               ON ASCENDING KEY Sort-CourseCode Sort-StudentID
               USING StudentFile
               OUTPUT PROCEDURE IS PrintRoster
    END-IF
    STOP RUN.

ChooseMaster.
*> STUDENTS.NEW only while an unpromoted full pass is waiting - see
*> the note at the top. An empty or missing CONTROL.DAT, or one a
*> keyed run wrote, means the live master is the current one.
    OPEN INPUT ControlFile
    READ ControlFile
       AT END CONTINUE
       NOT AT END
          IF  NOT KeyedUpdateRun THEN
                SET ReportNewMaster TO TRUE
          END-IF
    END-READ
    CLOSE ControlFile.

PrintRoster.
*> Control-break print over the sorted records - every change of
*> CourseCode closes the previous course with its headcount and opens
