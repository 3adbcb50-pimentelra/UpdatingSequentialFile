      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IntegritySweep.
AUTHOR. Michael Coughlan.
*> Standalone cross-file audit of the student master against the
*> files that hang off it. Every nightly program checks the one or
*> two files it touches, but nothing ever looked at them all at once,
*> and a damaged reference only surfaced when a transaction tripped
*> over it weeks later. This sweep reads STUDENTS.DAT, COURSES.DAT,
*> WAITLIST.DAT, SUSPENSE.DAT, REJLEDGER.DAT and STUDARCH.DAT
*> together and reports, one category at a time:
*>   1 a student whose CourseCode-S is not on COURSES.DAT;
*>   2 a course holding more active students than its SeatCapacity-C
*>     (withdrawn and graduated students hold no seat);
*>   3 a waitlist entry for a course the student is already actively
*>     enrolled on - the queue would hand them a seat they have;
*>   4 a SUSPENSE.DAT entry, or an OPEN REJLEDGER.DAT entry, for a
*>     student who is no longer on the live master but has been
*>     archived to STUDARCH.DAT - a parked or recycled change that can
*>     never apply to anybody. An "A" (add) entry is passed over: its
*>     student is not meant to be on the master yet, and an archived
*>     StudentID coming back is exactly what an add is for;
*>   5 a StudentStatus-S other than A, W, G or space.
*> Findings are released into a SORT on category plus a running
*> sequence, the shape WaitlistReport uses, so INTEGRITY.RPT prints
*> each category under its own heading with its own count, whatever
*> order the passes found them in. A category with nothing wrong
*> still prints, saying so - a clean report is evidence too.
*> Nothing is changed on any file. RETURN-CODE is 00 when the sweep
*> is clean, 08 when anything at all was found, and 16 when the sweep
*> could not run (an empty COURSES.DAT would make every student a
*> category 1 finding, so that abandons instead).
*> STUDENTS.DAT is read once sequentially for categories 1, 2 and 5,
*> then randomly by StudentID for the waitlist, suspense and ledger
*> checks. Suspense and ledger entries whose student is not on the
*> live master are held in a table, and STUDARCH.DAT - cumulative and
*> by far the largest of the files - is then read once against it.
*> NOTE: StudentRecord, CourseRecord, WaitlistRecord, SuspenseRecord,
*> RejectLedgerRecord and ArchiveRecord here must be kept in step
*> with SeqUpdate's and StudentArchive's own layouts - there is no
*> shared copybook for them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT StudentFile ASSIGN "STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StudentID-S
             ALTERNATE RECORD KEY IS StudentName-S
                 WITH DUPLICATES.

      SELECT CourseFile ASSIGN "COURSES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CourseCode-C.

      SELECT OPTIONAL WaitlistFile ASSIGN "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL SuspenseFile ASSIGN "SUSPENSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL RejectLedgerFile ASSIGN "REJLEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL ArchiveFile ASSIGN "STUDARCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT IntegrityReport ASSIGN "INTEGRITY.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT SortFile ASSIGN "SORTWORK".

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentRecord.
   88 EndOfStudentFile     VALUE ALL "9".
   02 StudentID-S          PIC 9(7).
   02 StudentName-S        PIC X(10).
   02 StudentStatus-S      PIC X(1).
      88 StudentActive-S      VALUE "A" SPACE.
      88 StudentStatusValid-S VALUE "A" "W" "G" SPACE.
   02 FILLER               PIC X(5).
   02 CourseCode-S         PIC X(4).
   02 FILLER               PIC X(5).

FD CourseFile.
01 CourseRecord.
   02 CourseCode-C         PIC X(4).
   02 CourseTitle-C        PIC X(20).
   02 SeatCapacity-C       PIC 9(5).
   02 OpenFlag-C           PIC X(1).

FD WaitlistFile.
01 WaitlistRecord.
   88 EndOfWaitlistFile    VALUE ALL "9".
   02 WL-COURSE-CODE       PIC X(4).
   02 WL-QUEUE-DATE        PIC 9(8).
   02 WL-TRANS-IMAGE.
      03 WL-STUDENT-ID     PIC X(7).
      03 WL-TRANS-CODE     PIC X(1).
      03 FILLER            PIC X(43).

FD SuspenseFile.
01 SuspenseRecord.
   88 EndOfSuspenseFile    VALUE ALL "9".
   02 SUS-STUDENT-ID       PIC X(7).
   02 SUS-TRANS-CODE       PIC X(1).
   02 SUS-OLD-COURSE       PIC X(4).
   02 SUS-NEW-COURSE       PIC X(4).
   02 SUS-NEW-NAME         PIC X(10).
   02 SUS-RECYCLE-FLAG     PIC X(1).
   02 SUS-EFF-DATE         PIC X(8).
   02 SUS-OPERATOR-ID      PIC X(8).
   02 SUS-OVERRIDE-AUTH    PIC X(8).

FD RejectLedgerFile.
01 RejectLedgerRecord.
   88 EndOfRejectLedger    VALUE ALL "9".
   02 LED-STATUS           PIC X(1).
      88 LedgerEntryOpen   VALUE "O".
   02 FILLER               PIC X(1).
   02 LED-REASON-CODE      PIC X(4).
   02 FILLER               PIC X(1).
   02 LED-BATCH-NUMBER     PIC 9(6).
   02 FILLER               PIC X(1).
   02 LED-REJECT-DATE      PIC 9(8).
   02 FILLER               PIC X(1).
   02 LED-CLEAR-DATE       PIC 9(8).
   02 FILLER               PIC X(1).
   02 LED-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 LED-TRANS-IMAGE      PIC X(51).

FD ArchiveFile.
01 ArchiveRecord.
   88 EndOfArchiveFile     VALUE ALL "9".
   02 ARCH-STUDENT-ID      PIC 9(7).
   02 ARCH-STUDENT-NAME    PIC X(10).
   02 ARCH-STUDENT-STATUS  PIC X(1).
   02 FILLER               PIC X(5).
   02 ARCH-COURSE-CODE     PIC X(4).
   02 FILLER               PIC X(5).
   02 ARCH-DATE            PIC 9(8).

FD IntegrityReport.
01 IntegrityLine           PIC X(80).

SD SortFile.
01 SortRecord.
   02 Sort-Category        PIC 9(1).
   02 Sort-Seq             PIC 9(7).
   02 Sort-Detail          PIC X(72).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
77 WS-RELEASE-SEQ          PIC 9(7) VALUE ZERO.
77 WS-SORT-EOF-SW          PIC X(1) VALUE "N".
   88 EndOfSortFile        VALUE "Y".
77 WS-FIND-CATEGORY        PIC 9(1) VALUE ZERO.
77 WS-FIND-DETAIL          PIC X(72) VALUE SPACES.
77 WS-CAT-I                PIC 9(1) VALUE ZERO.
77 WS-CAT-COUNT            PIC 9(7) VALUE ZERO.
77 WS-TOTAL-FINDINGS       PIC 9(7) VALUE ZERO.
77 WS-CAT-COUNT-ED         PIC ZZZZZZ9.
77 WS-TOTAL-FINDINGS-ED    PIC ZZZZZZ9.
77 WS-COUNT-ED             PIC ZZZZ9.
77 WS-CAPACITY-ED          PIC ZZZZ9.
77 WS-LOOKUP-ID            PIC 9(7) VALUE ZERO.
77 WS-ON-MASTER-SW         PIC X(1) VALUE "N".
   88 StudentOnMaster      VALUE "Y".
   88 StudentNotOnMaster   VALUE "N".

77 WS-STUDENTS-READ        PIC 9(7) VALUE ZERO.
77 WS-WAITLIST-READ        PIC 9(7) VALUE ZERO.
77 WS-SUSPENSE-READ        PIC 9(7) VALUE ZERO.
77 WS-LEDGER-OPEN-READ     PIC 9(7) VALUE ZERO.
77 WS-ARCHIVE-READ         PIC 9(7) VALUE ZERO.

*> The category headings, in category order - the report walks this
*> list so an empty category still gets its heading.
01 WS-CATEGORY-LIST.
   02 FILLER PIC X(60) VALUE
      "1 Students on a course that is not on COURSES.DAT".
   02 FILLER PIC X(60) VALUE
      "2 Courses holding more active students than seats".
   02 FILLER PIC X(60) VALUE
      "3 Waitlist entries for a course already enrolled on".
   02 FILLER PIC X(60) VALUE
      "4 Suspense / open reject entries for archived students".
   02 FILLER PIC X(60) VALUE
      "5 Students with a status other than A, W, G or blank".
01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
   02 WS-CATEGORY-TITLE    OCCURS 5 TIMES PIC X(60).

*> Course-master table with an active head-count per course, built
*> during the student pass for the capacity check.
77 WS-CRS-COUNT            PIC 9(3) VALUE ZERO.
77 WS-CRS-I                PIC 9(3) VALUE ZERO.
77 WS-CRS-IDX              PIC 9(3) VALUE ZERO.
77 WS-CRS-LOOKUP-CODE      PIC X(4).
77 WS-CRS-EOF-SW           PIC X(1) VALUE "N".
   88 EndOfCourseFile      VALUE "Y".
77 WS-CRS-FULL-SW          PIC X(1) VALUE "N".
   88 CrsTableFull         VALUE "Y".
01 WS-CRS-TABLE.
   02 WS-CRS-ENTRY         OCCURS 100 TIMES.
      03 WS-CRS-CODE       PIC X(4).
      03 WS-CRS-CAPACITY   PIC 9(5).
      03 WS-CRS-ACTIVE     PIC 9(5).

*> Suspense and open ledger entries whose student is not on the live
*> master - the candidates for category 4, matched against the
*> archive in one pass once they are all known.
77 WS-ORPH-COUNT           PIC 9(4) VALUE ZERO.
77 WS-ORPH-I               PIC 9(4) VALUE ZERO.
77 WS-ORPH-FULL-SW         PIC X(1) VALUE "N".
   88 OrphanTableFull      VALUE "Y".
01 WS-ORPHAN-TABLE.
   02 WS-ORPH-ENTRY        OCCURS 500 TIMES.
      03 WS-ORPH-STUDENT-ID PIC 9(7).
      03 WS-ORPH-TEXT      PIC X(40).
      03 WS-ORPH-FLAGGED-SW PIC X(1).
         88 OrphanFlagged  VALUE "Y".


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LoadCourseMaster
    SORT SortFile
         ON ASCENDING KEY Sort-Category Sort-Seq
         INPUT PROCEDURE IS RunIntegrityChecks
         OUTPUT PROCEDURE IS PrintIntegrityReport
    PERFORM DisplaySweepTotals
    IF  WS-TOTAL-FINDINGS = ZERO THEN
          MOVE ZERO TO RETURN-CODE
      ELSE
          MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

LoadCourseMaster.
*> The same fixed OCCURS 100 table SeqUpdate holds - a course beyond
*> the hundredth would show every student on it as category 1, so
*> that is warned about, and an empty course master abandons.
    OPEN INPUT CourseFile
    READ CourseFile
       AT END SET EndOfCourseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCourseFile
       IF  WS-CRS-COUNT < 100 THEN
             ADD 1 TO WS-CRS-COUNT
             MOVE CourseCode-C   TO WS-CRS-CODE(WS-CRS-COUNT)
             MOVE SeatCapacity-C TO WS-CRS-CAPACITY(WS-CRS-COUNT)
             MOVE ZERO           TO WS-CRS-ACTIVE(WS-CRS-COUNT)
         ELSE
             IF  NOT CrsTableFull THEN
                   SET CrsTableFull TO TRUE
                   DISPLAY "IntegritySweep - COURSES.DAT holds more "
                           "than 100 courses - students on courses "
                           "beyond the 100th will show as category 1"
             END-IF
       END-IF
       READ CourseFile
          AT END SET EndOfCourseFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE CourseFile
    IF  WS-CRS-COUNT = ZERO THEN
          DISPLAY "IntegritySweep - COURSES.DAT is empty - nothing "
                  "can be checked against it - sweep abandoned"
          MOVE 16 TO RETURN-CODE
          STOP RUN
    END-IF.

RunIntegrityChecks.
    OPEN INPUT StudentFile
    PERFORM CheckStudentMaster
    PERFORM CheckCourseCapacity
    PERFORM CheckWaitlist
    PERFORM CheckSuspense
    PERFORM CheckRejectLedger
    CLOSE StudentFile
    PERFORM CheckArchive.

CheckStudentMaster.
*> Categories 1 and 5, and the active head-count for category 2.
    READ StudentFile NEXT
       AT END SET EndOfStudentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudentFile
       ADD 1 TO WS-STUDENTS-READ
       IF  CourseCode-S NOT = SPACES THEN
             MOVE CourseCode-S TO WS-CRS-LOOKUP-CODE
             PERFORM FindCourse
             IF  WS-CRS-IDX = ZERO THEN
                   MOVE 1 TO WS-FIND-CATEGORY
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "Student " DELIMITED BY SIZE
                          StudentID-S DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          StudentName-S DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          StudentStatus-S DELIMITED BY SIZE
                          " on course " DELIMITED BY SIZE
                          CourseCode-S DELIMITED BY SIZE
                     INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM ReleaseFinding
               ELSE
                   IF  StudentActive-S THEN
                         ADD 1 TO WS-CRS-ACTIVE(WS-CRS-IDX)
                   END-IF
             END-IF
       END-IF
       IF  NOT StudentStatusValid-S THEN
             MOVE 5 TO WS-FIND-CATEGORY
             MOVE SPACES TO WS-FIND-DETAIL
             STRING "Student " DELIMITED BY SIZE
                    StudentID-S DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    StudentName-S DELIMITED BY SIZE
                    " has status '" DELIMITED BY SIZE
                    StudentStatus-S DELIMITED BY SIZE
                    "'" DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
             END-STRING
             PERFORM ReleaseFinding
       END-IF
       READ StudentFile NEXT
          AT END SET EndOfStudentFile TO TRUE
       END-READ
    END-PERFORM.

CheckCourseCapacity.
    MOVE 1 TO WS-CRS-I
    PERFORM UNTIL WS-CRS-I > WS-CRS-COUNT
       IF  WS-CRS-ACTIVE(WS-CRS-I) > WS-CRS-CAPACITY(WS-CRS-I) THEN
             MOVE WS-CRS-ACTIVE(WS-CRS-I)   TO WS-COUNT-ED
             MOVE WS-CRS-CAPACITY(WS-CRS-I) TO WS-CAPACITY-ED
             MOVE 2 TO WS-FIND-CATEGORY
             MOVE SPACES TO WS-FIND-DETAIL
             STRING "Course " DELIMITED BY SIZE
                    WS-CRS-CODE(WS-CRS-I) DELIMITED BY SIZE
                    " has " DELIMITED BY SIZE
                    WS-COUNT-ED DELIMITED BY SIZE
                    " active students for " DELIMITED BY SIZE
                    WS-CAPACITY-ED DELIMITED BY SIZE
                    " seats" DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
             END-STRING
             PERFORM ReleaseFinding
       END-IF
       ADD 1 TO WS-CRS-I
    END-PERFORM.

CheckWaitlist.
*> Category 3 - the waiting student already actively holds a seat on
*> the very course they are queued for.
    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       ADD 1 TO WS-WAITLIST-READ
       IF  WL-STUDENT-ID IS NUMERIC THEN
             MOVE WL-STUDENT-ID TO WS-LOOKUP-ID
             PERFORM LookUpStudent
             IF  (StudentOnMaster) AND (StudentActive-S)
                     AND (CourseCode-S = WL-COURSE-CODE) THEN
                   MOVE 3 TO WS-FIND-CATEGORY
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "Student " DELIMITED BY SIZE
                          WL-STUDENT-ID DELIMITED BY SIZE
                          " queued " DELIMITED BY SIZE
                          WL-QUEUE-DATE DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          WL-COURSE-CODE DELIMITED BY SIZE
                          " (code " DELIMITED BY SIZE
                          WL-TRANS-CODE DELIMITED BY SIZE
                          ") - already enrolled on it"
                              DELIMITED BY SIZE
                     INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM ReleaseFinding
             END-IF
       END-IF
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

CheckSuspense.
*> A parked add is not looked up - its student is not on the master
*> until the add applies, so it would always look orphaned.
    OPEN INPUT SuspenseFile
    READ SuspenseFile
       AT END SET EndOfSuspenseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSuspenseFile
       ADD 1 TO WS-SUSPENSE-READ
       IF  (SUS-STUDENT-ID IS NUMERIC)
               AND (SUS-TRANS-CODE NOT = "A") THEN
             MOVE SUS-STUDENT-ID TO WS-LOOKUP-ID
             PERFORM LookUpStudent
             IF  StudentNotOnMaster THEN
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "SUSPENSE code " DELIMITED BY SIZE
                          SUS-TRANS-CODE DELIMITED BY SIZE
                          " effective " DELIMITED BY SIZE
                          SUS-EFF-DATE DELIMITED BY SIZE
                     INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM HoldOrphanEntry
             END-IF
       END-IF
       READ SuspenseFile
          AT END SET EndOfSuspenseFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SuspenseFile.

CheckRejectLedger.
*> Only entries still OPEN matter - a cleared entry has already been
*> dealt with one way or the other. A rejected add (TransCode "A" at
*> byte 8 of the image) is passed over, as in CheckSuspense.
    OPEN INPUT RejectLedgerFile
    READ RejectLedgerFile
       AT END SET EndOfRejectLedger TO TRUE
    END-READ
    PERFORM UNTIL EndOfRejectLedger
       IF  LedgerEntryOpen THEN
             ADD 1 TO WS-LEDGER-OPEN-READ
             IF  (LED-STUDENT-ID IS NUMERIC)
                     AND (LED-TRANS-IMAGE(8:1) NOT = "A") THEN
                   MOVE LED-STUDENT-ID TO WS-LOOKUP-ID
                   PERFORM LookUpStudent
                   IF  StudentNotOnMaster THEN
                         MOVE SPACES TO WS-FIND-DETAIL
                         STRING "REJLEDGER open " DELIMITED BY SIZE
                                LED-REASON-CODE DELIMITED BY SIZE
                                " batch " DELIMITED BY SIZE
                                LED-BATCH-NUMBER DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                         END-STRING
                         PERFORM HoldOrphanEntry
                   END-IF
             END-IF
       END-IF
       READ RejectLedgerFile
          AT END SET EndOfRejectLedger TO TRUE
       END-READ
    END-PERFORM
    CLOSE RejectLedgerFile.

HoldOrphanEntry.
*> WS-LOOKUP-ID and the first 40 bytes of WS-FIND-DETAIL in.
    IF  WS-ORPH-COUNT < 500 THEN
          ADD 1 TO WS-ORPH-COUNT
          MOVE WS-LOOKUP-ID   TO WS-ORPH-STUDENT-ID(WS-ORPH-COUNT)
          MOVE WS-FIND-DETAIL TO WS-ORPH-TEXT(WS-ORPH-COUNT)
          MOVE "N"            TO WS-ORPH-FLAGGED-SW(WS-ORPH-COUNT)
      ELSE
          IF  NOT OrphanTableFull THEN
                SET OrphanTableFull TO TRUE
                DISPLAY "IntegritySweep - more than 500 suspense and "
                        "open reject entries for students not on the "
                        "master - entries beyond the 500th are not "
                        "checked against STUDARCH.DAT"
          END-IF
    END-IF.

CheckArchive.
*> Category 4 - one pass over the cumulative archive. A student
*> archived, re-added and archived again appears twice; each held
*> entry is reported once, against the first archive date found.
    OPEN INPUT ArchiveFile
    READ ArchiveFile
       AT END SET EndOfArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveFile
       ADD 1 TO WS-ARCHIVE-READ
       MOVE 1 TO WS-ORPH-I
       PERFORM UNTIL WS-ORPH-I > WS-ORPH-COUNT
          IF  (WS-ORPH-STUDENT-ID(WS-ORPH-I) = ARCH-STUDENT-ID)
                  AND (NOT OrphanFlagged(WS-ORPH-I)) THEN
                MOVE "Y" TO WS-ORPH-FLAGGED-SW(WS-ORPH-I)
                MOVE 4 TO WS-FIND-CATEGORY
                MOVE SPACES TO WS-FIND-DETAIL
                STRING "Student " DELIMITED BY SIZE
                       ARCH-STUDENT-ID DELIMITED BY SIZE
                       " archived " DELIMITED BY SIZE
                       ARCH-DATE DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-ORPH-TEXT(WS-ORPH-I) DELIMITED BY SIZE
                  INTO WS-FIND-DETAIL
                END-STRING
                PERFORM ReleaseFinding
          END-IF
          ADD 1 TO WS-ORPH-I
       END-PERFORM
       READ ArchiveFile
          AT END SET EndOfArchiveFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ArchiveFile.

LookUpStudent.
*> WS-LOOKUP-ID in; StudentOnMaster with the record in StudentRecord,
*> or StudentNotOnMaster.
    MOVE WS-LOOKUP-ID TO StudentID-S
    READ StudentFile
       INVALID KEY
          SET StudentNotOnMaster TO TRUE
       NOT INVALID KEY
          SET StudentOnMaster TO TRUE
    END-READ.

FindCourse.
*> WS-CRS-LOOKUP-CODE in, WS-CRS-IDX out - ZERO when not on file.
    MOVE ZERO TO WS-CRS-IDX
    MOVE 1 TO WS-CRS-I
    PERFORM UNTIL (WS-CRS-I > WS-CRS-COUNT) OR (WS-CRS-IDX NOT = ZERO)
       IF  WS-CRS-CODE(WS-CRS-I) = WS-CRS-LOOKUP-CODE THEN
             MOVE WS-CRS-I TO WS-CRS-IDX
       END-IF
       ADD 1 TO WS-CRS-I
    END-PERFORM.

ReleaseFinding.
*> WS-FIND-CATEGORY and WS-FIND-DETAIL in.
    ADD 1 TO WS-RELEASE-SEQ
    MOVE WS-FIND-CATEGORY TO Sort-Category
    MOVE WS-RELEASE-SEQ   TO Sort-Seq
    MOVE WS-FIND-DETAIL   TO Sort-Detail
    RELEASE SortRecord.

PrintIntegrityReport.
*> Walks the five categories in order, printing each one's sorted
*> findings under its heading - or saying there were none.
    OPEN OUTPUT IntegrityReport
    MOVE SPACES TO IntegrityLine
    STRING "Student Master Integrity Sweep" DELIMITED BY SIZE
           "     Run Date: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO IntegrityLine
    END-STRING
    WRITE IntegrityLine
    PERFORM ReturnOneSortRecord
    MOVE 1 TO WS-CAT-I
    PERFORM UNTIL WS-CAT-I > 5
       MOVE SPACES TO IntegrityLine
       WRITE IntegrityLine
       MOVE WS-CATEGORY-TITLE(WS-CAT-I) TO IntegrityLine
       WRITE IntegrityLine
       MOVE ZERO TO WS-CAT-COUNT
       PERFORM UNTIL (EndOfSortFile) OR (Sort-Category NOT = WS-CAT-I)
          ADD 1 TO WS-CAT-COUNT
          MOVE SPACES TO IntegrityLine
          STRING "     " DELIMITED BY SIZE
                 Sort-Detail DELIMITED BY SIZE
            INTO IntegrityLine
          END-STRING
          WRITE IntegrityLine
          PERFORM ReturnOneSortRecord
       END-PERFORM
       ADD WS-CAT-COUNT TO WS-TOTAL-FINDINGS
       MOVE WS-CAT-COUNT TO WS-CAT-COUNT-ED
       MOVE SPACES TO IntegrityLine
       IF  WS-CAT-COUNT = ZERO THEN
             STRING "   ** none found" DELIMITED BY SIZE
               INTO IntegrityLine
             END-STRING
         ELSE
             STRING "   ** " DELIMITED BY SIZE
                    WS-CAT-COUNT-ED DELIMITED BY SIZE
                    " found" DELIMITED BY SIZE
               INTO IntegrityLine
             END-STRING
       END-IF
       WRITE IntegrityLine
       ADD 1 TO WS-CAT-I
    END-PERFORM
    MOVE WS-TOTAL-FINDINGS TO WS-TOTAL-FINDINGS-ED
    MOVE SPACES TO IntegrityLine
    WRITE IntegrityLine
    MOVE SPACES TO IntegrityLine
    STRING "** " DELIMITED BY SIZE
           WS-TOTAL-FINDINGS-ED DELIMITED BY SIZE
           " findings across all categories" DELIMITED BY SIZE
      INTO IntegrityLine
    END-STRING
    WRITE IntegrityLine
    CLOSE IntegrityReport.

ReturnOneSortRecord.
    RETURN SortFile
       AT END SET EndOfSortFile TO TRUE
    END-RETURN.

DisplaySweepTotals.
    DISPLAY "=========================================="
    DISPLAY "Integrity Sweep Totals"
    DISPLAY "=========================================="
    DISPLAY "Students read..................: " WS-STUDENTS-READ
    DISPLAY "Courses on the course master...: " WS-CRS-COUNT
    DISPLAY "Waitlist entries read..........: " WS-WAITLIST-READ
    DISPLAY "Suspense entries read..........: " WS-SUSPENSE-READ
    DISPLAY "Open reject ledger entries.....: " WS-LEDGER-OPEN-READ
    DISPLAY "Archive records read...........: " WS-ARCHIVE-READ
    DISPLAY "Findings (see INTEGRITY.RPT)...: " WS-TOTAL-FINDINGS
    DISPLAY "==========================================".
