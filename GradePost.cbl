      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GradePost.
AUTHOR. Michael Coughlan.
*> Posts the departments' end-of-term grade sheets into GRADES.DAT,
*> the cumulative grades file - the one place the system remembers
*> how a student did in a course after CourseCode-S has moved on to
*> the next one. The master only ever holds the course a student is
*> in right now; this file is what TranscriptInquiry lists a graded
*> transcript from, so the registrar's office no longer types
*> transcripts from paper mark sheets.
*> The grade sheets arrive as GRADES.TXT, one line per student per
*> course per term, in any order: StudentID, course code, term,
*> grade and an amendment flag. Each line is edited before it is
*> posted - the StudentID must be numeric and must be on STUDENTS.DAT
*> or, for a student withdrawn or graduated and since purged, on the
*> STUDARCH.DAT archive; the course must be on COURSES.DAT (open or
*> closed - a course closed to new enrolments still has last term's
*> grades to post); the term must be a six-digit YYYYnn term code;
*> and the grade must be one of the registry's scale below. Every
*> failing field gets its own line on the GRADEPST.RPT reject
*> report, the same one-line-per-field shape TransEdit's edit report
*> uses, so the department corrects the sheet in one pass.
*> GRADES.DAT is keyed on StudentID + term + course. The term sits
*> ahead of the course in the key so a START on the StudentID brings
*> a student's grades back term by term, oldest first, which is the
*> order a transcript and its term averages are printed in. A grade
*> already on file is never overwritten by a plain sheet line - the
*> line is rejected as a duplicate - and only a line carrying the
*> amendment flag "A" replaces a posted grade, so a resubmitted
*> sheet cannot silently change a mark the registrar has released.
*> Grade points are worked out here at posting and carried on the
*> grades record, so TranscriptInquiry averages what was posted and
*> the scale lives in one program only. P (pass), I (incomplete) and
*> W (withdrawn) are posted but carry no points and are left out of
*> the average.
*> NOTE: StudentRecord here must be kept in step with SeqUpdate's
*> own FD StudentFile layout, CourseRecord with CourseLoad's,
*> ArchiveRecord with StudentArchive's FD ArchiveFile layout, and
*> GradeRecord with TranscriptInquiry's - there is no shared
*> copybook for any of them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT GradeSheetFile ASSIGN "GRADES.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL GradeFile ASSIGN "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS GRD-KEY.

      SELECT StudentFile ASSIGN "STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS StudentID-S
             ALTERNATE RECORD KEY IS StudentName-S
                 WITH DUPLICATES.

      SELECT CourseFile ASSIGN "COURSES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode-C.

      SELECT OPTIONAL ArchiveFile ASSIGN "STUDARCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT GradeReport ASSIGN "GRADEPST.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GradeSheetFile.
01 GradeSheetRecord.
   88 EndOfGradeSheetFile  VALUE ALL "9".
   02 GS-STUDENT-ID        PIC X(7).
   02 GS-COURSE-CODE       PIC X(4).
*> YYYYnn - the year and the registry's term number within it, so
*> term codes sort in calendar order.
   02 GS-TERM              PIC X(6).
   02 GS-GRADE             PIC X(2).
*> "A" replaces a grade already posted; space posts a new grade.
   02 GS-AMEND-FLAG        PIC X(1).
      88 AmendmentLine-GS  VALUE "A".
      88 ValidAmendFlag-GS VALUE "A" SPACE.

FD GradeFile.
01 GradeRecord.
   02 GRD-KEY.
      03 GRD-STUDENT-ID    PIC 9(7).
      03 GRD-TERM          PIC X(6).
      03 GRD-COURSE-CODE   PIC X(4).
   02 GRD-GRADE            PIC X(2).
   02 GRD-GRADE-POINTS     PIC 9V99.
*> "Y" when the grade counts toward the term average; "N" for the
*> pass / incomplete / withdrawn grades that carry no points.
   02 GRD-IN-AVERAGE       PIC X(1).
   02 GRD-POST-DATE        PIC 9(8).

FD StudentFile.
01 StudentRecord.
   02 StudentID-S          PIC 9(7).
   02 StudentName-S        PIC X(10).
   02 StudentStatus-S      PIC X(1).
   02 FILLER               PIC X(5).
   02 CourseCode-S         PIC X(4).
   02 FILLER               PIC X(5).

FD CourseFile.
01 CourseRecord.
   02 CourseCode-C         PIC X(4).
   02 CourseTitle-C        PIC X(20).
   02 SeatCapacity-C       PIC 9(5).
   02 OpenFlag-C           PIC X(1).

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

FD GradeReport.
01 GradeLine               PIC X(80).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
77 WS-EDIT-REASON          PIC X(40).
77 WS-EDIT-REASON-CODE     PIC X(4) VALUE SPACES.
77 WS-RECORD-ERROR-SW      PIC X(1) VALUE "N".
   88 RecordInError        VALUE "Y".
   88 RecordClean          VALUE "N".
77 WS-STUDENT-FOUND-SW     PIC X(1) VALUE "N".
   88 StudentFound         VALUE "Y".
   88 StudentNotFound      VALUE "N".
77 WS-ID-NUM               PIC 9(7).
77 WS-GRADE-POINTS         PIC 9V99 VALUE ZERO.
77 WS-IN-AVERAGE           PIC X(1) VALUE "N".
77 WS-GRADE-VALID-SW       PIC X(1) VALUE "N".
   88 GradeValid           VALUE "Y".
   88 GradeNotValid        VALUE "N".

77 WS-LINE-READ-COUNT      PIC 9(7) VALUE ZERO.
77 WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
77 WS-AMENDED-COUNT        PIC 9(7) VALUE ZERO.
77 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
77 WS-REASON-COUNT         PIC 9(7) VALUE ZERO.
77 WS-REJECT-COUNT-ED      PIC ZZZZZZ9.
77 WS-REASON-COUNT-ED      PIC ZZZZZZ9.

*> StudentIDs on the STUDARCH.DAT archive, loaded once at start so a
*> grade line for a purged student costs a table search rather than
*> a full archive scan per line - grade sheets arrive at term end,
*> just after StudentArchive has purged that term's graduates, so
*> archived students are far from rare here. The same StudentID may
*> be archived more than once; one table entry per appearance is
*> harmless. Fixed at 5000 appearances with a one-time warning - a
*> grade line for a student beyond the 5000th is rejected as not
*> found, not posted unchecked.
77 WS-ARC-COUNT            PIC 9(5) VALUE ZERO.
77 WS-ARC-I                PIC 9(5) VALUE ZERO.
77 WS-ARC-FULL-SW          PIC X(1) VALUE "N".
   88 ArchiveTableFull     VALUE "Y".
01 WS-ARC-TABLE.
   02 WS-ARC-ENTRY         OCCURS 5000 TIMES.
      03 WS-ARC-ID            PIC 9(7).


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LoadArchiveIds

    OPEN INPUT GradeSheetFile
    OPEN INPUT StudentFile
    OPEN INPUT CourseFile
    OPEN I-O GradeFile
    OPEN OUTPUT GradeReport

    PERFORM WriteGradeHeader

    READ GradeSheetFile
       AT END SET EndOfGradeSheetFile TO TRUE
    END-READ
    PERFORM PostOneGrade UNTIL EndOfGradeSheetFile

    PERFORM WriteGradeFooter

    CLOSE GradeSheetFile
    CLOSE StudentFile
    CLOSE CourseFile
    CLOSE GradeFile
    CLOSE GradeReport

    DISPLAY "=========================================="
    DISPLAY "GradePost Control Total Report"
    DISPLAY "=========================================="
    DISPLAY "GRADES.TXT lines read...........: " WS-LINE-READ-COUNT
    DISPLAY "New grades posted...............: " WS-POSTED-COUNT
    DISPLAY "Posted grades amended...........: " WS-AMENDED-COUNT
    DISPLAY "Lines rejected...................: " WS-REJECT-COUNT
    DISPLAY "Field errors reported............: " WS-REASON-COUNT
    DISPLAY "=========================================="

    IF  WS-REJECT-COUNT > ZERO THEN
          MOVE 4 TO RETURN-CODE
      ELSE
          MOVE ZERO TO RETURN-CODE
    END-IF

    STOP RUN.

LoadArchiveIds.
*> One pass of STUDARCH.DAT into WS-ARC-TABLE. A missing archive
*> (none taken yet) simply loads nothing.
    OPEN INPUT ArchiveFile
    READ ArchiveFile
       AT END SET EndOfArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveFile
       IF  WS-ARC-COUNT < 5000 THEN
             ADD 1 TO WS-ARC-COUNT
             MOVE ARCH-STUDENT-ID TO WS-ARC-ID(WS-ARC-COUNT)
         ELSE
             IF  NOT ArchiveTableFull THEN
                   SET ArchiveTableFull TO TRUE
                   DISPLAY "GradePost - more than 5000 archive "
                           "entries on STUDARCH.DAT - students "
                           "beyond the 5000th will reject as not found"
             END-IF
       END-IF
       READ ArchiveFile
          AT END SET EndOfArchiveFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ArchiveFile.

PostOneGrade.
*> Edits one grade-sheet line and, if every field passes, posts it to
*> GRADES.DAT - a new grade by WRITE, an amendment by REWRITE. A
*> duplicate new grade or an amendment to a grade never posted is
*> caught by the indexed WRITE / REWRITE's INVALID KEY and reported
*> like any other field error.
    ADD 1 TO WS-LINE-READ-COUNT
    SET RecordClean TO TRUE

    IF  GS-STUDENT-ID IS NOT NUMERIC THEN
          MOVE "StudentID is not numeric"        TO WS-EDIT-REASON
          MOVE "GSID"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteGradeReason
      ELSE
          PERFORM FindStudent
          IF  StudentNotFound THEN
                MOVE "Student on neither master nor archive"
                                                 TO WS-EDIT-REASON
                MOVE "GSNF"                      TO WS-EDIT-REASON-CODE
                PERFORM WriteGradeReason
          END-IF
    END-IF

    MOVE GS-COURSE-CODE TO CourseCode-C
    READ CourseFile
       INVALID KEY
          MOVE "Course not on COURSES.DAT"       TO WS-EDIT-REASON
          MOVE "GCRS"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteGradeReason
    END-READ

    IF  (GS-TERM IS NOT NUMERIC)
            OR (GS-TERM(5:2) = "00") THEN
          MOVE "Term is not a YYYYnn term code"  TO WS-EDIT-REASON
          MOVE "GTRM"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteGradeReason
    END-IF

    PERFORM ConvertGrade
    IF  GradeNotValid THEN
          MOVE "Grade is not on the registry scale"
                                                 TO WS-EDIT-REASON
          MOVE "GGRD"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteGradeReason
    END-IF

    IF  NOT ValidAmendFlag-GS THEN
          MOVE "Amendment flag is not A or blank" TO WS-EDIT-REASON
          MOVE "GAFL"                            TO WS-EDIT-REASON-CODE
          PERFORM WriteGradeReason
    END-IF

    IF  RecordClean THEN
          MOVE GS-STUDENT-ID    TO GRD-STUDENT-ID
          MOVE GS-TERM          TO GRD-TERM
          MOVE GS-COURSE-CODE   TO GRD-COURSE-CODE
          MOVE GS-GRADE         TO GRD-GRADE
          MOVE WS-GRADE-POINTS  TO GRD-GRADE-POINTS
          MOVE WS-IN-AVERAGE    TO GRD-IN-AVERAGE
          MOVE WS-RUN-DATE      TO GRD-POST-DATE
          IF  AmendmentLine-GS THEN
                REWRITE GradeRecord
                   INVALID KEY
                      MOVE "Amendment but no grade posted yet"
                                                 TO WS-EDIT-REASON
                      MOVE "GAMN"                TO WS-EDIT-REASON-CODE
                      PERFORM WriteGradeReason
                   NOT INVALID KEY
                      ADD 1 TO WS-AMENDED-COUNT
                END-REWRITE
            ELSE
                WRITE GradeRecord
                   INVALID KEY
                      MOVE "Grade already posted - amend with A"
                                                 TO WS-EDIT-REASON
                      MOVE "GDUP"                TO WS-EDIT-REASON-CODE
                      PERFORM WriteGradeReason
                   NOT INVALID KEY
                      ADD 1 TO WS-POSTED-COUNT
                END-WRITE
          END-IF
    END-IF

    IF  RecordInError THEN
          ADD 1 TO WS-REJECT-COUNT
    END-IF

    READ GradeSheetFile
       AT END SET EndOfGradeSheetFile TO TRUE
    END-READ.

FindStudent.
*> The live master answers by one keyed READ; only a student not on
*> it is looked for among the archived StudentIDs.
    SET StudentNotFound TO TRUE
    MOVE GS-STUDENT-ID TO WS-ID-NUM
    MOVE WS-ID-NUM TO StudentID-S
    READ StudentFile
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          SET StudentFound TO TRUE
    END-READ
    IF  StudentNotFound THEN
          MOVE 1 TO WS-ARC-I
          PERFORM UNTIL (WS-ARC-I > WS-ARC-COUNT) OR (StudentFound)
             IF  WS-ARC-ID(WS-ARC-I) = WS-ID-NUM THEN
                   SET StudentFound TO TRUE
             END-IF
             ADD 1 TO WS-ARC-I
          END-PERFORM
    END-IF.

ConvertGrade.
*> The registry's grade scale. Letter grades carry grade points and
*> count toward the term average; P, I and W are recorded on the
*> transcript but carry none.
    SET GradeValid TO TRUE
    MOVE "Y" TO WS-IN-AVERAGE
    EVALUATE GS-GRADE
      WHEN "A+" MOVE 4.00 TO WS-GRADE-POINTS
      WHEN "A " MOVE 4.00 TO WS-GRADE-POINTS
      WHEN "A-" MOVE 3.70 TO WS-GRADE-POINTS
      WHEN "B+" MOVE 3.30 TO WS-GRADE-POINTS
      WHEN "B " MOVE 3.00 TO WS-GRADE-POINTS
      WHEN "B-" MOVE 2.70 TO WS-GRADE-POINTS
      WHEN "C+" MOVE 2.30 TO WS-GRADE-POINTS
      WHEN "C " MOVE 2.00 TO WS-GRADE-POINTS
      WHEN "C-" MOVE 1.70 TO WS-GRADE-POINTS
      WHEN "D " MOVE 1.00 TO WS-GRADE-POINTS
      WHEN "F " MOVE ZERO TO WS-GRADE-POINTS
      WHEN "P "
      WHEN "I "
      WHEN "W "
           MOVE ZERO TO WS-GRADE-POINTS
           MOVE "N"  TO WS-IN-AVERAGE
      WHEN OTHER
           MOVE ZERO TO WS-GRADE-POINTS
           MOVE "N"  TO WS-IN-AVERAGE
           SET GradeNotValid TO TRUE
    END-EVALUATE.

WriteGradeHeader.
    MOVE SPACES TO GradeLine
    STRING "GradePost Grade-Sheet Reject Report" DELIMITED BY SIZE
           "     Run Date: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO GradeLine
    END-STRING
    WRITE GradeLine
    MOVE SPACES TO GradeLine
    WRITE GradeLine.

WriteGradeReason.
*> One failing-field line on the reject report, the grade-sheet line
*> identified exactly as the department keyed it.
    SET RecordInError TO TRUE
    ADD 1 TO WS-REASON-COUNT
    MOVE SPACES TO GradeLine
    STRING "Student " DELIMITED BY SIZE
           GS-STUDENT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GS-COURSE-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GS-TERM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GS-GRADE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-EDIT-REASON-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDIT-REASON DELIMITED BY SIZE
      INTO GradeLine
    END-STRING
    WRITE GradeLine.

WriteGradeFooter.
    MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED
    MOVE WS-REASON-COUNT TO WS-REASON-COUNT-ED
    MOVE SPACES TO GradeLine
    WRITE GradeLine
    MOVE SPACES TO GradeLine
    STRING WS-REJECT-COUNT-ED DELIMITED BY SIZE
           " grade lines rejected, " DELIMITED BY SIZE
           WS-REASON-COUNT-ED DELIMITED BY SIZE
           " field errors this run" DELIMITED BY SIZE
      INTO GradeLine
    END-STRING
    WRITE GradeLine.
