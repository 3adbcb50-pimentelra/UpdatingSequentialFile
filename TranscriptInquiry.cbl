*> STUDARCH.DAT is line sequential, so each inquiry simply reads it
*> from the beginning - closed and reopened between lookups to get
*> back to the start, the same shape StudentHistory uses.
*> Once the student is found, live or archived, the graded transcript
*> follows: every grade GradePost has posted to GRADES.DAT for that
*> StudentID, term by term with the course title from COURSES.DAT,
*> each term closed off with its grade-point average and the whole
*> transcript with the cumulative one. GRADES.DAT is keyed StudentID
*> + term + course, so a START on the StudentID and READ NEXT brings
*> the grades back already in term order. Grades that carry no points
*> (P, I, W) are listed but left out of the averages.
*> NOTE: StudentRecord here must be kept in step with SeqUpdate's
*> own FD StudentFile layout, ArchiveRecord with StudentArchive's
*> FD ArchiveFile layout, GradeRecord with GradePost's and
*> CourseRecord with CourseLoad's - there is no shared copybook for
*> any of them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL GradeFile ASSIGN "GRADES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRD-KEY.

      SELECT CourseFile ASSIGN "COURSES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CourseCode-C.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
   02 FILLER               PIC X(5).
   02 ARCH-DATE            PIC 9(8).

FD GradeFile.
01 GradeRecord.
   02 GRD-KEY.
      03 GRD-STUDENT-ID    PIC 9(7).
      03 GRD-TERM          PIC X(6).
      03 GRD-COURSE-CODE   PIC X(4).
   02 GRD-GRADE            PIC X(2).
   02 GRD-GRADE-POINTS     PIC 9V99.
   02 GRD-IN-AVERAGE       PIC X(1).
      88 GradeInAverage    VALUE "Y".
   02 GRD-POST-DATE        PIC 9(8).

FD CourseFile.
01 CourseRecord.
   02 CourseCode-C         PIC X(4).
   02 CourseTitle-C        PIC X(20).
   02 SeatCapacity-C       PIC 9(5).
   02 OpenFlag-C           PIC X(1).

WORKING-STORAGE SECTION.
77 WS-INQUIRY-ID           PIC 9(7).
77 WS-QUIT-SW              PIC X(1) VALUE "N".
77 WS-ARCH-MATCH-COUNT     PIC 9(5).
77 WS-STATUS-WORD          PIC X(9).

*> Graded-transcript working fields - the term being listed, its
*> running points and graded-course count, and the same two totals
*> across the whole transcript for the cumulative average.
77 WS-GRADE-END-SW         PIC X(1) VALUE "N".
   88 EndOfStudentGrades   VALUE "Y".
77 WS-GRADE-LINE-COUNT     PIC 9(3) VALUE ZERO.
77 WS-CUR-TERM             PIC X(6) VALUE SPACES.
77 WS-TERM-POINTS          PIC 9(5)V99 VALUE ZERO.
77 WS-TERM-GRADED          PIC 9(3) VALUE ZERO.
77 WS-CUM-POINTS           PIC 9(5)V99 VALUE ZERO.
77 WS-CUM-GRADED           PIC 9(3) VALUE ZERO.
77 WS-AVERAGE              PIC 9V99 VALUE ZERO.
77 WS-AVERAGE-ED           PIC 9.99.
77 WS-COURSE-TITLE         PIC X(20).


PROCEDURE DIVISION.
BEGIN.
    OPEN INPUT StudentFile
    OPEN INPUT GradeFile
    OPEN INPUT CourseFile
    DISPLAY "Transcript Inquiry (live master + archive) - enter "
            "StudentID, or 0000000 to quit"
    PERFORM AcceptInquiryId
    PERFORM LookUpStudent UNTIL QuitInquiry
    CLOSE StudentFile
    CLOSE GradeFile
    CLOSE CourseFile
    STOP RUN.

AcceptInquiryId.
          DISPLAY "Student " StudentID-S " " StudentName-S
                  " CourseCode " CourseCode-S
                  " Status " WS-STATUS-WORD " (live master)"
          PERFORM ListGrades
    END-READ
    PERFORM AcceptInquiryId.

    IF  WS-ARCH-MATCH-COUNT = ZERO THEN
          DISPLAY "Student " WS-INQUIRY-ID " is on neither the live "
                  "master nor the archive"
      ELSE
          PERFORM ListGrades
    END-IF.

ListGrades.
*> The graded transcript for WS-INQUIRY-ID - one line per posted
*> grade, a term-average line each time the term changes and after
*> the last grade, then the cumulative average.
    MOVE ZERO   TO WS-GRADE-LINE-COUNT
    MOVE ZERO   TO WS-CUM-POINTS
    MOVE ZERO   TO WS-CUM-GRADED
    MOVE ZERO   TO WS-TERM-POINTS
    MOVE ZERO   TO WS-TERM-GRADED
    MOVE SPACES TO WS-CUR-TERM
    MOVE "N"    TO WS-GRADE-END-SW
    MOVE WS-INQUIRY-ID TO GRD-STUDENT-ID
    MOVE LOW-VALUES    TO GRD-TERM
    MOVE LOW-VALUES    TO GRD-COURSE-CODE
    START GradeFile KEY IS NOT LESS THAN GRD-KEY
       INVALID KEY SET EndOfStudentGrades TO TRUE
    END-START
    IF  NOT EndOfStudentGrades THEN
          PERFORM ReadNextGrade
    END-IF
    PERFORM UNTIL EndOfStudentGrades
       IF  GRD-TERM NOT = WS-CUR-TERM THEN
             IF  WS-CUR-TERM NOT = SPACES THEN
                   PERFORM DisplayTermAverage
             END-IF
             MOVE GRD-TERM TO WS-CUR-TERM
             MOVE ZERO TO WS-TERM-POINTS
             MOVE ZERO TO WS-TERM-GRADED
       END-IF
       ADD 1 TO WS-GRADE-LINE-COUNT
       IF  GradeInAverage THEN
             ADD GRD-GRADE-POINTS TO WS-TERM-POINTS
             ADD GRD-GRADE-POINTS TO WS-CUM-POINTS
             ADD 1 TO WS-TERM-GRADED
             ADD 1 TO WS-CUM-GRADED
       END-IF
       MOVE GRD-COURSE-CODE TO CourseCode-C
       READ CourseFile
          INVALID KEY
             MOVE "(course not on file)" TO WS-COURSE-TITLE
          NOT INVALID KEY
             MOVE CourseTitle-C TO WS-COURSE-TITLE
       END-READ
       DISPLAY "  Term " GRD-TERM "  " GRD-COURSE-CODE " "
               WS-COURSE-TITLE " Grade " GRD-GRADE
       PERFORM ReadNextGrade
    END-PERFORM
    IF  WS-GRADE-LINE-COUNT = ZERO THEN
          DISPLAY "  No grades posted for this student"
      ELSE
          PERFORM DisplayTermAverage
          IF  WS-CUM-GRADED = ZERO THEN
                DISPLAY "  Cumulative average n/a - no graded courses"
            ELSE
                COMPUTE WS-AVERAGE ROUNDED
                      = WS-CUM-POINTS / WS-CUM-GRADED
                END-COMPUTE
                MOVE WS-AVERAGE TO WS-AVERAGE-ED
                DISPLAY "  Cumulative average " WS-AVERAGE-ED
                        " over " WS-CUM-GRADED " graded courses"
          END-IF
    END-IF.

ReadNextGrade.
*> The START positioned on the student's first grade at or after the
*> key; the first record for any other StudentID ends the transcript.
    READ GradeFile NEXT RECORD
       AT END SET EndOfStudentGrades TO TRUE
    END-READ
    IF  NOT EndOfStudentGrades THEN
          IF  GRD-STUDENT-ID NOT = WS-INQUIRY-ID THEN
                SET EndOfStudentGrades TO TRUE
          END-IF
    END-IF.

DisplayTermAverage.
    IF  WS-TERM-GRADED = ZERO THEN
          DISPLAY "  Term " WS-CUR-TERM " average n/a - no graded "
                  "courses"
      ELSE
          COMPUTE WS-AVERAGE ROUNDED
                = WS-TERM-POINTS / WS-TERM-GRADED
          END-COMPUTE
          MOVE WS-AVERAGE TO WS-AVERAGE-ED
          DISPLAY "  Term " WS-CUR-TERM " average " WS-AVERAGE-ED
                  " over " WS-TERM-GRADED " graded courses"
    END-IF.
