      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. StudentNotify.
AUTHOR. Michael Coughlan.
*> Student notification letters, run after Promote. Until now a
*> student found out about a course change, a withdrawal or a
*> rejected request when they turned up to the wrong lecture - the
*> registry kept the before/after images on STUDHIST.DAT but nobody
*> told the student. This program gathers everything the night did
*> to each student and prints ONE notice per student on NOTICES.RPT
*> (one student per page, ready to fold and post):
*>   - every STUDHIST.DAT change stamped with the run date, worded
*>     for its transaction code (a course change names the old and
*>     the new course with their titles from COURSES.DAT, a
*>     graduation congratulates, a name change quotes both names);
*>   - every WAITLIST.DAT entry queued on the run date - the request
*>     could not be processed because the course is full, and the
*>     student is told they are on its waiting list;
*>   - every REJLEDGER.DAT reject raised on the run date, with the
*>     reason worded for the student (finance hold, a term deadline,
*>     a closed or unknown course), or a plain "please contact the
*>     Registry Office" with the reason code for anything else.
*> Alongside the printed notices NOTIFY.DAT carries one fixed-width
*> record per notice item - notice number, student, item kind, the
*> old and new course and titles, the names and the reason code - for
*> the print room's mail-merge.
*> The run date defaults to that of the newest PROMOTED line on
*> PROMOTE.LOG - the night just installed - and can be given as
*>     StudentNotify YYYYMMDD
*> to reprint an earlier night. The three sources go through a SORT
*> on StudentID plus a running release sequence, the same shape
*> WaitlistReport uses, so a student's items come out together and in
*> the order they happened. An item identical to the one before it
*> for the same student (a restarted SeqUpdate re-appending history)
*> is printed only once.
*> Reject ledger entries with a non-numeric StudentID (a mis-keyed ID
*> rejected by TransEdit) cannot be addressed to anybody and are
*> counted, not printed.
*> NOTE: HistoryRecord, WaitlistRecord, RejectLedgerRecord,
*> StudentRecord, CourseRecord and PromoteLogRecord here must be kept
*> in step with SeqUpdate's and Promote's own layouts - there is no
*> shared copybook for them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL HistoryFile ASSIGN "STUDHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL WaitlistFile ASSIGN "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL RejectLedgerFile ASSIGN "REJLEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL PromoteLog ASSIGN "PROMOTE.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

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

      SELECT NoticeReportFile ASSIGN "NOTICES.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT NotifyMergeFile ASSIGN "NOTIFY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT SortFile ASSIGN "SORTWORK".

DATA DIVISION.
FILE SECTION.
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

*> The queued transaction image is broken out only as far as a
*> notice needs it - the trailing recycle flag, effective date,
*> operator and override fields are of no interest to the student.
FD WaitlistFile.
01 WaitlistRecord.
   88 EndOfWaitlistFile    VALUE ALL "9".
   02 WL-COURSE-CODE       PIC X(4).
   02 WL-QUEUE-DATE        PIC 9(8).
   02 WL-TRANS-IMAGE.
      03 WL-STUDENT-ID     PIC X(7).
      03 WL-TRANS-CODE     PIC X(1).
      03 WL-OLD-COURSE     PIC X(4).
      03 WL-NEW-COURSE     PIC X(4).
      03 WL-NEW-NAME       PIC X(10).
      03 FILLER            PIC X(25).

FD RejectLedgerFile.
01 RejectLedgerRecord.
   88 EndOfRejectLedger    VALUE ALL "9".
   02 LED-STATUS           PIC X(1).
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
   02 LED-TRANS-IMAGE.
      03 LED-IMG-STUDENT-ID PIC X(7).
      03 LED-IMG-TRANS-CODE PIC X(1).
      03 LED-IMG-OLD-COURSE PIC X(4).
      03 LED-IMG-NEW-COURSE PIC X(4).
      03 LED-IMG-NEW-NAME  PIC X(10).
      03 FILLER            PIC X(25).

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

FD NoticeReportFile.
01 NoticeLine              PIC X(80).

*> One record per notice item for the print room's mail-merge. The
*> notice number ties the items of one student's letter together.
FD NotifyMergeFile.
01 NotifyRecord.
   02 NTF-NOTICE-NUMBER    PIC 9(5).
   02 FILLER               PIC X(1).
   02 NTF-STUDENT-ID       PIC 9(7).
   02 FILLER               PIC X(1).
   02 NTF-STUDENT-NAME     PIC X(10).
   02 FILLER               PIC X(1).
*> H = change applied, W = placed on a waiting list, J = rejected.
   02 NTF-ITEM-KIND        PIC X(1).
   02 FILLER               PIC X(1).
   02 NTF-TRANS-CODE       PIC X(1).
   02 FILLER               PIC X(1).
   02 NTF-OLD-COURSE       PIC X(4).
   02 FILLER               PIC X(1).
   02 NTF-OLD-TITLE        PIC X(20).
   02 FILLER               PIC X(1).
   02 NTF-NEW-COURSE       PIC X(4).
   02 FILLER               PIC X(1).
   02 NTF-NEW-TITLE        PIC X(20).
   02 FILLER               PIC X(1).
   02 NTF-OLD-NAME         PIC X(10).
   02 FILLER               PIC X(1).
   02 NTF-NEW-NAME         PIC X(10).
   02 FILLER               PIC X(1).
   02 NTF-REASON-CODE      PIC X(4).
   02 FILLER               PIC X(1).
   02 NTF-RUN-DATE         PIC 9(8).

SD SortFile.
01 SortRecord.
   02 Sort-StudentID       PIC 9(7).
   02 Sort-Seq             PIC 9(7).
   02 Sort-Item.
      03 Sort-Kind         PIC X(1).
         88 SortHistoryItem   VALUE "H".
         88 SortWaitlistItem  VALUE "W".
         88 SortRejectItem    VALUE "J".
      03 Sort-TransCode    PIC X(1).
      03 Sort-OldName      PIC X(10).
      03 Sort-NewName      PIC X(10).
      03 Sort-OldCourse    PIC X(4).
      03 Sort-NewCourse    PIC X(4).
      03 Sort-ReasonCode   PIC X(4).

WORKING-STORAGE SECTION.
77 WS-TODAY                PIC 9(8).
77 WS-RUN-PARM             PIC X(8) VALUE SPACES.
77 WS-NOTICE-DATE          PIC 9(8) VALUE ZERO.
77 WS-RELEASE-SEQ          PIC 9(7) VALUE ZERO.
77 WS-SORT-EOF-SW          PIC X(1) VALUE "N".
   88 EndOfSortFile        VALUE "Y".
77 WS-FIRST-STUDENT-SW     PIC X(1) VALUE "Y".
   88 FirstStudent         VALUE "Y".
77 WS-CURRENT-STUDENT      PIC 9(7) VALUE ZERO.
77 WS-PREV-ITEM            PIC X(38) VALUE SPACES.
77 WS-NOTICE-NAME          PIC X(10) VALUE SPACES.
77 WS-TITLE-CODE           PIC X(4) VALUE SPACES.
77 WS-TITLE-TEXT           PIC X(20) VALUE SPACES.
77 WS-OLD-TITLE            PIC X(20) VALUE SPACES.
77 WS-NEW-TITLE            PIC X(20) VALUE SPACES.

77 WS-NOTICE-COUNT         PIC 9(5) VALUE ZERO.
77 WS-HISTORY-ITEMS        PIC 9(7) VALUE ZERO.
77 WS-WAITLIST-ITEMS       PIC 9(7) VALUE ZERO.
77 WS-REJECT-ITEMS         PIC 9(7) VALUE ZERO.
77 WS-UNADDRESSED-COUNT    PIC 9(7) VALUE ZERO.
77 WS-DUPLICATE-COUNT      PIC 9(7) VALUE ZERO.
77 WS-ITEMS-PRINTED        PIC 9(7) VALUE ZERO.


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    EVALUATE TRUE
      WHEN WS-RUN-PARM IS NUMERIC
           MOVE WS-RUN-PARM TO WS-NOTICE-DATE
      WHEN WS-RUN-PARM NOT = SPACES
           DISPLAY "StudentNotify - the run date must be given as "
                   "YYYYMMDD, or omitted for the last promoted run"
           MOVE 16 TO RETURN-CODE
           STOP RUN
      WHEN OTHER
           PERFORM FindLastPromotedRun
           IF  WS-NOTICE-DATE = ZERO THEN
                 MOVE WS-TODAY TO WS-NOTICE-DATE
                 DISPLAY "StudentNotify - no PROMOTED run on "
                         "PROMOTE.LOG - notices for today "
                         WS-NOTICE-DATE
           END-IF
    END-EVALUATE

    OPEN INPUT StudentFile
    OPEN INPUT CourseFile
    SORT SortFile
         ON ASCENDING KEY Sort-StudentID Sort-Seq
         INPUT PROCEDURE IS ReleaseNoticeItems
         OUTPUT PROCEDURE IS PrintNotices
    CLOSE StudentFile
    CLOSE CourseFile

    PERFORM DisplayNoticeTotals
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

FindLastPromotedRun.
*> PROMOTE.LOG is appended in run order, so the last PROMOTED line
*> is the night now sitting on STUDENTS.DAT.
    MOVE ZERO TO WS-NOTICE-DATE
    OPEN INPUT PromoteLog
    READ PromoteLog
       AT END SET EndOfPromoteLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfPromoteLog
       IF  (PLOG-ACTION = "PROMOTED")
               AND (PLOG-RUN-DATE IS NUMERIC) THEN
             MOVE PLOG-RUN-DATE TO WS-NOTICE-DATE
       END-IF
       READ PromoteLog
          AT END SET EndOfPromoteLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE PromoteLog.

ReleaseNoticeItems.
*> History first, then the waitlist, then the rejects - with the
*> running sequence that is the order a student's items print in.
    PERFORM ReleaseHistoryItems
    PERFORM ReleaseWaitlistItems
    PERFORM ReleaseRejectItems.

ReleaseHistoryItems.
    OPEN INPUT HistoryFile
    READ HistoryFile
       AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
       IF  HIST-RUN-DATE = WS-NOTICE-DATE THEN
             MOVE SPACES          TO SortRecord
             MOVE HIST-STUDENT-ID TO Sort-StudentID
             MOVE "H"             TO Sort-Kind
             MOVE HIST-TRANS-CODE TO Sort-TransCode
             MOVE HIST-BEF-NAME   TO Sort-OldName
             MOVE HIST-AFT-NAME   TO Sort-NewName
             MOVE HIST-BEF-COURSE TO Sort-OldCourse
             MOVE HIST-AFT-COURSE TO Sort-NewCourse
             PERFORM ReleaseOneItem
             ADD 1 TO WS-HISTORY-ITEMS
       END-IF
       READ HistoryFile
          AT END SET EndOfHistoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE HistoryFile.

ReleaseWaitlistItems.
*> A waitlist entry queued on the run date is a request the night
*> could not carry out - the course it wanted was full.
    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       IF  (WL-QUEUE-DATE = WS-NOTICE-DATE)
               AND (WL-STUDENT-ID IS NUMERIC) THEN
             MOVE SPACES         TO SortRecord
             MOVE WL-STUDENT-ID  TO Sort-StudentID
             MOVE "W"            TO Sort-Kind
             MOVE WL-TRANS-CODE  TO Sort-TransCode
             MOVE WL-NEW-NAME    TO Sort-NewName
             MOVE WL-OLD-COURSE  TO Sort-OldCourse
             MOVE WL-COURSE-CODE TO Sort-NewCourse
             PERFORM ReleaseOneItem
             ADD 1 TO WS-WAITLIST-ITEMS
       END-IF
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

ReleaseRejectItems.
    OPEN INPUT RejectLedgerFile
    READ RejectLedgerFile
       AT END SET EndOfRejectLedger TO TRUE
    END-READ
    PERFORM UNTIL EndOfRejectLedger
       IF  LED-REJECT-DATE = WS-NOTICE-DATE THEN
             IF  LED-STUDENT-ID IS NUMERIC THEN
                   MOVE SPACES             TO SortRecord
                   MOVE LED-STUDENT-ID     TO Sort-StudentID
                   MOVE "J"                TO Sort-Kind
                   MOVE LED-IMG-TRANS-CODE TO Sort-TransCode
                   MOVE LED-IMG-NEW-NAME   TO Sort-NewName
                   MOVE LED-IMG-OLD-COURSE TO Sort-OldCourse
                   MOVE LED-IMG-NEW-COURSE TO Sort-NewCourse
                   MOVE LED-REASON-CODE    TO Sort-ReasonCode
                   PERFORM ReleaseOneItem
                   ADD 1 TO WS-REJECT-ITEMS
               ELSE
                   ADD 1 TO WS-UNADDRESSED-COUNT
             END-IF
       END-IF
       READ RejectLedgerFile
          AT END SET EndOfRejectLedger TO TRUE
       END-READ
    END-PERFORM
    CLOSE RejectLedgerFile.

ReleaseOneItem.
    ADD 1 TO WS-RELEASE-SEQ
    MOVE WS-RELEASE-SEQ TO Sort-Seq
    RELEASE SortRecord.

PrintNotices.
*> Control break on StudentID - every change of student closes the
*> previous letter and starts the next one on a fresh page.
    OPEN OUTPUT NoticeReportFile
    OPEN OUTPUT NotifyMergeFile
    PERFORM ReturnOneSortRecord
    PERFORM UNTIL EndOfSortFile
       IF  Sort-StudentID NOT = WS-CURRENT-STUDENT
             OR FirstStudent THEN
             IF  NOT FirstStudent THEN
                   PERFORM WriteNoticeFooter
             END-IF
             MOVE Sort-StudentID TO WS-CURRENT-STUDENT
             MOVE "N" TO WS-FIRST-STUDENT-SW
             MOVE SPACES TO WS-PREV-ITEM
             PERFORM WriteNoticeHeader
       END-IF
       IF  Sort-Item = WS-PREV-ITEM THEN
             ADD 1 TO WS-DUPLICATE-COUNT
         ELSE
             PERFORM WriteNoticeItem
             MOVE Sort-Item TO WS-PREV-ITEM
       END-IF
       PERFORM ReturnOneSortRecord
    END-PERFORM
    IF  NOT FirstStudent THEN
          PERFORM WriteNoticeFooter
    END-IF
    CLOSE NoticeReportFile
    CLOSE NotifyMergeFile.

ReturnOneSortRecord.
    RETURN SortFile
       AT END SET EndOfSortFile TO TRUE
    END-RETURN.

WriteNoticeHeader.
*> The name is taken from the master as promoted; a student removed
*> tonight is no longer there, so the name carried on the item itself
*> stands in.
    ADD 1 TO WS-NOTICE-COUNT
    MOVE Sort-StudentID TO StudentID-S
    READ StudentFile
       INVALID KEY
          EVALUATE TRUE
            WHEN Sort-NewName NOT = SPACES
                 MOVE Sort-NewName TO WS-NOTICE-NAME
            WHEN Sort-OldName NOT = SPACES
                 MOVE Sort-OldName TO WS-NOTICE-NAME
            WHEN OTHER
                 MOVE "Student"    TO WS-NOTICE-NAME
          END-EVALUATE
       NOT INVALID KEY
          MOVE StudentName-S TO WS-NOTICE-NAME
    END-READ
    MOVE SPACES TO NoticeLine
    STRING "Registry Office - Student Notice" DELIMITED BY SIZE
           "     Date: " DELIMITED BY SIZE
           WS-NOTICE-DATE DELIMITED BY SIZE
           "     Notice " DELIMITED BY SIZE
           WS-NOTICE-COUNT DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    IF  WS-NOTICE-COUNT = 1 THEN
          WRITE NoticeLine
      ELSE
          WRITE NoticeLine AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "Student ID: " DELIMITED BY SIZE
           Sort-StudentID DELIMITED BY SIZE
           "     Name: " DELIMITED BY SIZE
           WS-NOTICE-NAME DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "Dear " DELIMITED BY SIZE
           WS-NOTICE-NAME DELIMITED BY "  "
           "," DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "This notice concerns your registration as processed "
               DELIMITED BY SIZE
           "on " DELIMITED BY SIZE
           WS-NOTICE-DATE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine.

WriteNoticeItem.
*> One paragraph of the letter per item, worded for what happened,
*> and the matching mail-merge record.
    MOVE Sort-OldCourse TO WS-TITLE-CODE
    PERFORM LookUpCourseTitle
    MOVE WS-TITLE-TEXT TO WS-OLD-TITLE
    MOVE Sort-NewCourse TO WS-TITLE-CODE
    PERFORM LookUpCourseTitle
    MOVE WS-TITLE-TEXT TO WS-NEW-TITLE
    ADD 1 TO WS-ITEMS-PRINTED
    EVALUATE TRUE
      WHEN SortHistoryItem
           PERFORM WordHistoryItem
      WHEN SortWaitlistItem
           PERFORM WordWaitlistItem
      WHEN OTHER
           PERFORM WordRejectItem
    END-EVALUATE
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine
    PERFORM WriteMergeRecord.

WordHistoryItem.
    EVALUATE Sort-TransCode
      WHEN "C"
           MOVE SPACES TO NoticeLine
           STRING "* Your course has been changed from "
                      DELIMITED BY SIZE
                  Sort-OldCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLD-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           STRING "  to " DELIMITED BY SIZE
                  Sort-NewCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "A"
           MOVE SPACES TO NoticeLine
           STRING "* You have been enrolled on " DELIMITED BY SIZE
                  Sort-NewCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "W"
           MOVE SPACES TO NoticeLine
           STRING "* You have been withdrawn from " DELIMITED BY SIZE
                  Sort-OldCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLD-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "R"
           MOVE SPACES TO NoticeLine
           STRING "* You have been reinstated on " DELIMITED BY SIZE
                  Sort-OldCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLD-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "G"
           MOVE SPACES TO NoticeLine
           STRING "* Congratulations - you have graduated from "
                      DELIMITED BY SIZE
                  Sort-OldCourse DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           STRING "  " DELIMITED BY SIZE
                  WS-OLD-TITLE DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "N"
           MOVE SPACES TO NoticeLine
           STRING "* Your name on our records has been changed from "
                      DELIMITED BY SIZE
                  Sort-OldName DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           STRING "  to " DELIMITED BY SIZE
                  Sort-NewName DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN "D"
           MOVE SPACES TO NoticeLine
           STRING "* Your record has been removed from the student "
                      DELIMITED BY SIZE
                  "register." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      WHEN OTHER
           MOVE SPACES TO NoticeLine
           STRING "* Your record has been updated (change type "
                      DELIMITED BY SIZE
                  Sort-TransCode DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
           WRITE NoticeLine
    END-EVALUATE.

WordWaitlistItem.
    MOVE SPACES TO NoticeLine
    STRING "* Your request could not be processed: " DELIMITED BY SIZE
           Sort-NewCourse DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NEW-TITLE DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "  is full. You have been placed on its waiting list and "
               DELIMITED BY SIZE
           "will be" DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "  enrolled automatically, in turn, when a seat becomes "
               DELIMITED BY SIZE
           "free." DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine.

WordRejectItem.
*> The reasons a student can do something about are spelled out;
*> the rest are keying or file matters for the registry, and the
*> student is only asked to get in touch quoting the reason code.
    MOVE SPACES TO NoticeLine
    STRING "* Your request could not be processed (reference "
               DELIMITED BY SIZE
           Sort-ReasonCode DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    EVALUATE Sort-ReasonCode
      WHEN "FHLD"
           STRING "  because of an outstanding balance with the "
                      DELIMITED BY SIZE
                  "Finance Office." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN "LADD"
           STRING "  because the add/drop deadline for the term has "
                      DELIMITED BY SIZE
                  "passed." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN "LWDR"
           STRING "  because the withdrawal deadline for the term "
                      DELIMITED BY SIZE
                  "has passed." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN "CCLS"
           STRING "  because course " DELIMITED BY SIZE
                  Sort-NewCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-TITLE DELIMITED BY SIZE
                  " is closed." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN "CFUL"
           STRING "  because course " DELIMITED BY SIZE
                  Sort-NewCourse DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-TITLE DELIMITED BY SIZE
                  " is full." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN "CUNK"
           STRING "  because course " DELIMITED BY SIZE
                  Sort-NewCourse DELIMITED BY SIZE
                  " is not offered." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
      WHEN OTHER
           STRING "  - please contact the Registry Office quoting "
                      DELIMITED BY SIZE
                  "the reference above." DELIMITED BY SIZE
             INTO NoticeLine
           END-STRING
    END-EVALUATE
    WRITE NoticeLine.

WriteMergeRecord.
    MOVE SPACES           TO NotifyRecord
    MOVE WS-NOTICE-COUNT  TO NTF-NOTICE-NUMBER
    MOVE Sort-StudentID   TO NTF-STUDENT-ID
    MOVE WS-NOTICE-NAME   TO NTF-STUDENT-NAME
    MOVE Sort-Kind        TO NTF-ITEM-KIND
    MOVE Sort-TransCode   TO NTF-TRANS-CODE
    MOVE Sort-OldCourse   TO NTF-OLD-COURSE
    MOVE WS-OLD-TITLE     TO NTF-OLD-TITLE
    MOVE Sort-NewCourse   TO NTF-NEW-COURSE
    MOVE WS-NEW-TITLE     TO NTF-NEW-TITLE
    MOVE Sort-OldName     TO NTF-OLD-NAME
    MOVE Sort-NewName     TO NTF-NEW-NAME
    MOVE Sort-ReasonCode  TO NTF-REASON-CODE
    MOVE WS-NOTICE-DATE   TO NTF-RUN-DATE
    WRITE NotifyRecord.

WriteNoticeFooter.
    MOVE SPACES TO NoticeLine
    STRING "If any of this is not what you expected, please contact "
               DELIMITED BY SIZE
           "the" DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "Registry Office." DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    WRITE NoticeLine
    MOVE SPACES TO NoticeLine
    STRING "Registry Office" DELIMITED BY SIZE
      INTO NoticeLine
    END-STRING
    WRITE NoticeLine.

LookUpCourseTitle.
*> WS-TITLE-CODE in, WS-TITLE-TEXT out - blank for no course at all.
    MOVE SPACES TO WS-TITLE-TEXT
    IF  WS-TITLE-CODE NOT = SPACES THEN
          MOVE WS-TITLE-CODE TO CourseCode-C
          READ CourseFile
             INVALID KEY
                MOVE "(title not on file)" TO WS-TITLE-TEXT
             NOT INVALID KEY
                MOVE CourseTitle-C TO WS-TITLE-TEXT
          END-READ
    END-IF.

DisplayNoticeTotals.
    DISPLAY "=========================================="
    DISPLAY "Student Notices for run date " WS-NOTICE-DATE
    DISPLAY "=========================================="
    DISPLAY "History changes for the date...: " WS-HISTORY-ITEMS
    DISPLAY "Waitlisted requests............: " WS-WAITLIST-ITEMS
    DISPLAY "Rejected requests..............: " WS-REJECT-ITEMS
    DISPLAY "Rejects with no valid StudentID: " WS-UNADDRESSED-COUNT
    DISPLAY "Repeated items printed once....: " WS-DUPLICATE-COUNT
    DISPLAY "Notice items printed...........: " WS-ITEMS-PRINTED
    DISPLAY "Notices (one per student)......: " WS-NOTICE-COUNT
    DISPLAY "==========================================".
