   02 WL-TRANS-IMAGE.
      03 WL-STUDENT-ID     PIC X(7).
      03 WL-TRANS-CODE     PIC X(1).
      03 FILLER            PIC X(43).

SD SortFile.
01 SortRecord.
