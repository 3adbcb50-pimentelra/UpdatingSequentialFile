   02 FILLER               PIC X(1).
   02 LED-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 LED-TRANS-IMAGE      PIC X(51).

FD AgingReport.
01 AgingLine               PIC X(90).
