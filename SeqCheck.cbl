   02 FILLER               PIC X(5).

*> Only the key matters to this program, but the FD is kept at the
*> full 51 bytes a detail record now carries (26 data bytes, the
*> recycle flag, the effective date, the operator ID and the
*> registrar's override authorisation). The batch
*> trailer record is 30 bytes - the tail of this FD reads back as
*> spaces past it, which this check never looks at.
FD TransFile.
01 TransRecord.
   88 EndOfTransFile       VALUE ALL "9".
   02 StudentID-T          PIC 9(7).
   02 FILLER               PIC X(44).

WORKING-STORAGE SECTION.
77 WS-PREV-STUDENT-ID      PIC 9(7) VALUE ZERO.
