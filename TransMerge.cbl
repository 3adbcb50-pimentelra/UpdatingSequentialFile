   02 TransCode-T          PIC X(1).
      88 BatchHeaderTrans-T  VALUE "H".
      88 BatchTrailerTrans-T VALUE "T".
   02 FILLER               PIC X(43).
*> Alternate views of the batch header and trailer records the
*> upstream feed wraps TRANSFER.DAT in. The header is carried through
*> to the merged file untouched; the trailer is validated against the
01 PendingRecord.
   88 EndOfPendingFile     VALUE ALL "9".
   02 StudentID-P          PIC X(7).
   02 FILLER               PIC X(44).

FD RecycleFixFile.
*> NOTE: must be kept in step with SeqUpdate's own FD RecycleFile
   02 RFX-REASON-CODE      PIC X(4).
   02 RFX-TRANS-IMAGE.
      03 RFX-STUDENT-ID    PIC X(7).
      03 FILLER            PIC X(44).

*> Future-dated transactions SeqUpdate parked - full TransRecord
*> images, the effective date in its transaction-layout position.
   02 FILLER               PIC X(20).
   02 SUS-EFF-DATE         PIC X(8).
   02 SUS-OPERATOR-ID      PIC X(8).
   02 SUS-OVERRIDE-AUTH    PIC X(8).

FD SuspenseNewFile.
01 SuspenseNewRecord.
   88 EndOfSuspenseNewFile VALUE ALL "9".
   02 FILLER               PIC X(51).

*> The cumulative suspense ledger of rejected transactions, written
*> open by TransEdit and SeqUpdate. The RESUBMIT leg here marks an
   02 FILLER               PIC X(1).
   02 LED-STUDENT-ID       PIC X(7).
   02 FILLER               PIC X(1).
   02 LED-TRANS-IMAGE      PIC X(51).

FD RejectLedgerNewFile.
01 RejectLedgerNewRecord.
   88 EndOfRejectLedgerNew VALUE ALL "9".
   02 FILLER               PIC X(91).

*> SeqUpdate's cumulative log of batch numbers already applied -
*> read here so the merge refuses a stale TRANSFER.DAT outright
      03 Sort-RecycleFlag  PIC X(1).
      03 FILLER            PIC X(8).
      03 Sort-OperatorID   PIC X(8).
      03 FILLER            PIC X(8).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
