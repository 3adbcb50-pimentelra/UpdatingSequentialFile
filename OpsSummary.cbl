      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OpsSummary.
AUTHOR. Michael Coughlan.
*> Morning-after operations summary for one batch. The answer to
*> "did last night go through" used to take opening RUNSTATE.DAT,
*> CONTROL.DAT, RECON.FLG, PROMOTE.LOG, the TransEdit report and the
*> three satellite files one at a time; this program reads them all
*> for a batch number and prints one page:
*>     OpsSummary [batch]
*> (no batch - the newest batch on RUNSTATE.DAT, as RunControl STATUS
*> does). The page shows
*>   - each step of the stream with its latest recorded action, return
*>     code and date from RUNSTATE.DAT, and any OVERRIDE logged;
*>   - balanced and reconciled: from CONTROL.DAT and RECON.FLG while
*>     the run is still waiting for Promote, or from its PROMOTED line
*>     on PROMOTE.LOG once it has gone - Promote empties both files
*>     and refuses to promote a run that fails either test, so the
*>     PROMOTED line is itself the proof;
*>   - promoted or not, and the STUDENTS.B backup generation written;
*>   - the TransEdit reject count from TRANSEDT.REJ, when TRANSEDT.DAT
*>     still carries this batch's header (a later run overwrites
*>     both, and the figure is then shown as not available);
*>   - the rejects this batch raised on REJLEDGER.DAT against those of
*>     the batch before it, and the open reject, suspense and waitlist
*>     entries now on file against the figures the previous summary
*>     recorded;
*> and ends with a verdict line:
*>   RED   - a step ended above RC 04, the control totals do not
*>           balance, SeqRecon reported FAIL, or the batch is not on
*>           RUNSTATE.DAT at all;
*>   AMBER - the stream is not complete (a step not run, or started and
*>           never ended), a step ended RC 04, an OVERRIDE was used,
*>           the run is not yet promoted, or rejects or suspense grew
*>           on the previous night;
*>   GREEN - none of the above.
*> The page goes to OPSSUM.RPT and to the console. Each summary
*> appends its figures to the cumulative OPSHIST.DAT, which is where
*> the next morning's "previous night" open, suspense and waitlist
*> figures come from. RETURN-CODE is 00 for GREEN, 04 for AMBER and
*> 08 for RED, so the operator script can page somebody on RED.
*> NOTE: RunStateRecord, ControlRecord, ReconFlagRecord,
*> PromoteLogRecord, RejectLedgerRecord and the transaction batch
*> header here must be kept in step with RunControl's, SeqUpdate's,
*> SeqRecon's, Promote's and TransEdit's own layouts - there is no
*> shared copybook for them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      SELECT OPTIONAL RunStateFile ASSIGN "RUNSTATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL ControlFile ASSIGN "CONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL ReconFlag ASSIGN "RECON.FLG"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL PromoteLog ASSIGN "PROMOTE.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL EditedTransFile ASSIGN "TRANSEDT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL EditRejectFile ASSIGN "TRANSEDT.REJ"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL RejectLedgerFile ASSIGN "REJLEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL SuspenseFile ASSIGN "SUSPENSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL WaitlistFile ASSIGN "WAITLIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OPTIONAL OpsHistoryFile ASSIGN "OPSHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      SELECT OpsSummaryReport ASSIGN "OPSSUM.RPT"
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RunStateFile.
01 RunStateRecord.
   88 EndOfRunStateFile    VALUE ALL "9".
   02 RS-BATCH-NUMBER      PIC 9(6).
   02 FILLER               PIC X(1).
   02 RS-STEP-NAME         PIC X(10).
   02 FILLER               PIC X(1).
   02 RS-ACTION            PIC X(8).
      88 RS-StepStarted    VALUE "STARTED".
      88 RS-StepEnded      VALUE "ENDED".
      88 RS-StepOverridden VALUE "OVERRIDE".
   02 FILLER               PIC X(1).
   02 RS-RETURN-CODE       PIC 9(2).
   02 FILLER               PIC X(1).
   02 RS-RUN-DATE          PIC 9(8).

FD ControlFile.
01 ControlRecord.
   88 EndOfControlFile     VALUE ALL "9".
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

FD ReconFlag.
01 ReconFlagRecord.
   02 RFLG-STATUS          PIC X(4).
      88 ReconPassed       VALUE "OK".
   02 FILLER               PIC X(1).
   02 RFLG-RUN-DATE        PIC 9(8).

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

*> Only the batch header at the top of TRANSEDT.DAT is of interest -
*> it says which batch TRANSEDT.REJ was written for.
FD EditedTransFile.
01 EditedTransRecord.
   02 ETR-RECORD-ID        PIC X(7).
   02 ETR-RECORD-TYPE      PIC X(1).
      88 EtrBatchHeader    VALUE "H".
   02 ETR-BATCH-NUMBER     PIC X(6).
   02 FILLER               PIC X(37).

FD EditRejectFile.
01 EditRejectRecord.
   88 EndOfEditRejectFile  VALUE ALL "9".
   02 FILLER               PIC X(55).

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

FD SuspenseFile.
01 SuspenseRecord.
   88 EndOfSuspenseFile    VALUE ALL "9".
   02 FILLER               PIC X(51).

FD WaitlistFile.
01 WaitlistRecord.
   88 EndOfWaitlistFile    VALUE ALL "9".
   02 FILLER               PIC X(63).

*> One line per summary taken - the snapshot figures the next
*> morning's summary compares itself against.
FD OpsHistoryFile.
01 OpsHistoryRecord.
   88 EndOfOpsHistoryFile  VALUE ALL "9".
   02 OH-BATCH-NUMBER      PIC 9(6).
   02 FILLER               PIC X(1).
   02 OH-SUMMARY-DATE      PIC 9(8).
   02 FILLER               PIC X(1).
   02 OH-NEW-REJECTS       PIC 9(7).
   02 FILLER               PIC X(1).
   02 OH-OPEN-REJECTS      PIC 9(7).
   02 FILLER               PIC X(1).
   02 OH-SUSPENSE          PIC 9(7).
   02 FILLER               PIC X(1).
   02 OH-WAITLIST          PIC 9(7).
   02 FILLER               PIC X(1).
   02 OH-VERDICT           PIC X(5).

FD OpsSummaryReport.
01 OpsSummaryLine          PIC X(80).

WORKING-STORAGE SECTION.
77 WS-RUN-DATE             PIC 9(8).
77 WS-BATCH-PARM           PIC X(10) VALUE SPACES.
77 WS-BATCH-NUMBER         PIC 9(6) VALUE ZERO.
77 WS-BATCH-NUMBER-X       PIC X(6).
77 WS-PREV-BATCH           PIC 9(6) VALUE ZERO.
77 WS-SUMMARY-LINE         PIC X(80) VALUE SPACES.

*> Same trim-and-right-justify parse RunControl uses for a keyed
*> batch number - WS-TOKEN in, TokenNumeric and WS-TOKEN-NUM out.
77 WS-TOKEN                PIC X(10) VALUE SPACES.
77 WS-TOKEN-RJ             PIC X(10) VALUE ZEROES.
77 WS-TOKEN-NUM            PIC 9(10) VALUE ZERO.
77 WS-TOK-LEN              PIC 9(2) VALUE ZERO.
77 WS-TOKEN-OK-SW          PIC X(1) VALUE "N".
   88 TokenNumeric         VALUE "Y".
   88 TokenNotNumeric      VALUE "N".

*> The stream in order, as RunControl knows it.
01 WS-STEP-LIST.
   02 FILLER               PIC X(10) VALUE "TRANSMERGE".
   02 FILLER               PIC X(10) VALUE "SEQCHECK".
   02 FILLER               PIC X(10) VALUE "TRANSEDIT".
   02 FILLER               PIC X(10) VALUE "SEQUPDATE".
   02 FILLER               PIC X(10) VALUE "SEQRECON".
   02 FILLER               PIC X(10) VALUE "PROMOTE".
01 WS-STEP-TABLE REDEFINES WS-STEP-LIST.
   02 WS-STEP-ENTRY        OCCURS 6 TIMES PIC X(10).

77 WS-STEP-I               PIC 9(1) VALUE ZERO.
77 WS-BATCH-ON-FILE-SW     PIC X(1) VALUE "N".
   88 BatchOnFile          VALUE "Y".
77 WS-OVERRIDE-COUNT       PIC 9(3) VALUE ZERO.
01 WS-STATUS-TABLE.
   02 WS-STATUS-ENTRY      OCCURS 6 TIMES.
      03 WS-ST-ACTION      PIC X(8).
      03 WS-ST-RC          PIC 9(2).
      03 WS-ST-DATE        PIC 9(8).

*> Balance, reconciliation and promotion, as far as the files say.
77 WS-CTL-FOUND-SW         PIC X(1) VALUE "N".
   88 ControlForBatch      VALUE "Y".
77 WS-BALANCE-SW           PIC X(1) VALUE "U".
   88 RunBalanced          VALUE "Y".
   88 RunNotBalanced       VALUE "N".
   88 BalanceUnknown       VALUE "U".
77 WS-RECON-SW             PIC X(1) VALUE "U".
   88 RunReconciled        VALUE "Y".
   88 ReconFailed          VALUE "N".
   88 ReconUnknown         VALUE "U".
77 WS-PROMOTED-SW          PIC X(1) VALUE "N".
   88 RunPromoted          VALUE "Y".
77 WS-PROMOTED-DATE        PIC X(8) VALUE SPACES.
77 WS-BACKUP-NAME          PIC X(24) VALUE SPACES.
77 WS-EXPECTED-COUNT       PIC 9(7).
77 WS-ACTUAL-COUNT         PIC 9(7).

77 WS-EDIT-REJ-SW          PIC X(1) VALUE "N".
   88 EditRejectsKnown     VALUE "Y".
77 WS-EDIT-REJECTS         PIC 9(7) VALUE ZERO.
77 WS-NEW-REJECTS          PIC 9(7) VALUE ZERO.
77 WS-PREV-NEW-REJECTS     PIC 9(7) VALUE ZERO.
77 WS-OPEN-REJECTS         PIC 9(7) VALUE ZERO.
77 WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZERO.
77 WS-WAITLIST-COUNT       PIC 9(7) VALUE ZERO.
77 WS-PREV-HIST-SW         PIC X(1) VALUE "N".
   88 PrevSummaryFound     VALUE "Y".
77 WS-PREV-HIST-BATCH      PIC 9(6) VALUE ZERO.
77 WS-PREV-OPEN-REJECTS    PIC 9(7) VALUE ZERO.
77 WS-PREV-SUSPENSE        PIC 9(7) VALUE ZERO.
77 WS-PREV-WAITLIST        PIC 9(7) VALUE ZERO.

77 WS-VERDICT              PIC X(5) VALUE "GREEN".
   88 VerdictGreen         VALUE "GREEN".
   88 VerdictAmber         VALUE "AMBER".
   88 VerdictRed           VALUE "RED".
77 WS-VERDICT-REASON       PIC X(60) VALUE SPACES.

77 WS-COUNT-ED             PIC ZZZZZZ9.
77 WS-PREV-COUNT-ED        PIC ZZZZZZ9.


PROCEDURE DIVISION.
BEGIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-BATCH-PARM FROM COMMAND-LINE
    MOVE WS-BATCH-PARM TO WS-TOKEN
    PERFORM ParseNumericToken
    EVALUATE TRUE
      WHEN TokenNumeric
           MOVE WS-TOKEN-NUM TO WS-BATCH-NUMBER
      WHEN WS-BATCH-PARM NOT = SPACES
           DISPLAY "OpsSummary - takes a numeric batch number, or "
                   "no argument for the newest batch"
           MOVE 16 TO RETURN-CODE
           STOP RUN
      WHEN OTHER
           PERFORM FindNewestBatch
           IF  WS-BATCH-NUMBER = ZERO THEN
                 DISPLAY "OpsSummary - run-state file is empty - "
                         "no batch to summarise"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-IF
    END-EVALUATE
    MOVE WS-BATCH-NUMBER TO WS-BATCH-NUMBER-X

    PERFORM GatherStepStatus
    PERFORM GatherControlAndRecon
    PERFORM GatherPromoteLog
    PERFORM GatherEditRejects
    PERFORM GatherLedgerCounts
    PERFORM CountSuspenseAndWaitlist
    PERFORM FindPreviousSummary
    PERFORM DecideVerdict

    OPEN OUTPUT OpsSummaryReport
    PERFORM PrintSummary
    CLOSE OpsSummaryReport
    PERFORM AppendOpsHistory

    EVALUATE TRUE
      WHEN VerdictGreen  MOVE ZERO TO RETURN-CODE
      WHEN VerdictAmber  MOVE 4 TO RETURN-CODE
      WHEN OTHER         MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

FindNewestBatch.
*> The batch of the last record on the run-state file - appends are
*> chronological, so the last record is last night's.
    MOVE ZERO TO WS-BATCH-NUMBER
    OPEN INPUT RunStateFile
    READ RunStateFile
       AT END SET EndOfRunStateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRunStateFile
       MOVE RS-BATCH-NUMBER TO WS-BATCH-NUMBER
       READ RunStateFile
          AT END SET EndOfRunStateFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RunStateFile.

GatherStepStatus.
*> Latest STARTED/ENDED per step for the batch - later records
*> overwrite earlier ones, as in RunControl STATUS. OVERRIDE records
*> are counted rather than shown as the step's state. The same pass
*> picks out the previous batch: the highest batch below this one.
    MOVE 1 TO WS-STEP-I
    PERFORM UNTIL WS-STEP-I > 6
       MOVE SPACES TO WS-ST-ACTION(WS-STEP-I)
       MOVE ZERO   TO WS-ST-RC(WS-STEP-I)
       MOVE ZERO   TO WS-ST-DATE(WS-STEP-I)
       ADD 1 TO WS-STEP-I
    END-PERFORM
    OPEN INPUT RunStateFile
    READ RunStateFile
       AT END SET EndOfRunStateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRunStateFile
       IF  (RS-BATCH-NUMBER < WS-BATCH-NUMBER)
               AND (RS-BATCH-NUMBER > WS-PREV-BATCH) THEN
             MOVE RS-BATCH-NUMBER TO WS-PREV-BATCH
       END-IF
       IF  RS-BATCH-NUMBER = WS-BATCH-NUMBER THEN
             SET BatchOnFile TO TRUE
             IF  RS-StepOverridden THEN
                   ADD 1 TO WS-OVERRIDE-COUNT
               ELSE
                   MOVE 1 TO WS-STEP-I
                   PERFORM UNTIL WS-STEP-I > 6
                      IF  WS-STEP-ENTRY(WS-STEP-I) = RS-STEP-NAME THEN
                            MOVE RS-ACTION      TO WS-ST-ACTION(WS-STEP-I)
                            MOVE RS-RETURN-CODE TO WS-ST-RC(WS-STEP-I)
                            MOVE RS-RUN-DATE    TO WS-ST-DATE(WS-STEP-I)
                      END-IF
                      ADD 1 TO WS-STEP-I
                   END-PERFORM
             END-IF
       END-IF
       READ RunStateFile
          AT END SET EndOfRunStateFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RunStateFile.

GatherControlAndRecon.
*> Only meaningful while the run waits for Promote - CONTROL.DAT must
*> be this batch's, and RECON.FLG must be stamped with its run date.
    OPEN INPUT ControlFile
    READ ControlFile
       AT END SET EndOfControlFile TO TRUE
       NOT AT END
          IF  CTL-BATCH-NUMBER = WS-BATCH-NUMBER THEN
                SET ControlForBatch TO TRUE
          END-IF
    END-READ
    CLOSE ControlFile
    IF  ControlForBatch THEN
          COMPUTE WS-EXPECTED-COUNT
                = CTL-STUDENT-READ - CTL-DELETED + CTL-ADDED
          END-COMPUTE
          COMPUTE WS-ACTUAL-COUNT = CTL-MATCHED + CTL-COPIED
          END-COMPUTE
          IF  WS-EXPECTED-COUNT = WS-ACTUAL-COUNT THEN
                SET RunBalanced TO TRUE
            ELSE
                SET RunNotBalanced TO TRUE
          END-IF
          OPEN INPUT ReconFlag
          READ ReconFlag
             AT END CONTINUE
             NOT AT END
                IF  RFLG-RUN-DATE = CTL-RUN-DATE THEN
                      IF  ReconPassed THEN
                            SET RunReconciled TO TRUE
                        ELSE
                            SET ReconFailed TO TRUE
                      END-IF
                END-IF
          END-READ
          CLOSE ReconFlag
    END-IF.

GatherPromoteLog.
*> The PROMOTED line for this batch, and the backup generation its
*> BACKUP TAKEN line names. Promote refuses anything that does not
*> balance and reconcile, so a PROMOTED line settles both.
    OPEN INPUT PromoteLog
    READ PromoteLog
       AT END SET EndOfPromoteLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfPromoteLog
       IF  PLOG-BATCH-NUMBER = WS-BATCH-NUMBER-X THEN
             IF  PLOG-ACTION = "BACKUP TAKEN" THEN
                   MOVE PLOG-BACKUP-NAME TO WS-BACKUP-NAME
             END-IF
             IF  PLOG-ACTION = "PROMOTED" THEN
                   SET RunPromoted TO TRUE
                   MOVE PLOG-RUN-DATE TO WS-PROMOTED-DATE
             END-IF
       END-IF
       READ PromoteLog
          AT END SET EndOfPromoteLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE PromoteLog
    IF  RunPromoted THEN
          SET RunBalanced   TO TRUE
          SET RunReconciled TO TRUE
    END-IF.

GatherEditRejects.
*> TRANSEDT.REJ carries no batch number of its own - it belongs to
*> whichever batch's header is at the top of TRANSEDT.DAT.
    OPEN INPUT EditedTransFile
    READ EditedTransFile
       AT END CONTINUE
       NOT AT END
          IF  (EtrBatchHeader)
                  AND (ETR-BATCH-NUMBER = WS-BATCH-NUMBER-X) THEN
                SET EditRejectsKnown TO TRUE
          END-IF
    END-READ
    CLOSE EditedTransFile
    IF  EditRejectsKnown THEN
          OPEN INPUT EditRejectFile
          READ EditRejectFile
             AT END SET EndOfEditRejectFile TO TRUE
          END-READ
          PERFORM UNTIL EndOfEditRejectFile
             ADD 1 TO WS-EDIT-REJECTS
             READ EditRejectFile
                AT END SET EndOfEditRejectFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE EditRejectFile
    END-IF.

GatherLedgerCounts.
*> Rejects raised by this batch and by the previous one - TransEdit
*> and SeqUpdate both stamp the batch number on their ledger entries
*> - plus the entries still open across all batches.
    OPEN INPUT RejectLedgerFile
    READ RejectLedgerFile
       AT END SET EndOfRejectLedger TO TRUE
    END-READ
    PERFORM UNTIL EndOfRejectLedger
       IF  LED-BATCH-NUMBER = WS-BATCH-NUMBER THEN
             ADD 1 TO WS-NEW-REJECTS
       END-IF
       IF  (WS-PREV-BATCH NOT = ZERO)
               AND (LED-BATCH-NUMBER = WS-PREV-BATCH) THEN
             ADD 1 TO WS-PREV-NEW-REJECTS
       END-IF
       IF  LedgerEntryOpen THEN
             ADD 1 TO WS-OPEN-REJECTS
       END-IF
       READ RejectLedgerFile
          AT END SET EndOfRejectLedger TO TRUE
       END-READ
    END-PERFORM
    CLOSE RejectLedgerFile.

CountSuspenseAndWaitlist.
    OPEN INPUT SuspenseFile
    READ SuspenseFile
       AT END SET EndOfSuspenseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSuspenseFile
       ADD 1 TO WS-SUSPENSE-COUNT
       READ SuspenseFile
          AT END SET EndOfSuspenseFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SuspenseFile
    OPEN INPUT WaitlistFile
    READ WaitlistFile
       AT END SET EndOfWaitlistFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWaitlistFile
       ADD 1 TO WS-WAITLIST-COUNT
       READ WaitlistFile
          AT END SET EndOfWaitlistFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WaitlistFile.

FindPreviousSummary.
*> The last summary taken for an earlier batch - a summary re-taken
*> for the same batch is not its own "previous night".
    OPEN INPUT OpsHistoryFile
    READ OpsHistoryFile
       AT END SET EndOfOpsHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOpsHistoryFile
       IF  OH-BATCH-NUMBER < WS-BATCH-NUMBER THEN
             SET PrevSummaryFound TO TRUE
             MOVE OH-BATCH-NUMBER TO WS-PREV-HIST-BATCH
             MOVE OH-OPEN-REJECTS TO WS-PREV-OPEN-REJECTS
             MOVE OH-SUSPENSE     TO WS-PREV-SUSPENSE
             MOVE OH-WAITLIST     TO WS-PREV-WAITLIST
       END-IF
       READ OpsHistoryFile
          AT END SET EndOfOpsHistoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OpsHistoryFile.

DecideVerdict.
*> RED conditions first, then AMBER - the first reason found is the
*> one printed on the verdict line.
    MOVE "GREEN" TO WS-VERDICT
    MOVE "stream complete, balanced, reconciled and promoted"
       TO WS-VERDICT-REASON
    MOVE 1 TO WS-STEP-I
    PERFORM UNTIL (WS-STEP-I > 6) OR (VerdictRed)
       IF  (WS-ST-ACTION(WS-STEP-I) = "ENDED")
               AND (WS-ST-RC(WS-STEP-I) > 4) THEN
             MOVE "RED" TO WS-VERDICT
             MOVE SPACES TO WS-VERDICT-REASON
             STRING WS-STEP-ENTRY(WS-STEP-I) DELIMITED BY SPACE
                    " ended rc " DELIMITED BY SIZE
                    WS-ST-RC(WS-STEP-I) DELIMITED BY SIZE
               INTO WS-VERDICT-REASON
             END-STRING
       END-IF
       ADD 1 TO WS-STEP-I
    END-PERFORM
    EVALUATE TRUE
      WHEN VerdictRed
           CONTINUE
      WHEN NOT BatchOnFile
           MOVE "RED" TO WS-VERDICT
           MOVE "batch is not on RUNSTATE.DAT" TO WS-VERDICT-REASON
      WHEN RunNotBalanced
           MOVE "RED" TO WS-VERDICT
           MOVE "control totals do not balance" TO WS-VERDICT-REASON
      WHEN ReconFailed
           MOVE "RED" TO WS-VERDICT
           MOVE "SeqRecon reported FAIL - see RECON.RPT"
              TO WS-VERDICT-REASON
    END-EVALUATE
    IF  VerdictGreen THEN
          MOVE 1 TO WS-STEP-I
          PERFORM UNTIL (WS-STEP-I > 6) OR (VerdictAmber)
             IF  (WS-ST-ACTION(WS-STEP-I) NOT = "ENDED")
                     OR (WS-ST-RC(WS-STEP-I) = 4) THEN
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE SPACES TO WS-VERDICT-REASON
                   EVALUATE TRUE
                     WHEN WS-ST-ACTION(WS-STEP-I) = SPACES
                          STRING WS-STEP-ENTRY(WS-STEP-I)
                                     DELIMITED BY SPACE
                                 " has not run" DELIMITED BY SIZE
                            INTO WS-VERDICT-REASON
                          END-STRING
                     WHEN WS-ST-ACTION(WS-STEP-I) = "STARTED"
                          STRING WS-STEP-ENTRY(WS-STEP-I)
                                     DELIMITED BY SPACE
                                 " started but never ended"
                                     DELIMITED BY SIZE
                            INTO WS-VERDICT-REASON
                          END-STRING
                     WHEN OTHER
                          STRING WS-STEP-ENTRY(WS-STEP-I)
                                     DELIMITED BY SPACE
                                 " ended rc 04 with warnings"
                                     DELIMITED BY SIZE
                            INTO WS-VERDICT-REASON
                          END-STRING
                   END-EVALUATE
             END-IF
             ADD 1 TO WS-STEP-I
          END-PERFORM
    END-IF
    IF  VerdictGreen THEN
          EVALUATE TRUE
            WHEN WS-OVERRIDE-COUNT > ZERO
                 MOVE "AMBER" TO WS-VERDICT
                 MOVE "a RunControl OVERRIDE was used for this batch"
                    TO WS-VERDICT-REASON
            WHEN NOT RunPromoted
                 MOVE "AMBER" TO WS-VERDICT
                 MOVE "the run has not been promoted"
                    TO WS-VERDICT-REASON
            WHEN (WS-PREV-BATCH NOT = ZERO)
                    AND (WS-NEW-REJECTS > WS-PREV-NEW-REJECTS)
                 MOVE "AMBER" TO WS-VERDICT
                 MOVE "more rejects than the previous batch"
                    TO WS-VERDICT-REASON
            WHEN (PrevSummaryFound)
                    AND (WS-SUSPENSE-COUNT > WS-PREV-SUSPENSE)
                 MOVE "AMBER" TO WS-VERDICT
                 MOVE "suspense has grown since the previous summary"
                    TO WS-VERDICT-REASON
          END-EVALUATE
    END-IF.

PrintSummary.
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "Operations Summary for batch " DELIMITED BY SIZE
           WS-BATCH-NUMBER DELIMITED BY SIZE
           "     Run Date: " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM WriteSummaryLine
    MOVE ALL "=" TO WS-SUMMARY-LINE
    PERFORM WriteSummaryLine
    MOVE "Step       Status   RC Date" TO WS-SUMMARY-LINE
    PERFORM WriteSummaryLine
    MOVE 1 TO WS-STEP-I
    PERFORM UNTIL WS-STEP-I > 6
       MOVE SPACES TO WS-SUMMARY-LINE
       IF  WS-ST-ACTION(WS-STEP-I) = SPACES THEN
             STRING WS-STEP-ENTRY(WS-STEP-I) DELIMITED BY SIZE
                    " not run" DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
             END-STRING
         ELSE
             STRING WS-STEP-ENTRY(WS-STEP-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-ST-ACTION(WS-STEP-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-ST-RC(WS-STEP-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-ST-DATE(WS-STEP-I) DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
             END-STRING
       END-IF
       PERFORM WriteSummaryLine
       ADD 1 TO WS-STEP-I
    END-PERFORM
    MOVE WS-OVERRIDE-COUNT TO WS-COUNT-ED
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "Overrides logged...............: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
      INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM WriteSummaryLine
    MOVE ALL "-" TO WS-SUMMARY-LINE
    PERFORM WriteSummaryLine

    MOVE SPACES TO WS-SUMMARY-LINE
    EVALUATE TRUE
      WHEN RunBalanced
           MOVE "Balanced.......................: YES"
              TO WS-SUMMARY-LINE
      WHEN RunNotBalanced
           MOVE "Balanced.......................: NO"
              TO WS-SUMMARY-LINE
      WHEN OTHER
           MOVE "Balanced.......................: no control totals"
              TO WS-SUMMARY-LINE
    END-EVALUATE
    PERFORM WriteSummaryLine
    EVALUATE TRUE
      WHEN RunReconciled
           MOVE "Reconciled.....................: YES"
              TO WS-SUMMARY-LINE
      WHEN ReconFailed
           MOVE "Reconciled.....................: FAIL"
              TO WS-SUMMARY-LINE
      WHEN OTHER
           MOVE "Reconciled.....................: not yet"
              TO WS-SUMMARY-LINE
    END-EVALUATE
    PERFORM WriteSummaryLine
    MOVE SPACES TO WS-SUMMARY-LINE
    IF  RunPromoted THEN
          STRING "Promoted.......................: YES, run "
                     DELIMITED BY SIZE
                 WS-PROMOTED-DATE DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
      ELSE
          MOVE "Promoted.......................: NO"
             TO WS-SUMMARY-LINE
    END-IF
    PERFORM WriteSummaryLine
    MOVE SPACES TO WS-SUMMARY-LINE
    IF  WS-BACKUP-NAME = SPACES THEN
          MOVE "Backup generation written......: none"
             TO WS-SUMMARY-LINE
      ELSE
          STRING "Backup generation written......: " DELIMITED BY SIZE
                 WS-BACKUP-NAME DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
    END-IF
    PERFORM WriteSummaryLine
    IF  ControlForBatch THEN
          MOVE CTL-EXCEPTIONS TO WS-COUNT-ED
          MOVE SPACES TO WS-SUMMARY-LINE
          STRING "SeqUpdate exceptions reported..: " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
          PERFORM WriteSummaryLine
    END-IF
    MOVE ALL "-" TO WS-SUMMARY-LINE
    PERFORM WriteSummaryLine

    MOVE SPACES TO WS-SUMMARY-LINE
    IF  EditRejectsKnown THEN
          MOVE WS-EDIT-REJECTS TO WS-COUNT-ED
          STRING "TransEdit rejects..............: " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
      ELSE
          MOVE "TransEdit rejects..............: not available"
             TO WS-SUMMARY-LINE
    END-IF
    PERFORM WriteSummaryLine
    MOVE WS-NEW-REJECTS TO WS-COUNT-ED
    MOVE WS-PREV-NEW-REJECTS TO WS-PREV-COUNT-ED
    MOVE SPACES TO WS-SUMMARY-LINE
    IF  WS-PREV-BATCH = ZERO THEN
          STRING "Rejects raised by this batch...: " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 "   (no previous batch)" DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
      ELSE
          STRING "Rejects raised by this batch...: " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 "   batch " DELIMITED BY SIZE
                 WS-PREV-BATCH DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-PREV-COUNT-ED DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE
          END-STRING
    END-IF
    PERFORM WriteSummaryLine
    MOVE "Open reject ledger entries.....: " TO WS-SUMMARY-LINE
    MOVE WS-OPEN-REJECTS      TO WS-COUNT-ED
    MOVE WS-PREV-OPEN-REJECTS TO WS-PREV-COUNT-ED
    PERFORM WriteComparisonLine
    MOVE "Suspense entries...............: " TO WS-SUMMARY-LINE
    MOVE WS-SUSPENSE-COUNT    TO WS-COUNT-ED
    MOVE WS-PREV-SUSPENSE     TO WS-PREV-COUNT-ED
    PERFORM WriteComparisonLine
    MOVE "Waitlist entries...............: " TO WS-SUMMARY-LINE
    MOVE WS-WAITLIST-COUNT    TO WS-COUNT-ED
    MOVE WS-PREV-WAITLIST     TO WS-PREV-COUNT-ED
    PERFORM WriteComparisonLine
    MOVE ALL "=" TO WS-SUMMARY-LINE
    PERFORM WriteSummaryLine
    MOVE SPACES TO WS-SUMMARY-LINE
    STRING "VERDICT: " DELIMITED BY SIZE
           WS-VERDICT DELIMITED BY SPACE
           " - " DELIMITED BY SIZE
           WS-VERDICT-REASON DELIMITED BY SIZE
      INTO WS-SUMMARY-LINE
    END-STRING
    PERFORM WriteSummaryLine.

WriteComparisonLine.
*> Caller has put the 33-byte label in WS-SUMMARY-LINE and the two
*> figures in WS-COUNT-ED and WS-PREV-COUNT-ED.
    IF  PrevSummaryFound THEN
          STRING WS-COUNT-ED DELIMITED BY SIZE
                 "   previous night: " DELIMITED BY SIZE
                 WS-PREV-COUNT-ED DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE(34:47)
          END-STRING
      ELSE
          STRING WS-COUNT-ED DELIMITED BY SIZE
                 "   (no previous summary)" DELIMITED BY SIZE
            INTO WS-SUMMARY-LINE(34:47)
          END-STRING
    END-IF
    PERFORM WriteSummaryLine.

WriteSummaryLine.
    MOVE WS-SUMMARY-LINE TO OpsSummaryLine
    WRITE OpsSummaryLine
    DISPLAY WS-SUMMARY-LINE.

AppendOpsHistory.
    OPEN EXTEND OpsHistoryFile
    MOVE SPACES            TO OpsHistoryRecord
    MOVE WS-BATCH-NUMBER   TO OH-BATCH-NUMBER
    MOVE WS-RUN-DATE       TO OH-SUMMARY-DATE
    MOVE WS-NEW-REJECTS    TO OH-NEW-REJECTS
    MOVE WS-OPEN-REJECTS   TO OH-OPEN-REJECTS
    MOVE WS-SUSPENSE-COUNT TO OH-SUSPENSE
    MOVE WS-WAITLIST-COUNT TO OH-WAITLIST
    MOVE WS-VERDICT        TO OH-VERDICT
    WRITE OpsHistoryRecord
    CLOSE OpsHistoryFile.

ParseNumericToken.
*> A keyed token sits left-justified and space-padded in WS-TOKEN,
*> so a plain class test can never pass. Trim the trailing spaces,
*> prove what is left all digits, and right-justify them over a
*> zero-filled field. Leaves TokenNumeric set and the value in
*> WS-TOKEN-NUM, or TokenNotNumeric for a blank or non-digit token.
    SET TokenNotNumeric TO TRUE
    MOVE ZERO TO WS-TOKEN-NUM
    IF  WS-TOKEN NOT = SPACES THEN
          MOVE 10 TO WS-TOK-LEN
          PERFORM UNTIL WS-TOKEN(WS-TOK-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-TOK-LEN
          END-PERFORM
          IF  WS-TOKEN(1:WS-TOK-LEN) IS NUMERIC THEN
                MOVE ALL "0" TO WS-TOKEN-RJ
                MOVE WS-TOKEN(1:WS-TOK-LEN)
                   TO WS-TOKEN-RJ(11 - WS-TOK-LEN:)
                MOVE WS-TOKEN-RJ TO WS-TOKEN-NUM
                SET TokenNumeric TO TRUE
          END-IF
    END-IF.
