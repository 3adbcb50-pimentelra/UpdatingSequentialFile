*> Operator's window into SUSPENSE.DAT, the file of future-dated
*> transactions SeqUpdate has parked until their effective date
*> arrives. Lists everything currently parked - position, StudentID,
*> transaction code, course codes, name, the effective date each
*> record is waiting for, who keyed it and any registrar override
*> authorisation it carries - both to the console and to the printed
*> SUSPLIST.RPT listing, then offers to pull one record back out by
*> its listed position. Pulling is how a keyed-in-error record is
*> stopped before TransMerge releases it into a run: the file is
   02 SUS-RECYCLE-FLAG     PIC X(1).
   02 SUS-EFF-DATE         PIC X(8).
   02 SUS-OPERATOR-ID      PIC X(8).
   02 SUS-OVERRIDE-AUTH    PIC X(8).

FD SuspenseNewFile.
01 SuspenseNewRecord.
   88 EndOfSuspenseNewFile VALUE ALL "9".
   02 FILLER               PIC X(51).

FD SuspenseReport.
01 SuspenseLine            PIC X(80).
    MOVE ZERO TO WS-LIST-POSITION
    OPEN INPUT SuspenseFile
    DISPLAY "  Pos Stud-ID Cd Old  New  Name       Effective"
            " Operator Override"
    MOVE "  Pos Stud-ID Cd Old  New  Name       Effective Operator Override"
       TO SuspenseLine
    WRITE SuspenseLine
    READ SuspenseFile
    DISPLAY WS-LIST-POSITION-ED SPACE SUS-STUDENT-ID SPACE
            SUS-TRANS-CODE "  " SUS-OLD-COURSE SPACE
            SUS-NEW-COURSE SPACE SUS-NEW-NAME SPACE SUS-EFF-DATE
            SPACE SUS-OPERATOR-ID SPACE SUS-OVERRIDE-AUTH
    MOVE SPACES TO SuspenseLine
    STRING WS-LIST-POSITION-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SUS-EFF-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SUS-OPERATOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SUS-OVERRIDE-AUTH DELIMITED BY SIZE
      INTO SuspenseLine
    END-STRING
    WRITE SuspenseLine
