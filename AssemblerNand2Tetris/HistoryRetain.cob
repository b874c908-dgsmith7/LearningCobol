      >>SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. HistoryRetainNand2Tetris.
AUTHOR. David G Smith.

*>  Modification History
*>  ---------------------------------------------------------------
*>  Housekeeping for RunHistory.dat, which the assembler only ever
*>  appends to and which the incremental batch check, Reconcile
*>  and the trend report all read front to back.  Run on the
*>  retention policy with a cutoff - DATE yyyymmdd, or DAYS n
*>  counted back from today - taken from RetainParms.txt or the
*>  console.  Records dated before the cutoff are moved to the
*>  dated archive RunHistory.<yyyymmdd>.arc (appended to if the
*>  job is run twice in a day); records on or after the cutoff
*>  stay live, and so does each program's latest OK record
*>  however old, because the incremental check and Reconcile
*>  work from it.  Every archived record is folded into a per-
*>  program, per-month summary record in RunHistory.sum - runs,
*>  failures, clean runs, the range of clean instruction counts,
*>  and the first and latest clean assembly of the month - which
*>  TrendReport reads alongside the live file so its growth
*>  figures still cover the full history.  The live file and
*>  the summary file are each rebuilt under a work name and
*>  renamed into place only after the archive has been written,
*>  so a failure part way leaves RunHistory.dat as it was.  The
*>  control report (HistoryRetain.lst and the console) gives
*>  records read, kept and archived per program, the records
*>  summarized and the runs carried in the summary file before
*>  and after, and whether the totals balance.
*>  Completion codes: 0 housekeeping complete (or nothing older
*>  than the cutoff), 8 the totals did not balance or a file
*>  could not be read, written or replaced - see the report for
*>  which files were changed - 12 the run could not start (bad
*>  cutoff or the report could not be opened).
*>  The history record layout now carries the lint-finding count
*>  the assembler appends after the table-version stamp, so each
*>  history line is still read as one record.
*>  Every run now takes the run-exclusion lock RunLock.dat, shared
*>  with the assembler, TableMaint and the linker, before it reads
*>  RunHistory.dat, and releases it at the end - otherwise a
*>  record an assembly appended after the split had read the file
*>  was lost when the rebuilt file was renamed over the live one.
*>  A run that finds the lock held names the holder on the console
*>  and in the report, changes nothing and ends with completion
*>  code 16; a lock it cannot take for any other reason ends it
*>  with 12.  A lock left behind by an abended job is cleared by
*>  setting the override flag after the operator id in
*>  RetainParms.txt (or answering Y at the console); the override
*>  is written to TableAudit.log before the lock is taken over.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ParmFile ASSIGN TO "RetainParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.
    SELECT OPTIONAL HistoryFile ASSIGN TO "RunHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.
    SELECT KeptFile ASSIGN TO DYNAMIC HistoryTempFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KeptFileStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC ArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveFileStatus.
    SELECT OPTIONAL SummaryFile ASSIGN TO "RunHistory.sum"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryFileStatus.
    SELECT SummaryOutFile ASSIGN TO DYNAMIC SummaryTempFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryOutFileStatus.
    SELECT ReportFile ASSIGN TO "HistoryRetain.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT OPTIONAL LockFile ASSIGN TO DYNAMIC LockFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockFileStatus.
    SELECT OPTIONAL AuditFile ASSIGN TO "TableAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmRecord.
    02 ParmCutoffType PIC X(4).
    02 ParmCutoffValue PIC X(8).
    02 ParmOperatorId PIC X(8).
    02 ParmLockOverride PIC X.
FD HistoryFile.
01  HistoryRecord.
    02 HistRunDate PIC 9(8).
    02 HistRunTime PIC 9(6).
    02 HistRunMode PIC X(6).
    02 HistProgramName PIC X(40).
    02 HistStatus PIC X(6).
    02 HistInstructionCount PIC 9(5).
    02 HistFinalRom PIC 9(5).
    02 HistFinalRam PIC 9(5).
    02 HistTypoCount PIC 9(3).
    02 HistFailMessage PIC X(80).
    02 HistTableVersions PIC X(23).
    02 HistLintCount PIC 9(3).
FD KeptFile.
01  KeptRecord PIC X(190).
FD ArchiveFile.
01  ArchiveRecord PIC X(190).
FD SummaryFile.
01  SummaryRecord PIC X(112).
FD SummaryOutFile.
01  SummaryOutRecord PIC X(112).
FD ReportFile.
01  ReportRecord PIC X(120).
FD LockFile.
01  LockRecord.
    02 LockProgram PIC X(24).
    02 LockMode PIC X(6).
    02 LockOperator PIC X(8).
    02 LockStartDate PIC 9(8).
    02 LockStartTime PIC 9(8).
FD AuditFile.
01  AuditRecord PIC X(200).

WORKING-STORAGE SECTION.
01  ParmFileStatus PIC XX.
01  HistoryFileStatus PIC XX.
01  KeptFileStatus PIC XX.
01  ArchiveFileStatus PIC XX.
01  SummaryFileStatus PIC XX.
01  SummaryOutFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  HistoryFileName PIC X(50) VALUE "RunHistory.dat".
01  HistoryTempFileName PIC X(50) VALUE "RunHistory.tmp".
01  SummaryFileName PIC X(50) VALUE "RunHistory.sum".
01  SummaryTempFileName PIC X(50) VALUE "RunHistory.smt".
01  ArchiveFileName PIC X(50) VALUE SPACES.
01  RenameStatus PIC 9(9) VALUE ZEROES.
01  FileDeleteStatus PIC 9(9) VALUE ZEROES.
01  CompletionCode PIC 99 VALUE ZEROES.
01  RetainOkSwitch PIC X VALUE "Y".
    88 RetainOk VALUE "Y".

*>  Run-exclusion lock shared with the assembler, TableMaint and
*>  the linker
01  LockFileStatus PIC XX.
01  AuditFileStatus PIC XX.
01  LockFileName PIC X(50) VALUE "RunLock.dat".
01  LockDeleteStatus PIC 9(9) VALUE ZEROES.
01  OperatorId PIC X(8) VALUE SPACES.
01  LockOverrideSwitch PIC X VALUE "N".
    88 LockOverrideOn VALUE "Y".
01  ParmSourceSwitch PIC X VALUE "F".
    88 ParmsFromConsole VALUE "C".
01  LockStateSwitch PIC X VALUE "P".
    88 RunLockPending VALUE "P".
    88 RunLockHeld VALUE "Y".
    88 RunLockRefused VALUE "R".
    88 RunLockFailed VALUE "F".
01  LockClaim PIC X(54) VALUE SPACES.
01  LockHolder.
    02 HolderProgram PIC X(24).
    02 HolderMode PIC X(6).
    02 HolderOperator PIC X(8).
    02 HolderDate PIC X(8).
    02 HolderTime PIC X(8).
01  CurrentDateRaw PIC 9(8).
01  CurrentTimeRaw PIC 9(8).

*>  The retention cutoff: records dated before it are archived
01  CutoffType PIC X(4) VALUE SPACES.
    88 CutoffByDate VALUE "DATE".
    88 CutoffByDays VALUE "DAYS".
01  CutoffValue PIC X(8) VALUE SPACES.
01  CutoffDigits PIC 99.
01  CutoffLength PIC 99.
01  CutoffDate PIC 9(8) VALUE ZEROES.
01  CutoffDateParts REDEFINES CutoffDate.
    02 CutoffYear PIC 9(4).
    02 CutoffMonth PIC 99.
    02 CutoffDay PIC 99.
01  RetainDays PIC 9(8) VALUE ZEROES.
01  RunDate PIC 9(8) VALUE ZEROES.
01  CutoffOkSwitch PIC X VALUE "Y".
    88 CutoffOk VALUE "Y".

*>  One summary record: a program's archived runs for one month.
*>  Clean runs only feed the instruction-count figures - a failed
*>  assembly stops part way, so its count is not a program size.
01  IncomingSummary.
    02 IncKey.
       03 IncProgramName PIC X(40).
       03 IncMonth PIC 9(6).
    02 IncRunCount PIC 9(6).
    02 IncFailCount PIC 9(6).
    02 IncOkCount PIC 9(6).
    02 IncMinInstr PIC 9(5).
    02 IncMaxInstr PIC 9(5).
    02 IncFirstOkDate PIC 9(8).
    02 IncFirstOkTime PIC 9(6).
    02 IncFirstOkInstr PIC 9(5).
    02 IncLastOkDate PIC 9(8).
    02 IncLastOkTime PIC 9(6).
    02 IncLastOkInstr PIC 9(5).

*>  Summary records held in program, month order
01  SumTableMax PIC 9(4) VALUE 3000.
01  SumTable.
    02 SumEntry OCCURS 3000 TIMES.
       03 SumKey.
          04 SumProgramName PIC X(40).
          04 SumMonth PIC 9(6).
       03 SumRunCount PIC 9(6).
       03 SumFailCount PIC 9(6).
       03 SumOkCount PIC 9(6).
       03 SumMinInstr PIC 9(5).
       03 SumMaxInstr PIC 9(5).
       03 SumFirstOkDate PIC 9(8).
       03 SumFirstOkTime PIC 9(6).
       03 SumFirstOkInstr PIC 9(5).
       03 SumLastOkDate PIC 9(8).
       03 SumLastOkTime PIC 9(6).
       03 SumLastOkInstr PIC 9(5).
       03 SumTouched PIC X.
01  SumCount PIC 9(4) VALUE ZEROES.
01  SumCounter PIC 9(4).
01  SumIndex PIC 9(4).
01  SumInsertIndex PIC 9(4).
01  SumFoundSwitch PIC X VALUE "N".
    88 SumFound VALUE "Y".
01  SumOverflowSwitch PIC X VALUE "N".
    88 SumOverflow VALUE "Y".
01  SumCountBefore PIC 9(4) VALUE ZEROES.
01  SumCreatedCount PIC 9(4) VALUE ZEROES.
01  SumUpdatedCount PIC 9(4) VALUE ZEROES.
01  SumRunsBefore PIC 9(8) VALUE ZEROES.
01  SumRunsAfter PIC 9(8) VALUE ZEROES.
01  IncomingStamp PIC 9(14).
01  EntryStamp PIC 9(14).

*>  Programs on file, with the position of each one's latest
*>  OK record and its kept and archived counts
01  ProgramTableMax PIC 999 VALUE 500.
01  ProgramTable.
    02 ProgramEntry OCCURS 500 TIMES.
       03 PrgName PIC X(40).
       03 PrgLatestOkSeq PIC 9(7).
       03 PrgKeptCount PIC 9(7).
       03 PrgArchivedCount PIC 9(7).
01  ProgramCount PIC 999 VALUE ZEROES.
01  ProgramCounter PIC 999.
01  ProgramIndex PIC 999.
01  ProgramFoundSwitch PIC X VALUE "N".
    88 ProgramFound VALUE "Y".
01  ProgramOverflowSwitch PIC X VALUE "N".
    88 ProgramOverflow VALUE "Y".

*>  Per-record decision and the control totals
01  RecordSeq PIC 9(7) VALUE ZEROES.
01  KeepSwitch PIC X VALUE "N".
    88 KeepRecord VALUE "Y".
01  ScanReadCount PIC 9(7) VALUE ZEROES.
01  SplitReadCount PIC 9(7) VALUE ZEROES.
01  KeptCount PIC 9(7) VALUE ZEROES.
01  KeptLatestOkCount PIC 9(7) VALUE ZEROES.
01  ArchivedCount PIC 9(7) VALUE ZEROES.
01  SummarizedCount PIC 9(7) VALUE ZEROES.
01  ArchiveWrittenCount PIC 9(7) VALUE ZEROES.
01  BalancedSwitch PIC X VALUE "Y".
    88 TotalsBalance VALUE "Y".
01  ArchiveDoneSwitch PIC X VALUE "N".
    88 ArchiveDone VALUE "Y".
01  SummaryDoneSwitch PIC X VALUE "N".
    88 SummaryDone VALUE "Y".
01  LiveDoneSwitch PIC X VALUE "N".
    88 LiveDone VALUE "Y".

PROCEDURE DIVISION.
Begin.
PERFORM LoadRunParameters
OPEN OUTPUT ReportFile
IF ReportFileStatus NOT = "00"
  DISPLAY "ERROR: could not open HistoryRetain.lst - run aborted"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
MOVE "RUN HISTORY RETENTION" TO ReportRecord
PERFORM WriteReportLine
PERFORM ValidateCutoff
IF NOT CutoffOk
  MOVE SPACES TO ReportRecord
  STRING "ERROR: cutoff '" DELIMITED BY SIZE
         FUNCTION TRIM(CutoffType) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         FUNCTION TRIM(CutoffValue) DELIMITED BY SIZE
         "' is not DATE yyyymmdd or DAYS n, or is after today"
         DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE 12 TO CompletionCode
  ELSE
    PERFORM AcquireRunLock
    IF RunLockHeld
      PERFORM RetainHistory
      PERFORM ReleaseRunLock
      ELSE
        IF RunLockRefused
          MOVE SPACES TO ReportRecord
          STRING "RUN LOCKED: RunLock.dat is held by " DELIMITED BY SIZE
                 FUNCTION TRIM(HolderProgram) DELIMITED BY SIZE
                 " mode " DELIMITED BY SIZE
                 FUNCTION TRIM(HolderMode) DELIMITED BY SIZE
                 " operator " DELIMITED BY SIZE
                 FUNCTION TRIM(HolderOperator) DELIMITED BY SIZE
                 " - nothing changed" DELIMITED BY SIZE
                 INTO ReportRecord
          END-STRING
          PERFORM WriteReportLine
          MOVE 16 TO CompletionCode
          ELSE
            MOVE SPACES TO ReportRecord
            STRING "ERROR: could not take RunLock.dat (status "
                   DELIMITED BY SIZE
                   LockFileStatus DELIMITED BY SIZE
                   ") - nothing changed" DELIMITED BY SIZE
                   INTO ReportRecord
            END-STRING
            PERFORM WriteReportLine
            MOVE 12 TO CompletionCode
        END-IF
    END-IF
END-IF
CLOSE ReportFile
MOVE CompletionCode TO RETURN-CODE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The cutoff from RetainParms.txt or the console.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRunParameters.
OPEN INPUT ParmFile
IF ParmFileStatus = "00"
  READ ParmFile
    AT END MOVE HIGH-VALUES TO ParmRecord
  END-READ
  IF ParmRecord NOT = HIGH-VALUES
    MOVE ParmCutoffType TO CutoffType
    MOVE ParmCutoffValue TO CutoffValue
    MOVE ParmOperatorId TO OperatorId
    MOVE ParmLockOverride TO LockOverrideSwitch
  END-IF
  CLOSE ParmFile
  ELSE
    MOVE "C" TO ParmSourceSwitch
    DISPLAY "No RetainParms.txt found - enter run parameters"
    DISPLAY "Operator id: " WITH NO ADVANCING
    ACCEPT OperatorId
    DISPLAY "Cutoff by (DATE or DAYS): " WITH NO ADVANCING
    ACCEPT CutoffType
    IF FUNCTION UPPER-CASE(CutoffType) = "DATE"
      DISPLAY "Archive runs before (yyyymmdd): " WITH NO ADVANCING
      ELSE
        DISPLAY "Archive runs older than (days): " WITH NO ADVANCING
    END-IF
    ACCEPT CutoffValue
END-IF
MOVE FUNCTION UPPER-CASE(CutoffType) TO CutoffType
IF OperatorId = SPACES
  MOVE "BATCH" TO OperatorId
END-IF
MOVE FUNCTION UPPER-CASE(LockOverrideSwitch) TO LockOverrideSwitch.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Take RunLock.dat, the run-exclusion lock shared with the
*> assembler, TableMaint and the linker, before RunHistory.dat is
*> read, so no assembly can append to it between the split and
*> the rename of the rebuilt file over it.  A lock already held
*> refuses the run unless the operator has asked to clear it as
*> stale, and that override is written to TableAudit.log before
*> the lock is taken over - an override that cannot be recorded
*> is not made.  The claim is read back after it is written, so
*> of two runs that start together only the one whose record
*> survived carries on.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AcquireRunLock.
MOVE "P" TO LockStateSwitch
MOVE SPACES TO LockHolder
OPEN INPUT LockFile
*> status 05 is a successful open of a lock file that is not there
IF LockFileStatus = "00" OR LockFileStatus = "05"
  READ LockFile
    AT END MOVE SPACES TO LockRecord
  END-READ
  MOVE LockRecord TO LockHolder
  CLOSE LockFile
  ELSE
    MOVE "F" TO LockStateSwitch
END-IF
IF RunLockPending AND LockHolder NOT = SPACES
  PERFORM DisplayLockHolder
  IF NOT LockOverrideOn AND ParmsFromConsole
    DISPLAY "Clear this lock - its job is no longer running (Y or N): "
            WITH NO ADVANCING
    ACCEPT LockOverrideSwitch
    MOVE FUNCTION UPPER-CASE(LockOverrideSwitch) TO LockOverrideSwitch
  END-IF
  IF LockOverrideOn
    PERFORM WriteLockOverrideAudit
    ELSE
      MOVE "R" TO LockStateSwitch
  END-IF
END-IF
IF RunLockPending
  ACCEPT CurrentDateRaw FROM DATE YYYYMMDD
  ACCEPT CurrentTimeRaw FROM TIME
  MOVE SPACES TO LockRecord
  MOVE "HistoryRetainNand2Tetris" TO LockProgram
  MOVE "RETAIN" TO LockMode
  MOVE OperatorId TO LockOperator
  MOVE CurrentDateRaw TO LockStartDate
  MOVE CurrentTimeRaw TO LockStartTime
  MOVE LockRecord TO LockClaim
  OPEN OUTPUT LockFile
  IF LockFileStatus NOT = "00" AND LockFileStatus NOT = "05"
    MOVE "F" TO LockStateSwitch
    ELSE
      WRITE LockRecord
      CLOSE LockFile
      OPEN INPUT LockFile
      READ LockFile
        AT END MOVE SPACES TO LockRecord
      END-READ
      CLOSE LockFile
      IF LockRecord = LockClaim
        MOVE "Y" TO LockStateSwitch
        ELSE
          MOVE LockRecord TO LockHolder
          PERFORM DisplayLockHolder
          MOVE "R" TO LockStateSwitch
      END-IF
  END-IF
END-IF.

DisplayLockHolder.
DISPLAY "RunLock.dat is held by " FUNCTION TRIM(HolderProgram)
        " mode " FUNCTION TRIM(HolderMode)
        " operator " FUNCTION TRIM(HolderOperator)
        " since " HolderDate " " HolderTime(1:6).

WriteLockOverrideAudit.
OPEN EXTEND AuditFile
*> status 05 is a successful open that just created the file
IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
  DISPLAY "ERROR: could not append to TableAudit.log (status "
          AuditFileStatus ") - lock override not made"
  MOVE "F" TO LockStateSwitch
  ELSE
    ACCEPT CurrentDateRaw FROM DATE YYYYMMDD
    ACCEPT CurrentTimeRaw FROM TIME
    MOVE SPACES TO AuditRecord
    STRING CurrentDateRaw DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CurrentTimeRaw(1:6) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OperatorId DELIMITED BY SIZE
           " RunLock.dat OVERRIDE HELD=[" DELIMITED BY SIZE
           FUNCTION TRIM(HolderProgram) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(HolderMode) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(HolderOperator) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HolderDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HolderTime(1:6) DELIMITED BY SIZE
           "] BY=[HistoryRetainNand2Tetris RETAIN]" DELIMITED BY SIZE
           INTO AuditRecord
    END-STRING
    WRITE AuditRecord
    CLOSE AuditFile
    DISPLAY "Stale lock cleared by operator " FUNCTION TRIM(OperatorId)
            " - recorded in TableAudit.log"
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Give the lock back at the end of the run - but only while it
*> is still this run's claim; if an operator cleared it and
*> another job now holds it, that job's lock is left in place.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ReleaseRunLock.
IF RunLockHeld
  OPEN INPUT LockFile
  IF LockFileStatus = "00"
    READ LockFile
      AT END MOVE SPACES TO LockRecord
    END-READ
    CLOSE LockFile
    IF LockRecord = LockClaim
      CALL "CBL_DELETE_FILE" USING LockFileName
           RETURNING LockDeleteStatus
      END-CALL
      ELSE
        DISPLAY "WARNING: RunLock.dat was taken over during this run"
                " - the new holder's lock is left in place"
    END-IF
    ELSE
      IF LockFileStatus = "05"
        CLOSE LockFile
      END-IF
  END-IF
  MOVE "N" TO LockStateSwitch
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> DATE takes an 8-digit calendar date, DAYS a count of days
*> back from today.  A cutoff after today would archive runs
*> that have not happened yet, so it is refused.  The archive is
*> named for the day the housekeeping ran.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateCutoff.
MOVE "Y" TO CutoffOkSwitch
ACCEPT RunDate FROM DATE YYYYMMDD
MOVE SPACES TO ArchiveFileName
STRING "RunHistory." DELIMITED BY SIZE
       RunDate DELIMITED BY SIZE
       ".arc" DELIMITED BY SIZE
       INTO ArchiveFileName
END-STRING
MOVE ZEROES TO CutoffDigits
MOVE FUNCTION LENGTH(FUNCTION TRIM(CutoffValue)) TO CutoffLength
IF CutoffValue = SPACES
  MOVE "N" TO CutoffOkSwitch
  ELSE
    INSPECT CutoffValue TALLYING CutoffDigits
            FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
    IF CutoffDigits NOT = CutoffLength
      MOVE "N" TO CutoffOkSwitch
    END-IF
END-IF
EVALUATE TRUE
  WHEN NOT CutoffOk
    CONTINUE
  WHEN CutoffByDate
    IF CutoffLength NOT = 8
      MOVE "N" TO CutoffOkSwitch
      ELSE
        MOVE FUNCTION NUMVAL(CutoffValue) TO CutoffDate
        IF CutoffMonth < 1 OR CutoffMonth > 12
           OR CutoffDay < 1 OR CutoffDay > 31
          MOVE "N" TO CutoffOkSwitch
        END-IF
    END-IF
  WHEN CutoffByDays
    IF CutoffLength > 5
      MOVE "N" TO CutoffOkSwitch
      ELSE
        MOVE FUNCTION NUMVAL(CutoffValue) TO RetainDays
        COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(RunDate) - RetainDays)
    END-IF
  WHEN OTHER
    MOVE "N" TO CutoffOkSwitch
END-EVALUATE
IF CutoffOk AND CutoffDate > RunDate
  MOVE "N" TO CutoffOkSwitch
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Each step runs only while every earlier one succeeded.  The
*> archive is written before either replacement, and the live
*> file is replaced last, so whatever stops the run the records
*> are always somewhere.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RetainHistory.
MOVE SPACES TO ReportRecord
STRING "Cutoff date " DELIMITED BY SIZE
       CutoffDate DELIMITED BY SIZE
       " - runs dated before it are archived to " DELIMITED BY SIZE
       FUNCTION TRIM(ArchiveFileName) DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
PERFORM FindLatestOkRecords
IF RetainOk
  PERFORM LoadSummaryFile
END-IF
IF RetainOk
  PERFORM SplitHistory
END-IF
IF RetainOk
  PERFORM CheckControlTotals
END-IF
IF RetainOk AND ArchivedCount > 0
  PERFORM WriteArchive
END-IF
IF RetainOk AND ArchivedCount > 0
  PERFORM WriteSummaryFile
END-IF
IF RetainOk AND ArchivedCount > 0
  PERFORM ReplaceLiveHistory
END-IF
IF NOT LiveDone
  CALL "CBL_DELETE_FILE" USING HistoryTempFileName
       RETURNING FileDeleteStatus
  END-CALL
END-IF
PERFORM WriteControlReport.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> First pass: every program on file, and the position of its
*> latest OK record - records append chronologically, so the
*> last OK match is the latest.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
FindLatestOkRecords.
MOVE ZEROES TO RecordSeq
OPEN INPUT HistoryFile
IF HistoryFileStatus NOT = "00" AND HistoryFileStatus NOT = "05"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not read RunHistory.dat (status "
         DELIMITED BY SIZE
         HistoryFileStatus DELIMITED BY SIZE
         ")" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE "N" TO RetainOkSwitch
  MOVE 8 TO CompletionCode
  ELSE
    READ HistoryFile
      AT END MOVE HIGH-VALUES TO HistoryRecord
    END-READ
    PERFORM UNTIL HistoryRecord = HIGH-VALUES OR ProgramOverflow
      ADD 1 TO RecordSeq
      PERFORM FindHistoryProgram
      IF ProgramFound AND HistStatus = "OK"
        MOVE RecordSeq TO PrgLatestOkSeq(ProgramIndex)
      END-IF
      READ HistoryFile
        AT END MOVE HIGH-VALUES TO HistoryRecord
      END-READ
    END-PERFORM
    CLOSE HistoryFile
    MOVE RecordSeq TO ScanReadCount
    IF ProgramOverflow
      MOVE SPACES TO ReportRecord
      STRING "ERROR: more than " DELIMITED BY SIZE
             ProgramTableMax DELIMITED BY SIZE
             " programs on file - nothing archived" DELIMITED BY SIZE
             INTO ReportRecord
      END-STRING
      PERFORM WriteReportLine
      MOVE "N" TO RetainOkSwitch
      MOVE 8 TO CompletionCode
    END-IF
END-IF.

FindHistoryProgram.
MOVE "N" TO ProgramFoundSwitch
PERFORM VARYING ProgramCounter FROM 1 BY 1
        UNTIL ProgramCounter > ProgramCount OR ProgramFound
  IF PrgName(ProgramCounter) = HistProgramName
    MOVE "Y" TO ProgramFoundSwitch
    MOVE ProgramCounter TO ProgramIndex
  END-IF
END-PERFORM
IF NOT ProgramFound
  IF ProgramCount < ProgramTableMax
    ADD 1 TO ProgramCount
    MOVE HistProgramName TO PrgName(ProgramCount)
    MOVE ZEROES TO PrgLatestOkSeq(ProgramCount)
    MOVE ZEROES TO PrgKeptCount(ProgramCount)
    MOVE ZEROES TO PrgArchivedCount(ProgramCount)
    MOVE ProgramCount TO ProgramIndex
    MOVE "Y" TO ProgramFoundSwitch
    ELSE
      MOVE "Y" TO ProgramOverflowSwitch
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Bring in the summary records earlier housekeeping runs wrote,
*> so this run's archived months merge into them.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadSummaryFile.
OPEN INPUT SummaryFile
IF SummaryFileStatus NOT = "00" AND SummaryFileStatus NOT = "05"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not read RunHistory.sum (status "
         DELIMITED BY SIZE
         SummaryFileStatus DELIMITED BY SIZE
         ") - nothing archived" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE "N" TO RetainOkSwitch
  MOVE 8 TO CompletionCode
  ELSE
    READ SummaryFile
      AT END MOVE HIGH-VALUES TO SummaryRecord
    END-READ
    PERFORM UNTIL SummaryRecord = HIGH-VALUES OR SumOverflow
      MOVE SummaryRecord TO IncomingSummary
      ADD IncRunCount TO SumRunsBefore
      PERFORM CombineSummary
      READ SummaryFile
        AT END MOVE HIGH-VALUES TO SummaryRecord
      END-READ
    END-PERFORM
    CLOSE SummaryFile
    MOVE SumCount TO SumCountBefore
    PERFORM VARYING SumCounter FROM 1 BY 1 UNTIL SumCounter > SumCount
      MOVE "N" TO SumTouched(SumCounter)
    END-PERFORM
    IF SumOverflow
      PERFORM WriteSummaryOverflow
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Second pass: kept records go to the work copy of the live
*> file, records to be archived are folded into the summary
*> table.  Nothing outside the work file changes yet.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
SplitHistory.
MOVE ZEROES TO RecordSeq
OPEN INPUT HistoryFile
OPEN OUTPUT KeptFile
IF HistoryFileStatus NOT = "00" AND HistoryFileStatus NOT = "05"
   OR KeptFileStatus NOT = "00"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not start the split (RunHistory.dat status "
         DELIMITED BY SIZE
         HistoryFileStatus DELIMITED BY SIZE
         ", work file status " DELIMITED BY SIZE
         KeptFileStatus DELIMITED BY SIZE
         ")" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE "N" TO RetainOkSwitch
  MOVE 8 TO CompletionCode
  ELSE
    READ HistoryFile
      AT END MOVE HIGH-VALUES TO HistoryRecord
    END-READ
    PERFORM UNTIL HistoryRecord = HIGH-VALUES
      ADD 1 TO RecordSeq
      PERFORM DecideRetention
      IF KeepRecord
        MOVE HistoryRecord TO KeptRecord
        WRITE KeptRecord
        IF KeptFileStatus NOT = "00"
          MOVE "N" TO RetainOkSwitch
        END-IF
        ADD 1 TO KeptCount
        IF ProgramFound
          ADD 1 TO PrgKeptCount(ProgramIndex)
        END-IF
        ELSE
          ADD 1 TO ArchivedCount
          IF ProgramFound
            ADD 1 TO PrgArchivedCount(ProgramIndex)
          END-IF
          PERFORM FoldIntoSummary
      END-IF
      READ HistoryFile
        AT END MOVE HIGH-VALUES TO HistoryRecord
      END-READ
    END-PERFORM
    MOVE RecordSeq TO SplitReadCount
    IF NOT RetainOk
      MOVE "ERROR: writing the work copy of RunHistory.dat failed"
           TO ReportRecord
      PERFORM WriteReportLine
      MOVE 8 TO CompletionCode
    END-IF
    IF SumOverflow
      PERFORM WriteSummaryOverflow
    END-IF
END-IF
CLOSE HistoryFile
CLOSE KeptFile.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> A record stays live when it is dated on or after the cutoff,
*> or when it is its program's latest OK record.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
DecideRetention.
MOVE "N" TO KeepSwitch
PERFORM FindHistoryProgram
IF HistRunDate NOT < CutoffDate
  MOVE "Y" TO KeepSwitch
  ELSE
    IF ProgramFound
      IF PrgLatestOkSeq(ProgramIndex) = RecordSeq
        MOVE "Y" TO KeepSwitch
        ADD 1 TO KeptLatestOkCount
      END-IF
    END-IF
END-IF.

FoldIntoSummary.
MOVE HistProgramName TO IncProgramName
MOVE HistRunDate(1:6) TO IncMonth
MOVE 1 TO IncRunCount
MOVE ZEROES TO IncFailCount
MOVE ZEROES TO IncOkCount
MOVE ZEROES TO IncMinInstr
MOVE ZEROES TO IncMaxInstr
MOVE ZEROES TO IncFirstOkDate
MOVE ZEROES TO IncFirstOkTime
MOVE ZEROES TO IncFirstOkInstr
MOVE ZEROES TO IncLastOkDate
MOVE ZEROES TO IncLastOkTime
MOVE ZEROES TO IncLastOkInstr
IF HistStatus = "OK"
  MOVE 1 TO IncOkCount
  MOVE HistInstructionCount TO IncMinInstr
  MOVE HistInstructionCount TO IncMaxInstr
  MOVE HistRunDate TO IncFirstOkDate
  MOVE HistRunTime TO IncFirstOkTime
  MOVE HistInstructionCount TO IncFirstOkInstr
  MOVE HistRunDate TO IncLastOkDate
  MOVE HistRunTime TO IncLastOkTime
  MOVE HistInstructionCount TO IncLastOkInstr
  ELSE
    MOVE 1 TO IncFailCount
END-IF
PERFORM CombineSummary
IF NOT SumOverflow
  ADD 1 TO SummarizedCount
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Merge IncomingSummary into the table entry for its program and
*> month, creating the entry in key order when it is new.  The
*> clean-run figures compare full date/time stamps, since a
*> program's retained latest OK record can reach the archive
*> after later failures of the same month already have.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CombineSummary.
PERFORM FindSummaryEntry
IF NOT SumFound
  IF SumCount < SumTableMax
    PERFORM InsertSummaryEntry
    ELSE
      MOVE "Y" TO SumOverflowSwitch
  END-IF
END-IF
IF SumFound
  MOVE "Y" TO SumTouched(SumIndex)
  ADD IncRunCount TO SumRunCount(SumIndex)
  ADD IncFailCount TO SumFailCount(SumIndex)
  IF IncOkCount > 0
    IF SumOkCount(SumIndex) = 0
      MOVE IncMinInstr TO SumMinInstr(SumIndex)
      MOVE IncMaxInstr TO SumMaxInstr(SumIndex)
      MOVE IncFirstOkDate TO SumFirstOkDate(SumIndex)
      MOVE IncFirstOkTime TO SumFirstOkTime(SumIndex)
      MOVE IncFirstOkInstr TO SumFirstOkInstr(SumIndex)
      MOVE IncLastOkDate TO SumLastOkDate(SumIndex)
      MOVE IncLastOkTime TO SumLastOkTime(SumIndex)
      MOVE IncLastOkInstr TO SumLastOkInstr(SumIndex)
      ELSE
        IF IncMinInstr < SumMinInstr(SumIndex)
          MOVE IncMinInstr TO SumMinInstr(SumIndex)
        END-IF
        IF IncMaxInstr > SumMaxInstr(SumIndex)
          MOVE IncMaxInstr TO SumMaxInstr(SumIndex)
        END-IF
        COMPUTE IncomingStamp = IncFirstOkDate * 1000000
                              + IncFirstOkTime
        COMPUTE EntryStamp = SumFirstOkDate(SumIndex) * 1000000
                           + SumFirstOkTime(SumIndex)
        IF IncomingStamp < EntryStamp
          MOVE IncFirstOkDate TO SumFirstOkDate(SumIndex)
          MOVE IncFirstOkTime TO SumFirstOkTime(SumIndex)
          MOVE IncFirstOkInstr TO SumFirstOkInstr(SumIndex)
        END-IF
        COMPUTE IncomingStamp = IncLastOkDate * 1000000
                              + IncLastOkTime
        COMPUTE EntryStamp = SumLastOkDate(SumIndex) * 1000000
                           + SumLastOkTime(SumIndex)
        IF IncomingStamp > EntryStamp
          MOVE IncLastOkDate TO SumLastOkDate(SumIndex)
          MOVE IncLastOkTime TO SumLastOkTime(SumIndex)
          MOVE IncLastOkInstr TO SumLastOkInstr(SumIndex)
        END-IF
    END-IF
    ADD IncOkCount TO SumOkCount(SumIndex)
  END-IF
END-IF.

*> SumInsertIndex is left at the first entry whose key is higher,
*> which is where a new entry belongs.
FindSummaryEntry.
MOVE "N" TO SumFoundSwitch
MOVE ZEROES TO SumInsertIndex
PERFORM VARYING SumCounter FROM 1 BY 1
        UNTIL SumCounter > SumCount OR SumFound OR SumInsertIndex > 0
  IF SumKey(SumCounter) = IncKey
    MOVE "Y" TO SumFoundSwitch
    MOVE SumCounter TO SumIndex
    ELSE
      IF SumKey(SumCounter) > IncKey
        MOVE SumCounter TO SumInsertIndex
      END-IF
  END-IF
END-PERFORM
IF NOT SumFound AND SumInsertIndex = 0
  COMPUTE SumInsertIndex = SumCount + 1
END-IF.

InsertSummaryEntry.
PERFORM VARYING SumCounter FROM SumCount BY -1
        UNTIL SumCounter < SumInsertIndex
  MOVE SumEntry(SumCounter) TO SumEntry(SumCounter + 1)
END-PERFORM
ADD 1 TO SumCount
MOVE SumInsertIndex TO SumIndex
MOVE IncKey TO SumKey(SumIndex)
MOVE ZEROES TO SumRunCount(SumIndex)
MOVE ZEROES TO SumFailCount(SumIndex)
MOVE ZEROES TO SumOkCount(SumIndex)
MOVE ZEROES TO SumMinInstr(SumIndex)
MOVE ZEROES TO SumMaxInstr(SumIndex)
MOVE ZEROES TO SumFirstOkDate(SumIndex)
MOVE ZEROES TO SumFirstOkTime(SumIndex)
MOVE ZEROES TO SumFirstOkInstr(SumIndex)
MOVE ZEROES TO SumLastOkDate(SumIndex)
MOVE ZEROES TO SumLastOkTime(SumIndex)
MOVE ZEROES TO SumLastOkInstr(SumIndex)
MOVE "N" TO SumTouched(SumIndex)
MOVE "Y" TO SumFoundSwitch.

WriteSummaryOverflow.
MOVE SPACES TO ReportRecord
STRING "ERROR: more than " DELIMITED BY SIZE
       SumTableMax DELIMITED BY SIZE
       " program-month summary records - nothing archived"
       DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
MOVE "N" TO RetainOkSwitch
MOVE 8 TO CompletionCode.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Nothing is replaced unless every record read is either kept
*> or archived, every archived record was summarized, and the
*> file did not change between the two passes.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CheckControlTotals.
MOVE "Y" TO BalancedSwitch
IF SplitReadCount NOT = ScanReadCount
   OR KeptCount + ArchivedCount NOT = SplitReadCount
   OR SummarizedCount NOT = ArchivedCount
  MOVE "N" TO BalancedSwitch
  MOVE "N" TO RetainOkSwitch
  MOVE 8 TO CompletionCode
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Third pass: append the archived records, unchanged, to the
*> dated archive, using the same decision as the split.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteArchive.
MOVE ZEROES TO RecordSeq
MOVE ZEROES TO KeptLatestOkCount
OPEN EXTEND ArchiveFile
*> status 05 is a successful open that just created the file
IF ArchiveFileStatus NOT = "00" AND ArchiveFileStatus NOT = "05"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not open " DELIMITED BY SIZE
         FUNCTION TRIM(ArchiveFileName) DELIMITED BY SIZE
         " (status " DELIMITED BY SIZE
         ArchiveFileStatus DELIMITED BY SIZE
         ") - nothing archived" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE "N" TO RetainOkSwitch
  MOVE 8 TO CompletionCode
  ELSE
    OPEN INPUT HistoryFile
    READ HistoryFile
      AT END MOVE HIGH-VALUES TO HistoryRecord
    END-READ
    PERFORM UNTIL HistoryRecord = HIGH-VALUES
      ADD 1 TO RecordSeq
      PERFORM DecideRetention
      IF NOT KeepRecord
        MOVE HistoryRecord TO ArchiveRecord
        WRITE ArchiveRecord
        IF ArchiveFileStatus = "00"
          ADD 1 TO ArchiveWrittenCount
        END-IF
      END-IF
      READ HistoryFile
        AT END MOVE HIGH-VALUES TO HistoryRecord
      END-READ
    END-PERFORM
    CLOSE HistoryFile
    CLOSE ArchiveFile
    IF ArchiveWrittenCount NOT = ArchivedCount
      MOVE SPACES TO ReportRecord
      STRING "ERROR: " DELIMITED BY SIZE
             ArchiveWrittenCount DELIMITED BY SIZE
             " of " DELIMITED BY SIZE
             ArchivedCount DELIMITED BY SIZE
             " records reached " DELIMITED BY SIZE
             FUNCTION TRIM(ArchiveFileName) DELIMITED BY SIZE
             " - live file and summary left unchanged"
             DELIMITED BY SIZE
             INTO ReportRecord
      END-STRING
      PERFORM WriteReportLine
      MOVE "N" TO RetainOkSwitch
      MOVE 8 TO CompletionCode
      ELSE
        MOVE "Y" TO ArchiveDoneSwitch
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Rewrite the whole summary table under the work name and
*> rename it over RunHistory.sum.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteSummaryFile.
MOVE ZEROES TO SumRunsAfter
OPEN OUTPUT SummaryOutFile
IF SummaryOutFileStatus NOT = "00"
  MOVE "N" TO RetainOkSwitch
  ELSE
    PERFORM VARYING SumCounter FROM 1 BY 1
            UNTIL SumCounter > SumCount OR NOT RetainOk
      MOVE SumKey(SumCounter) TO IncKey
      MOVE SumRunCount(SumCounter) TO IncRunCount
      MOVE SumFailCount(SumCounter) TO IncFailCount
      MOVE SumOkCount(SumCounter) TO IncOkCount
      MOVE SumMinInstr(SumCounter) TO IncMinInstr
      MOVE SumMaxInstr(SumCounter) TO IncMaxInstr
      MOVE SumFirstOkDate(SumCounter) TO IncFirstOkDate
      MOVE SumFirstOkTime(SumCounter) TO IncFirstOkTime
      MOVE SumFirstOkInstr(SumCounter) TO IncFirstOkInstr
      MOVE SumLastOkDate(SumCounter) TO IncLastOkDate
      MOVE SumLastOkTime(SumCounter) TO IncLastOkTime
      MOVE SumLastOkInstr(SumCounter) TO IncLastOkInstr
      MOVE IncomingSummary TO SummaryOutRecord
      WRITE SummaryOutRecord
      IF SummaryOutFileStatus NOT = "00"
        MOVE "N" TO RetainOkSwitch
      END-IF
      ADD SumRunCount(SumCounter) TO SumRunsAfter
    END-PERFORM
    CLOSE SummaryOutFile
END-IF
IF RetainOk
  CALL "CBL_RENAME_FILE" USING SummaryTempFileName SummaryFileName
       RETURNING RenameStatus
  END-CALL
  IF RenameStatus NOT = ZEROES
    MOVE "N" TO RetainOkSwitch
  END-IF
END-IF
IF RetainOk
  MOVE "Y" TO SummaryDoneSwitch
  ELSE
    MOVE SPACES TO ReportRecord
    STRING "ERROR: RunHistory.sum could not be rewritten - "
           DELIMITED BY SIZE
           FUNCTION TRIM(ArchiveFileName) DELIMITED BY SIZE
           " was written but RunHistory.dat is unchanged; remove "
           DELIMITED BY SIZE
           "this run's records from the archive before rerunning"
           DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    PERFORM WriteReportLine
    MOVE 8 TO CompletionCode
END-IF.

ReplaceLiveHistory.
CALL "CBL_RENAME_FILE" USING HistoryTempFileName HistoryFileName
     RETURNING RenameStatus
END-CALL
IF RenameStatus = ZEROES
  MOVE "Y" TO LiveDoneSwitch
  ELSE
    MOVE "N" TO RetainOkSwitch
    MOVE SPACES TO ReportRecord
    STRING "ERROR: RunHistory.dat could not be replaced - the archive "
           DELIMITED BY SIZE
           "and summary were written; install RunHistory.tmp as "
           DELIMITED BY SIZE
           "RunHistory.dat by hand" DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    PERFORM WriteReportLine
    MOVE 8 TO CompletionCode
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The control report audit reads: per program and in total,
*> what was read, kept and archived, how it was summarized, and
*> whether the figures balance.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteControlReport.
MOVE ZEROES TO SumCreatedCount
MOVE ZEROES TO SumUpdatedCount
PERFORM VARYING SumCounter FROM 1 BY 1 UNTIL SumCounter > SumCount
  IF SumTouched(SumCounter) = "Y"
    ADD 1 TO SumUpdatedCount
  END-IF
END-PERFORM
COMPUTE SumCreatedCount = SumCount - SumCountBefore
SUBTRACT SumCreatedCount FROM SumUpdatedCount
MOVE SPACES TO ReportRecord
PERFORM WriteReportLine
MOVE "PROGRAM                                       KEPT  ARCHIVED"
     TO ReportRecord
PERFORM WriteReportLine
PERFORM VARYING ProgramCounter FROM 1 BY 1
        UNTIL ProgramCounter > ProgramCount
  MOVE SPACES TO ReportRecord
  STRING PrgName(ProgramCounter) DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         PrgKeptCount(ProgramCounter) DELIMITED BY SIZE
         "   " DELIMITED BY SIZE
         PrgArchivedCount(ProgramCounter) DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-PERFORM
MOVE SPACES TO ReportRecord
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
STRING "Records read:          " DELIMITED BY SIZE
       ScanReadCount DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
STRING "Records kept:          " DELIMITED BY SIZE
       KeptCount DELIMITED BY SIZE
       "  (of which " DELIMITED BY SIZE
       KeptLatestOkCount DELIMITED BY SIZE
       " older than the cutoff, kept as a latest OK record)"
       DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
STRING "Records archived:      " DELIMITED BY SIZE
       ArchivedCount DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
STRING "Records summarized:    " DELIMITED BY SIZE
       SummarizedCount DELIMITED BY SIZE
       "  into " DELIMITED BY SIZE
       SumCreatedCount DELIMITED BY SIZE
       " new and " DELIMITED BY SIZE
       SumUpdatedCount DELIMITED BY SIZE
       " updated program-month summary records" DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
IF NOT SummaryDone
  MOVE SumRunsBefore TO SumRunsAfter
END-IF
MOVE SPACES TO ReportRecord
STRING "Runs in RunHistory.sum: before " DELIMITED BY SIZE
       SumRunsBefore DELIMITED BY SIZE
       ", after " DELIMITED BY SIZE
       SumRunsAfter DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
IF SummaryDone AND SumRunsAfter NOT = SumRunsBefore + SummarizedCount
  MOVE "N" TO BalancedSwitch
  MOVE 8 TO CompletionCode
END-IF
IF TotalsBalance AND ScanReadCount = SplitReadCount
  MOVE "CONTROL TOTALS BALANCE: read = kept + archived, archived = summarized"
       TO ReportRecord
  ELSE
    MOVE "CONTROL TOTALS DO NOT BALANCE - see errors above"
         TO ReportRecord
END-IF
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
EVALUATE TRUE
  WHEN LiveDone
    STRING "RunHistory.dat rewritten with " DELIMITED BY SIZE
           KeptCount DELIMITED BY SIZE
           " records; " DELIMITED BY SIZE
           ArchivedCount DELIMITED BY SIZE
           " appended to " DELIMITED BY SIZE
           FUNCTION TRIM(ArchiveFileName) DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
  WHEN RetainOk AND ArchivedCount = 0
    MOVE "Nothing older than the cutoff - no files changed"
         TO ReportRecord
  WHEN OTHER
    MOVE "RunHistory.dat not changed" TO ReportRecord
END-EVALUATE
PERFORM WriteReportLine.

WriteReportLine.
WRITE ReportRecord
DISPLAY ReportRecord.
