*>  the first failure message - so the scheduler can decide
*>  whether downstream burn jobs may start without anyone reading
*>  AssembleReport.lst at 3 a.m.
*>  Programs linked into one ROM can now call across members
*>  without hard-coding each other's addresses.  A //%EXPORT
*>  <label> line publishes one of the program's labels as an entry
*>  point and a //%EXTERN <name> line declares a symbol another
*>  member supplies.  An A-Command naming an external assembles to
*>  a @0 placeholder instead of minting a variable, and the .sym
*>  export gains an EXPORT record per published label (its address)
*>  and an EXTERN record per referencing A-word (its ROM address)
*>  for the linker to patch.  Exporting a name that is not a label,
*>  declaring an external that is also a local label or a
*>  pre-defined symbol, or declaring one name both ways is a syntax
*>  error with its line number.
*>  Every run now takes the run-exclusion lock RunLock.dat, shared
*>  with TableMaint and the linker, before it loads the tables or
*>  touches AssembleReport.lst, JobSummary.dat or RunHistory.dat,
*>  and releases it at the end.  The lock record names the
*>  program, run mode, operator and start time.  A run that finds
*>  the lock held leaves every shared file alone, names the holder
*>  on the console and ends with completion code 16.  A lock left
*>  behind by an abended job is cleared by setting the override
*>  flag after the operator id in RunParms.txt (or answering Y at
*>  the console); the override is written to TableAudit.log with
*>  the holder it displaced before the lock is taken over.
*>  Added an optional lint pass, switched on by a new flag byte
*>  after the override flag in RunParms.txt (or a console answer),
*>  for code that assembles cleanly but is probably wrong: code
*>  after an unconditional jump that nothing can reach, variables
*>  read but never written, jumps through an A register last
*>  loaded with a variable or pre-defined address instead of a
*>  label, writes into the KBD cell, and labels nothing refers to,
*>  which control only ever reaches by falling into them.  It runs
*>  over the expanded source once the first pass is clean and
*>  writes each finding with its line number to <program>.lnt.
*>  Findings never fail the build; they raise the completion code
*>  to 4, and their count is carried in the RunHistory.dat record.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT ErrorListFile ASSIGN TO DYNAMIC ErrorListFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ErrorListFileStatus.
    SELECT LintFile ASSIGN TO DYNAMIC LintFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LintFileStatus.
    SELECT ListingFile ASSIGN TO DYNAMIC ListingFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ListingFileStatus.
    SELECT SymFile ASSIGN TO DYNAMIC SymFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SymFileStatus.
    SELECT OPTIONAL LockFile ASSIGN TO DYNAMIC LockFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockFileStatus.
    SELECT OPTIONAL AuditFile ASSIGN TO "TableAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

DATA DIVISION.
FILE SECTION.
    02 ParmListFlag PIC X.
    02 ParmModuleFlag PIC X.
    02 ParmIncrFlag PIC X.
    02 ParmOperatorId PIC X(8).
    02 ParmLockOverride PIC X.
    02 ParmLintFlag PIC X.
FD ControlFile.
01 BatchControlRecord PIC X(40).
FD ReportFile.
    02 CkKind PIC X.
FD ErrorListFile.
01  ErrorListRecord PIC X(120).
FD LintFile.
01  LintRecord PIC X(120).
FD ListingFile.
01  ListingRecord PIC X(120).
FD PreProcInFile.
    02 HistTypoCount PIC 9(3).
    02 HistFailMessage PIC X(80).
    02 HistTableVersions PIC X(23).
    02 HistLintCount PIC 9(3).
FD PinFile.
01  PinRecord.
    02 PinSymbol PIC X(40).
    02 SymFiller PIC X.
    02 SymBinary PIC X(16).
    02 SymVersions PIC X(23).
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
01  LF PIC X.
01  IncrSwitch PIC X VALUE "N".
    88 IncrementalOn VALUE "Y".
    88 IncrementalOff VALUE "N".
01  LintSwitch PIC X VALUE "N".
    88 LintOn VALUE "Y".
    88 LintOff VALUE "N".
01  ParmFileStatus PIC XX.
01  ControlFileStatus PIC XX.
01  ErrorListFileStatus PIC XX.
01  LintFileStatus PIC XX.
01  ListingFileStatus PIC XX.
01  ModuleFileStatus PIC XX.
01  HistoryFileStatus PIC XX.
01  CheckpointRenameStatus PIC 9(9) VALUE ZEROES.
01  FileDeleteStatus PIC 9(9) VALUE ZEROES.
01  ErrorListFileName PIC X(50) VALUE SPACES.
01  LintFileName PIC X(50) VALUE SPACES.
01  ListingFileName PIC X(50) VALUE SPACES.
01  ModuleFileName PIC X(50) VALUE SPACES.
01  PinFileName PIC X(50) VALUE SPACES.
*>  12 aborted) and the fields behind JobSummary.dat
01  JobSummaryFileStatus PIC XX.
01  WorstCompletionCode PIC 99 VALUE ZEROES.

*>  Run-exclusion lock shared with TableMaint and the linker
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
01  FirstFailMessage PIC X(80) VALUE SPACES.

*>  Incremental-batch (skip unchanged programs) fields
    88 ValFound VALUE "Y".
01  ValNumericValue PIC 9(15).

*>  Lint-pass fields.  LintSymTable holds every label and variable
*>  the pass meets, with what the program does to it; LintAKind is
*>  what the A register was last loaded with (L label, V variable,
*>  P pre-defined, X external, N numeric address, C computed by a
*>  C-Command, ? unknown after a label), and LintASym the entry
*>  that load named.
01  LintRanSwitch PIC X VALUE "N".
    88 LintRan VALUE "Y".
01  LintFindingMax PIC 9(3) VALUE 500.
01  LintFindingTable.
    02 LintFindingEntry OCCURS 500 TIMES.
       03 LintFindingLine PIC 9(6).
       03 LintFindingText PIC X(100).
01  LintFindingCount PIC 9(6) VALUE ZEROES.
01  LintFindingCounter PIC 9(6).
01  LintInsertIndex PIC 9(6).
01  LintFindingAt PIC 9(6).
01  LintFindingDetail PIC X(100).
01  LintLineNumber PIC 9(6) VALUE ZEROES.
01  LintSymMax PIC 9(4) VALUE 2100.
01  LintSymTable.
    02 LintSymEntry OCCURS 2100 TIMES.
       03 LintSymName PIC X(40).
       03 LintSymKind PIC X.
       03 LintSymLine PIC 9(6).
       03 LintSymReferenced PIC X.
       03 LintSymRead PIC X.
       03 LintSymWritten PIC X.
       03 LintSymAddressUsed PIC X.
       03 LintSymPinned PIC X.
       03 LintSymAfterJump PIC X.
01  LintSymCount PIC 9(4) VALUE ZEROES.
01  LintSymCounter PIC 9(4).
01  LintSymIndex PIC 9(4).
01  LintSearchCounter PIC 9(4).
01  LintWorkName PIC X(40).
01  LintWorkText PIC X(80).
01  LintWorkKind PIC X.
01  LintWorkPinned PIC X.
01  LintAKind PIC X VALUE "?".
01  LintASym PIC 9(4) VALUE ZEROES.
01  LintAKbdSwitch PIC X VALUE "N".
    88 LintAtKbd VALUE "Y".
01  LintAfterJumpSwitch PIC X VALUE "N".
    88 LintAfterJump VALUE "Y".
01  LintUnreachableSwitch PIC X VALUE "N".
    88 LintUnreachableNoted VALUE "Y".
01  LintKbdBinary PIC X(16) VALUE SPACES.
01  LintDest PIC XXXX.
01  LintComp PIC X(7).
01  LintJump PIC XXXX.
01  LintMCount PIC 99.
01  LintACount PIC 99.
01  LintKindText PIC X(20).

*>  Include pre-processor fields
01  PreProcInStatus PIC XX.
01  PreProcOutStatus PIC XX.
01  RamProbeCounter PIC 9(4).
01  SymWriteCounter PIC 9(4).

*>  Cross-member link declarations (//%EXPORT and //%EXTERN)
01  LinkDeclMax PIC 999 VALUE 200.
01  LinkDeclTable.
    02 LinkDeclEntry OCCURS 200 TIMES.
       03 LinkDeclName PIC X(40).
       03 LinkDeclKind PIC X.
          88 LinkDeclExport VALUE "E".
          88 LinkDeclExtern VALUE "X".
       03 LinkDeclLine PIC 9(6).
01  LinkDeclCount PIC 999 VALUE ZEROES.
01  LinkDeclCounter PIC 999.
01  LinkDeclCapture PIC 999.
01  LinkDeclWorkName PIC X(40).
01  LinkDeclWorkKind PIC X.
01  LinkDeclDirective PIC X(9).
01  LinkDeclClash PIC X(21).
01  LinkScanRom PIC 9(5).

*>  Cross-reference (where-used) fields
*>  Sized to cover a full UserDefTable (2000 entries) plus the
*>  100 pre-defined symbols, so the where-used data stays
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
PERFORM LoadRunParameters
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>              >>>>>Take the run-exclusion lock<<<<<
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
PERFORM AcquireRunLock
IF NOT RunLockHeld
  IF RunLockRefused
    DISPLAY "RUN LOCKED: another job holds RunLock.dat - run not started"
    MOVE 16 TO RETURN-CODE
    ELSE
      DISPLAY "ERROR: could not take RunLock.dat (status "
              LockFileStatus ") - run aborted"
      MOVE 12 TO RETURN-CODE
  END-IF
  STOP RUN
END-IF
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>              >>>>>Read data files into RAM<<<<<
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
PERFORM LoadStaticTables
  MOVE 12 TO WorstCompletionCode
  MOVE "unable to load static tables" TO FirstFailMessage
  PERFORM WriteJobSummary
  PERFORM ReleaseRunLock
  MOVE WorstCompletionCode TO RETURN-CODE
  STOP RUN
END-IF
  MOVE 12 TO WorstCompletionCode
  MOVE "could not open run report file" TO FirstFailMessage
  PERFORM WriteJobSummary
  PERFORM ReleaseRunLock
  MOVE WorstCompletionCode TO RETURN-CODE
  STOP RUN
END-IF
END-IF
CLOSE ReportFile
PERFORM WriteJobSummary
PERFORM ReleaseRunLock
MOVE WorstCompletionCode TO RETURN-CODE
STOP RUN.

    MOVE ParmModuleFlag TO ModuleSwitch
    MOVE ParmIncrFlag TO IncrSwitch
    MOVE ParmBaseName TO BaseFileName
    MOVE ParmOperatorId TO OperatorId
    MOVE ParmLockOverride TO LockOverrideSwitch
    MOVE ParmLintFlag TO LintSwitch
  END-IF
  CLOSE ParmFile
  ELSE
    MOVE "C" TO ParmSourceSwitch
    DISPLAY "No RunParms.txt found - enter run parameters"
    DISPLAY "Operator id: " WITH NO ADVANCING
    ACCEPT OperatorId
    DISPLAY "Run mode (SINGLE or BATCH): " WITH NO ADVANCING
    ACCEPT RunMode
    DISPLAY "Trace switch (Y or N): " WITH NO ADVANCING
    ACCEPT ListSwitch
    DISPLAY "Load-module switch (Y or N): " WITH NO ADVANCING
    ACCEPT ModuleSwitch
    DISPLAY "Lint pass (Y or N): " WITH NO ADVANCING
    ACCEPT LintSwitch
    IF BatchRunMode
      DISPLAY "Incremental batch - skip unchanged (Y or N): "
              WITH NO ADVANCING
IF NOT IncrementalOn AND NOT IncrementalOff
  MOVE "N" TO IncrSwitch
END-IF
IF NOT LintOn AND NOT LintOff
  MOVE "N" TO LintSwitch
END-IF
IF BatchRunMode AND BaseFileName NOT = SPACES
  MOVE BaseFileName TO ControlFileName
END-IF
IF OperatorId = SPACES
  MOVE "BATCH" TO OperatorId
END-IF
MOVE FUNCTION UPPER-CASE(LockOverrideSwitch) TO LockOverrideSwitch.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Take RunLock.dat, the run-exclusion lock shared with TableMaint
*> and the linker, before the tables or any shared output is
*> touched.  A lock already held refuses the run unless the
*> operator has asked to clear it as stale, and that override is
*> written to TableAudit.log before the lock is taken over - an
*> override that cannot be recorded is not made.  The claim is
*> read back after it is written, so of two runs that start
*> together only the one whose record survived carries on.
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
  MOVE "AssemblerNand2Tetris" TO LockProgram
  MOVE RunMode TO LockMode
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
           "] BY=[AssemblerNand2Tetris " DELIMITED BY SIZE
           FUNCTION TRIM(RunMode) DELIMITED BY SIZE
           "]" DELIMITED BY SIZE
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
IF NOT FatalError
  PERFORM LoadPinnedSymbols
END-IF
*> Lint only a program that passed the syntax checks, and after
*> the pins are seeded so pinned variables can be told apart
IF NOT FatalError AND LintOn
  PERFORM LintPass
END-IF
IF NOT FatalError
  PERFORM SecondPass
END-IF
*> would resume on top of a .hack file that already holds every
*> word the failed run wrote after the checkpoint.
PERFORM ClearCheckpoint
IF NOT FatalError AND LintFindingCount = 0
*> On a failed assembly the expanded source stays on disk: the
*> LINE numbers in the .err listing index the expanded file, so
*> deleting it would leave the operator nothing to look up.  The
*> same goes for a clean assembly with lint findings in its .lnt.
  PERFORM CleanupExpansionFiles
END-IF
IF FatalError
    IF TypoWarningCount > 0 AND WorstCompletionCode < 4
      MOVE 4 TO WorstCompletionCode
    END-IF
    IF LintFindingCount > 0 AND WorstCompletionCode < 4
      MOVE 4 TO WorstCompletionCode
    END-IF
END-IF
PERFORM WriteSymbolTableReport
PERFORM WriteRunHistoryRecord.
       ".err" DELIMITED BY SIZE
       INTO ErrorListFileName
END-STRING
MOVE SPACES TO LintFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".lnt" DELIMITED BY SIZE
       INTO LintFileName
END-STRING
MOVE SPACES TO ListingFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".lst" DELIMITED BY SIZE
MOVE ZEROES TO XrefRefCount
MOVE ZEROES TO XrefSymOverflow
MOVE ZEROES TO XrefRefOverflow
MOVE ZEROES TO LinkDeclCount
MOVE ZEROES TO LintFindingCount
MOVE "N" TO LintRanSwitch
MOVE "Y" TO AssembleStatusFlag.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
        IF TraceOn DISPLAY "White Space - No action required" END-IF
        ELSE
          IF FirstChar = "/"
            IF InputDataTable(1:10) = "//%EXPORT " OR InputDataTable(1:10) = "//%EXTERN "
              PERFORM CaptureLinkDeclaration
              ELSE
                IF TraceOn DISPLAY "Comment - No action required" END-IF
            END-IF
            ELSE
              IF FirstChar = "("
                IF TraceOn DISPLAY "L-Command " WITH NO ADVANCING END-IF
    END-PERFORM *>InputDataFile
    CLOSE InputDataFile
    MOVE UserDefSize TO LabelCountAfterFirstPass
    IF NOT FatalError AND LinkDeclCount > 0
      PERFORM CheckLinkDeclarations
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Record one //%EXPORT <label> or //%EXTERN <name> declaration
*> with its source line.  Repeating a declaration is harmless;
*> declaring the same name both ways is a syntax error.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CaptureLinkDeclaration.
MOVE InputDataTable(1:9) TO LinkDeclDirective
IF InputDataTable(4:6) = "EXPORT"
  MOVE "E" TO LinkDeclWorkKind
  ELSE
    MOVE "X" TO LinkDeclWorkKind
END-IF
MOVE SPACES TO LinkDeclWorkName
MOVE FUNCTION TRIM(InputDataTable(11:70)) TO LinkDeclWorkName
UNSTRING LinkDeclWorkName DELIMITED BY " "
  INTO LinkDeclWorkName, CharHolder
END-UNSTRING
IF LinkDeclWorkName = SPACES
  MOVE SPACES TO SyntaxErrorDetail
  STRING LinkDeclDirective DELIMITED BY SIZE
         " directive names no symbol" DELIMITED BY SIZE
         INTO SyntaxErrorDetail
  END-STRING
  PERFORM RecordSyntaxError
  ELSE
    MOVE ZEROES TO LinkDeclCapture
    PERFORM VARYING LinkDeclCounter FROM 1 BY 1
            UNTIL LinkDeclCounter > LinkDeclCount OR LinkDeclCapture <> 0
      IF LinkDeclWorkName = LinkDeclName(LinkDeclCounter)
        MOVE LinkDeclCounter TO LinkDeclCapture
      END-IF
    END-PERFORM
    IF LinkDeclCapture <> 0
      IF LinkDeclKind(LinkDeclCapture) NOT = LinkDeclWorkKind
        MOVE SPACES TO SyntaxErrorDetail
        STRING "'" DELIMITED BY SIZE
               FUNCTION TRIM(LinkDeclWorkName) DELIMITED BY SIZE
               "' is declared both //%EXPORT and //%EXTERN"
               DELIMITED BY SIZE
               INTO SyntaxErrorDetail
        END-STRING
        PERFORM RecordSyntaxError
      END-IF
      ELSE
        IF LinkDeclCount >= LinkDeclMax
          MOVE SPACES TO SyntaxErrorDetail
          STRING "more than " DELIMITED BY SIZE
                 LinkDeclMax DELIMITED BY SIZE
                 " //%EXPORT and //%EXTERN declarations" DELIMITED BY SIZE
                 INTO SyntaxErrorDetail
          END-STRING
          PERFORM RecordSyntaxError
          ELSE
            ADD 1 TO LinkDeclCount
            MOVE LinkDeclWorkName TO LinkDeclName(LinkDeclCount)
            MOVE LinkDeclWorkKind TO LinkDeclKind(LinkDeclCount)
            MOVE SourceLineNumber TO LinkDeclLine(LinkDeclCount)
        END-IF
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Once every label is known: an exported name must be one of
*> this program's labels, and an external must be neither a label
*> here nor a pre-defined symbol - either would make the linker's
*> patch disagree with what the program's own references mean.
*> Errors carry the line of the declaration.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CheckLinkDeclarations.
PERFORM VARYING LinkDeclCounter FROM 1 BY 1
        UNTIL LinkDeclCounter > LinkDeclCount
  MOVE LinkDeclLine(LinkDeclCounter) TO SourceLineNumber
  MOVE ZEROES TO UserDefCapture
  PERFORM VARYING TypoCheckCounter FROM 1 BY 1
          UNTIL TypoCheckCounter > UserDefSize OR UserDefCapture <> 0
    IF LinkDeclName(LinkDeclCounter) = UserDefSym(TypoCheckCounter)
      MOVE TypoCheckCounter TO UserDefCapture
    END-IF
  END-PERFORM
  IF LinkDeclExport(LinkDeclCounter)
    IF UserDefCapture = 0
      MOVE SPACES TO SyntaxErrorDetail
      STRING "//%EXPORT '" DELIMITED BY SIZE
             FUNCTION TRIM(LinkDeclName(LinkDeclCounter)) DELIMITED BY SIZE
             "' is not a label in this program" DELIMITED BY SIZE
             INTO SyntaxErrorDetail
      END-STRING
      PERFORM RecordSyntaxError
    END-IF
    ELSE
      MOVE ZEROES TO PreDefCapture
      PERFORM VARYING PreDefCounter FROM 1 BY 1
              UNTIL PreDefCounter > PreDefLoadedCount OR PreDefCapture <> 0
        IF LinkDeclName(LinkDeclCounter) = PreDefAssembly(PreDefCounter)
          MOVE PreDefCounter TO PreDefCapture
        END-IF
      END-PERFORM
      IF UserDefCapture <> 0 OR PreDefCapture <> 0
        IF UserDefCapture <> 0
          MOVE "label in this program" TO LinkDeclClash
          ELSE
            MOVE "pre-defined symbol" TO LinkDeclClash
        END-IF
        MOVE SPACES TO SyntaxErrorDetail
        STRING "//%EXTERN '" DELIMITED BY SIZE
               FUNCTION TRIM(LinkDeclName(LinkDeclCounter)) DELIMITED BY SIZE
               "' is already defined as a " DELIMITED BY SIZE
               FUNCTION TRIM(LinkDeclClash) DELIMITED BY SIZE
               INTO SyntaxErrorDetail
        END-STRING
        PERFORM RecordSyntaxError
      END-IF
  END-IF
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Set LinkDeclCapture to the //%EXTERN entry named by
*> AddressString, or zero when it names none.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
FindExternDeclaration.
MOVE ZEROES TO LinkDeclCapture
PERFORM VARYING LinkDeclCounter FROM 1 BY 1
        UNTIL LinkDeclCounter > LinkDeclCount OR LinkDeclCapture <> 0
  IF LinkDeclExtern(LinkDeclCounter)
     AND AddressString = LinkDeclName(LinkDeclCounter)
    MOVE LinkDeclCounter TO LinkDeclCapture
  END-IF
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Hard stop when the program no longer fits in the Hack
*> platform's 32K instruction ROM.
    CLOSE ErrorListFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>                  >>>> Lint Pass <<<<<
*> Optional pass over the expanded source, once the first pass
*> has found it clean, for code that assembles but is probably
*> wrong:
*>   - an instruction after an unconditional jump with no label
*>     in between, which nothing can reach (reported once per
*>     run of such code);
*>   - a variable that is read (M on the comp side while A holds
*>     it) but never written (M as a dest) and never used for its
*>     address - pinned variables are exempt, since the debug team
*>     sets those from outside;
*>   - a jump while A was last loaded with a RAM variable or a
*>     pre-defined address rather than a label;
*>   - a write into the KBD cell, which belongs to the keyboard;
*>   - a label nothing refers to (no @ of it and no //%EXPORT):
*>     control only ever reaches it by falling in from the code
*>     above, and right after an unconditional jump not at all.
*> A is tracked down the source in order, and forgotten at every
*> label, because a label can be entered from anywhere.  Findings
*> go to <program>.lnt with their source line number; they never
*> fail the build.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LintPass.
MOVE ZEROES TO LintFindingCount
MOVE ZEROES TO LintSymCount
MOVE ZEROES TO LintLineNumber
MOVE "N" TO LintAfterJumpSwitch
MOVE "N" TO LintUnreachableSwitch
PERFORM LintForgetARegister
MOVE SPACES TO LintKbdBinary
PERFORM VARYING PreDefCounter FROM 1 BY 1
        UNTIL PreDefCounter > PreDefLoadedCount
  IF PreDefAssembly(PreDefCounter) = "KBD"
    MOVE PreDefBinary(PreDefCounter) TO LintKbdBinary
  END-IF
END-PERFORM
OPEN INPUT InputDataFile
IF InputFileStatus NOT = "00"
  DISPLAY "WARNING: lint pass could not reopen " InputFileName
  ELSE
    MOVE "Y" TO LintRanSwitch
    READ InputDataFile
      AT END MOVE HIGH-VALUES TO InputDataTable
    END-READ
    PERFORM UNTIL InputDataTable = HIGH-VALUES
      ADD 1 TO LintLineNumber
      MOVE InputDataTable(1:1) TO FirstChar
      IF FirstChar NOT = " " AND FirstChar NOT = "/"
        IF FirstChar = "("
          PERFORM LintLabelLine
          ELSE
            PERFORM LintCheckReachable
            IF FirstChar = "@"
              PERFORM LintACommand
              ELSE
                PERFORM LintCCommand
            END-IF
        END-IF
      END-IF
      READ InputDataFile
        AT END MOVE HIGH-VALUES TO InputDataTable
      END-READ
    END-PERFORM
    CLOSE InputDataFile
    PERFORM LintEndOfSource
    PERFORM WriteLintListing
    IF LintFindingCount > 0
      DISPLAY "LINT: " LintFindingCount " finding(s) - see "
              FUNCTION TRIM(LintFileName)
    END-IF
END-IF.

LintForgetARegister.
MOVE "?" TO LintAKind
MOVE ZEROES TO LintASym
MOVE "N" TO LintAKbdSwitch.

*> A label starts a new block: control may arrive from any jump,
*> so what A held and whether the code is reachable start afresh.
LintLabelLine.
UNSTRING InputDataTable DELIMITED BY "("
  INTO CharHolder, LintWorkText
END-UNSTRING
UNSTRING LintWorkText DELIMITED BY ")"
  INTO LintWorkName, CharHolder
END-UNSTRING
MOVE "L" TO LintWorkKind
MOVE "N" TO LintWorkPinned
PERFORM FindLintSymbol
IF LintSymIndex <> 0
  MOVE LintLineNumber TO LintSymLine(LintSymIndex)
  IF LintAfterJump
    MOVE "Y" TO LintSymAfterJump(LintSymIndex)
  END-IF
END-IF
MOVE "N" TO LintAfterJumpSwitch
MOVE "N" TO LintUnreachableSwitch
PERFORM LintForgetARegister.

LintCheckReachable.
IF LintAfterJump AND NOT LintUnreachableNoted
  MOVE LintLineNumber TO LintFindingAt
  MOVE "unreachable: follows an unconditional jump with no label in between"
    TO LintFindingDetail
  PERFORM RecordLintFinding
  MOVE "Y" TO LintUnreachableSwitch
END-IF.

*> Note what this A-Command loads into A.  Symbols are classified
*> in the order the second pass resolves them: pre-defined, then
*> label or pinned variable, then external, else a new variable.
LintACommand.
PERFORM LintForgetARegister
UNSTRING InputDataTable DELIMITED BY "@"
  INTO CharHolder, ValAddress
END-UNSTRING
MOVE ZEROES TO LetterCount
INSPECT ValAddress TALLYING
        LetterCount FOR ALL "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "k" "l" "m" "n" "o" "p" "q" "r" "s" "t" "u" "v" "w" "x" "y" "z" "A" "B" "C" "D" "E" "F" "G" "H" "I" "J" "K" "L" "M" "N" "O" "P" "Q" "R" "S" "T" "U" "V" "W" "X" "Y" "Z"
IF LetterCount = 0
  MOVE "N" TO LintAKind
  MOVE FUNCTION NUMVAL(ValAddress) TO AnInteger
  PERFORM ConvertToBinary16
  IF LintKbdBinary NOT = SPACES AND ABinaryString = LintKbdBinary
    MOVE "Y" TO LintAKbdSwitch
  END-IF
  ELSE
    UNSTRING ValAddress DELIMITED BY " "
      INTO LintWorkName, CharHolder
    END-UNSTRING
    PERFORM ClassifyLintSymbol
    PERFORM FindLintSymbol
    IF LintSymIndex <> 0
      MOVE "Y" TO LintSymReferenced(LintSymIndex)
      MOVE LintSymKind(LintSymIndex) TO LintAKind
      MOVE LintSymIndex TO LintASym
    END-IF
END-IF.

ClassifyLintSymbol.
MOVE "N" TO LintWorkPinned
MOVE SPACES TO LintWorkKind
PERFORM VARYING PreDefCounter FROM 1 BY 1
        UNTIL PreDefCounter > PreDefLoadedCount OR LintWorkKind <> SPACES
  IF LintWorkName = PreDefAssembly(PreDefCounter)
    MOVE "P" TO LintWorkKind
    IF LintKbdBinary NOT = SPACES
       AND PreDefBinary(PreDefCounter) = LintKbdBinary
      MOVE "Y" TO LintAKbdSwitch
    END-IF
  END-IF
END-PERFORM
PERFORM VARYING LintSearchCounter FROM 1 BY 1
        UNTIL LintSearchCounter > UserDefSize OR LintWorkKind <> SPACES
  IF LintWorkName = UserDefSym(LintSearchCounter)
    MOVE UserDefKind(LintSearchCounter) TO LintWorkKind
    IF UserDefKind(LintSearchCounter) = "V"
      MOVE "Y" TO LintWorkPinned
    END-IF
  END-IF
END-PERFORM
IF LintWorkKind = SPACES
  MOVE LintWorkName TO AddressString
  PERFORM FindExternDeclaration
  IF LinkDeclCapture <> 0
    MOVE "X" TO LintWorkKind
    ELSE
      MOVE "V" TO LintWorkKind
  END-IF
END-IF.

*> Find LintWorkName in LintSymTable, adding it (as LintWorkKind)
*> when it is new.  LintSymIndex is zero only when the table is
*> full; such a symbol simply goes unchecked.
FindLintSymbol.
MOVE ZEROES TO LintSymIndex
PERFORM VARYING LintSymCounter FROM 1 BY 1
        UNTIL LintSymCounter > LintSymCount OR LintSymIndex <> 0
  IF LintWorkName = LintSymName(LintSymCounter)
    MOVE LintSymCounter TO LintSymIndex
  END-IF
END-PERFORM
IF LintSymIndex = 0 AND LintSymCount < LintSymMax
  ADD 1 TO LintSymCount
  MOVE LintSymCount TO LintSymIndex
  MOVE LintWorkName TO LintSymName(LintSymIndex)
  MOVE LintWorkKind TO LintSymKind(LintSymIndex)
  MOVE ZEROES TO LintSymLine(LintSymIndex)
  MOVE "N" TO LintSymReferenced(LintSymIndex)
  MOVE "N" TO LintSymRead(LintSymIndex)
  MOVE "N" TO LintSymWritten(LintSymIndex)
  MOVE "N" TO LintSymAddressUsed(LintSymIndex)
  MOVE LintWorkPinned TO LintSymPinned(LintSymIndex)
  MOVE "N" TO LintSymAfterJump(LintSymIndex)
END-IF.

*> Split the C-Command the way ValidateCCommand does, then apply
*> it in execution order: the comp reads M (and A), the dest
*> writes M, the jump uses A, and only then does a dest of A
*> replace what A held.
LintCCommand.
MOVE SPACES TO LintDest
MOVE SPACES TO LintComp
MOVE SPACES TO LintJump
MOVE ZEROES TO LetterCount
INSPECT InputDataTable TALLYING LetterCount FOR ALL "="
MOVE ZEROES TO DelimCount
INSPECT InputDataTable TALLYING DelimCount FOR ALL ";"
IF LetterCount > 0 AND DelimCount > 0
  UNSTRING InputDataTable DELIMITED BY "="
    INTO LintDest, CompJumpRemainder
  END-UNSTRING
  UNSTRING CompJumpRemainder DELIMITED BY ";"
    INTO LintComp, LintJump
  END-UNSTRING
  ELSE
    IF LetterCount > 0
      UNSTRING InputDataTable DELIMITED BY "="
        INTO LintDest, LintComp
      END-UNSTRING
      ELSE
        IF DelimCount > 0
          UNSTRING InputDataTable DELIMITED BY ";"
            INTO LintComp, LintJump
          END-UNSTRING
          ELSE
            MOVE InputDataTable TO LintComp
        END-IF
    END-IF
END-IF
MOVE ZEROES TO LintMCount
INSPECT LintComp TALLYING LintMCount FOR ALL "M"
MOVE ZEROES TO LintACount
INSPECT LintComp TALLYING LintACount FOR ALL "A"
IF LintASym <> 0
  IF LintMCount > 0 AND LintSymKind(LintASym) = "V"
     AND LintSymRead(LintASym) = "N"
    MOVE "Y" TO LintSymRead(LintASym)
    MOVE LintLineNumber TO LintSymLine(LintASym)
  END-IF
  IF LintACount > 0
    MOVE "Y" TO LintSymAddressUsed(LintASym)
  END-IF
END-IF
MOVE ZEROES TO LintMCount
INSPECT LintDest TALLYING LintMCount FOR ALL "M"
IF LintMCount > 0
  IF LintASym <> 0
    MOVE "Y" TO LintSymWritten(LintASym)
  END-IF
  IF LintAtKbd
    MOVE LintLineNumber TO LintFindingAt
    MOVE "write into the KBD cell - that address belongs to the keyboard"
      TO LintFindingDetail
    PERFORM RecordLintFinding
  END-IF
END-IF
IF LintJump NOT = SPACES
  IF (LintAKind = "V" OR LintAKind = "P") AND LintASym <> 0
    IF LintAKind = "V"
      MOVE "RAM variable" TO LintKindText
      ELSE
        MOVE "pre-defined address" TO LintKindText
    END-IF
    MOVE LintLineNumber TO LintFindingAt
    MOVE SPACES TO LintFindingDetail
    STRING "jump target was last loaded from " DELIMITED BY SIZE
           FUNCTION TRIM(LintKindText) DELIMITED BY SIZE
           " '" DELIMITED BY SIZE
           FUNCTION TRIM(LintSymName(LintASym)) DELIMITED BY SIZE
           "', not a label" DELIMITED BY SIZE
           INTO LintFindingDetail
    END-STRING
    PERFORM RecordLintFinding
  END-IF
  IF LintJump = "JMP"
    MOVE "Y" TO LintAfterJumpSwitch
  END-IF
END-IF
MOVE ZEROES TO LintACount
INSPECT LintDest TALLYING LintACount FOR ALL "A"
IF LintACount > 0
  PERFORM LintForgetARegister
  MOVE "C" TO LintAKind
END-IF.

*> Checks that need the whole source: variables never written and
*> labels never referenced.  Each is reported at the line that
*> shows the problem - a variable's first read, a label's
*> definition.
LintEndOfSource.
PERFORM VARYING LintSymCounter FROM 1 BY 1
        UNTIL LintSymCounter > LintSymCount
  IF LintSymKind(LintSymCounter) = "V"
     AND LintSymRead(LintSymCounter) = "Y"
     AND LintSymWritten(LintSymCounter) = "N"
     AND LintSymAddressUsed(LintSymCounter) = "N"
     AND LintSymPinned(LintSymCounter) = "N"
    MOVE LintSymLine(LintSymCounter) TO LintFindingAt
    MOVE SPACES TO LintFindingDetail
    STRING "variable '" DELIMITED BY SIZE
           FUNCTION TRIM(LintSymName(LintSymCounter)) DELIMITED BY SIZE
           "' is read but never written" DELIMITED BY SIZE
           INTO LintFindingDetail
    END-STRING
    PERFORM RecordLintFinding
  END-IF
  IF LintSymKind(LintSymCounter) = "L"
     AND LintSymReferenced(LintSymCounter) = "N"
     AND LintSymLine(LintSymCounter) <> 0
    MOVE ZEROES TO LinkDeclCapture
    PERFORM VARYING LinkDeclCounter FROM 1 BY 1
            UNTIL LinkDeclCounter > LinkDeclCount OR LinkDeclCapture <> 0
      IF LinkDeclExport(LinkDeclCounter)
         AND LintSymName(LintSymCounter) = LinkDeclName(LinkDeclCounter)
        MOVE LinkDeclCounter TO LinkDeclCapture
      END-IF
    END-PERFORM
    IF LinkDeclCapture = 0
      MOVE LintSymLine(LintSymCounter) TO LintFindingAt
      MOVE SPACES TO LintFindingDetail
      IF LintSymAfterJump(LintSymCounter) = "Y"
        STRING "label '" DELIMITED BY SIZE
               FUNCTION TRIM(LintSymName(LintSymCounter)) DELIMITED BY SIZE
               "' is never referenced and follows a jump - unreachable"
                 DELIMITED BY SIZE
               INTO LintFindingDetail
        END-STRING
        ELSE
          STRING "label '" DELIMITED BY SIZE
                 FUNCTION TRIM(LintSymName(LintSymCounter)) DELIMITED BY SIZE
                 "' is never referenced - only reached by falling in"
                   DELIMITED BY SIZE
                 INTO LintFindingDetail
          END-STRING
      END-IF
      PERFORM RecordLintFinding
    END-IF
  END-IF
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Add LintFindingDetail at source line LintFindingAt to the
*> findings table, kept in line order so the end-of-source checks
*> land among the in-line ones.  The table holds the first
*> LintFindingMax findings; anything past that is counted but not
*> listed individually.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RecordLintFinding.
ADD 1 TO LintFindingCount
IF LintFindingCount <= LintFindingMax
  MOVE LintFindingCount TO LintInsertIndex
  PERFORM UNTIL LintInsertIndex = 1
             OR LintFindingLine(LintInsertIndex - 1) NOT > LintFindingAt
    MOVE LintFindingEntry(LintInsertIndex - 1)
      TO LintFindingEntry(LintInsertIndex)
    SUBTRACT 1 FROM LintInsertIndex
  END-PERFORM
  MOVE LintFindingAt TO LintFindingLine(LintInsertIndex)
  MOVE LintFindingDetail TO LintFindingText(LintInsertIndex)
END-IF
IF TraceOn
  DISPLAY "LINT line " LintFindingAt ": "
          FUNCTION TRIM(LintFindingDetail)
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Write the lint findings, with their source line numbers, to
*> the per-program .lnt file - written on every linted assembly,
*> so a clean result replaces the findings of an earlier run.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteLintListing.
OPEN OUTPUT LintFile
IF LintFileStatus NOT = "00"
  DISPLAY "WARNING: could not open " LintFileName
  ELSE
    MOVE SPACES TO LintRecord
    STRING "LINT LISTING FOR " DELIMITED BY SIZE
           FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           INTO LintRecord
    END-STRING
    WRITE LintRecord
    MOVE SPACES TO LintRecord
    STRING "LINE NUMBERS REFER TO THE EXPANDED SOURCE: "
           DELIMITED BY SIZE
           FUNCTION TRIM(InputFileName) DELIMITED BY SIZE
           INTO LintRecord
    END-STRING
    WRITE LintRecord
    PERFORM VARYING LintFindingCounter FROM 1 BY 1
            UNTIL LintFindingCounter > LintFindingCount
               OR LintFindingCounter > LintFindingMax
      MOVE SPACES TO LintRecord
      STRING "LINE " DELIMITED BY SIZE
             LintFindingLine(LintFindingCounter) DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             FUNCTION TRIM(LintFindingText(LintFindingCounter))
               DELIMITED BY SIZE
             INTO LintRecord
      END-STRING
      WRITE LintRecord
    END-PERFORM
    IF LintFindingCount > LintFindingMax
      MOVE SPACES TO LintRecord
      STRING "... plus more findings beyond the listing limit of "
             DELIMITED BY SIZE
             LintFindingMax DELIMITED BY SIZE
             INTO LintRecord
      END-STRING
      WRITE LintRecord
    END-IF
    MOVE SPACES TO LintRecord
    STRING "TOTAL FINDINGS: " DELIMITED BY SIZE
           LintFindingCount DELIMITED BY SIZE
           INTO LintRecord
    END-STRING
    WRITE LintRecord
    CLOSE LintFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Pre-seed UserDefTable from the optional <program>.pin file so
*> named variables keep the same RAM addresses build after build.
      MOVE UserDefBin(SymWriteCounter) TO SymBinary
      WRITE SymRecord
    END-PERFORM
    IF LinkDeclCount > 0
      PERFORM WriteLinkDeclRecords
    END-IF
    CLOSE SymFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The linker's half of //%EXPORT and //%EXTERN: an EXPORT record
*> per published label at its address, then an EXTERN record per
*> A-word that references an external, at that word's ROM
*> address.  The reference addresses come from a scan of the
*> expanded source rather than from the second pass, so a pass
*> resumed from a checkpoint still reports every one of them.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteLinkDeclRecords.
PERFORM VARYING LinkDeclCounter FROM 1 BY 1
        UNTIL LinkDeclCounter > LinkDeclCount
  IF LinkDeclExport(LinkDeclCounter)
    PERFORM VARYING SymWriteCounter FROM 1 BY 1
            UNTIL SymWriteCounter > UserDefSize
      IF UserDefSym(SymWriteCounter) = LinkDeclName(LinkDeclCounter)
         AND UserDefKind(SymWriteCounter) = "L"
        MOVE SPACES TO SymRecord
        MOVE LinkDeclName(LinkDeclCounter) TO SymName
        MOVE "EXPORT" TO SymKind
        MOVE UserDefBin(SymWriteCounter) TO ABinaryString
        PERFORM ConvertBinary16ToDecimal
        MOVE AnInteger TO SymDecimal
        MOVE SPACE TO SymFiller
        MOVE UserDefBin(SymWriteCounter) TO SymBinary
        WRITE SymRecord
      END-IF
    END-PERFORM
  END-IF
END-PERFORM
OPEN INPUT InputDataFile
IF InputFileStatus NOT = "00"
  DISPLAY "WARNING: could not re-read " FUNCTION TRIM(InputFileName)
          " - EXTERN references not exported"
  ELSE
    MOVE ZEROES TO LinkScanRom
    READ InputDataFile
      AT END MOVE HIGH-VALUES TO InputDataTable
    END-READ
    PERFORM UNTIL InputDataTable = HIGH-VALUES
      MOVE InputDataTable(1:1) TO FirstChar
      IF FirstChar NOT = " " AND FirstChar NOT = "/"
         AND FirstChar NOT = "("
        IF FirstChar = "@"
          PERFORM WriteExternRefRecord
        END-IF
        ADD 1 TO LinkScanRom
      END-IF
      READ InputDataFile
        AT END MOVE HIGH-VALUES TO InputDataTable
      END-READ
    END-PERFORM
    CLOSE InputDataFile
END-IF.

WriteExternRefRecord.
UNSTRING InputDataTable DELIMITED BY "@"
  INTO CharHolder, AddressString
END-UNSTRING
UNSTRING AddressString DELIMITED BY " "
  INTO AddressString, CharHolder
END-UNSTRING
PERFORM FindExternDeclaration
IF LinkDeclCapture <> 0
  MOVE SPACES TO SymRecord
  MOVE LinkDeclName(LinkDeclCapture) TO SymName
  MOVE "EXTERN" TO SymKind
  MOVE LinkScanRom TO SymDecimal
  MOVE LinkScanRom TO AnInteger
  PERFORM ConvertToBinary16
  MOVE SPACE TO SymFiller
  MOVE ABinaryString TO SymBinary
  WRITE SymRecord
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>                          >>>> Second Pass <<<<<
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
          PERFORM RecordSymbolReference
          PERFORM WriteHackLineToOutput
          ELSE
*>>>>>>>>>>>>>>>>>>>A declared external - the linker patches the @0
*>>>>>>>>>>>>>>>>>>>placeholder with the exporting member's address
            PERFORM FindExternDeclaration
            IF LinkDeclCapture <> 0
              IF TraceOn DISPLAY "External symbol " AddressString END-IF
              MOVE "0000000000000000" TO HackLine
              PERFORM WriteHackLineToOutput
              ELSE
*>>>>>>>>>>>>>>>>>>>Not PreDef or UserDef, A-Command with new user symbol
*>>>>>>>>>>>>>>>>>>>Add to user def with ram address then ramaddress++
                IF UserDefCounter > UserDefTableMax
                  MOVE "Y" TO ErrorSwitch
                  STRING "ERROR: user-defined symbol table limit of "
                         UserDefTableMax DELIMITED BY SIZE
                         " entries exceeded" DELIMITED BY SIZE
                         INTO ErrorMessage
                  END-STRING
                  DISPLAY ErrorMessage
                  ELSE
                  PERFORM FindFreeRamAddress
                  IF RamAddress >= RamReservedFloor
*>>>>>>>>>>>>>>>>>>>Variables have climbed into a reserved region -
*>>>>>>>>>>>>>>>>>>>refuse to allocate on top of memory-mapped I/O
                    MOVE "Y" TO ErrorSwitch
                    MOVE SPACES TO ErrorMessage
                    STRING "ERROR: variable '" DELIMITED BY SIZE
                           FUNCTION TRIM(AddressString) DELIMITED BY SIZE
                           "' would land at RAM " DELIMITED BY SIZE
                           RamAddress DELIMITED BY SIZE
                           " inside the reserved region at " DELIMITED BY SIZE
                           RamReservedFloor DELIMITED BY SIZE
                           INTO ErrorMessage
                    END-STRING
                    DISPLAY ErrorMessage
                    ELSE
                    PERFORM CheckForTypoLabel
                    IF TypoFound
                      DISPLAY "WARNING: '" FUNCTION TRIM(AddressString)
                              "' does not match any known symbol but closely "
                              "resembles label '" FUNCTION TRIM(MatchedLabelName)
                              "' - possible typo"
                      ADD 1 TO TypoWarningCount
                    END-IF
                    IF TraceOn
                      DISPLAY "previously undiscovered.  Adding " AddressString " to UserDef Table" WITH NO ADVANCING
                      DISPLAY " at address " RamAddress " " WITH NO ADVANCING
                    END-IF
                    *> convert ramaddress to binary
                    MOVE RamAddress TO AnInteger
                    PERFORM ConvertToBinary16
                    IF TraceOn
                      DISPLAY " to binary " WITH NO ADVANCING
                      DISPLAY ABinaryString
                    END-IF
*> stick label and binary address into user-defined table
                    MOVE AddressString to UserDefSym(UserDefCounter)
                    MOVE ABinaryString to UserDefBin(UserDefCounter)
                    MOVE "V" TO UserDefKind(UserDefCounter)
                    ADD 1 TO UserDefCounter
                    ADD 1 TO UserDefSize
                    MOVE RamAddress TO XrefDefDecimal
                    PERFORM RecordSymbolReference
                    ADD 1 TO RamAddress
                    MOVE ABinaryString TO HackLine
                    PERFORM WriteHackLineToOutput
                    IF TraceOn DISPLAY LF END-IF
                  END-IF *>RamReservedFloor check
                END-IF *>UserDefCounter bounds check
            END-IF *>LinkDeclCapture
        END-IF *>UserDefCapture
    END-IF *>PreDefCapture
END-IF. *>Non-numerical - letterCount
*> the .xasm/.xtmp working files are deleted at end of a CLEAN
*> assembly rather than left beside the real outputs.  A failed
*> assembly keeps them, because the .err listing's LINE numbers
*> index the expanded file - and so does a clean assembly whose
*> lint pass had findings, since the .lnt LINE numbers do too.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CleanupExpansionFiles.
CALL "CBL_DELETE_FILE" USING ExpandedFileName
    MOVE TypoWarningCount TO HistTypoCount
    MOVE ErrorMessage TO HistFailMessage
    MOVE CurrentVersionsStamp TO HistTableVersions
    IF LintFindingCount > 999
      MOVE 999 TO HistLintCount
      ELSE
        MOVE LintFindingCount TO HistLintCount
    END-IF
    WRITE HistoryRecord
    CLOSE HistoryFile
END-IF.
    WRITE ReportRecord
    DISPLAY ReportRecord
  END-IF
  IF LintRan
    MOVE SPACES TO ReportRecord
    STRING "  Lint findings: " DELIMITED BY SIZE
           LintFindingCount DELIMITED BY SIZE
           " - see " DELIMITED BY SIZE
           FUNCTION TRIM(LintFileName) DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    WRITE ReportRecord
    DISPLAY ReportRecord
  END-IF
  PERFORM WriteMemoryMapSection
END-IF.

