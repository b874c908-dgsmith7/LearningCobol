*>  such as D=D-1;JGT is a live countdown loop, and declaring it
*>  halted on its first iteration reported a false controlled
*>  halt for a program that would have kept running.
*>  Added scripted regression testing.  Run mode TEST (a new field
*>  trailing the cycle limit in EmulParms.txt, so older parm files
*>  still select the plain run) reads <program>.tst - CASE lines
*>  naming each test, SET lines presetting RAM cells, EXPECT lines
*>  giving the values those cells must hold at the end, and an
*>  optional LIMIT line overriding the cycle budget - and runs each
*>  case from a cleared machine.  Cells are named by decimal RAM
*>  address, by a PreDefTable.txt name (R0..R15, SP, SCREEN...), or
*>  by a variable from the program's .sym export.  A case passes
*>  only when the program reaches a controlled halt and every
*>  EXPECT matches; results go to EmulTest.lst one PASS/FAIL line
*>  per case.  Run mode BATCH runs the tests of every program in
*>  BatchControl.txt that has a .tst file.  Test runs end 0 when
*>  every case passed, 8 when any failed, 12 when nothing could be
*>  tested (no test file, no image, no control file).
*>  Added an execution profile.  RunSimulation counts executions
*>  of every ROM address, and every backward jump taken is counted
*>  against the loop it closes.  <program>.prf rolls the counts up
*>  by label range from the .sym export - cycles and words reached
*>  per routine - lists the hottest loops, and flags every label
*>  range that never executed as UNCOVERED.  Counts start from zero
*>  when an image is loaded, so in TEST and BATCH mode the profile
*>  is the coverage of the program's whole test file.
*>  Added keyboard input and screen snapshots.  An optional input
*>  script, <program>.inp, drives the KBD cell - KEY <cycle> <code>
*>  puts a key code into KBD once that many cycles have run (code 0
*>  releases the key) - and asks for pictures of the screen with
*>  SNAP <cycle> and SNAP END.  Test cases take the same KEY lines.
*>  A snapshot is the screen region, base and size from the SCREEN
*>  and KBD entries of PreDefTable.txt, written as a 512-pixel-wide
*>  monochrome plain PBM image: <program>.<cycle>.pbm for a chosen
*>  cycle and <program>.end.pbm at the end of the run, which is
*>  written for any run that touched the screen.  An input script
*>  that cannot be read as written aborts the run with code 12
*>  rather than run without the keys the operator asked for.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    SELECT ProfileFile ASSIGN TO DYNAMIC ProfileFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProfileFileStatus.
    SELECT InputScriptFile ASSIGN TO DYNAMIC InputScriptName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InputScriptStatus.
    SELECT SnapshotFile ASSIGN TO DYNAMIC SnapshotFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SnapshotFileStatus.
    SELECT TestReportFile ASSIGN TO "EmulTest.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TestReportFileStatus.
    SELECT TestFile ASSIGN TO DYNAMIC TestFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TestFileStatus.
    SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.

DATA DIVISION.
FILE SECTION.
01 ParmRecord.
    02 ParmBaseName PIC X(40).
    02 ParmCycleLimit PIC X(8).
*>  Trails the cycle limit so parm files written before test mode
*>  existed still read as a plain single run.
    02 ParmRunMode PIC X(6).
FD HackImageFile.
01  HackImageWord PIC X(16).
FD SymFile.
    02 SymBinary PIC X(16).
FD ReportFile.
01  ReportRecord PIC X(100).
FD ProfileFile.
01  ProfileRecord PIC X(100).
FD InputScriptFile.
01  InputScriptRecord PIC X(80).
*>  Plain PBM keeps each raster line within 70 characters; a
*>  512-pixel screen row goes out as eight 64-pixel lines.
FD SnapshotFile.
01  SnapshotRecord PIC X(70).
FD TestReportFile.
01  TestReportRecord PIC X(100).
FD TestFile.
01  TestRecord PIC X(80).
FD ControlFile.
01  BatchControlRecord PIC X(40).

WORKING-STORAGE SECTION.
01  CharHolder PIC X.
01  InputFileStatus PIC XX.
01  SymFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  TestFileStatus PIC XX.
01  TestReportFileStatus PIC XX.
01  ProfileFileStatus PIC XX.
01  InputScriptStatus PIC XX.
01  SnapshotFileStatus PIC XX.
01  ControlFileStatus PIC XX.
01  BaseFileName PIC X(40) VALUE SPACES.
01  InputFileName PIC X(50) VALUE SPACES.
01  SymFileName PIC X(50) VALUE SPACES.
01  ReportFileName PIC X(50) VALUE SPACES.
01  TestFileName PIC X(50) VALUE SPACES.
01  ProfileFileName PIC X(50) VALUE SPACES.
01  InputScriptName PIC X(50) VALUE SPACES.
01  SnapshotFileName PIC X(60) VALUE SPACES.
01  ControlFileName PIC X(50) VALUE "BatchControl.txt".
01  RunMode PIC X(6) VALUE "SINGLE".
    88 SingleRunMode VALUE "SINGLE".
    88 TestRunMode VALUE "TEST  ".
    88 BatchRunMode VALUE "BATCH ".
01  CompletionCode PIC 99 VALUE ZEROES.

*>  The simulated machine: 32K instruction ROM, 32K RAM (which
*>  spans the memory-mapped screen and keyboard), A, D, and PC.
01  ScreenWordsWritten PIC 9(5) VALUE ZEROES.
01  ScreenScanCounter PIC 9(5).

*>  Keyboard and snapshot events from the input script (or a test
*>  case's KEY lines), held in cycle order
01  EventMax PIC 999 VALUE 500.
01  EventCount PIC 999 VALUE ZEROES.
01  EventTable.
    02 EventEntry OCCURS 500 TIMES.
       03 EventCycle PIC 9(8).
       03 EventType PIC X.
          88 KeyEvent VALUE "K".
          88 SnapEvent VALUE "S".
       03 EventKeyCode PIC 9(5).
01  EventNext PIC 999.
01  EventShift PIC 999.
01  NextEventCycle PIC 9(8).
01  EventsPendingSwitch PIC X VALUE "N".
    88 EventsPending VALUE "Y".
01  NewEventCycle PIC 9(8).
01  NewEventType PIC X.
01  NewEventKeyCode PIC 9(5).
01  InputScriptSwitch PIC X VALUE "N".
    88 InputScriptFound VALUE "Y".
01  InputScriptBadSwitch PIC X VALUE "N".
    88 InputScriptBad VALUE "Y".
01  InputScriptError PIC X(80) VALUE SPACES.
01  ScriptLineNumber PIC 9(6).
01  ScriptScanPos PIC 999.
01  ScriptKeyword PIC X(10).
01  ScriptToken PIC X(40).
01  SnapEndSwitch PIC X VALUE "N".
    88 SnapEndRequested VALUE "Y".
01  KeyEventsApplied PIC 9(4) VALUE ZEROES.
01  SnapshotsWritten PIC 9(4) VALUE ZEROES.
01  EventsNotReached PIC 9(4) VALUE ZEROES.

*>  A digit string checked and converted for the KEY, SNAP and
*>  LIMIT operands
01  NumericTokenText PIC X(40).
01  NumericTokenValue PIC 9(8).
01  NumericTokenSwitch PIC X.
    88 NumericTokenOk VALUE "Y".

*>  Screen snapshot work fields: 32 words (512 pixels) per row
01  ScreenRows PIC 9(4).
01  ScreenRowsText PIC Z(3)9.
01  SnapRow PIC 9(4).
01  SnapGroup PIC 9.
01  SnapWordInGroup PIC 9.
01  SnapAddress PIC 9(5).
01  SnapPixel PIC 99.
01  SnapLinePos PIC 99.
01  SnapCycleText PIC 9(8).

*>  Every name in PreDefTable.txt with its address, so regression
*>  tests can name cells R0..R15, SP, SCREEN and the rest.
01  PreDefNameCount PIC 999 VALUE ZEROES.
01  PreDefNameTable.
    02 PreDefNameEntry OCCURS 100 TIMES.
       03 PreDefEntryName PIC X(40).
       03 PreDefEntryAddress PIC 9(5).
01  PreDefBitCount PIC 99.

*>  .sym dump fields
01  SymFoundSwitch PIC X VALUE "N".
    88 SymFileFound VALUE "Y".
01  SymDumpCount PIC 9(4) VALUE ZEROES.
01  RamCellValue PIC 9(5).

*>  Names loaded from the .sym export: variables for the test
*>  cells, labels for the profile's routine ranges
01  KnownSymMax PIC 9(4) VALUE 2000.
01  KnownSymCount PIC 9(4) VALUE ZEROES.
01  KnownSymTable.
    02 KnownSymEntry OCCURS 2000 TIMES.
       03 KnownSymName PIC X(40).
       03 KnownSymKind PIC X(8).
       03 KnownSymAddress PIC 9(5).
01  KnownSymCounter PIC 9(4).

*>  Execution profile: executions per ROM address, and the taken
*>  backward jumps per loop, keyed by the address the loop jumps
*>  back to (LoopBottom is the furthest jump that closes it)
01  ProfileTable.
    02 ExecCount OCCURS 32768 TIMES PIC 9(8).
01  LoopTable.
    02 LoopEntry OCCURS 32768 TIMES.
       03 LoopIterations PIC 9(8).
       03 LoopBottom PIC 9(5).
01  ProfileCounter PIC 9(5).
01  ProfileRunCount PIC 9(4) VALUE ZEROES.
01  ProfileTotalCycles PIC 9(10).
01  ProfileWordsHit PIC 9(5).
01  ProfilePct PIC 999.
01  RangeMax PIC 9(4) VALUE 2001.
01  RangeCount PIC 9(4).
01  RangeTable.
    02 RangeEntry OCCURS 2001 TIMES.
       03 RangeName PIC X(40).
       03 RangeStart PIC 9(5).
01  RangeCounter PIC 9(4).
01  RangeShift PIC 9(4).
01  RangeFound PIC 9(4).
01  RangeEnd PIC 9(5).
01  RangeWords PIC 9(5).
01  RangeWordsHit PIC 9(5).
01  RangeCycles PIC 9(10).
01  UncoveredCount PIC 9(4).
01  HotLoopCounter PIC 9.
01  HotLoopTop PIC 9(5).
01  HotLoopMax PIC 9(8).
01  HotLoopsShown PIC 9.
01  ProfileLabelText PIC X(30).

*>  Regression-test driver: the case being gathered from the .tst
*>  file, and the tallies for the program and for the whole run
01  CurrentProgramName PIC X(40).
01  TestLineNumber PIC 9(6).
01  TestScanPos PIC 999.
01  TestKeyword PIC X(10).
01  TestToken PIC X(40).
01  TestCellText PIC X(40).
01  TestValueText PIC X(40).
01  TestValueWork PIC X(40).
01  TestCellAddress PIC 9(5).
01  TestValue PIC 9(5).
01  TestNegativeSwitch PIC X.
    88 TestValueNegative VALUE "Y".
01  TestParseOkSwitch PIC X.
    88 TestParseOk VALUE "Y".
01  CaseOpenSwitch PIC X VALUE "N".
    88 CaseOpen VALUE "Y".
01  CaseErrorSwitch PIC X VALUE "N".
    88 CaseHasError VALUE "Y".
01  CaseName PIC X(30).
01  CaseErrorText PIC X(80).
01  CaseLimit PIC 9(8).
01  SavedCycleLimit PIC 9(8).
01  CaseSetMax PIC 99 VALUE 50.
01  CaseSetCount PIC 99.
01  CaseSetTable.
    02 CaseSetEntry OCCURS 50 TIMES.
       03 CaseSetAddress PIC 9(5).
       03 CaseSetValue PIC 9(5).
01  CaseExpectMax PIC 99 VALUE 50.
01  CaseExpectCount PIC 99.
01  CaseExpectTable.
    02 CaseExpectEntry OCCURS 50 TIMES.
       03 CaseExpectCell PIC X(40).
       03 CaseExpectAddress PIC 9(5).
       03 CaseExpectValue PIC 9(5).
01  CaseCounter PIC 99.
01  CaseMismatchCount PIC 99.
01  CaseSequence PIC 9(4).
01  CaseNumberText PIC 9(4).
01  ProgramCaseCount PIC 9(4).
01  ProgramPassCount PIC 9(4).
01  ProgramFailCount PIC 9(4).
01  TotalCaseCount PIC 9(6) VALUE ZEROES.
01  TotalPassCount PIC 9(6) VALUE ZEROES.
01  TotalFailCount PIC 9(6) VALUE ZEROES.
01  ProgramsTestedCount PIC 9(4) VALUE ZEROES.
01  ProgramsUntestedCount PIC 9(4) VALUE ZEROES.
01  ProgramsFailedCount PIC 9(4) VALUE ZEROES.
01  ProgramAbortSwitch PIC X.
    88 ProgramAborted VALUE "Y".
01  ProgramUntestedSwitch PIC X.
    88 ProgramUntested VALUE "Y".
01  TestCommentSwitch PIC X.
    88 TestLineIsComment VALUE "Y".
01  TestErrorText PIC X(80).
01  TestMagnitude PIC 9(6).
01  SignedCellValue PIC S9(5).
01  ExpectDisplay PIC -(5)9.
01  ActualDisplay PIC -(5)9.

*>  Cycle-limit parm validation
01  TrimLen PIC 99.
01  DigitCount PIC 99.
Begin.
PERFORM LoadRunParameters
PERFORM LoadScreenRegion
IF TestRunMode OR BatchRunMode
  PERFORM RunRegressionTests
  MOVE CompletionCode TO RETURN-CODE
  STOP RUN
END-IF
PERFORM BuildFileNames
PERFORM LoadRomImage
IF RomWordCount = 0
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
PERFORM LoadKnownSymbols
PERFORM LoadInputScript
IF InputScriptBad
  DISPLAY "ERROR: " FUNCTION TRIM(InputScriptName) " "
          FUNCTION TRIM(InputScriptError) " - run aborted"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
PERFORM ClearMachineState
PERFORM RunSimulation
IF SnapEndRequested OR ScreenWordsWritten > ZEROES
  MOVE SPACES TO SnapshotFileName
  STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
         ".end.pbm" DELIMITED BY SIZE
         INTO SnapshotFileName
  END-STRING
  PERFORM WriteScreenSnapshot
END-IF
PERFORM WriteRunReport
PERFORM WriteProfileReport
IF BadWordSeen
  MOVE 8 TO RETURN-CODE
  ELSE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Establish the base filename of the .hack image to simulate,
*> the cycle limit and the run mode, either from EmulParms.txt or
*> an interactive ACCEPT.  A blank or non-numeric limit falls back
*> to the default; a blank or unknown mode is a plain single run.
*> In BATCH mode a non-blank base name overrides the control file.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRunParameters.
OPEN INPUT ParmFile
  END-READ
  IF ParmRecord NOT = HIGH-VALUES
    MOVE ParmBaseName TO BaseFileName
    MOVE ParmRunMode TO RunMode
    PERFORM SetCycleLimitFromParm
  END-IF
  CLOSE ParmFile
  ELSE
    DISPLAY "No EmulParms.txt found - enter run parameters"
    DISPLAY "Run mode (SINGLE, TEST or BATCH): " WITH NO ADVANCING
    ACCEPT RunMode
    MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode
    IF BatchRunMode
      DISPLAY "Batch control filename: " WITH NO ADVANCING
      ELSE
        DISPLAY "Base filename to simulate (no extension): " WITH NO ADVANCING
    END-IF
    ACCEPT BaseFileName
    DISPLAY "Cycle limit (blank for " CycleLimit "): " WITH NO ADVANCING
    ACCEPT ParmCycleLimit
    PERFORM SetCycleLimitFromParm
END-IF
IF NOT SingleRunMode AND NOT TestRunMode AND NOT BatchRunMode
  MOVE "SINGLE" TO RunMode
END-IF
IF BatchRunMode AND BaseFileName NOT = SPACES
  MOVE BaseFileName TO ControlFileName
END-IF.

SetCycleLimitFromParm.
*> Find the SCREEN and KBD addresses in PreDefTable.txt so the
*> report can describe the memory-mapped region by the same
*> addresses the assembler reserves.  The usual 16384/24576 stand
*> in when the table cannot be read.  Every clean entry is also
*> kept in PreDefNameTable for the regression-test cell names.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadScreenRegion.
OPEN INPUT PreDefTableFile
        INTO CharHolder, PreDefAsm
      END-UNSTRING
      MOVE FUNCTION TRIM(PreDefAsm) TO PreDefNameTrim
      MOVE ZEROES TO PreDefBitCount
      INSPECT PreDefBin TALLYING PreDefBitCount FOR ALL "0" "1"
      IF PreDefBitCount = 16 AND PreDefNameTrim NOT = SPACES
         AND PreDefNameCount < 100
        MOVE PreDefBin TO ABinaryString
        PERFORM ConvertBinary16ToDecimal
        ADD 1 TO PreDefNameCount
        MOVE PreDefNameTrim TO PreDefEntryName(PreDefNameCount)
        MOVE AnInteger TO PreDefEntryAddress(PreDefNameCount)
      END-IF
      IF PreDefNameTrim = "SCREEN" OR PreDefNameTrim = "KBD"
        MOVE PreDefBin TO ABinaryString
        PERFORM ConvertBinary16ToDecimal
STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
       ".emu.lst" DELIMITED BY SIZE
       INTO ReportFileName
END-STRING
MOVE SPACES TO TestFileName
STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
       ".tst" DELIMITED BY SIZE
       INTO TestFileName
END-STRING
MOVE SPACES TO ProfileFileName
STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
       ".prf" DELIMITED BY SIZE
       INTO ProfileFileName
END-STRING
MOVE SPACES TO InputScriptName
STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
       ".inp" DELIMITED BY SIZE
       INTO InputScriptName
END-STRING.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRomImage.
MOVE ZEROES TO RomWordCount
PERFORM ClearProfileCounts
OPEN INPUT HackImageFile
IF InputFileStatus NOT = "00"
  DISPLAY "ERROR: could not open " FUNCTION TRIM(InputFileName)
            FUNCTION TRIM(InputFileName)
END-IF.

ClearProfileCounts.
PERFORM VARYING ProfileCounter FROM 1 BY 1
        UNTIL ProfileCounter > 32767
  MOVE ZEROES TO ExecCount(ProfileCounter)
  MOVE ZEROES TO LoopIterations(ProfileCounter)
  MOVE ZEROES TO LoopBottom(ProfileCounter)
END-PERFORM
MOVE ZEROES TO ExecCount(32768)
MOVE ZEROES TO LoopIterations(32768)
MOVE ZEROES TO LoopBottom(32768)
MOVE ZEROES TO ProfileRunCount.

ClearMachineState.
PERFORM VARYING RamClearCounter FROM 1 BY 1
        UNTIL RamClearCounter > 32768
MOVE ZEROES TO DRegister
MOVE ZEROES TO ProgramCounter
MOVE ZEROES TO CycleCounter
MOVE ZEROES TO ScreenWordsWritten
MOVE SPACES TO RunVerdict
MOVE ZEROES TO VerdictAddress.

*> image, a bad word is reached, or the cycle budget is spent.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunSimulation.
ADD 1 TO ProfileRunCount
MOVE ZEROES TO KeyEventsApplied
MOVE ZEROES TO SnapshotsWritten
MOVE 1 TO EventNext
PERFORM SetNextEventCycle
PERFORM UNTIL NOT StillRunning
*> Events fall due once their cycle count has run - KEY 0 is in
*> KBD before the first instruction executes
  IF EventsPending AND CycleCounter = NextEventCycle
    PERFORM ApplyDueEvents
  END-IF
  IF ProgramCounter >= RomWordCount
    MOVE "END-OF-ROM" TO RunVerdict
    MOVE ProgramCounter TO VerdictAddress
        MOVE ProgramCounter TO VerdictAddress
        ELSE
          ADD 1 TO CycleCounter
          ADD 1 TO ExecCount(ProgramCounter + 1)
          PERFORM ExecuteOneInstruction
      END-IF
  END-IF
END-PERFORM.

SetNextEventCycle.
IF EventNext > EventCount
  MOVE "N" TO EventsPendingSwitch
  ELSE
    MOVE "Y" TO EventsPendingSwitch
    MOVE EventCycle(EventNext) TO NextEventCycle
END-IF.

ApplyDueEvents.
PERFORM UNTIL NOT EventsPending OR NextEventCycle NOT = CycleCounter
  IF KeyEvent(EventNext)
    MOVE EventKeyCode(EventNext) TO RamWord(KeyboardAddress + 1)
    ADD 1 TO KeyEventsApplied
    ELSE
      MOVE CycleCounter TO SnapCycleText
      MOVE SPACES TO SnapshotFileName
      STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             SnapCycleText DELIMITED BY SIZE
             ".pbm" DELIMITED BY SIZE
             INTO SnapshotFileName
      END-STRING
      PERFORM WriteScreenSnapshot
  END-IF
  ADD 1 TO EventNext
  PERFORM SetNextEventCycle
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Fetch the word at ProgramCounter and execute it.  A leading 0
*> bit is an A-instruction (load A); 111 is a C-instruction;
    MOVE "HALT-LOOP " TO RunVerdict
    MOVE FetchAddress TO VerdictAddress
    ELSE
      IF OldAValue <= FetchAddress
        PERFORM NoteBackwardJump
      END-IF
      MOVE OldAValue TO ProgramCounter
  END-IF
  ELSE
PERFORM ConvertBinary16ToDecimal
MOVE AnInteger TO OutValue.

NoteBackwardJump.
ADD 1 TO LoopIterations(OldAValue + 1)
IF FetchAddress > LoopBottom(OldAValue + 1)
  MOVE FetchAddress TO LoopBottom(OldAValue + 1)
END-IF.

NoteScreenWrite.
IF EffectiveRamAddress >= ScreenBase
   AND EffectiveRamAddress < KeyboardAddress
  ADD 1 TO ScreenWordsWritten
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Read the optional input script, <program>.inp.  KEY <cycle>
*> <code> and SNAP <cycle> lines become events in cycle order;
*> SNAP END asks for the end-of-run picture.  Blank lines and
*> lines starting * or // are comments.  The first line that
*> cannot be read stops the load and marks the script bad.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadInputScript.
MOVE ZEROES TO EventCount
MOVE ZEROES TO ScriptLineNumber
MOVE "N" TO InputScriptSwitch
MOVE "N" TO InputScriptBadSwitch
MOVE "N" TO SnapEndSwitch
OPEN INPUT InputScriptFile
IF InputScriptStatus = "00"
  MOVE "Y" TO InputScriptSwitch
  READ InputScriptFile
    AT END MOVE HIGH-VALUES TO InputScriptRecord
  END-READ
  PERFORM UNTIL InputScriptRecord = HIGH-VALUES OR InputScriptBad
    ADD 1 TO ScriptLineNumber
    PERFORM ParseInputScriptLine
    READ InputScriptFile
      AT END MOVE HIGH-VALUES TO InputScriptRecord
    END-READ
  END-PERFORM
  CLOSE InputScriptFile
  DISPLAY "Loaded " EventCount " event(s) from "
          FUNCTION TRIM(InputScriptName)
END-IF.

ParseInputScriptLine.
MOVE ZEROES TO ScriptScanPos
INSPECT InputScriptRecord TALLYING ScriptScanPos FOR LEADING SPACES
ADD 1 TO ScriptScanPos
MOVE SPACES TO ScriptKeyword
IF ScriptScanPos <= 80
  IF InputScriptRecord(ScriptScanPos:1) NOT = "*"
    UNSTRING InputScriptRecord DELIMITED BY ALL " "
      INTO ScriptKeyword
      WITH POINTER ScriptScanPos
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(ScriptKeyword) TO ScriptKeyword
    IF ScriptKeyword(1:2) = "//"
      MOVE SPACES TO ScriptKeyword
    END-IF
  END-IF
END-IF
IF ScriptKeyword NOT = SPACES
  MOVE SPACES TO ScriptToken
  UNSTRING InputScriptRecord DELIMITED BY ALL " "
    INTO ScriptToken
    WITH POINTER ScriptScanPos
  END-UNSTRING
  MOVE ScriptToken TO NumericTokenText
  PERFORM CheckNumericToken
  MOVE NumericTokenValue TO NewEventCycle
  IF ScriptKeyword = "SNAP"
    IF FUNCTION UPPER-CASE(ScriptToken) = "END"
      MOVE "Y" TO SnapEndSwitch
      ELSE
        IF NumericTokenOk AND EventCount < EventMax
          MOVE "S" TO NewEventType
          MOVE ZEROES TO NewEventKeyCode
          PERFORM AddInputEvent
          ELSE
            MOVE "SNAP needs a cycle number or END" TO InputScriptError
            PERFORM NoteInputScriptError
        END-IF
    END-IF
    ELSE
      IF ScriptKeyword = "KEY"
        IF NumericTokenOk
          MOVE SPACES TO NumericTokenText
          UNSTRING InputScriptRecord DELIMITED BY ALL " "
            INTO NumericTokenText
            WITH POINTER ScriptScanPos
          END-UNSTRING
          PERFORM CheckNumericToken
          IF NumericTokenValue > 65535
            MOVE "N" TO NumericTokenSwitch
          END-IF
        END-IF
        IF NumericTokenOk AND EventCount < EventMax
          MOVE "K" TO NewEventType
          MOVE NumericTokenValue TO NewEventKeyCode
          PERFORM AddInputEvent
          ELSE
            MOVE "KEY needs a cycle and a key code" TO InputScriptError
            PERFORM NoteInputScriptError
        END-IF
        ELSE
          MOVE SPACES TO InputScriptError
          STRING "unknown keyword " DELIMITED BY SIZE
                 ScriptKeyword DELIMITED BY SPACE
                 INTO InputScriptError
          END-STRING
          PERFORM NoteInputScriptError
      END-IF
  END-IF
END-IF.

NoteInputScriptError.
MOVE "Y" TO InputScriptBadSwitch
MOVE InputScriptError TO ScriptToken
MOVE SPACES TO InputScriptError
STRING "line " DELIMITED BY SIZE
       ScriptLineNumber DELIMITED BY SIZE
       ": " DELIMITED BY SIZE
       ScriptToken DELIMITED BY SIZE
       INTO InputScriptError
END-STRING
IF EventCount >= EventMax
  MOVE SPACES TO InputScriptError
  STRING "line " DELIMITED BY SIZE
         ScriptLineNumber DELIMITED BY SIZE
         ": more than 500 events" DELIMITED BY SIZE
         INTO InputScriptError
  END-STRING
END-IF.

*> Validate NumericTokenText as up to eight decimal digits.
CheckNumericToken.
MOVE "N" TO NumericTokenSwitch
MOVE ZEROES TO NumericTokenValue
MOVE FUNCTION LENGTH(FUNCTION TRIM(NumericTokenText)) TO TrimLen
MOVE ZEROES TO DigitCount
INSPECT NumericTokenText TALLYING DigitCount
        FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
IF NumericTokenText NOT = SPACES AND DigitCount = TrimLen
   AND TrimLen <= 8
  MOVE FUNCTION NUMVAL(NumericTokenText) TO NumericTokenValue
  MOVE "Y" TO NumericTokenSwitch
END-IF.

*> Insert the new event behind any already held for the same
*> cycle, so events on one cycle apply in the order written.
AddInputEvent.
MOVE EventCount TO EventShift
PERFORM UNTIL EventShift = ZEROES
              OR EventCycle(EventShift) <= NewEventCycle
  MOVE EventEntry(EventShift) TO EventEntry(EventShift + 1)
  SUBTRACT 1 FROM EventShift
END-PERFORM
ADD 1 TO EventCount
MOVE NewEventCycle TO EventCycle(EventShift + 1)
MOVE NewEventType TO EventType(EventShift + 1)
MOVE NewEventKeyCode TO EventKeyCode(EventShift + 1).

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Write the screen region to SnapshotFileName as a plain PBM
*> image, 512 pixels wide and one row per 32 words of the region.
*> Each word's low-order bit is its leftmost pixel and a 1 bit is
*> black, as on the Hack display - and as in PBM.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteScreenSnapshot.
MOVE ZEROES TO ScreenRows
IF KeyboardAddress > ScreenBase
  COMPUTE ScreenRows = (KeyboardAddress - ScreenBase) / 32
END-IF
IF ScreenBase + ScreenRows * 32 > 32768
  COMPUTE ScreenRows = (32768 - ScreenBase) / 32
END-IF
OPEN OUTPUT SnapshotFile
IF SnapshotFileStatus NOT = "00" OR ScreenRows = ZEROES
  DISPLAY "WARNING: could not write screen snapshot "
          FUNCTION TRIM(SnapshotFileName)
  ELSE
    MOVE "P1" TO SnapshotRecord
    WRITE SnapshotRecord
    MOVE SPACES TO SnapshotRecord
    STRING "# " DELIMITED BY SIZE
           FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
           " screen at cycle " DELIMITED BY SIZE
           CycleCounter DELIMITED BY SIZE
           INTO SnapshotRecord
    END-STRING
    WRITE SnapshotRecord
    MOVE SPACES TO SnapshotRecord
    MOVE ScreenRows TO ScreenRowsText
    STRING "512 " DELIMITED BY SIZE
           FUNCTION TRIM(ScreenRowsText) DELIMITED BY SIZE
           INTO SnapshotRecord
    END-STRING
    WRITE SnapshotRecord
    PERFORM VARYING SnapRow FROM 0 BY 1 UNTIL SnapRow >= ScreenRows
      PERFORM VARYING SnapGroup FROM 0 BY 1 UNTIL SnapGroup > 7
        MOVE SPACES TO SnapshotRecord
        MOVE 1 TO SnapLinePos
        PERFORM VARYING SnapWordInGroup FROM 0 BY 1
                UNTIL SnapWordInGroup > 3
          COMPUTE SnapAddress = ScreenBase + SnapRow * 32
                                + SnapGroup * 4 + SnapWordInGroup
          PERFORM AppendWordPixels
        END-PERFORM
        WRITE SnapshotRecord
      END-PERFORM
    END-PERFORM
    CLOSE SnapshotFile
    ADD 1 TO SnapshotsWritten
    DISPLAY "Screen snapshot written to "
            FUNCTION TRIM(SnapshotFileName)
END-IF.

AppendWordPixels.
IF RamWord(SnapAddress + 1) = ZEROES
  MOVE ALL "0" TO SnapshotRecord(SnapLinePos:16)
  ELSE
    MOVE RamWord(SnapAddress + 1) TO AnInteger
    PERFORM ConvertToBinary16
    PERFORM VARYING SnapPixel FROM 0 BY 1 UNTIL SnapPixel > 15
      MOVE ABinaryString(16 - SnapPixel:1)
        TO SnapshotRecord(SnapLinePos + SnapPixel:1)
    END-PERFORM
END-IF
ADD 16 TO SnapLinePos.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The run report: verdict, cycles, final registers, the named
*> RAM cells from the .sym export, and the screen-region summary.
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
IF InputScriptFound
  IF EventsPending
    COMPUTE EventsNotReached = EventCount - EventNext + 1
    ELSE
      MOVE ZEROES TO EventsNotReached
  END-IF
  MOVE SPACES TO ReportRecord
  STRING "Input script " DELIMITED BY SIZE
         FUNCTION TRIM(InputScriptName) DELIMITED BY SIZE
         ": " DELIMITED BY SIZE
         KeyEventsApplied DELIMITED BY SIZE
         " key event(s) applied, " DELIMITED BY SIZE
         EventsNotReached DELIMITED BY SIZE
         " event(s) past the end of the run" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-IF
MOVE SPACES TO ReportRecord
STRING "Screen snapshots written: " DELIMITED BY SIZE
       SnapshotsWritten DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
PERFORM DumpNamedRamCells
CLOSE ReportFile.

    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Regression-test run (TEST or BATCH mode).  Every case result
*> goes to EmulTest.lst as well as the console.  Ends 0 when every
*> case passed, 8 when any case failed or a program with a test
*> file could not be loaded, 12 when nothing could be tested.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunRegressionTests.
OPEN OUTPUT TestReportFile
IF TestReportFileStatus NOT = "00"
  DISPLAY "ERROR: could not open EmulTest.lst"
  MOVE 12 TO CompletionCode
  ELSE
    IF BatchRunMode
      PERFORM RunTestBatch
      ELSE
        MOVE SPACES TO TestReportRecord
        STRING "EMULATOR REGRESSION TEST REPORT FOR " DELIMITED BY SIZE
               FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
               INTO TestReportRecord
        END-STRING
        PERFORM WriteTestReportLine
        MOVE BaseFileName TO CurrentProgramName
        PERFORM TestOneProgram
        IF ProgramAborted OR ProgramUntested
          MOVE 12 TO CompletionCode
        END-IF
    END-IF
    MOVE SPACES TO TestReportRecord
    STRING "Totals: " DELIMITED BY SIZE
           TotalCaseCount DELIMITED BY SIZE
           " case(s) run, " DELIMITED BY SIZE
           TotalPassCount DELIMITED BY SIZE
           " passed, " DELIMITED BY SIZE
           TotalFailCount DELIMITED BY SIZE
           " failed" DELIMITED BY SIZE
           INTO TestReportRecord
    END-STRING
    PERFORM WriteTestReportLine
    IF CompletionCode < 12
      IF TotalFailCount > ZEROES OR ProgramsFailedCount > ZEROES
        MOVE 8 TO CompletionCode
      END-IF
    END-IF
    MOVE SPACES TO TestReportRecord
    STRING "Completion code: " DELIMITED BY SIZE
           CompletionCode DELIMITED BY SIZE
           INTO TestReportRecord
    END-STRING
    PERFORM WriteTestReportLine
    CLOSE TestReportFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Run the tests of every program in the batch control file that
*> has a <program>.tst; programs without one are listed and passed
*> over, since not every member of a batch is testable on its own.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunTestBatch.
OPEN INPUT ControlFile
IF ControlFileStatus NOT = "00"
  MOVE SPACES TO TestReportRecord
  STRING "ERROR: could not open batch control file " DELIMITED BY SIZE
         FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
         INTO TestReportRecord
  END-STRING
  PERFORM WriteTestReportLine
  MOVE 12 TO CompletionCode
  ELSE
    MOVE SPACES TO TestReportRecord
    STRING "EMULATOR REGRESSION TEST REPORT - BATCH " DELIMITED BY SIZE
           FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
           INTO TestReportRecord
    END-STRING
    PERFORM WriteTestReportLine
    READ ControlFile
      AT END MOVE HIGH-VALUES TO BatchControlRecord
    END-READ
    PERFORM UNTIL BatchControlRecord = HIGH-VALUES
      IF BatchControlRecord NOT = SPACES
        MOVE BatchControlRecord TO CurrentProgramName
        PERFORM TestOneProgram
        IF ProgramUntested
          ADD 1 TO ProgramsUntestedCount
          ELSE
            IF ProgramAborted
              ADD 1 TO ProgramsFailedCount
              ELSE
                ADD 1 TO ProgramsTestedCount
            END-IF
        END-IF
      END-IF
      READ ControlFile
        AT END MOVE HIGH-VALUES TO BatchControlRecord
      END-READ
    END-PERFORM
    CLOSE ControlFile
    MOVE SPACES TO TestReportRecord
    STRING "Programs: " DELIMITED BY SIZE
           ProgramsTestedCount DELIMITED BY SIZE
           " tested, " DELIMITED BY SIZE
           ProgramsUntestedCount DELIMITED BY SIZE
           " without a test file, " DELIMITED BY SIZE
           ProgramsFailedCount DELIMITED BY SIZE
           " could not be loaded" DELIMITED BY SIZE
           INTO TestReportRecord
    END-STRING
    PERFORM WriteTestReportLine
    IF ProgramsTestedCount = 0
      MOVE 12 TO CompletionCode
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Test one program: open its .tst, load its image and .sym
*> names, then run every case the test file describes.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
TestOneProgram.
MOVE "N" TO ProgramAbortSwitch
MOVE "N" TO ProgramUntestedSwitch
MOVE ZEROES TO ProgramCaseCount
MOVE ZEROES TO ProgramPassCount
MOVE ZEROES TO ProgramFailCount
MOVE ZEROES TO CaseSequence
MOVE CurrentProgramName TO BaseFileName
PERFORM BuildFileNames
OPEN INPUT TestFile
IF TestFileStatus NOT = "00"
  MOVE "Y" TO ProgramUntestedSwitch
  MOVE SPACES TO TestReportRecord
  STRING "  NO TESTS  " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
         " - no " DELIMITED BY SIZE
         FUNCTION TRIM(TestFileName) DELIMITED BY SIZE
         " on file" DELIMITED BY SIZE
         INTO TestReportRecord
  END-STRING
  PERFORM WriteTestReportLine
  ELSE
    PERFORM LoadRomImage
    IF RomWordCount = 0
      MOVE "Y" TO ProgramAbortSwitch
      MOVE SPACES TO TestReportRecord
      STRING "  ABORT     " DELIMITED BY SIZE
             FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
             " - could not load " DELIMITED BY SIZE
             FUNCTION TRIM(InputFileName) DELIMITED BY SIZE
             INTO TestReportRecord
      END-STRING
      PERFORM WriteTestReportLine
      ELSE
        PERFORM LoadKnownSymbols
        PERFORM ReadTestCases
        PERFORM WriteProfileReport
        MOVE SPACES TO TestReportRecord
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ProgramCaseCount DELIMITED BY SIZE
               " case(s), " DELIMITED BY SIZE
               ProgramPassCount DELIMITED BY SIZE
               " passed, " DELIMITED BY SIZE
               ProgramFailCount DELIMITED BY SIZE
               " failed" DELIMITED BY SIZE
               INTO TestReportRecord
        END-STRING
        PERFORM WriteTestReportLine
    END-IF
    CLOSE TestFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Keep the program's .sym names (labels and variables) so test
*> cells and profile ranges can be named the way the source names
*> them.  A missing .sym is not fatal - addresses and PreDefTable
*> names still work, and the profile shows one unnamed range.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadKnownSymbols.
MOVE ZEROES TO KnownSymCount
OPEN INPUT SymFile
IF SymFileStatus = "00"
  READ SymFile
    AT END MOVE HIGH-VALUES TO SymRecord
  END-READ
  PERFORM UNTIL SymRecord = HIGH-VALUES
    IF (SymKind = "LABEL" OR SymKind = "VARIABLE")
       AND KnownSymCount < KnownSymMax
      ADD 1 TO KnownSymCount
      MOVE SymName TO KnownSymName(KnownSymCount)
      MOVE SymKind TO KnownSymKind(KnownSymCount)
      MOVE SymDecimal TO KnownSymAddress(KnownSymCount)
    END-IF
    READ SymFile
      AT END MOVE HIGH-VALUES TO SymRecord
    END-READ
  END-PERFORM
  CLOSE SymFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Read the .tst file.  Each CASE line closes (and runs) the case
*> before it; lines ahead of the first CASE form an unnamed case.
*> Blank lines and lines starting * or // are comments.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ReadTestCases.
MOVE ZEROES TO TestLineNumber
MOVE "N" TO CaseOpenSwitch
READ TestFile
  AT END MOVE HIGH-VALUES TO TestRecord
END-READ
PERFORM UNTIL TestRecord = HIGH-VALUES
  ADD 1 TO TestLineNumber
  PERFORM ParseTestLine
  READ TestFile
    AT END MOVE HIGH-VALUES TO TestRecord
  END-READ
END-PERFORM
IF CaseOpen
  PERFORM RunTestCase
END-IF.

ParseTestLine.
MOVE ZEROES TO TestScanPos
INSPECT TestRecord TALLYING TestScanPos FOR LEADING SPACES
ADD 1 TO TestScanPos
MOVE "N" TO TestCommentSwitch
IF TestScanPos > 80
  MOVE "Y" TO TestCommentSwitch
  ELSE
    IF TestRecord(TestScanPos:1) = "*"
      MOVE "Y" TO TestCommentSwitch
    END-IF
    IF TestScanPos < 80
      IF TestRecord(TestScanPos:2) = "//"
        MOVE "Y" TO TestCommentSwitch
      END-IF
    END-IF
END-IF
IF NOT TestLineIsComment
  MOVE SPACES TO TestKeyword
  UNSTRING TestRecord DELIMITED BY ALL " "
    INTO TestKeyword
    WITH POINTER TestScanPos
  END-UNSTRING
  MOVE FUNCTION UPPER-CASE(TestKeyword) TO TestKeyword
  IF TestKeyword = "CASE"
    IF CaseOpen
      PERFORM RunTestCase
    END-IF
    MOVE SPACES TO TestToken
    UNSTRING TestRecord DELIMITED BY ALL " "
      INTO TestToken
      WITH POINTER TestScanPos
    END-UNSTRING
    PERFORM StartTestCase
    ELSE
      IF NOT CaseOpen
        MOVE SPACES TO TestToken
        PERFORM StartTestCase
      END-IF
      IF TestKeyword = "SET" OR TestKeyword = "EXPECT"
*> Any number of cell=value pairs per line; a trailing comma on a
*> pair (R0=7, R1=6) is allowed
        PERFORM UNTIL TestScanPos > 80
          MOVE SPACES TO TestToken
          UNSTRING TestRecord DELIMITED BY ALL " "
            INTO TestToken
            WITH POINTER TestScanPos
          END-UNSTRING
          INSPECT TestToken REPLACING ALL "," BY SPACE
          IF TestToken NOT = SPACES
            PERFORM ParseTestAssignment
          END-IF
        END-PERFORM
        ELSE
          IF TestKeyword = "LIMIT"
            PERFORM ParseTestLimit
            ELSE
              IF TestKeyword = "KEY"
                PERFORM ParseTestKey
                ELSE
                  MOVE SPACES TO TestErrorText
                  STRING "line " DELIMITED BY SIZE
                         TestLineNumber DELIMITED BY SIZE
                         ": unknown keyword " DELIMITED BY SIZE
                         TestKeyword DELIMITED BY SPACE
                         INTO TestErrorText
                  END-STRING
                  PERFORM NoteCaseError
              END-IF
          END-IF
      END-IF
  END-IF
END-IF.

StartTestCase.
MOVE "Y" TO CaseOpenSwitch
MOVE "N" TO CaseErrorSwitch
MOVE SPACES TO CaseErrorText
MOVE ZEROES TO CaseSetCount
MOVE ZEROES TO CaseExpectCount
MOVE ZEROES TO CaseLimit
MOVE ZEROES TO EventCount
ADD 1 TO CaseSequence
IF TestToken = SPACES
  MOVE CaseSequence TO CaseNumberText
  MOVE SPACES TO CaseName
  STRING "case-" DELIMITED BY SIZE
         CaseNumberText DELIMITED BY SIZE
         INTO CaseName
  END-STRING
  ELSE
    MOVE TestToken TO CaseName
END-IF.

*> Only the first error in a case is reported - later ones are
*> usually knock-on effects of it.
NoteCaseError.
IF NOT CaseHasError
  MOVE "Y" TO CaseErrorSwitch
  MOVE TestErrorText TO CaseErrorText
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> One cell=value pair from a SET or EXPECT line.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ParseTestAssignment.
MOVE SPACES TO TestCellText
MOVE SPACES TO TestValueText
UNSTRING TestToken DELIMITED BY "="
  INTO TestCellText, TestValueText
END-UNSTRING
IF TestCellText = SPACES OR TestValueText = SPACES
  MOVE SPACES TO TestErrorText
  STRING "line " DELIMITED BY SIZE
         TestLineNumber DELIMITED BY SIZE
         ": expected cell=value, found " DELIMITED BY SIZE
         TestToken DELIMITED BY SPACE
         INTO TestErrorText
  END-STRING
  PERFORM NoteCaseError
  ELSE
    PERFORM ResolveTestCell
    IF TestParseOk
      PERFORM ParseTestValue
    END-IF
    IF TestParseOk
      IF TestKeyword = "SET"
        IF CaseSetCount >= CaseSetMax
          MOVE SPACES TO TestErrorText
          STRING "line " DELIMITED BY SIZE
                 TestLineNumber DELIMITED BY SIZE
                 ": too many SET cells in one case" DELIMITED BY SIZE
                 INTO TestErrorText
          END-STRING
          PERFORM NoteCaseError
          ELSE
            ADD 1 TO CaseSetCount
            MOVE TestCellAddress TO CaseSetAddress(CaseSetCount)
            MOVE TestValue TO CaseSetValue(CaseSetCount)
        END-IF
        ELSE
          IF CaseExpectCount >= CaseExpectMax
            MOVE SPACES TO TestErrorText
            STRING "line " DELIMITED BY SIZE
                   TestLineNumber DELIMITED BY SIZE
                   ": too many EXPECT cells in one case" DELIMITED BY SIZE
                   INTO TestErrorText
            END-STRING
            PERFORM NoteCaseError
            ELSE
              ADD 1 TO CaseExpectCount
              MOVE TestCellText TO CaseExpectCell(CaseExpectCount)
              MOVE TestCellAddress TO CaseExpectAddress(CaseExpectCount)
              MOVE TestValue TO CaseExpectValue(CaseExpectCount)
          END-IF
      END-IF
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> A test cell is a decimal RAM address, a PreDefTable name, or a
*> variable from the program's .sym export, tried in that order.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ResolveTestCell.
MOVE "N" TO TestParseOkSwitch
MOVE FUNCTION LENGTH(FUNCTION TRIM(TestCellText)) TO TrimLen
MOVE ZEROES TO DigitCount
INSPECT TestCellText TALLYING DigitCount
        FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
IF DigitCount = TrimLen
  IF TrimLen <= 5
    IF FUNCTION NUMVAL(TestCellText) < 32768
      MOVE FUNCTION NUMVAL(TestCellText) TO TestCellAddress
      MOVE "Y" TO TestParseOkSwitch
    END-IF
  END-IF
  ELSE
    PERFORM VARYING KnownSymCounter FROM 1 BY 1
            UNTIL KnownSymCounter > PreDefNameCount OR TestParseOk
      IF PreDefEntryName(KnownSymCounter) = TestCellText
        MOVE PreDefEntryAddress(KnownSymCounter) TO TestCellAddress
        MOVE "Y" TO TestParseOkSwitch
      END-IF
    END-PERFORM
    PERFORM VARYING KnownSymCounter FROM 1 BY 1
            UNTIL KnownSymCounter > KnownSymCount OR TestParseOk
      IF KnownSymName(KnownSymCounter) = TestCellText
         AND KnownSymKind(KnownSymCounter) = "VARIABLE"
        MOVE KnownSymAddress(KnownSymCounter) TO TestCellAddress
        MOVE "Y" TO TestParseOkSwitch
      END-IF
    END-PERFORM
END-IF
IF TestParseOk
  IF TestCellAddress > 32767
    MOVE "N" TO TestParseOkSwitch
  END-IF
END-IF
IF NOT TestParseOk
  MOVE SPACES TO TestErrorText
  STRING "line " DELIMITED BY SIZE
         TestLineNumber DELIMITED BY SIZE
         ": not a RAM cell - " DELIMITED BY SIZE
         TestCellText DELIMITED BY SPACE
         INTO TestErrorText
  END-STRING
  PERFORM NoteCaseError
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> A test value is decimal, 0 thru 65535, or negative down to
*> -32768, which is held as its 16-bit two's complement the way
*> the machine holds it.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ParseTestValue.
MOVE "N" TO TestParseOkSwitch
MOVE "N" TO TestNegativeSwitch
IF TestValueText(1:1) = "-"
  MOVE "Y" TO TestNegativeSwitch
  MOVE TestValueText(2:39) TO TestValueWork
  MOVE TestValueWork TO TestValueText
END-IF
MOVE FUNCTION LENGTH(FUNCTION TRIM(TestValueText)) TO TrimLen
MOVE ZEROES TO DigitCount
INSPECT TestValueText TALLYING DigitCount
        FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
IF TestValueText NOT = SPACES AND DigitCount = TrimLen
   AND TrimLen <= 6
  MOVE FUNCTION NUMVAL(TestValueText) TO TestMagnitude
  IF TestValueNegative
    IF TestMagnitude <= 32768
      MOVE "Y" TO TestParseOkSwitch
      IF TestMagnitude = ZEROES
        MOVE ZEROES TO TestValue
        ELSE
          COMPUTE TestValue = 65536 - TestMagnitude
      END-IF
    END-IF
    ELSE
      IF TestMagnitude <= 65535
        MOVE "Y" TO TestParseOkSwitch
        MOVE TestMagnitude TO TestValue
      END-IF
  END-IF
END-IF
IF NOT TestParseOk
  MOVE SPACES TO TestErrorText
  STRING "line " DELIMITED BY SIZE
         TestLineNumber DELIMITED BY SIZE
         ": not a 16-bit value - " DELIMITED BY SIZE
         TestToken DELIMITED BY SPACE
         INTO TestErrorText
  END-STRING
  PERFORM NoteCaseError
END-IF.

ParseTestLimit.
MOVE SPACES TO TestToken
UNSTRING TestRecord DELIMITED BY ALL " "
  INTO TestToken
  WITH POINTER TestScanPos
END-UNSTRING
MOVE FUNCTION LENGTH(FUNCTION TRIM(TestToken)) TO TrimLen
MOVE ZEROES TO DigitCount
INSPECT TestToken TALLYING DigitCount
        FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
IF TestToken NOT = SPACES AND DigitCount = TrimLen
   AND TrimLen <= 8
  MOVE FUNCTION NUMVAL(TestToken) TO CaseLimit
END-IF
IF CaseLimit = ZEROES
  MOVE SPACES TO TestErrorText
  STRING "line " DELIMITED BY SIZE
         TestLineNumber DELIMITED BY SIZE
         ": LIMIT needs a cycle count" DELIMITED BY SIZE
         INTO TestErrorText
  END-STRING
  PERFORM NoteCaseError
END-IF.

*> KEY <cycle> <code> in a test case.
ParseTestKey.
MOVE SPACES TO NumericTokenText
UNSTRING TestRecord DELIMITED BY ALL " "
  INTO NumericTokenText
  WITH POINTER TestScanPos
END-UNSTRING
PERFORM CheckNumericToken
MOVE NumericTokenValue TO NewEventCycle
IF NumericTokenOk
  MOVE SPACES TO NumericTokenText
  UNSTRING TestRecord DELIMITED BY ALL " "
    INTO NumericTokenText
    WITH POINTER TestScanPos
  END-UNSTRING
  PERFORM CheckNumericToken
  IF NumericTokenValue > 65535
    MOVE "N" TO NumericTokenSwitch
  END-IF
END-IF
IF NumericTokenOk AND EventCount < EventMax
  MOVE NumericTokenValue TO NewEventKeyCode
  MOVE "K" TO NewEventType
  PERFORM AddInputEvent
  ELSE
    MOVE SPACES TO TestErrorText
    STRING "line " DELIMITED BY SIZE
           TestLineNumber DELIMITED BY SIZE
           ": KEY needs a cycle and a key code" DELIMITED BY SIZE
           INTO TestErrorText
    END-STRING
    PERFORM NoteCaseError
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Run the gathered case from a cleared machine and report it.  A
*> case passes only when the run reaches a controlled halt (so a
*> runaway loop can never pass on lucky RAM contents) and every
*> EXPECT cell holds its value.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunTestCase.
MOVE "N" TO CaseOpenSwitch
ADD 1 TO ProgramCaseCount
ADD 1 TO TotalCaseCount
MOVE ZEROES TO CaseMismatchCount
IF CaseHasError
  ADD 1 TO ProgramFailCount
  ADD 1 TO TotalFailCount
  MOVE SPACES TO TestReportRecord
  STRING "  FAIL  " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
         " / " DELIMITED BY SIZE
         CaseName DELIMITED BY SPACE
         " - " DELIMITED BY SIZE
         CaseErrorText DELIMITED BY SIZE
         INTO TestReportRecord
  END-STRING
  PERFORM WriteTestReportLine
  ELSE
    PERFORM ClearMachineState
    PERFORM VARYING CaseCounter FROM 1 BY 1
            UNTIL CaseCounter > CaseSetCount
      MOVE CaseSetValue(CaseCounter)
        TO RamWord(CaseSetAddress(CaseCounter) + 1)
    END-PERFORM
    MOVE CycleLimit TO SavedCycleLimit
    IF CaseLimit > ZEROES
      MOVE CaseLimit TO CycleLimit
    END-IF
    PERFORM RunSimulation
    MOVE SavedCycleLimit TO CycleLimit
    PERFORM VARYING CaseCounter FROM 1 BY 1
            UNTIL CaseCounter > CaseExpectCount
      IF RamWord(CaseExpectAddress(CaseCounter) + 1)
         NOT = CaseExpectValue(CaseCounter)
        ADD 1 TO CaseMismatchCount
      END-IF
    END-PERFORM
    MOVE SPACES TO TestReportRecord
    IF (HaltLoopSeen OR EndOfRomSeen) AND CaseMismatchCount = 0
      ADD 1 TO ProgramPassCount
      ADD 1 TO TotalPassCount
      STRING "  PASS  " DELIMITED BY SIZE
             FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
             " / " DELIMITED BY SIZE
             CaseName DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             FUNCTION TRIM(RunVerdict) DELIMITED BY SIZE
             " at ROM " DELIMITED BY SIZE
             VerdictAddress DELIMITED BY SIZE
             " after " DELIMITED BY SIZE
             CycleCounter DELIMITED BY SIZE
             " cycle(s)" DELIMITED BY SIZE
             INTO TestReportRecord
      END-STRING
      PERFORM WriteTestReportLine
      ELSE
        ADD 1 TO ProgramFailCount
        ADD 1 TO TotalFailCount
        STRING "  FAIL  " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               CaseName DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(RunVerdict) DELIMITED BY SIZE
               " at ROM " DELIMITED BY SIZE
               VerdictAddress DELIMITED BY SIZE
               " after " DELIMITED BY SIZE
               CycleCounter DELIMITED BY SIZE
               " cycle(s), " DELIMITED BY SIZE
               CaseMismatchCount DELIMITED BY SIZE
               " check(s) failed" DELIMITED BY SIZE
               INTO TestReportRecord
        END-STRING
        PERFORM WriteTestReportLine
        IF NOT HaltLoopSeen AND NOT EndOfRomSeen
          MOVE "          run did not reach a controlled halt"
               TO TestReportRecord
          PERFORM WriteTestReportLine
        END-IF
        PERFORM WriteCaseMismatches
    END-IF
END-IF.

WriteCaseMismatches.
PERFORM VARYING CaseCounter FROM 1 BY 1
        UNTIL CaseCounter > CaseExpectCount
  MOVE RamWord(CaseExpectAddress(CaseCounter) + 1) TO RamCellValue
  IF RamCellValue NOT = CaseExpectValue(CaseCounter)
    MOVE CaseExpectValue(CaseCounter) TO AnInteger
    PERFORM SignCellValue
    MOVE SignedCellValue TO ExpectDisplay
    MOVE RamCellValue TO AnInteger
    PERFORM SignCellValue
    MOVE SignedCellValue TO ActualDisplay
    MOVE SPACES TO TestReportRecord
    STRING "          " DELIMITED BY SIZE
           CaseExpectCell(CaseCounter) DELIMITED BY SPACE
           " (RAM " DELIMITED BY SIZE
           CaseExpectAddress(CaseCounter) DELIMITED BY SIZE
           ") expected " DELIMITED BY SIZE
           FUNCTION TRIM(ExpectDisplay) DELIMITED BY SIZE
           " got " DELIMITED BY SIZE
           FUNCTION TRIM(ActualDisplay) DELIMITED BY SIZE
           INTO TestReportRecord
    END-STRING
    PERFORM WriteTestReportLine
  END-IF
END-PERFORM.

*> Read the 16-bit word in AnInteger as the signed value the
*> program's arithmetic sees.
SignCellValue.
IF AnInteger >= 32768
  COMPUTE SignedCellValue = AnInteger - 65536
  ELSE
    MOVE AnInteger TO SignedCellValue
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The execution profile, <program>.prf.  Each .sym label owns the
*> ROM words from its address up to the next label; words ahead of
*> the first label are the (entry) range.  For each range: words,
*> words reached, cycles spent and their share of the total, with
*> UNCOVERED on any range that never executed.  Then the hottest
*> loops by iterations, and the uncovered ranges again as a list.
*> A profile that cannot be written is warned about, not fatal -
*> the run itself has already been reported.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteProfileReport.
OPEN OUTPUT ProfileFile
IF ProfileFileStatus NOT = "00"
  DISPLAY "WARNING: could not open " FUNCTION TRIM(ProfileFileName)
          " - no profile written"
  ELSE
    PERFORM BuildLabelRanges
    MOVE ZEROES TO ProfileTotalCycles
    MOVE ZEROES TO ProfileWordsHit
    PERFORM VARYING ProfileCounter FROM 1 BY 1
            UNTIL ProfileCounter > RomWordCount
      ADD ExecCount(ProfileCounter) TO ProfileTotalCycles
      IF ExecCount(ProfileCounter) > ZEROES
        ADD 1 TO ProfileWordsHit
      END-IF
    END-PERFORM
    MOVE SPACES TO ProfileRecord
    STRING "EXECUTION PROFILE FOR " DELIMITED BY SIZE
           FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
           INTO ProfileRecord
    END-STRING
    PERFORM WriteProfileLine
    MOVE SPACES TO ProfileRecord
    IF SingleRunMode
      STRING "Verdict: " DELIMITED BY SIZE
             FUNCTION TRIM(RunVerdict) DELIMITED BY SIZE
             " at ROM " DELIMITED BY SIZE
             VerdictAddress DELIMITED BY SIZE
             " after " DELIMITED BY SIZE
             CycleCounter DELIMITED BY SIZE
             " cycle(s)" DELIMITED BY SIZE
             INTO ProfileRecord
      END-STRING
      ELSE
        STRING "Runs profiled: " DELIMITED BY SIZE
               ProfileRunCount DELIMITED BY SIZE
               " test case(s) from " DELIMITED BY SIZE
               FUNCTION TRIM(TestFileName) DELIMITED BY SIZE
               INTO ProfileRecord
        END-STRING
    END-IF
    PERFORM WriteProfileLine
    MOVE ZEROES TO ProfilePct
    IF RomWordCount > ZEROES
      COMPUTE ProfilePct = ProfileWordsHit * 100 / RomWordCount
    END-IF
    MOVE SPACES TO ProfileRecord
    STRING "ROM words: " DELIMITED BY SIZE
           RomWordCount DELIMITED BY SIZE
           "  executed: " DELIMITED BY SIZE
           ProfileWordsHit DELIMITED BY SIZE
           "  coverage: " DELIMITED BY SIZE
           ProfilePct DELIMITED BY SIZE
           "%  cycles: " DELIMITED BY SIZE
           ProfileTotalCycles DELIMITED BY SIZE
           INTO ProfileRecord
    END-STRING
    PERFORM WriteProfileLine
    MOVE SPACES TO ProfileRecord
    PERFORM WriteProfileLine
    MOVE "Routine profile (label ranges):" TO ProfileRecord
    PERFORM WriteProfileLine
    MOVE "  LABEL                           FROM  THRU WORDS   HIT     CYCLES  PCT"
         TO ProfileRecord
    PERFORM WriteProfileLine
    MOVE ZEROES TO UncoveredCount
    PERFORM VARYING RangeCounter FROM 1 BY 1
            UNTIL RangeCounter > RangeCount
      PERFORM MeasureLabelRange
      IF RangeWords > ZEROES
        PERFORM WriteRangeProfileLine
      END-IF
    END-PERFORM
    PERFORM WriteHotLoops
    PERFORM WriteUncoveredRanges
    CLOSE ProfileFile
    DISPLAY "Profile written to " FUNCTION TRIM(ProfileFileName)
END-IF.

*> Sort the .sym labels into address order behind the (entry)
*> range.  Labels past the end of the image own no words.
BuildLabelRanges.
MOVE 1 TO RangeCount
MOVE "(entry)" TO RangeName(1)
MOVE ZEROES TO RangeStart(1)
PERFORM VARYING KnownSymCounter FROM 1 BY 1
        UNTIL KnownSymCounter > KnownSymCount
  IF KnownSymKind(KnownSymCounter) = "LABEL"
     AND KnownSymAddress(KnownSymCounter) < RomWordCount
     AND RangeCount < RangeMax
    MOVE RangeCount TO RangeShift
    PERFORM UNTIL RangeStart(RangeShift)
                  <= KnownSymAddress(KnownSymCounter)
      MOVE RangeEntry(RangeShift) TO RangeEntry(RangeShift + 1)
      SUBTRACT 1 FROM RangeShift
    END-PERFORM
    ADD 1 TO RangeCount
    MOVE KnownSymName(KnownSymCounter) TO RangeName(RangeShift + 1)
    MOVE KnownSymAddress(KnownSymCounter) TO RangeStart(RangeShift + 1)
  END-IF
END-PERFORM.

*> Words, words reached and cycles for RangeEntry(RangeCounter).
*> Two labels on one address leave the first with no words.
MeasureLabelRange.
MOVE ZEROES TO RangeWords
MOVE ZEROES TO RangeWordsHit
MOVE ZEROES TO RangeCycles
IF RangeCounter < RangeCount
  IF RangeStart(RangeCounter + 1) > RangeStart(RangeCounter)
    COMPUTE RangeEnd = RangeStart(RangeCounter + 1) - 1
    COMPUTE RangeWords = RangeEnd - RangeStart(RangeCounter) + 1
  END-IF
  ELSE
    IF RomWordCount > RangeStart(RangeCounter)
      COMPUTE RangeEnd = RomWordCount - 1
      COMPUTE RangeWords = RangeEnd - RangeStart(RangeCounter) + 1
    END-IF
END-IF
IF RangeWords > ZEROES
  PERFORM VARYING ProfileCounter FROM RangeStart(RangeCounter) BY 1
          UNTIL ProfileCounter > RangeEnd
    ADD ExecCount(ProfileCounter + 1) TO RangeCycles
    IF ExecCount(ProfileCounter + 1) > ZEROES
      ADD 1 TO RangeWordsHit
    END-IF
  END-PERFORM
END-IF.

WriteRangeProfileLine.
MOVE ZEROES TO ProfilePct
IF ProfileTotalCycles > ZEROES
  COMPUTE ProfilePct = RangeCycles * 100 / ProfileTotalCycles
END-IF
MOVE RangeName(RangeCounter) TO ProfileLabelText
MOVE SPACES TO ProfileRecord
STRING "  " DELIMITED BY SIZE
       ProfileLabelText DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RangeStart(RangeCounter) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RangeEnd DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RangeWords DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RangeWordsHit DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RangeCycles DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       ProfilePct DELIMITED BY SIZE
       "%" DELIMITED BY SIZE
       INTO ProfileRecord
END-STRING
IF RangeWordsHit = ZEROES
  MOVE "UNCOVERED" TO ProfileRecord(74:9)
  ADD 1 TO UncoveredCount
END-IF
PERFORM WriteProfileLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The five loops with the most iterations.  A loop is the span
*> from a backward jump's target down to the furthest jump that
*> returns to it; its cycles are every execution inside that span.
*> Each loop is cleared from LoopTable once listed, so the next
*> pass finds the next hottest.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteHotLoops.
MOVE SPACES TO ProfileRecord
PERFORM WriteProfileLine
MOVE "Hottest loops (backward jumps taken):" TO ProfileRecord
PERFORM WriteProfileLine
MOVE ZEROES TO HotLoopsShown
PERFORM VARYING HotLoopCounter FROM 1 BY 1 UNTIL HotLoopCounter > 5
  MOVE ZEROES TO HotLoopMax
  MOVE ZEROES TO HotLoopTop
  PERFORM VARYING ProfileCounter FROM 1 BY 1
          UNTIL ProfileCounter > RomWordCount
    IF LoopIterations(ProfileCounter) > HotLoopMax
      MOVE LoopIterations(ProfileCounter) TO HotLoopMax
      COMPUTE HotLoopTop = ProfileCounter - 1
    END-IF
  END-PERFORM
  IF HotLoopMax > ZEROES
    ADD 1 TO HotLoopsShown
    MOVE ZEROES TO RangeCycles
    PERFORM VARYING ProfileCounter FROM HotLoopTop BY 1
            UNTIL ProfileCounter > LoopBottom(HotLoopTop + 1)
      ADD ExecCount(ProfileCounter + 1) TO RangeCycles
    END-PERFORM
    MOVE ZEROES TO ProfilePct
    IF ProfileTotalCycles > ZEROES
      COMPUTE ProfilePct = RangeCycles * 100 / ProfileTotalCycles
    END-IF
    MOVE 1 TO RangeFound
    PERFORM VARYING RangeCounter FROM 1 BY 1
            UNTIL RangeCounter > RangeCount
      IF RangeStart(RangeCounter) <= HotLoopTop
        MOVE RangeCounter TO RangeFound
      END-IF
    END-PERFORM
    MOVE RangeName(RangeFound) TO ProfileLabelText
    MOVE SPACES TO ProfileRecord
    STRING "  " DELIMITED BY SIZE
           ProfileLabelText DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HotLoopTop DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LoopBottom(HotLoopTop + 1) DELIMITED BY SIZE
           " iterations " DELIMITED BY SIZE
           HotLoopMax DELIMITED BY SIZE
           " cycles " DELIMITED BY SIZE
           RangeCycles DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ProfilePct DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO ProfileRecord
    END-STRING
    PERFORM WriteProfileLine
    MOVE ZEROES TO LoopIterations(HotLoopTop + 1)
  END-IF
END-PERFORM
IF HotLoopsShown = ZEROES
  MOVE "  (none - no backward jump was taken)" TO ProfileRecord
  PERFORM WriteProfileLine
END-IF.

WriteUncoveredRanges.
MOVE SPACES TO ProfileRecord
PERFORM WriteProfileLine
MOVE SPACES TO ProfileRecord
STRING "Uncovered label ranges: " DELIMITED BY SIZE
       UncoveredCount DELIMITED BY SIZE
       INTO ProfileRecord
END-STRING
PERFORM WriteProfileLine
PERFORM VARYING RangeCounter FROM 1 BY 1
        UNTIL RangeCounter > RangeCount
  PERFORM MeasureLabelRange
  IF RangeWords > ZEROES AND RangeWordsHit = ZEROES
    MOVE SPACES TO ProfileRecord
    STRING "  UNCOVERED " DELIMITED BY SIZE
           RangeName(RangeCounter) DELIMITED BY SPACE
           " (ROM " DELIMITED BY SIZE
           RangeStart(RangeCounter) DELIMITED BY SIZE
           " thru " DELIMITED BY SIZE
           RangeEnd DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO ProfileRecord
    END-STRING
    PERFORM WriteProfileLine
  END-IF
END-PERFORM.

WriteProfileLine.
WRITE ProfileRecord.

WriteReportLine.
WRITE ReportRecord
DISPLAY ReportRecord.

WriteTestReportLine.
WRITE TestReportRecord
DISPLAY TestReportRecord.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Convert the value in AnInteger to a full 16-bit binary string
*> in ABinaryString (same method the assembler uses).
