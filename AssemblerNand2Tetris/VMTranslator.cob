      >>SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. VMTranslatorNand2Tetris.
AUTHOR. David G Smith.

*>  Modification History
*>  ---------------------------------------------------------------
*>  Front end for AssemblerNand2Tetris: translates routines written
*>  for the stack-based Hack VM layer into the .asm the assembler
*>  already accepts, retiring the hand translation that most of
*>  our stack-frame bugs came from.  A program is one or more .vm
*>  members - listed one per line in an optional <program>.vml,
*>  otherwise the single file <program>.vm - translated into one
*>  <program>.asm.  Every VM command is supported: push/pop on the
*>  constant, local, argument, this, that, temp, pointer and static
*>  segments (statics are named <member>.<index>, so each member
*>  keeps its own), the arithmetic and comparison commands, label,
*>  goto and if-goto (scoped to the enclosing function as
*>  <function>$<label>), and function, call and return with the
*>  standard five-word stack frame.  When a member defines
*>  Sys.init the output starts with the bootstrap - SP set to 256,
*>  then call Sys.init - and every translation ends in a
*>  jump-to-self halt loop the emulator recognizes.
*>  The whole program is validated before any output is opened,
*>  the same way the assembler's first pass works: an unknown
*>  command, a wrong operand count, a bad segment or index, a pop
*>  to constant, a duplicate function or label, a goto to a label
*>  its function never defines, or a call to a function no member
*>  defines is recorded with its member and line number in
*>  <program>.vme, and the program fails with no .asm written (a
*>  stale one from an earlier run is deleted, so a chained
*>  assembly step cannot pick it up).
*>  Run mode BATCH (VMParms.txt, or an interactive ACCEPT)
*>  translates every program in the batch control file -
*>  BatchControl.txt unless the parm names another - so one control
*>  file drives both the translate and the assemble step of a job.
*>  A program with no .vm source is reported SKIPPED, so the same
*>  control file may list hand-written .asm programs too.  Results
*>  go to VMTranslate.lst and the console, and the run ends with a
*>  scheduler-meaningful completion code: 0 when every program
*>  translated, 8 when any failed, 12 when the run could not start
*>  or a SINGLE run found nothing to translate.
*>  Code can no longer fall into a function it was never meant to
*>  reach.  The bootstrap's call to Sys.init is followed by a jump
*>  to the halt loop, so a Sys.init that returns stops the machine
*>  instead of running the first member's first function on a
*>  garbage frame; and top-level commands ahead of a function are
*>  likewise ended with a jump to the halt loop before that
*>  function's label.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ParmFile ASSIGN TO "VMParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.
    SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
    SELECT MemberListFile ASSIGN TO DYNAMIC MemberListFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MemberListFileStatus.
    SELECT VmSourceFile ASSIGN TO DYNAMIC VmFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VmFileStatus.
    SELECT AsmOutputFile ASSIGN TO DYNAMIC AsmFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AsmFileStatus.
    SELECT ErrorListFile ASSIGN TO DYNAMIC ErrorListFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ErrorListFileStatus.
    SELECT ReportFile ASSIGN TO "VMTranslate.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmRecord.
    02 ParmRunMode PIC X(6).
    02 ParmBaseName PIC X(40).
FD ControlFile.
01 BatchControlRecord PIC X(40).
FD MemberListFile.
01 MemberListRecord PIC X(40).
FD VmSourceFile.
01 VmRecord PIC X(132).
FD AsmOutputFile.
01 AsmRecord PIC X(80).
FD ErrorListFile.
01 ErrorListRecord PIC X(120).
FD ReportFile.
01 ReportRecord PIC X(100).

WORKING-STORAGE SECTION.
01  CharHolder PIC X.
01  ParmFileStatus PIC XX.
01  ControlFileStatus PIC XX.
01  MemberListFileStatus PIC XX.
01  VmFileStatus PIC XX.
01  AsmFileStatus PIC XX.
01  ErrorListFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  FileDeleteStatus PIC 9(9) VALUE ZEROES.

*>  Run-mode switch and per-run file names
01  RunMode PIC X(6) VALUE "SINGLE".
    88 SingleRunMode VALUE "SINGLE".
    88 BatchRunMode VALUE "BATCH ".
01  BaseFileName PIC X(40) VALUE SPACES.
01  CurrentProgramName PIC X(40) VALUE SPACES.
01  ControlFileName PIC X(50) VALUE "BatchControl.txt".
01  MemberListFileName PIC X(50) VALUE SPACES.
01  VmFileName PIC X(50) VALUE SPACES.
01  AsmFileName PIC X(50) VALUE SPACES.
01  ErrorListFileName PIC X(50) VALUE SPACES.

*>  Batch counters and the scheduler completion code
01  ProgramCount PIC 999 VALUE ZEROES.
01  SuccessCount PIC 999 VALUE ZEROES.
01  FailureCount PIC 999 VALUE ZEROES.
01  SkippedCount PIC 999 VALUE ZEROES.
01  CompletionCode PIC 99 VALUE ZEROES.
01  ProgramStatus PIC X(7).
    88 ProgramTranslated VALUE "OK".
    88 ProgramFailed VALUE "FAILED".
    88 ProgramSkipped VALUE "SKIPPED".

*>  The program's .vm members
01  MemberTableMax PIC 99 VALUE 50.
01  MemberTable.
    02 MemberName OCCURS 50 TIMES PIC X(40).
01  MemberCount PIC 99 VALUE ZEROES.
01  MemberCounter PIC 99.
01  CurrentMemberName PIC X(40).

*>  One VM source line broken into its command and operands
01  VmLineNumber PIC 9(6) VALUE ZEROES.
01  VmLineNumberSave PIC 9(6).
01  VmCode PIC X(132).
01  VmCommand PIC X(40).
01  VmArg1 PIC X(40).
01  VmArg2 PIC X(40).
01  VmExtra PIC X(40).
01  VmArg1Length PIC 999.
01  VmArg2Length PIC 999.
01  VmTokenCount PIC 99.
01  VmIndex PIC 9(5).
01  VmIndexText PIC X(40).
01  VmIndexLength PIC 999.
01  VmDigitCount PIC 999.
01  VmIndexOkSwitch PIC X VALUE "N".
    88 VmIndexOk VALUE "Y".
01  VmNameOkSwitch PIC X VALUE "N".
    88 VmNameOk VALUE "Y".
01  VmNameLength PIC 999.
01  VmNamePos PIC 999.
01  VmCommandCount PIC 9(5) VALUE ZEROES.

*>  Validation tables: functions defined and called across the
*>  program, and the labels and jump targets of the current scope
01  FunctionTableMax PIC 9(4) VALUE 500.
01  FunctionTable.
    02 FunctionEntry OCCURS 500 TIMES.
       03 FunctionName PIC X(40).
01  FunctionCount PIC 9(4) VALUE ZEROES.
01  FunctionCounter PIC 9(4).
01  FunctionCapture PIC 9(4).
01  CallTableMax PIC 9(4) VALUE 500.
01  CallTable.
    02 CallEntry OCCURS 500 TIMES.
       03 CallName PIC X(40).
       03 CallMember PIC X(40).
       03 CallLine PIC 9(6).
01  CallCount PIC 9(4) VALUE ZEROES.
01  CallCounter PIC 9(4).
01  CallCapture PIC 9(4).
01  ScopeLabelMax PIC 9(4) VALUE 500.
01  ScopeLabelTable.
    02 ScopeLabelName OCCURS 500 TIMES PIC X(40).
01  ScopeLabelCount PIC 9(4) VALUE ZEROES.
01  ScopeLabelCounter PIC 9(4).
01  ScopeLabelCapture PIC 9(4).
01  ScopeGotoMax PIC 9(4) VALUE 500.
01  ScopeGotoTable.
    02 ScopeGotoEntry OCCURS 500 TIMES.
       03 ScopeGotoName PIC X(40).
       03 ScopeGotoLine PIC 9(6).
01  ScopeGotoCount PIC 9(4) VALUE ZEROES.
01  ScopeGotoCounter PIC 9(4).
01  InFunctionSwitch PIC X VALUE "N".
    88 InFunction VALUE "Y".
01  BootstrapSwitch PIC X VALUE "N".
    88 BootstrapNeeded VALUE "Y".

*>  Line-numbered translation errors for the .vme listing
01  VmErrorMax PIC 999 VALUE 200.
01  VmErrorTable.
    02 VmErrorEntry OCCURS 200 TIMES.
       03 VmErrorMember PIC X(40).
       03 VmErrorLine PIC 9(6).
       03 VmErrorText PIC X(80).
01  VmErrorCount PIC 9(6) VALUE ZEROES.
01  VmErrorCounter PIC 9(6).
01  VmErrorDetail PIC X(80).

*>  Code generation work fields
01  CurrentScopeName PIC X(40).
01  SegmentBase PIC X(4).
01  DirectSymbol PIC X(40).
01  EmitOperand PIC X(60).
01  AsmLine PIC X(80).
01  AsmLineCount PIC 9(6) VALUE ZEROES.
01  CompareCounter PIC 9(5) VALUE ZEROES.
01  ReturnCounter PIC 9(5) VALUE ZEROES.
01  CompareLabel PIC X(40).
01  ReturnLabel PIC X(60).
01  CompareJump PIC X(4).
01  NumberText PIC Z(4)9.
01  FrameOffset PIC 9(5).
01  LocalCounter PIC 9(5).
01  TopLevelCodeSwitch PIC X VALUE "N".
    88 TopLevelCodePending VALUE "Y".

PROCEDURE DIVISION.
Begin.
PERFORM LoadRunParameters
OPEN OUTPUT ReportFile
IF ReportFileStatus NOT = "00"
  DISPLAY "ERROR: could not open VMTranslate.lst - run aborted"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
MOVE "VM TRANSLATION RUN REPORT" TO ReportRecord
PERFORM WriteReportLine
IF BatchRunMode
  PERFORM RunBatch
  ELSE
    MOVE BaseFileName TO CurrentProgramName
    ADD 1 TO ProgramCount
    PERFORM TranslateProgram
    IF ProgramSkipped
*> A SINGLE run exists to translate this one program
      MOVE 12 TO CompletionCode
    END-IF
END-IF
MOVE SPACES TO ReportRecord
STRING "Programs: " DELIMITED BY SIZE
       ProgramCount DELIMITED BY SIZE
       "  Translated: " DELIMITED BY SIZE
       SuccessCount DELIMITED BY SIZE
       "  Failed: " DELIMITED BY SIZE
       FailureCount DELIMITED BY SIZE
       "  Skipped: " DELIMITED BY SIZE
       SkippedCount DELIMITED BY SIZE
       INTO ReportRecord
END-STRING
PERFORM WriteReportLine
CLOSE ReportFile
MOVE CompletionCode TO RETURN-CODE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Establish SINGLE/BATCH mode and the program name (or batch
*> control filename) from VMParms.txt or an interactive ACCEPT.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRunParameters.
OPEN INPUT ParmFile
IF ParmFileStatus = "00"
  READ ParmFile
    AT END MOVE HIGH-VALUES TO ParmRecord
  END-READ
  IF ParmRecord NOT = HIGH-VALUES
    MOVE ParmRunMode TO RunMode
    MOVE ParmBaseName TO BaseFileName
  END-IF
  CLOSE ParmFile
  ELSE
    DISPLAY "No VMParms.txt found - enter run parameters"
    DISPLAY "Run mode (SINGLE or BATCH): " WITH NO ADVANCING
    ACCEPT RunMode
    IF RunMode = "BATCH"
      DISPLAY "Batch control filename (blank for BatchControl.txt): "
              WITH NO ADVANCING
      ELSE
        DISPLAY "Program to translate (no extension): "
                WITH NO ADVANCING
    END-IF
    ACCEPT BaseFileName
END-IF
IF NOT SingleRunMode AND NOT BatchRunMode
  MOVE "SINGLE" TO RunMode
END-IF
IF BatchRunMode AND BaseFileName NOT = SPACES
  MOVE BaseFileName TO ControlFileName
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Translate every program named in the batch control file - the
*> same file the assembler's BATCH step reads next.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunBatch.
OPEN INPUT ControlFile
IF ControlFileStatus NOT = "00"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not open batch control file " DELIMITED BY SIZE
         FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE 12 TO CompletionCode
  ELSE
    READ ControlFile
      AT END MOVE HIGH-VALUES TO BatchControlRecord
    END-READ
    PERFORM UNTIL BatchControlRecord = HIGH-VALUES
      IF BatchControlRecord NOT = SPACES
        ADD 1 TO ProgramCount
        MOVE BatchControlRecord TO CurrentProgramName
        PERFORM TranslateProgram
      END-IF
      READ ControlFile
        AT END MOVE HIGH-VALUES TO BatchControlRecord
      END-READ
    END-PERFORM
    CLOSE ControlFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Translate CurrentProgramName: find its members, validate all
*> of them, and only then write <program>.asm.  Any error fails
*> the program with its .vme listing and no .asm on disk.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
TranslateProgram.
PERFORM BuildFileNames
MOVE ZEROES TO VmErrorCount
MOVE ZEROES TO VmCommandCount
MOVE ZEROES TO AsmLineCount
MOVE "OK" TO ProgramStatus
PERFORM LoadMemberList
IF NOT ProgramSkipped
  PERFORM ValidateProgram
  IF VmErrorCount > 0
    MOVE "FAILED" TO ProgramStatus
    PERFORM WriteErrorListing
    CALL "CBL_DELETE_FILE" USING AsmFileName
         RETURNING FileDeleteStatus
    END-CALL
    ELSE
      PERFORM GenerateProgram
  END-IF
END-IF
MOVE SPACES TO ReportRecord
EVALUATE TRUE
  WHEN ProgramSkipped
    ADD 1 TO SkippedCount
    STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           "  STATUS=SKIPPED  no .vml or .vm source" DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
  WHEN ProgramFailed
    ADD 1 TO FailureCount
    IF CompletionCode < 8
      MOVE 8 TO CompletionCode
    END-IF
    STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           "  STATUS=FAILED  " DELIMITED BY SIZE
           VmErrorCount DELIMITED BY SIZE
           " error(s) - see " DELIMITED BY SIZE
           FUNCTION TRIM(ErrorListFileName) DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
  WHEN OTHER
    ADD 1 TO SuccessCount
    STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           "  STATUS=OK  MEMBERS=" DELIMITED BY SIZE
           MemberCount DELIMITED BY SIZE
           "  COMMANDS=" DELIMITED BY SIZE
           VmCommandCount DELIMITED BY SIZE
           "  ASM-LINES=" DELIMITED BY SIZE
           AsmLineCount DELIMITED BY SIZE
           "  BOOTSTRAP=" DELIMITED BY SIZE
           BootstrapSwitch DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
END-EVALUATE
PERFORM WriteReportLine.

BuildFileNames.
MOVE SPACES TO MemberListFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".vml" DELIMITED BY SIZE
       INTO MemberListFileName
END-STRING
MOVE SPACES TO AsmFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".asm" DELIMITED BY SIZE
       INTO AsmFileName
END-STRING
MOVE SPACES TO ErrorListFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".vme" DELIMITED BY SIZE
       INTO ErrorListFileName
END-STRING.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The members come from <program>.vml, one name per line, or -
*> when there is no list - the single member <program>.vm.  With
*> neither, the program has no VM source and is skipped.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadMemberList.
MOVE ZEROES TO MemberCount
OPEN INPUT MemberListFile
IF MemberListFileStatus = "00"
  READ MemberListFile
    AT END MOVE HIGH-VALUES TO MemberListRecord
  END-READ
  PERFORM UNTIL MemberListRecord = HIGH-VALUES
    IF MemberListRecord NOT = SPACES
      IF MemberCount >= MemberTableMax
        MOVE "FAILED" TO ProgramStatus
        ELSE
          ADD 1 TO MemberCount
          MOVE FUNCTION TRIM(MemberListRecord) TO MemberName(MemberCount)
      END-IF
    END-IF
    READ MemberListFile
      AT END MOVE HIGH-VALUES TO MemberListRecord
    END-READ
  END-PERFORM
  CLOSE MemberListFile
  IF ProgramFailed
    MOVE CurrentProgramName TO CurrentMemberName
    MOVE ZEROES TO VmLineNumber
    MOVE SPACES TO VmErrorDetail
    STRING FUNCTION TRIM(MemberListFileName) DELIMITED BY SIZE
           " lists more than " DELIMITED BY SIZE
           MemberTableMax DELIMITED BY SIZE
           " members" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
    PERFORM RecordVmError
  END-IF
  IF MemberCount = 0
    MOVE "SKIPPED" TO ProgramStatus
  END-IF
  ELSE
    MOVE CurrentProgramName TO CurrentMemberName
    PERFORM BuildVmFileName
    OPEN INPUT VmSourceFile
    IF VmFileStatus = "00"
      CLOSE VmSourceFile
      MOVE 1 TO MemberCount
      MOVE CurrentProgramName TO MemberName(1)
      ELSE
        MOVE "SKIPPED" TO ProgramStatus
    END-IF
END-IF.

BuildVmFileName.
MOVE SPACES TO VmFileName
STRING FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
       ".vm" DELIMITED BY SIZE
       INTO VmFileName
END-STRING.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>                    >>>> Validation Pass <<<<<
*> Read every member and check every command before any output
*> is written.  Function names are program-wide; labels belong to
*> the function they appear in (or to the member, for code ahead
*> of the first function), and each scope's gotos are checked
*> against its labels when the scope closes.  Calls are checked
*> against the functions of all members at the end.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateProgram.
MOVE ZEROES TO FunctionCount
MOVE ZEROES TO CallCount
MOVE "N" TO BootstrapSwitch
PERFORM VARYING MemberCounter FROM 1 BY 1
        UNTIL MemberCounter > MemberCount
  MOVE MemberName(MemberCounter) TO CurrentMemberName
  PERFORM ValidateMember
END-PERFORM
PERFORM VARYING CallCounter FROM 1 BY 1
        UNTIL CallCounter > CallCount
  MOVE ZEROES TO FunctionCapture
  PERFORM VARYING FunctionCounter FROM 1 BY 1
          UNTIL FunctionCounter > FunctionCount OR FunctionCapture <> 0
    IF CallName(CallCounter) = FunctionName(FunctionCounter)
      MOVE FunctionCounter TO FunctionCapture
    END-IF
  END-PERFORM
  IF FunctionCapture = 0
    MOVE CallMember(CallCounter) TO CurrentMemberName
    MOVE CallLine(CallCounter) TO VmLineNumber
    MOVE SPACES TO VmErrorDetail
    STRING "call to '" DELIMITED BY SIZE
           FUNCTION TRIM(CallName(CallCounter)) DELIMITED BY SIZE
           "' - no member defines that function" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
    PERFORM RecordVmError
  END-IF
END-PERFORM.

ValidateMember.
MOVE ZEROES TO VmLineNumber
PERFORM BuildVmFileName
*> Statics are named <member>.<index> - the name must leave room
IF FUNCTION LENGTH(FUNCTION TRIM(CurrentMemberName)) > 34
  MOVE "member name longer than 34 characters" TO VmErrorDetail
  PERFORM RecordVmError
END-IF
OPEN INPUT VmSourceFile
IF VmFileStatus NOT = "00"
  MOVE SPACES TO VmErrorDetail
  STRING "could not open " DELIMITED BY SIZE
         FUNCTION TRIM(VmFileName) DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
  ELSE
    MOVE "N" TO InFunctionSwitch
    MOVE CurrentMemberName TO CurrentScopeName
    MOVE ZEROES TO ScopeLabelCount
    MOVE ZEROES TO ScopeGotoCount
    READ VmSourceFile
      AT END MOVE HIGH-VALUES TO VmRecord
    END-READ
    PERFORM UNTIL VmRecord = HIGH-VALUES
      ADD 1 TO VmLineNumber
      PERFORM ParseVmLine
      IF VmCommand NOT = SPACES
        PERFORM ValidateVmCommand
      END-IF
      READ VmSourceFile
        AT END MOVE HIGH-VALUES TO VmRecord
      END-READ
    END-PERFORM
    CLOSE VmSourceFile
    PERFORM CloseLabelScope
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Split VmRecord into command and operands.  Tabs and carriage
*> returns count as blanks and everything from // on is comment.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ParseVmLine.
MOVE SPACES TO VmCode
MOVE SPACES TO VmCommand
MOVE SPACES TO VmArg1
MOVE SPACES TO VmArg2
MOVE SPACES TO VmExtra
MOVE ZEROES TO VmArg1Length
MOVE ZEROES TO VmArg2Length
MOVE ZEROES TO VmTokenCount
INSPECT VmRecord REPLACING ALL X"09" BY SPACE
INSPECT VmRecord REPLACING ALL X"0D" BY SPACE
UNSTRING VmRecord DELIMITED BY "//"
  INTO VmCode
END-UNSTRING
IF VmCode NOT = SPACES
  MOVE FUNCTION TRIM(VmCode) TO VmCode
  UNSTRING VmCode DELIMITED BY ALL SPACES
    INTO VmCommand,
         VmArg1 COUNT IN VmArg1Length,
         VmArg2 COUNT IN VmArg2Length,
         VmExtra
    TALLYING IN VmTokenCount
  END-UNSTRING
*> The trailing blanks of the trimmed line make one empty token
  IF VmExtra = SPACES AND VmTokenCount = 4
    SUBTRACT 1 FROM VmTokenCount
  END-IF
  IF VmArg2 = SPACES AND VmTokenCount = 3
    SUBTRACT 1 FROM VmTokenCount
  END-IF
  IF VmArg1 = SPACES AND VmTokenCount = 2
    SUBTRACT 1 FROM VmTokenCount
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Check one parsed command: known command, operand count, and
*> the operands themselves.  Records what later scope and call
*> checks need.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateVmCommand.
ADD 1 TO VmCommandCount
EVALUATE VmCommand
  WHEN "add"
  WHEN "sub"
  WHEN "neg"
  WHEN "eq"
  WHEN "gt"
  WHEN "lt"
  WHEN "and"
  WHEN "or"
  WHEN "not"
    IF VmTokenCount NOT = 1
      PERFORM NoteOperandCountError
    END-IF
  WHEN "return"
    IF VmTokenCount NOT = 1
      PERFORM NoteOperandCountError
      ELSE
        IF NOT InFunction
          MOVE "return outside any function" TO VmErrorDetail
          PERFORM RecordVmError
        END-IF
    END-IF
  WHEN "push"
  WHEN "pop"
    IF VmTokenCount NOT = 3
      PERFORM NoteOperandCountError
      ELSE
        PERFORM ValidateSegmentOperands
    END-IF
  WHEN "label"
    IF VmTokenCount NOT = 2
      PERFORM NoteOperandCountError
      ELSE
        PERFORM ValidateScopedName
        IF VmNameOk
          PERFORM AddScopeLabel
        END-IF
    END-IF
  WHEN "goto"
  WHEN "if-goto"
    IF VmTokenCount NOT = 2
      PERFORM NoteOperandCountError
      ELSE
        PERFORM ValidateScopedName
        IF VmNameOk
          PERFORM AddScopeGoto
        END-IF
    END-IF
  WHEN "function"
    IF VmTokenCount NOT = 3
      PERFORM NoteOperandCountError
      ELSE
        PERFORM CloseLabelScope
        MOVE "Y" TO InFunctionSwitch
        MOVE VmArg1 TO CurrentScopeName
        PERFORM ValidateFunctionName
        IF VmNameOk
          PERFORM AddFunctionDefinition
        END-IF
        PERFORM ValidateCountOperand
    END-IF
  WHEN "call"
    IF VmTokenCount NOT = 3
      PERFORM NoteOperandCountError
      ELSE
        PERFORM ValidateFunctionName
        IF VmNameOk
          PERFORM AddFunctionCall
        END-IF
        PERFORM ValidateCountOperand
*> The return label is <caller>$ret.<n>
        IF FUNCTION LENGTH(FUNCTION TRIM(CurrentScopeName)) > 30
          MOVE SPACES TO VmErrorDetail
          STRING "function name '" DELIMITED BY SIZE
                 FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
                 "' too long to form a return label" DELIMITED BY SIZE
                 INTO VmErrorDetail
          END-STRING
          PERFORM RecordVmError
        END-IF
    END-IF
  WHEN OTHER
    MOVE SPACES TO VmErrorDetail
    STRING "unknown VM command '" DELIMITED BY SIZE
           FUNCTION TRIM(VmCommand) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
    PERFORM RecordVmError
END-EVALUATE.

NoteOperandCountError.
MOVE SPACES TO VmErrorDetail
EVALUATE VmCommand
  WHEN "push"
  WHEN "pop"
    STRING "'" DELIMITED BY SIZE
           FUNCTION TRIM(VmCommand) DELIMITED BY SIZE
           "' takes a segment and an index" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
  WHEN "label"
  WHEN "goto"
  WHEN "if-goto"
    STRING "'" DELIMITED BY SIZE
           FUNCTION TRIM(VmCommand) DELIMITED BY SIZE
           "' takes one label name" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
  WHEN "function"
  WHEN "call"
    STRING "'" DELIMITED BY SIZE
           FUNCTION TRIM(VmCommand) DELIMITED BY SIZE
           "' takes a function name and a count" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
  WHEN OTHER
    STRING "'" DELIMITED BY SIZE
           FUNCTION TRIM(VmCommand) DELIMITED BY SIZE
           "' takes no operands" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
END-EVALUATE
PERFORM RecordVmError.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> push/pop: a known segment and an index inside its range.  The
*> constant segment can only be pushed.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateSegmentOperands.
MOVE VmArg2 TO VmIndexText
MOVE VmArg2Length TO VmIndexLength
PERFORM ParseVmIndex
IF NOT VmIndexOk
  MOVE SPACES TO VmErrorDetail
  STRING "index '" DELIMITED BY SIZE
         FUNCTION TRIM(VmArg2) DELIMITED BY SIZE
         "' is not a number from 0 to 32767" DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
END-IF
EVALUATE VmArg1
  WHEN "constant"
    IF VmCommand = "pop"
      MOVE "pop to the constant segment" TO VmErrorDetail
      PERFORM RecordVmError
    END-IF
  WHEN "local"
  WHEN "argument"
  WHEN "this"
  WHEN "that"
    CONTINUE
  WHEN "temp"
    IF VmIndexOk AND VmIndex > 7
      MOVE "temp index must be 0 to 7" TO VmErrorDetail
      PERFORM RecordVmError
    END-IF
  WHEN "pointer"
    IF VmIndexOk AND VmIndex > 1
      MOVE "pointer index must be 0 or 1" TO VmErrorDetail
      PERFORM RecordVmError
    END-IF
  WHEN "static"
    IF VmIndexOk AND VmIndex > 239
      MOVE "static index must be 0 to 239" TO VmErrorDetail
      PERFORM RecordVmError
    END-IF
  WHEN OTHER
    MOVE SPACES TO VmErrorDetail
    STRING "unknown segment '" DELIMITED BY SIZE
           FUNCTION TRIM(VmArg1) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
    PERFORM RecordVmError
END-EVALUATE.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The local-count of function and argument-count of call.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateCountOperand.
MOVE VmArg2 TO VmIndexText
MOVE VmArg2Length TO VmIndexLength
PERFORM ParseVmIndex
IF NOT VmIndexOk
  MOVE SPACES TO VmErrorDetail
  STRING "count '" DELIMITED BY SIZE
         FUNCTION TRIM(VmArg2) DELIMITED BY SIZE
         "' is not a number from 0 to 32767" DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> VmIndexText (length VmIndexLength) to VmIndex: all digits, at
*> most 15 bits once leading zeros are set aside.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ParseVmIndex.
MOVE "N" TO VmIndexOkSwitch
MOVE ZEROES TO VmIndex
MOVE ZEROES TO VmDigitCount
IF VmIndexLength > 0 AND VmIndexLength <= 40
  INSPECT VmIndexText(1:VmIndexLength) TALLYING VmDigitCount
          FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
  IF VmDigitCount = VmIndexLength
    MOVE 1 TO VmNamePos
    PERFORM UNTIL VmNamePos >= VmIndexLength
               OR VmIndexText(VmNamePos:1) NOT = "0"
      ADD 1 TO VmNamePos
    END-PERFORM
    IF VmIndexLength - VmNamePos + 1 <= 5
      MOVE FUNCTION NUMVAL(VmIndexText(VmNamePos:VmIndexLength - VmNamePos + 1))
           TO VmIndex
      IF VmIndex <= 32767
        MOVE "Y" TO VmIndexOkSwitch
      END-IF
    END-IF
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> A VM name must become a legal assembler symbol: letters,
*> digits, _ . : $ and not starting with a digit.  Label names are
*> also checked for length once the scope prefix is added.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateScopedName.
PERFORM CheckVmName
IF VmNameOk
   AND FUNCTION LENGTH(FUNCTION TRIM(CurrentScopeName)) + 1
       + VmArg1Length > 40
  MOVE "N" TO VmNameOkSwitch
  MOVE SPACES TO VmErrorDetail
  STRING "label '" DELIMITED BY SIZE
         FUNCTION TRIM(VmArg1) DELIMITED BY SIZE
         "' is too long inside function " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
END-IF.

ValidateFunctionName.
PERFORM CheckVmName.

CheckVmName.
MOVE "Y" TO VmNameOkSwitch
IF VmArg1Length > 40
  MOVE "N" TO VmNameOkSwitch
  ELSE
    MOVE VmArg1(1:1) TO CharHolder
    IF CharHolder >= "0" AND CharHolder <= "9"
      MOVE "N" TO VmNameOkSwitch
    END-IF
    PERFORM VARYING VmNamePos FROM 1 BY 1
            UNTIL VmNamePos > VmArg1Length OR NOT VmNameOk
      MOVE VmArg1(VmNamePos:1) TO CharHolder
      IF NOT ((CharHolder >= "A" AND CharHolder <= "Z")
           OR (CharHolder >= "a" AND CharHolder <= "z")
           OR (CharHolder >= "0" AND CharHolder <= "9")
           OR CharHolder = "_" OR CharHolder = "."
           OR CharHolder = ":" OR CharHolder = "$")
        MOVE "N" TO VmNameOkSwitch
      END-IF
    END-PERFORM
END-IF
IF NOT VmNameOk
  MOVE SPACES TO VmErrorDetail
  STRING "'" DELIMITED BY SIZE
         VmArg1(1:40) DELIMITED BY SPACE
         "' is not a legal VM name" DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
END-IF.

AddScopeLabel.
MOVE ZEROES TO ScopeLabelCapture
PERFORM VARYING ScopeLabelCounter FROM 1 BY 1
        UNTIL ScopeLabelCounter > ScopeLabelCount
           OR ScopeLabelCapture <> 0
  IF VmArg1 = ScopeLabelName(ScopeLabelCounter)
    MOVE ScopeLabelCounter TO ScopeLabelCapture
  END-IF
END-PERFORM
IF ScopeLabelCapture <> 0
  MOVE SPACES TO VmErrorDetail
  STRING "label '" DELIMITED BY SIZE
         FUNCTION TRIM(VmArg1) DELIMITED BY SIZE
         "' defined twice in " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
  ELSE
    IF ScopeLabelCount >= ScopeLabelMax
      MOVE "too many labels in one function" TO VmErrorDetail
      PERFORM RecordVmError
      ELSE
        ADD 1 TO ScopeLabelCount
        MOVE VmArg1 TO ScopeLabelName(ScopeLabelCount)
    END-IF
END-IF.

AddScopeGoto.
IF ScopeGotoCount >= ScopeGotoMax
  MOVE "too many jumps in one function" TO VmErrorDetail
  PERFORM RecordVmError
  ELSE
    ADD 1 TO ScopeGotoCount
    MOVE VmArg1 TO ScopeGotoName(ScopeGotoCount)
    MOVE VmLineNumber TO ScopeGotoLine(ScopeGotoCount)
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> End of a function (or member): every goto/if-goto in it must
*> name a label the same scope defines, or the assembler would
*> quietly mint the target as a RAM variable.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CloseLabelScope.
MOVE VmLineNumber TO VmLineNumberSave
PERFORM VARYING ScopeGotoCounter FROM 1 BY 1
        UNTIL ScopeGotoCounter > ScopeGotoCount
  MOVE ZEROES TO ScopeLabelCapture
  PERFORM VARYING ScopeLabelCounter FROM 1 BY 1
          UNTIL ScopeLabelCounter > ScopeLabelCount
             OR ScopeLabelCapture <> 0
    IF ScopeGotoName(ScopeGotoCounter) = ScopeLabelName(ScopeLabelCounter)
      MOVE ScopeLabelCounter TO ScopeLabelCapture
    END-IF
  END-PERFORM
  IF ScopeLabelCapture = 0
    MOVE ScopeGotoLine(ScopeGotoCounter) TO VmLineNumber
    MOVE SPACES TO VmErrorDetail
    STRING "jump to '" DELIMITED BY SIZE
           FUNCTION TRIM(ScopeGotoName(ScopeGotoCounter)) DELIMITED BY SIZE
           "' - no such label in " DELIMITED BY SIZE
           FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
           INTO VmErrorDetail
    END-STRING
    PERFORM RecordVmError
  END-IF
END-PERFORM
MOVE VmLineNumberSave TO VmLineNumber
MOVE ZEROES TO ScopeLabelCount
MOVE ZEROES TO ScopeGotoCount.

AddFunctionDefinition.
MOVE ZEROES TO FunctionCapture
PERFORM VARYING FunctionCounter FROM 1 BY 1
        UNTIL FunctionCounter > FunctionCount OR FunctionCapture <> 0
  IF VmArg1 = FunctionName(FunctionCounter)
    MOVE FunctionCounter TO FunctionCapture
  END-IF
END-PERFORM
IF FunctionCapture <> 0
  MOVE SPACES TO VmErrorDetail
  STRING "function '" DELIMITED BY SIZE
         FUNCTION TRIM(VmArg1) DELIMITED BY SIZE
         "' is defined more than once" DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
  ELSE
    IF FunctionCount >= FunctionTableMax
      MOVE "too many functions in one program" TO VmErrorDetail
      PERFORM RecordVmError
      ELSE
        ADD 1 TO FunctionCount
        MOVE VmArg1 TO FunctionName(FunctionCount)
        IF VmArg1 = "Sys.init"
          MOVE "Y" TO BootstrapSwitch
        END-IF
    END-IF
END-IF.

AddFunctionCall.
MOVE ZEROES TO CallCapture
PERFORM VARYING CallCounter FROM 1 BY 1
        UNTIL CallCounter > CallCount OR CallCapture <> 0
  IF VmArg1 = CallName(CallCounter)
    MOVE CallCounter TO CallCapture
  END-IF
END-PERFORM
IF CallCapture = 0
  IF CallCount >= CallTableMax
    MOVE "too many different functions called" TO VmErrorDetail
    PERFORM RecordVmError
    ELSE
      ADD 1 TO CallCount
      MOVE VmArg1 TO CallName(CallCount)
      MOVE CurrentMemberName TO CallMember(CallCount)
      MOVE VmLineNumber TO CallLine(CallCount)
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Add VmErrorDetail to the error table with the member and line
*> it came from.  The table keeps the first VmErrorMax errors;
*> later ones are counted but not listed.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RecordVmError.
ADD 1 TO VmErrorCount
IF VmErrorCount <= VmErrorMax
  MOVE CurrentMemberName TO VmErrorMember(VmErrorCount)
  MOVE VmLineNumber TO VmErrorLine(VmErrorCount)
  MOVE VmErrorDetail TO VmErrorText(VmErrorCount)
END-IF
DISPLAY "VM ERROR " FUNCTION TRIM(CurrentMemberName) ".vm line "
        VmLineNumber ": " FUNCTION TRIM(VmErrorDetail).

WriteErrorListing.
OPEN OUTPUT ErrorListFile
IF ErrorListFileStatus NOT = "00"
  DISPLAY "ERROR: could not open " ErrorListFileName
  ELSE
    MOVE SPACES TO ErrorListRecord
    STRING "VM TRANSLATION ERROR LISTING FOR " DELIMITED BY SIZE
           FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           INTO ErrorListRecord
    END-STRING
    WRITE ErrorListRecord
    PERFORM VARYING VmErrorCounter FROM 1 BY 1
            UNTIL VmErrorCounter > VmErrorCount
               OR VmErrorCounter > VmErrorMax
      MOVE SPACES TO ErrorListRecord
      STRING FUNCTION TRIM(VmErrorMember(VmErrorCounter)) DELIMITED BY SIZE
             ".vm LINE " DELIMITED BY SIZE
             VmErrorLine(VmErrorCounter) DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             FUNCTION TRIM(VmErrorText(VmErrorCounter)) DELIMITED BY SIZE
             INTO ErrorListRecord
      END-STRING
      WRITE ErrorListRecord
    END-PERFORM
    IF VmErrorCount > VmErrorMax
      MOVE SPACES TO ErrorListRecord
      STRING "... plus more errors beyond the listing limit of "
             DELIMITED BY SIZE
             VmErrorMax DELIMITED BY SIZE
             INTO ErrorListRecord
      END-STRING
      WRITE ErrorListRecord
    END-IF
    MOVE SPACES TO ErrorListRecord
    STRING "TOTAL ERRORS: " DELIMITED BY SIZE
           VmErrorCount DELIMITED BY SIZE
           INTO ErrorListRecord
    END-STRING
    WRITE ErrorListRecord
    CLOSE ErrorListFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>                   >>>> Generation Pass <<<<<
*> Every command is known good by now.  Each one is preceded by
*> its VM text as a // comment, so the assembler's listing shows
*> which VM command every instruction came from.  Commands outside
*> any function (ahead of a member's first function) are tracked
*> across members, so whichever function label would come next
*> after them is fenced off with a jump to the halt loop.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenerateProgram.
MOVE ZEROES TO CompareCounter
MOVE ZEROES TO ReturnCounter
MOVE ZEROES TO VmCommandCount
MOVE "N" TO TopLevelCodeSwitch
OPEN OUTPUT AsmOutputFile
IF AsmFileStatus NOT = "00"
  MOVE "FAILED" TO ProgramStatus
  MOVE CurrentProgramName TO CurrentMemberName
  MOVE ZEROES TO VmLineNumber
  MOVE SPACES TO VmErrorDetail
  STRING "could not open " DELIMITED BY SIZE
         FUNCTION TRIM(AsmFileName) DELIMITED BY SIZE
         INTO VmErrorDetail
  END-STRING
  PERFORM RecordVmError
  PERFORM WriteErrorListing
  ELSE
    MOVE SPACES TO AsmLine
    STRING "// " DELIMITED BY SIZE
           FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           " - translated from VM source" DELIMITED BY SIZE
           INTO AsmLine
    END-STRING
    PERFORM EmitAsmLine
    IF BootstrapNeeded
      PERFORM GenBootstrap
    END-IF
    PERFORM VARYING MemberCounter FROM 1 BY 1
            UNTIL MemberCounter > MemberCount
      MOVE MemberName(MemberCounter) TO CurrentMemberName
      PERFORM GenerateMember
    END-PERFORM
    MOVE "// end of program - halt" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "(VM$END)" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "@VM$END" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "0;JMP" TO AsmLine
    PERFORM EmitAsmLine
    CLOSE AsmOutputFile
END-IF.

GenerateMember.
PERFORM BuildVmFileName
MOVE SPACES TO AsmLine
STRING "// member " DELIMITED BY SIZE
       FUNCTION TRIM(VmFileName) DELIMITED BY SIZE
       INTO AsmLine
END-STRING
PERFORM EmitAsmLine
MOVE CurrentMemberName TO CurrentScopeName
MOVE "N" TO InFunctionSwitch
OPEN INPUT VmSourceFile
READ VmSourceFile
  AT END MOVE HIGH-VALUES TO VmRecord
END-READ
PERFORM UNTIL VmRecord = HIGH-VALUES
  PERFORM ParseVmLine
  IF VmCommand NOT = SPACES
    ADD 1 TO VmCommandCount
    MOVE SPACES TO AsmLine
    STRING "// " DELIMITED BY SIZE
           VmCode DELIMITED BY SIZE
           INTO AsmLine
    END-STRING
    PERFORM EmitAsmLine
    PERFORM GenerateVmCommand
    IF NOT InFunction
      MOVE "Y" TO TopLevelCodeSwitch
    END-IF
  END-IF
  READ VmSourceFile
    AT END MOVE HIGH-VALUES TO VmRecord
  END-READ
END-PERFORM
CLOSE VmSourceFile.

GenerateVmCommand.
IF VmTokenCount = 3
  MOVE VmArg2 TO VmIndexText
  MOVE VmArg2Length TO VmIndexLength
  PERFORM ParseVmIndex
END-IF
EVALUATE VmCommand
  WHEN "push"
    PERFORM GenPush
  WHEN "pop"
    PERFORM GenPop
  WHEN "add"
    PERFORM GenPopToD
    MOVE "A=A-1" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "M=D+M" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "sub"
    PERFORM GenPopToD
    MOVE "A=A-1" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "M=M-D" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "and"
    PERFORM GenPopToD
    MOVE "A=A-1" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "M=D&M" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "or"
    PERFORM GenPopToD
    MOVE "A=A-1" TO AsmLine
    PERFORM EmitAsmLine
    MOVE "M=D|M" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "neg"
    PERFORM GenStackTop
    MOVE "M=-M" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "not"
    PERFORM GenStackTop
    MOVE "M=!M" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "eq"
    MOVE "JEQ" TO CompareJump
    PERFORM GenCompare
  WHEN "gt"
    MOVE "JGT" TO CompareJump
    PERFORM GenCompare
  WHEN "lt"
    MOVE "JLT" TO CompareJump
    PERFORM GenCompare
  WHEN "label"
    PERFORM BuildScopedOperand
    PERFORM EmitLabelLine
  WHEN "goto"
    PERFORM BuildScopedOperand
    PERFORM EmitAtOperand
    MOVE "0;JMP" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "if-goto"
    PERFORM GenPopToD
    PERFORM BuildScopedOperand
    PERFORM EmitAtOperand
    MOVE "D;JNE" TO AsmLine
    PERFORM EmitAsmLine
  WHEN "function"
    PERFORM GenFunction
  WHEN "call"
    PERFORM GenCall
  WHEN "return"
    PERFORM GenReturn
END-EVALUATE.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> push: constant loads the index itself; local, argument, this
*> and that index off their base pointer; temp, pointer and static
*> are fixed cells (R5-R12, THIS/THAT, <member>.<index>).
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenPush.
IF VmArg1 = "constant"
  PERFORM EmitAtIndex
  MOVE "D=A" TO AsmLine
  PERFORM EmitAsmLine
  ELSE
    PERFORM ResolveSegment
    IF SegmentBase NOT = SPACES
      PERFORM EmitAtIndex
      MOVE "D=A" TO AsmLine
      PERFORM EmitAsmLine
      MOVE SegmentBase TO EmitOperand
      PERFORM EmitAtOperand
      MOVE "A=D+M" TO AsmLine
      PERFORM EmitAsmLine
      ELSE
        MOVE DirectSymbol TO EmitOperand
        PERFORM EmitAtOperand
    END-IF
    MOVE "D=M" TO AsmLine
    PERFORM EmitAsmLine
END-IF
PERFORM GenPushD.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> pop: a based segment parks the target address in R13 first,
*> because popping the value needs both A and D.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenPop.
PERFORM ResolveSegment
IF SegmentBase NOT = SPACES
  PERFORM EmitAtIndex
  MOVE "D=A" TO AsmLine
  PERFORM EmitAsmLine
  MOVE SegmentBase TO EmitOperand
  PERFORM EmitAtOperand
  MOVE "D=D+M" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "@R13" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "M=D" TO AsmLine
  PERFORM EmitAsmLine
  PERFORM GenPopToD
  MOVE "@R13" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "A=M" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "M=D" TO AsmLine
  PERFORM EmitAsmLine
  ELSE
    PERFORM GenPopToD
    MOVE DirectSymbol TO EmitOperand
    PERFORM EmitAtOperand
    MOVE "M=D" TO AsmLine
    PERFORM EmitAsmLine
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> SegmentBase for the pointer-based segments, otherwise the
*> DirectSymbol of the fixed cell for temp, pointer and static.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ResolveSegment.
MOVE SPACES TO SegmentBase
MOVE SPACES TO DirectSymbol
EVALUATE VmArg1
  WHEN "local"
    MOVE "LCL" TO SegmentBase
  WHEN "argument"
    MOVE "ARG" TO SegmentBase
  WHEN "this"
    MOVE "THIS" TO SegmentBase
  WHEN "that"
    MOVE "THAT" TO SegmentBase
  WHEN "temp"
    COMPUTE FrameOffset = VmIndex + 5
    MOVE FrameOffset TO NumberText
    STRING "R" DELIMITED BY SIZE
           FUNCTION TRIM(NumberText) DELIMITED BY SIZE
           INTO DirectSymbol
    END-STRING
  WHEN "pointer"
    IF VmIndex = 0
      MOVE "THIS" TO DirectSymbol
      ELSE
        MOVE "THAT" TO DirectSymbol
    END-IF
  WHEN "static"
    MOVE VmIndex TO NumberText
    STRING FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           FUNCTION TRIM(NumberText) DELIMITED BY SIZE
           INTO DirectSymbol
    END-STRING
END-EVALUATE.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> eq/gt/lt: x - y decides the jump; the result cell is set true
*> (-1) first and cleared to false (0) when the jump is not taken.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenCompare.
ADD 1 TO CompareCounter
MOVE CompareCounter TO NumberText
MOVE SPACES TO CompareLabel
STRING "VM$CMP." DELIMITED BY SIZE
       FUNCTION TRIM(NumberText) DELIMITED BY SIZE
       INTO CompareLabel
END-STRING
PERFORM GenPopToD
MOVE "A=A-1" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M-D" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=-1" TO AsmLine
PERFORM EmitAsmLine
MOVE CompareLabel TO EmitOperand
PERFORM EmitAtOperand
MOVE SPACES TO AsmLine
STRING "D;" DELIMITED BY SIZE
       CompareJump DELIMITED BY SPACE
       INTO AsmLine
END-STRING
PERFORM EmitAsmLine
PERFORM GenStackTop
MOVE "M=0" TO AsmLine
PERFORM EmitAsmLine
MOVE CompareLabel TO EmitOperand
PERFORM EmitLabelLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> function f k: the entry label, then k locals pushed as zero.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenFunction.
IF TopLevelCodePending
  MOVE "@VM$END" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "0;JMP" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "N" TO TopLevelCodeSwitch
END-IF
MOVE "Y" TO InFunctionSwitch
MOVE VmArg1 TO CurrentScopeName
MOVE VmArg1 TO EmitOperand
PERFORM EmitLabelLine
PERFORM VARYING LocalCounter FROM 1 BY 1
        UNTIL LocalCounter > VmIndex
  MOVE "@SP" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "A=M" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "M=0" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "@SP" TO AsmLine
  PERFORM EmitAsmLine
  MOVE "M=M+1" TO AsmLine
  PERFORM EmitAsmLine
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> call f n: push the return address and the caller's LCL, ARG,
*> THIS and THAT; ARG = SP - n - 5; LCL = SP; jump to f; plant
*> the return label <caller>$ret.<k>.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenCall.
ADD 1 TO ReturnCounter
MOVE ReturnCounter TO NumberText
MOVE SPACES TO ReturnLabel
STRING FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
       "$ret." DELIMITED BY SIZE
       FUNCTION TRIM(NumberText) DELIMITED BY SIZE
       INTO ReturnLabel
END-STRING
MOVE ReturnLabel TO EmitOperand
PERFORM EmitAtOperand
MOVE "D=A" TO AsmLine
PERFORM EmitAsmLine
PERFORM GenPushD
MOVE "LCL" TO EmitOperand
PERFORM GenPushPointer
MOVE "ARG" TO EmitOperand
PERFORM GenPushPointer
MOVE "THIS" TO EmitOperand
PERFORM GenPushPointer
MOVE "THAT" TO EmitOperand
PERFORM GenPushPointer
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
COMPUTE FrameOffset = VmIndex + 5
MOVE FrameOffset TO NumberText
MOVE NumberText TO EmitOperand
PERFORM EmitAtOperand
MOVE "D=D-A" TO AsmLine
PERFORM EmitAsmLine
MOVE "@ARG" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "@LCL" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE VmArg1 TO EmitOperand
PERFORM EmitAtOperand
MOVE "0;JMP" TO AsmLine
PERFORM EmitAsmLine
MOVE ReturnLabel TO EmitOperand
PERFORM EmitLabelLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> return: FRAME (R13) = LCL, RET (R14) = *(FRAME-5) - saved
*> before the return value can overwrite it when there were no
*> arguments - *ARG = pop, SP = ARG+1, restore THAT, THIS, ARG
*> and LCL from the frame, jump to RET.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenReturn.
MOVE "@LCL" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "@R13" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "@5" TO AsmLine
PERFORM EmitAsmLine
MOVE "A=D-A" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "@R14" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
PERFORM GenPopToD
MOVE "@ARG" TO AsmLine
PERFORM EmitAsmLine
MOVE "A=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "@ARG" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M+1" TO AsmLine
PERFORM EmitAsmLine
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "THAT" TO EmitOperand
PERFORM GenRestoreFromFrame
MOVE "THIS" TO EmitOperand
PERFORM GenRestoreFromFrame
MOVE "ARG" TO EmitOperand
PERFORM GenRestoreFromFrame
MOVE "LCL" TO EmitOperand
PERFORM GenRestoreFromFrame
MOVE "@R14" TO AsmLine
PERFORM EmitAsmLine
MOVE "A=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "0;JMP" TO AsmLine
PERFORM EmitAsmLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Bootstrap: SP = 256, then call Sys.init with no arguments.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenBootstrap.
MOVE "// bootstrap" TO AsmLine
PERFORM EmitAsmLine
MOVE "@256" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=A" TO AsmLine
PERFORM EmitAsmLine
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "VM$BOOT" TO CurrentScopeName
MOVE "Sys.init" TO VmArg1
MOVE ZEROES TO VmIndex
PERFORM GenCall
*> Sys.init is not meant to return; if it does, halt rather than
*> fall into the first member's code
MOVE "@VM$END" TO AsmLine
PERFORM EmitAsmLine
MOVE "0;JMP" TO AsmLine
PERFORM EmitAsmLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Small shared sequences
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
GenPushD.
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "A=M" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "M=M+1" TO AsmLine
PERFORM EmitAsmLine.

*> Pop the stack top into D, leaving A at the popped cell
GenPopToD.
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "AM=M-1" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine.

*> Point A at the stack top without popping it
GenStackTop.
MOVE "@SP" TO AsmLine
PERFORM EmitAsmLine
MOVE "A=M-1" TO AsmLine
PERFORM EmitAsmLine.

*> Push the value of the pointer cell named in EmitOperand
GenPushPointer.
PERFORM EmitAtOperand
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
PERFORM GenPushD.

*> Step R13 down the frame and restore the pointer in EmitOperand
GenRestoreFromFrame.
MOVE "@R13" TO AsmLine
PERFORM EmitAsmLine
MOVE "AM=M-1" TO AsmLine
PERFORM EmitAsmLine
MOVE "D=M" TO AsmLine
PERFORM EmitAsmLine
PERFORM EmitAtOperand
MOVE "M=D" TO AsmLine
PERFORM EmitAsmLine.

BuildScopedOperand.
MOVE SPACES TO EmitOperand
STRING FUNCTION TRIM(CurrentScopeName) DELIMITED BY SIZE
       "$" DELIMITED BY SIZE
       FUNCTION TRIM(VmArg1) DELIMITED BY SIZE
       INTO EmitOperand
END-STRING.

EmitAtIndex.
MOVE VmIndex TO NumberText
MOVE NumberText TO EmitOperand
PERFORM EmitAtOperand.

EmitAtOperand.
MOVE SPACES TO AsmLine
STRING "@" DELIMITED BY SIZE
       FUNCTION TRIM(EmitOperand) DELIMITED BY SIZE
       INTO AsmLine
END-STRING
PERFORM EmitAsmLine.

EmitLabelLine.
MOVE SPACES TO AsmLine
STRING "(" DELIMITED BY SIZE
       FUNCTION TRIM(EmitOperand) DELIMITED BY SIZE
       ")" DELIMITED BY SIZE
       INTO AsmLine
END-STRING
PERFORM EmitAsmLine.

EmitAsmLine.
WRITE AsmRecord FROM AsmLine
ADD 1 TO AsmLineCount
MOVE SPACES TO AsmLine.

WriteReportLine.
WRITE ReportRecord
DISPLAY ReportRecord.
