      >>SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. ImpactAnalysisNand2Tetris.
AUTHOR. David G Smith.

*>  Modification History
*>  ---------------------------------------------------------------
*>  Table-change impact analysis.  The table-version stamp makes
*>  every module built before a TableMaint change look stale, even
*>  when the program never uses the entry that changed, so release
*>  night used to rebuild and re-verify everything.  This run reads
*>  the change lines TableMaint appended to TableAudit.log since a
*>  given date (DATE yyyymmdd - changes on or after it) or table
*>  version (VERSION n - changes that took any table past version
*>  n, or VERSION c d j p - a module's table-version stamp, each
*>  table held against its own number), and collects the comp,
*>  dest and jump mnemonics and pre-defined symbols they touched -
*>  both the old and the new name of a changed entry.  Every
*>  program in the batch control file is then scanned - its .asm
*>  and, to any depth, the library members it pulls in through
*>  //%INCLUDE - for instructions using those mnemonics, A-words
*>  and labels naming those symbols, and //%EXPAND arguments
*>  naming them.  Lines inside a //%MACRO body count only when the
*>  program expands that macro, directly or through another macro,
*>  so one shared macro library does not make every program that
*>  includes it look affected.  Each program is reported AFFECTED
*>  with its referencing lines, UNAFFECTED, or UNKNOWN when a
*>  source member could not be read; AFFECTED and UNKNOWN programs
*>  are written to a rebuild control file (RebuildControl.txt
*>  unless ImpactParms.txt names another) that the assembler's
*>  BATCH mode takes in place of BatchControl.txt.  Output goes to
*>  Impact.lst and the console.  Completion codes: 0 analysis
*>  complete, 4 a program was UNKNOWN or audit lines were not
*>  understood, 8 TableAudit.log could not be read or touched more
*>  names than the analysis can track, 12 the run could not start
*>  (parameters, control, report or rebuild file).
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ParmFile ASSIGN TO "ImpactParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.
    SELECT AuditFile ASSIGN TO "TableAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
    SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
    SELECT RebuildFile ASSIGN TO DYNAMIC RebuildFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RebuildFileStatus.
    SELECT SourceFile ASSIGN TO DYNAMIC SourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SourceFileStatus.
    SELECT ReportFile ASSIGN TO "Impact.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmRecord.
    02 ParmSinceType PIC X(7).
    02 ParmSinceValue PIC X(23).
    02 ParmControlName PIC X(40).
    02 ParmRebuildName PIC X(40).
FD AuditFile.
01  AuditRecord PIC X(200).
FD ControlFile.
01 BatchControlRecord PIC X(40).
FD RebuildFile.
01 RebuildRecord PIC X(40).
FD SourceFile.
01 SourceRecord PIC X(80).
FD ReportFile.
01  ReportRecord PIC X(132).

WORKING-STORAGE SECTION.
01  CharHolder PIC X.
01  ParmFileStatus PIC XX.
01  AuditFileStatus PIC XX.
01  ControlFileStatus PIC XX.
01  RebuildFileStatus PIC XX.
01  SourceFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  ReportPointer PIC 999.
01  ChangesLoadedSwitch PIC X VALUE "N".
    88 ChangesLoaded VALUE "Y".
01  ControlFileName PIC X(50) VALUE "BatchControl.txt".
01  RebuildFileName PIC X(50) VALUE "RebuildControl.txt".
01  SourceFileName PIC X(50) VALUE SPACES.
01  CompletionCode PIC 99 VALUE ZEROES.

*>  The "since" selection: a date, one version, or a full stamp
01  SinceType PIC X(7) VALUE SPACES.
    88 SinceDate VALUE "DATE   ".
    88 SinceVersion VALUE "VERSION".
01  SinceValue PIC X(23) VALUE SPACES.
01  SinceDateValue PIC 9(8) VALUE ZEROES.
01  SinceCompVersion PIC 9(5) VALUE ZEROES.
01  SinceDestVersion PIC 9(5) VALUE ZEROES.
01  SinceJumpVersion PIC 9(5) VALUE ZEROES.
01  SincePreDefVersion PIC 9(5) VALUE ZEROES.
01  SinceToken PIC X(23) OCCURS 5 TIMES.
01  SinceTokenCount PIC 99.
01  SinceTokenCounter PIC 99.
01  SinceOkSwitch PIC X VALUE "Y".
    88 SinceOk VALUE "Y".
01  NumberWork PIC X(23).
01  NumberLength PIC 99.
01  NumberDigits PIC 99.
01  NumberValue PIC 9(8).
01  NumberOkSwitch PIC X.
    88 NumberOk VALUE "Y".

*>  One TableAudit.log line taken apart
01  AuditDate PIC X(8).
01  AuditTime PIC X(6).
01  AuditTableName PIC X(20).
01  AuditAction PIC X(6).
01  AuditLead PIC X(200).
01  AuditRest PIC X(200).
01  AuditOldText PIC X(80).
01  AuditNewText PIC X(80).
01  AuditVersionText PIC X(80).
01  AuditVersion PIC 9(5).
01  AuditKind PIC X(6).
01  AuditLineCount PIC 9(6) VALUE ZEROES.
01  AuditSkippedCount PIC 9(6) VALUE ZEROES.
01  AuditOtherCount PIC 9(6) VALUE ZEROES.
01  ValueBits PIC X(40).
01  ValueName PIC X(40).

*>  Changes selected, and the names they touched
01  ChangeTableMax PIC 999 VALUE 200.
01  ChangeTable.
    02 ChangeText OCCURS 200 TIMES PIC X(120).
01  ChangeCount PIC 999 VALUE ZEROES.
01  ChangeCounter PIC 999.
01  ChangesDropped PIC 999 VALUE ZEROES.
01  NameTableMax PIC 999 VALUE 200.
01  NameTable.
    02 NameEntry OCCURS 200 TIMES.
       03 ChangedKind PIC X(6).
       03 ChangedName PIC X(40).
01  NameCount PIC 999 VALUE ZEROES.
01  NameCounter PIC 999.
01  NameCapture PIC 999.
01  NamesDropped PIC 999 VALUE ZEROES.
01  MatchKind PIC X(6).
01  MatchName PIC X(40).

*>  Per-program scan state: members to read, macro uses, hits
01  CurrentProgramName PIC X(40) VALUE SPACES.
01  ScanMemberMax PIC 999 VALUE 100.
01  ScanMemberTable.
    02 ScanMember OCCURS 100 TIMES PIC X(40).
01  ScanMemberCount PIC 999 VALUE ZEROES.
01  ScanCounter PIC 999.
01  ScanSearchCounter PIC 999.
01  ScanIncludeName PIC X(40).
01  ScanFoundSwitch PIC X VALUE "N".
    88 ScanMemberKnown VALUE "Y".
01  ScanProblemText PIC X(80) VALUE SPACES.
01  SourceLineNumber PIC 9(6).
01  SourceText PIC X(80).
01  CodeText PIC X(80).
01  InMacroSwitch PIC X VALUE "N".
    88 InMacroBody VALUE "Y".
01  CurrentMacroName PIC X(40).
01  MacroWorkName PIC X(40).
01  MacroRemainder PIC X(80).
01  ExpandArg PIC X(40) OCCURS 8 TIMES.
01  ExpandArgCounter PIC 99.

*>  Macro expansions seen: who expands what (spaces = the program
*>  itself), and the set of macros actually reached
01  MacroUseMax PIC 999 VALUE 300.
01  MacroUseTable.
    02 MacroUseEntry OCCURS 300 TIMES.
       03 MacroUseFrom PIC X(40).
       03 MacroUseTo PIC X(40).
01  MacroUseCount PIC 999 VALUE ZEROES.
01  MacroUseCounter PIC 999.
01  MacroUsedMax PIC 999 VALUE 200.
01  MacroUsedTable.
    02 MacroUsedName OCCURS 200 TIMES PIC X(40).
01  MacroUsedCount PIC 999 VALUE ZEROES.
01  MacroUsedCounter PIC 999.
01  MacroUsedAdded PIC 999.
01  MacroFromUsedSwitch PIC X.
    88 MacroFromUsed VALUE "Y".
01  MacroToUsedSwitch PIC X.
    88 MacroToUsed VALUE "Y".

01  HitMax PIC 999 VALUE 500.
01  HitTable.
    02 HitEntry OCCURS 500 TIMES.
       03 HitMember PIC X(40).
       03 HitLine PIC 9(6).
       03 HitMacro PIC X(40).
       03 HitKind PIC X(6).
       03 HitName PIC X(40).
       03 HitText PIC X(60).
01  HitCount PIC 999 VALUE ZEROES.
01  HitCounter PIC 999.
01  HitsDropped PIC 9(5) VALUE ZEROES.
01  HitsCounted PIC 9(5) VALUE ZEROES.
01  HitsListed PIC 9(5) VALUE ZEROES.
01  HitListMax PIC 9(5) VALUE 50.
01  HitLiveSwitch PIC X.
    88 HitLive VALUE "Y".

*>  Instruction fields of one source line
01  FieldDest PIC X(40).
01  FieldComp PIC X(40).
01  FieldJump PIC X(40).
01  FieldRest PIC X(80).
01  FieldSymbol PIC X(80).
01  EqualsCount PIC 99.
01  SemiCount PIC 99.

*>  Verdicts and totals
01  ProgramVerdict PIC X(10).
01  ProgramCount PIC 999 VALUE ZEROES.
01  AffectedCount PIC 999 VALUE ZEROES.
01  UnaffectedCount PIC 999 VALUE ZEROES.
01  UnknownCount PIC 999 VALUE ZEROES.

PROCEDURE DIVISION.
Begin.
PERFORM LoadRunParameters
OPEN OUTPUT ReportFile
IF ReportFileStatus NOT = "00"
  DISPLAY "ERROR: could not open Impact.lst - run aborted"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
MOVE "TABLE-CHANGE IMPACT ANALYSIS" TO ReportRecord
PERFORM WriteReportLine
PERFORM ValidateSince
IF NOT SinceOk
  MOVE SPACES TO ReportRecord
  STRING "ERROR: since selection '" DELIMITED BY SIZE
         FUNCTION TRIM(SinceType) DELIMITED BY SIZE
         " " DELIMITED BY SIZE
         FUNCTION TRIM(SinceValue) DELIMITED BY SIZE
         "' is not DATE yyyymmdd, VERSION n or VERSION c d j p"
         DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE 12 TO CompletionCode
  ELSE
    PERFORM LoadTableChanges
    IF ChangesLoaded
      PERFORM AnalyzeControlFile
    END-IF
END-IF
CLOSE ReportFile
MOVE CompletionCode TO RETURN-CODE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The since selection, and optionally the control and rebuild
*> filenames, from ImpactParms.txt or the console.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRunParameters.
OPEN INPUT ParmFile
IF ParmFileStatus = "00"
  READ ParmFile
    AT END MOVE HIGH-VALUES TO ParmRecord
  END-READ
  IF ParmRecord NOT = HIGH-VALUES
    MOVE ParmSinceType TO SinceType
    MOVE ParmSinceValue TO SinceValue
    IF ParmControlName NOT = SPACES
      MOVE ParmControlName TO ControlFileName
    END-IF
    IF ParmRebuildName NOT = SPACES
      MOVE ParmRebuildName TO RebuildFileName
    END-IF
  END-IF
  CLOSE ParmFile
  ELSE
    DISPLAY "No ImpactParms.txt found - enter run parameters"
    DISPLAY "Changes since (DATE or VERSION): " WITH NO ADVANCING
    ACCEPT SinceType
    IF FUNCTION UPPER-CASE(SinceType) = "DATE"
      DISPLAY "Date (yyyymmdd): " WITH NO ADVANCING
      ELSE
        DISPLAY "Version (n, or c d j p stamp): " WITH NO ADVANCING
    END-IF
    ACCEPT SinceValue
END-IF
MOVE FUNCTION UPPER-CASE(SinceType) TO SinceType.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> DATE takes one 8-digit date; VERSION takes one number, applied
*> to every table, or four - a table-version stamp as carried in
*> the module header and RunHistory.dat.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ValidateSince.
MOVE "Y" TO SinceOkSwitch
PERFORM VARYING SinceTokenCounter FROM 1 BY 1 UNTIL SinceTokenCounter > 5
  MOVE SPACES TO SinceToken(SinceTokenCounter)
END-PERFORM
MOVE ZEROES TO SinceTokenCount
IF SinceValue = SPACES
  MOVE "N" TO SinceOkSwitch
  ELSE
    UNSTRING FUNCTION TRIM(SinceValue) DELIMITED BY ALL SPACES
      INTO SinceToken(1) SinceToken(2) SinceToken(3) SinceToken(4)
           SinceToken(5)
      TALLYING IN SinceTokenCount
    END-UNSTRING
END-IF
EVALUATE TRUE
  WHEN NOT SinceOk
    CONTINUE
  WHEN SinceDate
    MOVE SinceToken(1) TO NumberWork
    PERFORM ParseNumberWork
    IF SinceTokenCount NOT = 1 OR NOT NumberOk OR NumberLength NOT = 8
      MOVE "N" TO SinceOkSwitch
      ELSE
        MOVE NumberValue TO SinceDateValue
    END-IF
  WHEN SinceVersion AND SinceTokenCount = 1
    MOVE SinceToken(1) TO NumberWork
    PERFORM ParseNumberWork
    IF NOT NumberOk OR NumberLength > 5
      MOVE "N" TO SinceOkSwitch
      ELSE
        MOVE NumberValue TO SinceCompVersion
        MOVE NumberValue TO SinceDestVersion
        MOVE NumberValue TO SinceJumpVersion
        MOVE NumberValue TO SincePreDefVersion
    END-IF
  WHEN SinceVersion AND SinceTokenCount = 4
    PERFORM VARYING SinceTokenCounter FROM 1 BY 1
            UNTIL SinceTokenCounter > 4 OR NOT SinceOk
      MOVE SinceToken(SinceTokenCounter) TO NumberWork
      PERFORM ParseNumberWork
      IF NOT NumberOk OR NumberLength > 5
        MOVE "N" TO SinceOkSwitch
        ELSE
          EVALUATE SinceTokenCounter
            WHEN 1 MOVE NumberValue TO SinceCompVersion
            WHEN 2 MOVE NumberValue TO SinceDestVersion
            WHEN 3 MOVE NumberValue TO SinceJumpVersion
            WHEN 4 MOVE NumberValue TO SincePreDefVersion
          END-EVALUATE
      END-IF
    END-PERFORM
  WHEN OTHER
    MOVE "N" TO SinceOkSwitch
END-EVALUATE.

ParseNumberWork.
MOVE "N" TO NumberOkSwitch
MOVE ZEROES TO NumberValue
MOVE FUNCTION LENGTH(FUNCTION TRIM(NumberWork)) TO NumberLength
MOVE ZEROES TO NumberDigits
IF NumberWork NOT = SPACES AND NumberLength <= 8
  INSPECT NumberWork TALLYING NumberDigits
          FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
  IF NumberDigits = NumberLength
    MOVE FUNCTION NUMVAL(NumberWork) TO NumberValue
    MOVE "Y" TO NumberOkSwitch
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Select the TableAudit.log change lines inside the since window
*> and collect the names they touched.  A change line is
*>   date time operator table action OLD=[..] NEW=[..] VER=[..]
*> for one of the four reference tables; any other line in the
*> trail (lock overrides, for one) is passed over and counted.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadTableChanges.
OPEN INPUT AuditFile
IF AuditFileStatus NOT = "00"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not read TableAudit.log (status " DELIMITED BY SIZE
         AuditFileStatus DELIMITED BY SIZE
         ") - no basis for the analysis" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE 8 TO CompletionCode
  ELSE
    READ AuditFile
      AT END MOVE HIGH-VALUES TO AuditRecord
    END-READ
    PERFORM UNTIL AuditRecord = HIGH-VALUES
      ADD 1 TO AuditLineCount
      PERFORM ExamineAuditLine
      READ AuditFile
        AT END MOVE HIGH-VALUES TO AuditRecord
      END-READ
    END-PERFORM
    CLOSE AuditFile
    MOVE "Y" TO ChangesLoadedSwitch
    PERFORM WriteChangeSection
END-IF.

ExamineAuditLine.
MOVE SPACES TO AuditKind
MOVE SPACES TO AuditTableName
MOVE SPACES TO AuditAction
MOVE AuditRecord(1:8) TO AuditDate
MOVE AuditRecord(10:6) TO AuditTime
UNSTRING AuditRecord(26:175) DELIMITED BY ALL SPACES
  INTO AuditTableName AuditAction
END-UNSTRING
EVALUATE AuditTableName
  WHEN "CompTable.txt"
    MOVE "COMP" TO AuditKind
  WHEN "DestTable.txt"
    MOVE "DEST" TO AuditKind
  WHEN "JumpTable.txt"
    MOVE "JUMP" TO AuditKind
  WHEN "PreDefTable.txt"
    MOVE "PREDEF" TO AuditKind
END-EVALUATE
IF AuditKind = SPACES
   OR (AuditAction NOT = "ADD" AND AuditAction NOT = "CHANGE"
       AND AuditAction NOT = "DELETE")
  ADD 1 TO AuditOtherCount
  ELSE
    MOVE SPACES TO AuditLead
    MOVE SPACES TO AuditRest
    MOVE SPACES TO AuditOldText
    MOVE SPACES TO AuditNewText
    MOVE SPACES TO AuditVersionText
    UNSTRING AuditRecord DELIMITED BY "OLD=["
      INTO AuditLead AuditRest
    END-UNSTRING
    UNSTRING AuditRest DELIMITED BY "] NEW=[" OR "] VER=["
      INTO AuditOldText AuditNewText AuditVersionText
    END-UNSTRING
    MOVE AuditVersionText(1:5) TO NumberWork
    PERFORM ParseNumberWork
    IF AuditDate IS NOT NUMERIC OR AuditRest = SPACES
       OR NOT NumberOk OR NumberLength NOT = 5
      ADD 1 TO AuditSkippedCount
      ELSE
        MOVE NumberValue TO AuditVersion
        PERFORM SelectAuditChange
    END-IF
END-IF.

SelectAuditChange.
MOVE "N" TO NumberOkSwitch
IF SinceDate
  IF AuditDate >= SinceDateValue
    MOVE "Y" TO NumberOkSwitch
  END-IF
  ELSE
    EVALUATE AuditKind
      WHEN "COMP"
        IF AuditVersion > SinceCompVersion
          MOVE "Y" TO NumberOkSwitch
        END-IF
      WHEN "DEST"
        IF AuditVersion > SinceDestVersion
          MOVE "Y" TO NumberOkSwitch
        END-IF
      WHEN "JUMP"
        IF AuditVersion > SinceJumpVersion
          MOVE "Y" TO NumberOkSwitch
        END-IF
      WHEN "PREDEF"
        IF AuditVersion > SincePreDefVersion
          MOVE "Y" TO NumberOkSwitch
        END-IF
    END-EVALUATE
END-IF
IF NumberOk
  IF ChangeCount >= ChangeTableMax
    ADD 1 TO ChangesDropped
    ELSE
      ADD 1 TO ChangeCount
      MOVE AuditRecord TO ChangeText(ChangeCount)
  END-IF
  MOVE AuditKind TO MatchKind
  MOVE AuditOldText TO MacroRemainder
  PERFORM AddChangedNameFromValue
  MOVE AuditNewText TO MacroRemainder
  PERFORM AddChangedNameFromValue
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> An audit value is "<bits> <name>", or "(new entry)" /
*> "(deleted)" for the side of an ADD or DELETE that has none.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AddChangedNameFromValue.
MOVE SPACES TO ValueBits
MOVE SPACES TO ValueName
IF MacroRemainder(1:1) NOT = "("
  UNSTRING FUNCTION TRIM(MacroRemainder) DELIMITED BY ALL SPACES
    INTO ValueBits ValueName
  END-UNSTRING
END-IF
IF ValueName NOT = SPACES
  MOVE ValueName TO MatchName
  PERFORM FindChangedName
  IF NameCapture = 0
    IF NameCount >= NameTableMax
      ADD 1 TO NamesDropped
      ELSE
        ADD 1 TO NameCount
        MOVE MatchKind TO ChangedKind(NameCount)
        MOVE ValueName TO ChangedName(NameCount)
    END-IF
  END-IF
END-IF.

FindChangedName.
MOVE ZEROES TO NameCapture
PERFORM VARYING NameCounter FROM 1 BY 1
        UNTIL NameCounter > NameCount OR NameCapture <> 0
  IF ChangedKind(NameCounter) = MatchKind
     AND ChangedName(NameCounter) = MatchName
    MOVE NameCounter TO NameCapture
  END-IF
END-PERFORM.

WriteChangeSection.
MOVE SPACES TO ReportRecord
IF SinceDate
  STRING "Changes on or after " DELIMITED BY SIZE
         SinceDateValue DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  ELSE
    STRING "Changes past table versions COMP " DELIMITED BY SIZE
           SinceCompVersion DELIMITED BY SIZE
           " DEST " DELIMITED BY SIZE
           SinceDestVersion DELIMITED BY SIZE
           " JUMP " DELIMITED BY SIZE
           SinceJumpVersion DELIMITED BY SIZE
           " PREDEF " DELIMITED BY SIZE
           SincePreDefVersion DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
END-IF
PERFORM WriteReportLine
PERFORM VARYING ChangeCounter FROM 1 BY 1
        UNTIL ChangeCounter > ChangeCount
  MOVE SPACES TO ReportRecord
  STRING "  " DELIMITED BY SIZE
         ChangeText(ChangeCounter) DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-PERFORM
IF ChangeCount = 0
  MOVE "  (no table changes in the window - nothing needs rebuilding)"
       TO ReportRecord
  PERFORM WriteReportLine
END-IF
MOVE SPACES TO ReportRecord
MOVE "Names changed:" TO ReportRecord
MOVE 15 TO ReportPointer
IF NameCount = 0
  MOVE " (none)" TO ReportRecord(15:7)
END-IF
PERFORM VARYING NameCounter FROM 1 BY 1
        UNTIL NameCounter > NameCount
  IF ReportPointer > 90
    PERFORM WriteReportLine
    MOVE SPACES TO ReportRecord
    MOVE 15 TO ReportPointer
  END-IF
  STRING " " DELIMITED BY SIZE
         FUNCTION TRIM(ChangedKind(NameCounter)) DELIMITED BY SIZE
         ":" DELIMITED BY SIZE
         FUNCTION TRIM(ChangedName(NameCounter)) DELIMITED BY SIZE
         INTO ReportRecord WITH POINTER ReportPointer
  END-STRING
END-PERFORM
PERFORM WriteReportLine
IF ChangesDropped > 0 OR NamesDropped > 0
  MOVE SPACES TO ReportRecord
  STRING "WARNING: " DELIMITED BY SIZE
         ChangesDropped DELIMITED BY SIZE
         " change line(s) not listed, " DELIMITED BY SIZE
         NamesDropped DELIMITED BY SIZE
         " name(s) beyond the name table - analysis incomplete"
         DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
*> A name left out could hide an affected program
  IF NamesDropped > 0
    MOVE 8 TO CompletionCode
    ELSE
      IF CompletionCode < 4
        MOVE 4 TO CompletionCode
      END-IF
  END-IF
END-IF
IF AuditSkippedCount > 0
  MOVE SPACES TO ReportRecord
  STRING "WARNING: " DELIMITED BY SIZE
         AuditSkippedCount DELIMITED BY SIZE
         " table change line(s) in TableAudit.log not understood"
         DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  IF CompletionCode < 4
    MOVE 4 TO CompletionCode
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Scan every program of the control file and write the rebuild
*> control file as the verdicts come in.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AnalyzeControlFile.
OPEN INPUT ControlFile
IF ControlFileStatus NOT = "00"
  MOVE SPACES TO ReportRecord
  STRING "ERROR: could not open control file " DELIMITED BY SIZE
         FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  MOVE 12 TO CompletionCode
  ELSE
    OPEN OUTPUT RebuildFile
    IF RebuildFileStatus NOT = "00"
      MOVE SPACES TO ReportRecord
      STRING "ERROR: could not open rebuild control file " DELIMITED BY SIZE
             FUNCTION TRIM(RebuildFileName) DELIMITED BY SIZE
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
            PERFORM AnalyzeOneProgram
          END-IF
          READ ControlFile
            AT END MOVE HIGH-VALUES TO BatchControlRecord
          END-READ
        END-PERFORM
        CLOSE RebuildFile
        MOVE SPACES TO ReportRecord
        PERFORM WriteReportLine
        MOVE SPACES TO ReportRecord
        STRING "Programs: " DELIMITED BY SIZE
               ProgramCount DELIMITED BY SIZE
               "  Affected: " DELIMITED BY SIZE
               AffectedCount DELIMITED BY SIZE
               "  Unaffected: " DELIMITED BY SIZE
               UnaffectedCount DELIMITED BY SIZE
               "  Unknown: " DELIMITED BY SIZE
               UnknownCount DELIMITED BY SIZE
               "  Rebuild list: " DELIMITED BY SIZE
               FUNCTION TRIM(RebuildFileName) DELIMITED BY SIZE
               INTO ReportRecord
        END-STRING
        PERFORM WriteReportLine
    END-IF
    CLOSE ControlFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Scan CurrentProgramName and its library members, decide which
*> macros it really expands, and report the verdict.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AnalyzeOneProgram.
MOVE ZEROES TO HitCount
MOVE ZEROES TO HitsDropped
MOVE ZEROES TO MacroUseCount
MOVE ZEROES TO MacroUsedCount
MOVE SPACES TO ScanProblemText
MOVE 1 TO ScanMemberCount
MOVE CurrentProgramName TO ScanMember(1)
IF NameCount > 0
  PERFORM VARYING ScanCounter FROM 1 BY 1
          UNTIL ScanCounter > ScanMemberCount
    PERFORM ScanOneMember
  END-PERFORM
  PERFORM ResolveMacroUse
END-IF
MOVE ZEROES TO HitsCounted
PERFORM VARYING HitCounter FROM 1 BY 1 UNTIL HitCounter > HitCount
  PERFORM CheckHitLive
  IF HitLive
    ADD 1 TO HitsCounted
  END-IF
END-PERFORM
ADD HitsDropped TO HitsCounted
EVALUATE TRUE
  WHEN HitsCounted > 0
    MOVE "AFFECTED" TO ProgramVerdict
    ADD 1 TO AffectedCount
  WHEN ScanProblemText NOT = SPACES
    MOVE "UNKNOWN" TO ProgramVerdict
    ADD 1 TO UnknownCount
    IF CompletionCode < 4
      MOVE 4 TO CompletionCode
    END-IF
  WHEN OTHER
    MOVE "UNAFFECTED" TO ProgramVerdict
    ADD 1 TO UnaffectedCount
END-EVALUATE
MOVE SPACES TO ReportRecord
PERFORM WriteReportLine
MOVE SPACES TO ReportRecord
MOVE 1 TO ReportPointer
STRING "PROGRAM " DELIMITED BY SIZE
       FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       "  " DELIMITED BY SIZE
       ProgramVerdict DELIMITED BY SPACE
       INTO ReportRecord WITH POINTER ReportPointer
END-STRING
IF HitsCounted > 0
  STRING "  " DELIMITED BY SIZE
         HitsCounted DELIMITED BY SIZE
         " referencing line(s)" DELIMITED BY SIZE
         INTO ReportRecord WITH POINTER ReportPointer
  END-STRING
END-IF
PERFORM WriteReportLine
IF ScanProblemText NOT = SPACES
  MOVE SPACES TO ReportRecord
  STRING "  " DELIMITED BY SIZE
         FUNCTION TRIM(ScanProblemText) DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-IF
PERFORM WriteHitLines
IF ProgramVerdict NOT = "UNAFFECTED"
  MOVE CurrentProgramName TO RebuildRecord
  WRITE RebuildRecord
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Read one member the way the assembler's pre-processor sees it:
*> directives and comments start with /, labels with (, A-words
*> with @, and a line starting with a blank is not code.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ScanOneMember.
MOVE SPACES TO SourceFileName
STRING FUNCTION TRIM(ScanMember(ScanCounter)) DELIMITED BY SIZE
       ".asm" DELIMITED BY SIZE
       INTO SourceFileName
END-STRING
OPEN INPUT SourceFile
IF SourceFileStatus NOT = "00"
  IF ScanProblemText = SPACES
    STRING "could not read " DELIMITED BY SIZE
           FUNCTION TRIM(SourceFileName) DELIMITED BY SIZE
           " - rebuild to be safe" DELIMITED BY SIZE
           INTO ScanProblemText
    END-STRING
  END-IF
  ELSE
    MOVE "N" TO InMacroSwitch
    MOVE SPACES TO CurrentMacroName
    MOVE ZEROES TO SourceLineNumber
    READ SourceFile
      AT END MOVE HIGH-VALUES TO SourceRecord
    END-READ
    PERFORM UNTIL SourceRecord = HIGH-VALUES
      ADD 1 TO SourceLineNumber
      MOVE SourceRecord TO SourceText
      INSPECT SourceText REPLACING ALL X"09" BY SPACE
      INSPECT SourceText REPLACING ALL X"0D" BY SPACE
      PERFORM ScanOneLine
      READ SourceFile
        AT END MOVE HIGH-VALUES TO SourceRecord
      END-READ
    END-PERFORM
    CLOSE SourceFile
END-IF.

ScanOneLine.
EVALUATE TRUE
  WHEN SourceText(1:11) = "//%ENDMACRO"
    MOVE "N" TO InMacroSwitch
    MOVE SPACES TO CurrentMacroName
  WHEN SourceText(1:9) = "//%MACRO "
    MOVE "Y" TO InMacroSwitch
    MOVE SPACES TO CurrentMacroName
    MOVE FUNCTION TRIM(SourceText(10:71)) TO MacroRemainder
    UNSTRING MacroRemainder DELIMITED BY ALL SPACES
      INTO CurrentMacroName
    END-UNSTRING
  WHEN SourceText(1:10) = "//%EXPAND "
    PERFORM NoteMacroExpansion
  WHEN SourceText(1:10) = "//%INCLUDE"
    PERFORM QueueIncludedMember
  WHEN SourceText(1:1) = "/" OR SourceText(1:1) = " "
    CONTINUE
  WHEN OTHER
    PERFORM CheckInstructionLine
END-EVALUATE.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> //%EXPAND <macro> <args...>: record who expands the macro (the
*> program itself, or the macro whose body holds the line), and
*> check the arguments - they land in A-words and labels of the
*> body - against the changed pre-defined symbols.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
NoteMacroExpansion.
MOVE SPACES TO MacroWorkName
PERFORM VARYING ExpandArgCounter FROM 1 BY 1 UNTIL ExpandArgCounter > 8
  MOVE SPACES TO ExpandArg(ExpandArgCounter)
END-PERFORM
MOVE FUNCTION TRIM(SourceText(11:70)) TO MacroRemainder
UNSTRING MacroRemainder DELIMITED BY ALL SPACES
  INTO MacroWorkName
       ExpandArg(1) ExpandArg(2) ExpandArg(3) ExpandArg(4)
       ExpandArg(5) ExpandArg(6) ExpandArg(7) ExpandArg(8)
END-UNSTRING
IF MacroWorkName NOT = SPACES
  IF MacroUseCount >= MacroUseMax
    IF ScanProblemText = SPACES
      MOVE "too many macro expansions to trace - rebuild to be safe"
           TO ScanProblemText
    END-IF
    ELSE
      ADD 1 TO MacroUseCount
      MOVE CurrentMacroName TO MacroUseFrom(MacroUseCount)
      MOVE MacroWorkName TO MacroUseTo(MacroUseCount)
  END-IF
END-IF
PERFORM VARYING ExpandArgCounter FROM 1 BY 1 UNTIL ExpandArgCounter > 8
  IF ExpandArg(ExpandArgCounter) NOT = SPACES
    MOVE "PREDEF" TO MatchKind
    MOVE ExpandArg(ExpandArgCounter) TO MatchName
    PERFORM FindChangedName
    IF NameCapture <> 0
      PERFORM RecordHit
    END-IF
  END-IF
END-PERFORM.

QueueIncludedMember.
MOVE SPACES TO ScanIncludeName
MOVE FUNCTION TRIM(SourceText(11:70)) TO MacroRemainder
UNSTRING MacroRemainder DELIMITED BY ALL SPACES
  INTO ScanIncludeName
END-UNSTRING
IF ScanIncludeName NOT = SPACES
  MOVE "N" TO ScanFoundSwitch
  PERFORM VARYING ScanSearchCounter FROM 1 BY 1
          UNTIL ScanSearchCounter > ScanMemberCount
             OR ScanMemberKnown
    IF ScanIncludeName = ScanMember(ScanSearchCounter)
      MOVE "Y" TO ScanFoundSwitch
    END-IF
  END-PERFORM
  IF NOT ScanMemberKnown
    IF ScanMemberCount >= ScanMemberMax
      IF ScanProblemText = SPACES
        MOVE "too many library members to scan - rebuild to be safe"
             TO ScanProblemText
      END-IF
      ELSE
        ADD 1 TO ScanMemberCount
        MOVE ScanIncludeName TO ScanMember(ScanMemberCount)
    END-IF
  END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Split an instruction line into its parts exactly as the
*> assembler does - (label), @symbol, dest=comp;jump - and test
*> each part against the changed names of its table.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CheckInstructionLine.
MOVE SPACES TO CodeText
UNSTRING SourceText DELIMITED BY "//"
  INTO CodeText
END-UNSTRING
MOVE SPACES TO FieldSymbol
EVALUATE CodeText(1:1)
  WHEN "("
    UNSTRING CodeText(2:79) DELIMITED BY ")"
      INTO FieldSymbol
    END-UNSTRING
    PERFORM CheckSymbolField
  WHEN "@"
    UNSTRING CodeText(2:79) DELIMITED BY ALL SPACES
      INTO FieldSymbol
    END-UNSTRING
    PERFORM CheckSymbolField
  WHEN OTHER
    MOVE SPACES TO FieldDest
    MOVE SPACES TO FieldComp
    MOVE SPACES TO FieldJump
    MOVE SPACES TO FieldRest
    MOVE ZEROES TO EqualsCount
    MOVE ZEROES TO SemiCount
    INSPECT CodeText TALLYING EqualsCount FOR ALL "="
    INSPECT CodeText TALLYING SemiCount FOR ALL ";"
    IF EqualsCount > 0
      UNSTRING CodeText DELIMITED BY "="
        INTO FieldDest FieldRest
      END-UNSTRING
      ELSE
        MOVE CodeText TO FieldRest
    END-IF
    IF SemiCount > 0
      UNSTRING FieldRest DELIMITED BY ";"
        INTO FieldComp FieldJump
      END-UNSTRING
      ELSE
        MOVE FieldRest TO FieldComp
    END-IF
    IF FieldDest NOT = SPACES
      MOVE "DEST" TO MatchKind
      MOVE FUNCTION TRIM(FieldDest) TO MatchName
      PERFORM FindChangedName
      IF NameCapture <> 0
        PERFORM RecordHit
      END-IF
    END-IF
    IF FieldComp NOT = SPACES
      MOVE "COMP" TO MatchKind
      MOVE FUNCTION TRIM(FieldComp) TO MatchName
      PERFORM FindChangedName
      IF NameCapture <> 0
        PERFORM RecordHit
      END-IF
    END-IF
    IF FieldJump NOT = SPACES
      MOVE "JUMP" TO MatchKind
      MOVE FUNCTION TRIM(FieldJump) TO MatchName
      PERFORM FindChangedName
      IF NameCapture <> 0
        PERFORM RecordHit
      END-IF
    END-IF
END-EVALUATE.

*> A-word and label symbols are only ever pre-defined names here;
*> a numeric A-word names no symbol at all.
CheckSymbolField.
MOVE FieldSymbol(1:1) TO CharHolder
IF FieldSymbol NOT = SPACES
   AND (CharHolder < "0" OR CharHolder > "9")
  MOVE "PREDEF" TO MatchKind
  MOVE FUNCTION TRIM(FieldSymbol) TO MatchName
  PERFORM FindChangedName
  IF NameCapture <> 0
    PERFORM RecordHit
  END-IF
END-IF.

RecordHit.
IF HitCount >= HitMax
  ADD 1 TO HitsDropped
  ELSE
    ADD 1 TO HitCount
    MOVE ScanMember(ScanCounter) TO HitMember(HitCount)
    MOVE SourceLineNumber TO HitLine(HitCount)
    MOVE CurrentMacroName TO HitMacro(HitCount)
    MOVE MatchKind TO HitKind(HitCount)
    MOVE MatchName TO HitName(HitCount)
    MOVE FUNCTION TRIM(SourceText) TO HitText(HitCount)
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Macros the program really expands: those it names directly,
*> then - until nothing new turns up - those named inside the
*> bodies of macros already reached.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ResolveMacroUse.
MOVE 1 TO MacroUsedAdded
PERFORM UNTIL MacroUsedAdded = 0
  MOVE ZEROES TO MacroUsedAdded
  PERFORM VARYING MacroUseCounter FROM 1 BY 1
          UNTIL MacroUseCounter > MacroUseCount
    MOVE "N" TO MacroFromUsedSwitch
    MOVE "N" TO MacroToUsedSwitch
    IF MacroUseFrom(MacroUseCounter) = SPACES
      MOVE "Y" TO MacroFromUsedSwitch
    END-IF
    PERFORM VARYING MacroUsedCounter FROM 1 BY 1
            UNTIL MacroUsedCounter > MacroUsedCount
      IF MacroUsedName(MacroUsedCounter) = MacroUseFrom(MacroUseCounter)
        MOVE "Y" TO MacroFromUsedSwitch
      END-IF
      IF MacroUsedName(MacroUsedCounter) = MacroUseTo(MacroUseCounter)
        MOVE "Y" TO MacroToUsedSwitch
      END-IF
    END-PERFORM
    IF MacroFromUsed AND NOT MacroToUsed
      IF MacroUsedCount < MacroUsedMax
        ADD 1 TO MacroUsedCount
        MOVE MacroUseTo(MacroUseCounter) TO MacroUsedName(MacroUsedCount)
        ADD 1 TO MacroUsedAdded
        ELSE
          IF ScanProblemText = SPACES
            MOVE "too many macros to trace - rebuild to be safe"
                 TO ScanProblemText
          END-IF
      END-IF
    END-IF
  END-PERFORM
END-PERFORM.

*> A hit counts when it is outside any macro body, or inside the
*> body of a macro the program expands.
CheckHitLive.
MOVE "N" TO HitLiveSwitch
IF HitMacro(HitCounter) = SPACES
  MOVE "Y" TO HitLiveSwitch
  ELSE
    PERFORM VARYING MacroUsedCounter FROM 1 BY 1
            UNTIL MacroUsedCounter > MacroUsedCount OR HitLive
      IF MacroUsedName(MacroUsedCounter) = HitMacro(HitCounter)
        MOVE "Y" TO HitLiveSwitch
      END-IF
    END-PERFORM
END-IF.

WriteHitLines.
MOVE ZEROES TO HitsListed
PERFORM VARYING HitCounter FROM 1 BY 1 UNTIL HitCounter > HitCount
  PERFORM CheckHitLive
  IF HitLive
    ADD 1 TO HitsListed
    IF HitsListed <= HitListMax
      MOVE SPACES TO ReportRecord
      MOVE 1 TO ReportPointer
      STRING "  " DELIMITED BY SIZE
             FUNCTION TRIM(HitMember(HitCounter)) DELIMITED BY SIZE
             ".asm LINE " DELIMITED BY SIZE
             HitLine(HitCounter) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             HitKind(HitCounter) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(HitName(HitCounter)) DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             FUNCTION TRIM(HitText(HitCounter)) DELIMITED BY SIZE
             INTO ReportRecord WITH POINTER ReportPointer
      END-STRING
      IF HitMacro(HitCounter) NOT = SPACES
        STRING "  (macro " DELIMITED BY SIZE
               FUNCTION TRIM(HitMacro(HitCounter)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ReportRecord WITH POINTER ReportPointer
        END-STRING
      END-IF
      PERFORM WriteReportLine
    END-IF
  END-IF
END-PERFORM
IF HitsCounted > HitListMax
  MOVE SPACES TO ReportRecord
  STRING "  ... " DELIMITED BY SIZE
         HitsCounted DELIMITED BY SIZE
         " referencing lines in all, first " DELIMITED BY SIZE
         HitListMax DELIMITED BY SIZE
         " listed" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-IF.

WriteReportLine.
WRITE ReportRecord
DISPLAY ReportRecord.
