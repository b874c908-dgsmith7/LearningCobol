      >>SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. BurnRegisterNand2Tetris.
AUTHOR. David G Smith.

*>  Modification History
*>  ---------------------------------------------------------------
*>  The burner room's register of what went onto which board.  A
*>  module's trail used to end when it passed VERIFY; this program
*>  picks it up.  Run mode BURN logs one burn to BurnRegister.dat:
*>  device serial, location, program, the .mod word count and
*>  checksum, the table-version stamp from the module header,
*>  operator, and date/time.  Before anything is logged the module
*>  is put through the same checks VERIFY makes - header and
*>  trailer present, every data record a clean 16-bit word, word
*>  count matching the header, checksum matching the trailer, and
*>  a table-version stamp that is blank (a module older than
*>  versioning) or equal to the TableVersions.dat versions now on
*>  disk - and a module that fails any of them is refused and not
*>  logged, so the register only ever holds images VERIFY passes.
*>  Run mode REPORT is the field-device currency report: every
*>  device's most recent burn is compared against its program's
*>  latest OK build in RunHistory.dat.  A device is CURRENT when
*>  its image carries that build's word count and table versions
*>  and - where the build's .mod is still on disk to prove it -
*>  that module's checksum; it is SUPERSEDED when the program has
*>  been rebuilt into something different since, and UNKNOWN when
*>  RunHistory.dat holds no OK build of the program at all.  The
*>  report ends with the re-burn list field service works from.
*>  Parameters come from BurnParms.txt (or an interactive ACCEPT
*>  when it is absent); output goes to BurnRegister.lst and the
*>  console.  Completion codes: 0 burn logged / every device
*>  current, 4 devices superseded or unknown, 8 burn refused, 12
*>  the register or report could not be opened.
*>  The history record layout now carries the lint-finding count
*>  the assembler appends after the table-version stamp, so each
*>  history line is still read as one record.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ParmFile ASSIGN TO "BurnParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ParmFileStatus.
    SELECT OPTIONAL RegisterFile ASSIGN TO "BurnRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegisterFileStatus.
    SELECT OPTIONAL HistoryFile ASSIGN TO "RunHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.
    SELECT OPTIONAL VersionFile ASSIGN TO "TableVersions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VersionFileStatus.
    SELECT ModuleFile ASSIGN TO DYNAMIC ModuleFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ModuleFileStatus.
    SELECT ReportFile ASSIGN TO "BurnRegister.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD ParmFile.
01 ParmRecord.
    02 ParmRunMode PIC X(6).
    02 ParmProgramName PIC X(40).
    02 ParmDeviceSerial PIC X(16).
    02 ParmLocation PIC X(20).
    02 ParmOperatorId PIC X(8).
FD RegisterFile.
01  RegisterRecord.
    02 RegBurnDate PIC 9(8).
    02 RegBurnTime PIC 9(6).
    02 RegDeviceSerial PIC X(16).
    02 RegLocation PIC X(20).
    02 RegProgramName PIC X(40).
    02 RegWordCount PIC 9(5).
    02 RegChecksum PIC 9(5).
    02 RegTableVersions PIC X(23).
    02 RegOperatorId PIC X(8).
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
FD VersionFile.
01  VersionRecord.
    02 VerTableId PIC X(6).
    02 VerNumber PIC 9(5).
FD ModuleFile.
01  ModuleRecord.
    02 ModRecordType PIC XXX.
    02 ModWord PIC X(16).
    02 ModProgramName PIC X(40).
    02 ModWordCount PIC 9(5).
    02 ModChecksum PIC 9(5).
    02 ModTableVersions PIC X(23).
FD ReportFile.
01  ReportRecord PIC X(120).

WORKING-STORAGE SECTION.
01  ParmFileStatus PIC XX.
01  RegisterFileStatus PIC XX.
01  HistoryFileStatus PIC XX.
01  VersionFileStatus PIC XX.
01  ModuleFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  ModuleFileName PIC X(50) VALUE SPACES.
01  CurrentDateRaw PIC 9(8).
01  CurrentTimeRaw PIC 9(8).
01  CompletionCode PIC 99 VALUE ZEROES.

*>  Run parameters
01  RunMode PIC X(6) VALUE "BURN".
    88 BurnRunMode VALUE "BURN  ".
    88 ReportRunMode VALUE "REPORT".
01  CurrentProgramName PIC X(40) VALUE SPACES.
01  DeviceSerial PIC X(16) VALUE SPACES.
01  DeviceLocation PIC X(20) VALUE SPACES.
01  OperatorId PIC X(8) VALUE SPACES.

*>  Table versions now on disk, in the stamp format the assembler
*>  writes into the module header
01  CompTableVersion PIC 9(5) VALUE ZEROES.
01  DestTableVersion PIC 9(5) VALUE ZEROES.
01  JumpTableVersion PIC 9(5) VALUE ZEROES.
01  PreDefTableVersion PIC 9(5) VALUE ZEROES.
01  CurrentVersionsStamp PIC X(23) VALUE SPACES.

*>  Module check results (the VERIFY rules)
01  ModuleFailReason PIC X(60) VALUE SPACES.
01  ModuleVersions PIC X(23) VALUE SPACES.
01  ModuleWordCounter PIC 9(5) VALUE ZEROES.
01  ModuleBadWordCount PIC 9(5) VALUE ZEROES.
01  ModuleBitCount PIC 99.
01  ExpectedWordCount PIC 9(5) VALUE ZEROES.
01  ExpectedChecksum PIC 9(5) VALUE ZEROES.
01  ChecksumAccum PIC 9(10) VALUE ZEROES.

*>  Last burn of every device, for the currency report.  The
*>  register appends chronologically, so a later burn of the same
*>  serial replaces the earlier entry.
01  DeviceTableMax PIC 9(4) VALUE 1000.
01  DeviceTable.
    02 DeviceEntry OCCURS 1000 TIMES.
       03 DevSerial PIC X(16).
       03 DevLocation PIC X(20).
       03 DevProgramName PIC X(40).
       03 DevBurnDate PIC 9(8).
       03 DevBurnTime PIC 9(6).
       03 DevWordCount PIC 9(5).
       03 DevChecksum PIC 9(5).
       03 DevTableVersions PIC X(23).
       03 DevStatus PIC X(10).
01  DeviceCount PIC 9(4) VALUE ZEROES.
01  DeviceCounter PIC 9(4).
01  DeviceCapture PIC 9(4).
01  DevicesDropped PIC 9(4) VALUE ZEROES.
01  BurnRecordCount PIC 9(6) VALUE ZEROES.

*>  Latest OK build of each program burned, from RunHistory.dat
01  BuildTableMax PIC 999 VALUE 200.
01  BuildTable.
    02 BuildEntry OCCURS 200 TIMES.
       03 BuildProgramName PIC X(40).
       03 BuildDate PIC 9(8).
       03 BuildTime PIC 9(6).
       03 BuildWordCount PIC 9(5).
       03 BuildTableVersions PIC X(23).
       03 BuildModChecksum PIC 9(5).
       03 BuildModSwitch PIC X.
          88 BuildModOnDisk VALUE "Y".
01  BuildCount PIC 999 VALUE ZEROES.
01  BuildCounter PIC 999.
01  BuildCapture PIC 999.

*>  Currency totals and detail text
01  CurrentCount PIC 9(4) VALUE ZEROES.
01  SupersededCount PIC 9(4) VALUE ZEROES.
01  UnknownCount PIC 9(4) VALUE ZEROES.
01  CurrencyDetail PIC X(60) VALUE SPACES.

*>  Binary conversion work fields (same method the assembler uses)
01  AnInteger PIC 9(5).
01  ABinaryString PIC X(16).
01  DigitCounter PIC 99.

PROCEDURE DIVISION.
Begin.
PERFORM LoadRunParameters
OPEN OUTPUT ReportFile
IF ReportFileStatus NOT = "00"
  DISPLAY "ERROR: could not open BurnRegister.lst - run aborted"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF
PERFORM LoadTableVersions
IF ReportRunMode
  MOVE "FIELD-DEVICE CURRENCY REPORT" TO ReportRecord
  PERFORM WriteReportLine
  PERFORM RunCurrencyReport
  ELSE
    MOVE "ROM BURN REGISTER" TO ReportRecord
    PERFORM WriteReportLine
    PERFORM RunBurnEntry
END-IF
CLOSE ReportFile
MOVE CompletionCode TO RETURN-CODE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Establish the run mode and, for a burn, what was burned where
*> and by whom - from BurnParms.txt, or asked for at the console.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadRunParameters.
OPEN INPUT ParmFile
IF ParmFileStatus = "00"
  READ ParmFile
    AT END MOVE HIGH-VALUES TO ParmRecord
  END-READ
  IF ParmRecord NOT = HIGH-VALUES
    MOVE ParmRunMode TO RunMode
    MOVE ParmProgramName TO CurrentProgramName
    MOVE ParmDeviceSerial TO DeviceSerial
    MOVE ParmLocation TO DeviceLocation
    MOVE ParmOperatorId TO OperatorId
  END-IF
  CLOSE ParmFile
  ELSE
    DISPLAY "No BurnParms.txt found - enter run parameters"
    DISPLAY "Run mode (BURN or REPORT): " WITH NO ADVANCING
    ACCEPT RunMode
    MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode
    IF NOT ReportRunMode
      DISPLAY "Program burned (no extension): " WITH NO ADVANCING
      ACCEPT CurrentProgramName
      DISPLAY "Device serial number: " WITH NO ADVANCING
      ACCEPT DeviceSerial
      DISPLAY "Device location: " WITH NO ADVANCING
      ACCEPT DeviceLocation
      DISPLAY "Operator id: " WITH NO ADVANCING
      ACCEPT OperatorId
    END-IF
END-IF
IF NOT BurnRunMode AND NOT ReportRunMode
  MOVE "BURN" TO RunMode
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Read the four table versions TableMaint maintains in
*> TableVersions.dat and build the combined stamp exactly as the
*> assembler does, so it compares equal to a module header
*> written under the same tables.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadTableVersions.
OPEN INPUT VersionFile
IF VersionFileStatus = "00" OR VersionFileStatus = "05"
  READ VersionFile
    AT END MOVE HIGH-VALUES TO VersionRecord
  END-READ
  PERFORM UNTIL VersionRecord = HIGH-VALUES
    IF VerTableId = "COMP  "
      MOVE VerNumber TO CompTableVersion
    END-IF
    IF VerTableId = "DEST  "
      MOVE VerNumber TO DestTableVersion
    END-IF
    IF VerTableId = "JUMP  "
      MOVE VerNumber TO JumpTableVersion
    END-IF
    IF VerTableId = "PREDEF"
      MOVE VerNumber TO PreDefTableVersion
    END-IF
    READ VersionFile
      AT END MOVE HIGH-VALUES TO VersionRecord
    END-READ
  END-PERFORM
  CLOSE VersionFile
END-IF
MOVE SPACES TO CurrentVersionsStamp
STRING CompTableVersion DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       DestTableVersion DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       JumpTableVersion DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       PreDefTableVersion DELIMITED BY SIZE
       INTO CurrentVersionsStamp
END-STRING.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> BURN run mode: prove <program>.mod the way VERIFY does and,
*> only when it passes, append the burn to BurnRegister.dat.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunBurnEntry.
MOVE SPACES TO ModuleFailReason
EVALUATE TRUE
  WHEN CurrentProgramName = SPACES
    MOVE "no program named" TO ModuleFailReason
  WHEN DeviceSerial = SPACES
    MOVE "no device serial number given" TO ModuleFailReason
  WHEN DeviceLocation = SPACES
    MOVE "no device location given" TO ModuleFailReason
  WHEN OperatorId = SPACES
    MOVE "no operator id given" TO ModuleFailReason
  WHEN OTHER
    PERFORM CheckLoadModule
END-EVALUATE
*> A blank stamp means the module predates table versioning and
*> is judged on its checksum alone, exactly as VERIFY judges it.
IF ModuleFailReason = SPACES
   AND ModuleVersions NOT = SPACES
   AND ModuleVersions NOT = CurrentVersionsStamp
  MOVE "table versions differ from tables on disk"
       TO ModuleFailReason
END-IF
IF ModuleFailReason = SPACES
  PERFORM AppendBurnRecord
END-IF
MOVE SPACES TO ReportRecord
IF ModuleFailReason = SPACES
  STRING "BURN " DELIMITED BY SIZE
         FUNCTION TRIM(DeviceSerial) DELIMITED BY SIZE
         "  " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
         "  STATUS=LOGGED  WORDS=" DELIMITED BY SIZE
         ModuleWordCounter DELIMITED BY SIZE
         "  CHECKSUM=" DELIMITED BY SIZE
         ExpectedChecksum DELIMITED BY SIZE
         "  VERSIONS=[" DELIMITED BY SIZE
         ModuleVersions DELIMITED BY SIZE
         "]" DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  ELSE
    STRING "BURN " DELIMITED BY SIZE
           FUNCTION TRIM(DeviceSerial) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
           "  STATUS=REFUSED  " DELIMITED BY SIZE
           FUNCTION TRIM(ModuleFailReason) DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    IF CompletionCode < 8
      MOVE 8 TO CompletionCode
    END-IF
END-IF
PERFORM WriteReportLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Re-read <program>.mod, recompute the checksum over its DAT
*> records and hold the word count against the header and the
*> checksum against the trailer - the VERIFY rules.  Leaves
*> ModuleFailReason blank when the module is sound.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CheckLoadModule.
MOVE SPACES TO ModuleFailReason
MOVE SPACES TO ModuleVersions
MOVE ZEROES TO ChecksumAccum
MOVE ZEROES TO ModuleWordCounter
MOVE ZEROES TO ModuleBadWordCount
MOVE ZEROES TO ExpectedWordCount
MOVE ZEROES TO ExpectedChecksum
MOVE SPACES TO ModuleFileName
STRING FUNCTION TRIM(CurrentProgramName) DELIMITED BY SIZE
       ".mod" DELIMITED BY SIZE
       INTO ModuleFileName
END-STRING
OPEN INPUT ModuleFile
IF ModuleFileStatus NOT = "00"
  MOVE "could not open module file" TO ModuleFailReason
  ELSE
    READ ModuleFile
      AT END MOVE HIGH-VALUES TO ModuleRecord
    END-READ
    IF ModuleRecord = HIGH-VALUES OR ModRecordType NOT = "HDR"
      MOVE "module has no header record" TO ModuleFailReason
      ELSE
        MOVE ModWordCount TO ExpectedWordCount
        MOVE ModTableVersions TO ModuleVersions
        READ ModuleFile
          AT END MOVE HIGH-VALUES TO ModuleRecord
        END-READ
        PERFORM UNTIL ModuleRecord = HIGH-VALUES
                   OR ModRecordType = "TRL"
          IF ModRecordType = "DAT"
            ADD 1 TO ModuleWordCounter
            MOVE ZEROES TO ModuleBitCount
            INSPECT ModWord TALLYING ModuleBitCount FOR ALL "0" "1"
            IF ModuleBitCount NOT = 16
              ADD 1 TO ModuleBadWordCount
              ELSE
                MOVE ModWord TO ABinaryString
                PERFORM ConvertBinary16ToDecimal
                COMPUTE ChecksumAccum =
                        FUNCTION MOD(ChecksumAccum + AnInteger, 65536)
            END-IF
            ELSE
              ADD 1 TO ModuleBadWordCount
          END-IF
          READ ModuleFile
            AT END MOVE HIGH-VALUES TO ModuleRecord
          END-READ
        END-PERFORM
        IF ModuleRecord = HIGH-VALUES
          MOVE "module has no trailer record" TO ModuleFailReason
          ELSE
            MOVE ModChecksum TO ExpectedChecksum
            IF ModuleBadWordCount > 0
              MOVE "module contains corrupt data records"
                   TO ModuleFailReason
              ELSE
                IF ModuleWordCounter NOT = ExpectedWordCount
                  MOVE "word count does not match header"
                       TO ModuleFailReason
                  ELSE
                    IF ChecksumAccum NOT = ExpectedChecksum
                      MOVE "checksum does not match trailer"
                           TO ModuleFailReason
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    CLOSE ModuleFile
END-IF.

AppendBurnRecord.
OPEN EXTEND RegisterFile
*> status 05 is a successful open that just created the file
IF RegisterFileStatus NOT = "00" AND RegisterFileStatus NOT = "05"
  MOVE "could not append to BurnRegister.dat" TO ModuleFailReason
  MOVE 12 TO CompletionCode
  ELSE
    ACCEPT CurrentDateRaw FROM DATE YYYYMMDD
    ACCEPT CurrentTimeRaw FROM TIME
    MOVE SPACES TO RegisterRecord
    MOVE CurrentDateRaw TO RegBurnDate
    MOVE CurrentTimeRaw(1:6) TO RegBurnTime
    MOVE DeviceSerial TO RegDeviceSerial
    MOVE DeviceLocation TO RegLocation
    MOVE CurrentProgramName TO RegProgramName
    MOVE ModuleWordCounter TO RegWordCount
    MOVE ExpectedChecksum TO RegChecksum
    MOVE ModuleVersions TO RegTableVersions
    MOVE OperatorId TO RegOperatorId
    WRITE RegisterRecord
    CLOSE RegisterFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> REPORT run mode: each device's last burn against its
*> program's latest OK build, one line per device, then the
*> re-burn list of superseded devices.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
RunCurrencyReport.
PERFORM LoadDeviceTable
IF CompletionCode < 12
  PERFORM LoadLatestBuilds
  MOVE SPACES TO ReportRecord
  PERFORM WriteReportLine
  MOVE "DEVICE           LOCATION             PROGRAM              BURNED          STATUS"
       TO ReportRecord
  PERFORM WriteReportLine
  PERFORM VARYING DeviceCounter FROM 1 BY 1
          UNTIL DeviceCounter > DeviceCount
    PERFORM ClassifyDevice
    PERFORM WriteDeviceLine
  END-PERFORM
  PERFORM WriteReburnList
  MOVE SPACES TO ReportRecord
  PERFORM WriteReportLine
  MOVE SPACES TO ReportRecord
  STRING "Burn records: " DELIMITED BY SIZE
         BurnRecordCount DELIMITED BY SIZE
         "  Devices: " DELIMITED BY SIZE
         DeviceCount DELIMITED BY SIZE
         "  Current: " DELIMITED BY SIZE
         CurrentCount DELIMITED BY SIZE
         "  Superseded: " DELIMITED BY SIZE
         SupersededCount DELIMITED BY SIZE
         "  Unknown: " DELIMITED BY SIZE
         UnknownCount DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
  IF DevicesDropped > 0
    MOVE SPACES TO ReportRecord
    STRING "WARNING: " DELIMITED BY SIZE
           DevicesDropped DELIMITED BY SIZE
           " device(s) beyond the report limit of " DELIMITED BY SIZE
           DeviceTableMax DELIMITED BY SIZE
           " were not examined" DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    PERFORM WriteReportLine
  END-IF
  IF (SupersededCount > 0 OR UnknownCount > 0 OR DevicesDropped > 0)
     AND CompletionCode < 4
    MOVE 4 TO CompletionCode
  END-IF
END-IF.

LoadDeviceTable.
OPEN INPUT RegisterFile
IF RegisterFileStatus NOT = "00" AND RegisterFileStatus NOT = "05"
  MOVE "ERROR: could not open BurnRegister.dat" TO ReportRecord
  PERFORM WriteReportLine
  MOVE 12 TO CompletionCode
  ELSE
    READ RegisterFile
      AT END MOVE HIGH-VALUES TO RegisterRecord
    END-READ
    PERFORM UNTIL RegisterRecord = HIGH-VALUES
      ADD 1 TO BurnRecordCount
      MOVE ZEROES TO DeviceCapture
      PERFORM VARYING DeviceCounter FROM 1 BY 1
              UNTIL DeviceCounter > DeviceCount OR DeviceCapture <> 0
        IF DevSerial(DeviceCounter) = RegDeviceSerial
          MOVE DeviceCounter TO DeviceCapture
        END-IF
      END-PERFORM
      IF DeviceCapture = 0
        IF DeviceCount >= DeviceTableMax
          ADD 1 TO DevicesDropped
          ELSE
            ADD 1 TO DeviceCount
            MOVE DeviceCount TO DeviceCapture
        END-IF
      END-IF
      IF DeviceCapture <> 0
        MOVE RegDeviceSerial TO DevSerial(DeviceCapture)
        MOVE RegLocation TO DevLocation(DeviceCapture)
        MOVE RegProgramName TO DevProgramName(DeviceCapture)
        MOVE RegBurnDate TO DevBurnDate(DeviceCapture)
        MOVE RegBurnTime TO DevBurnTime(DeviceCapture)
        MOVE RegWordCount TO DevWordCount(DeviceCapture)
        MOVE RegChecksum TO DevChecksum(DeviceCapture)
        MOVE RegTableVersions TO DevTableVersions(DeviceCapture)
      END-IF
      READ RegisterFile
        AT END MOVE HIGH-VALUES TO RegisterRecord
      END-READ
    END-PERFORM
    CLOSE RegisterFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> One pass of RunHistory.dat keeps the latest OK build of every
*> program some device carries; then each program's .mod on disk
*> is read, and when it is that build's module (same word count
*> and table versions) its checksum is kept as the build's.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadLatestBuilds.
MOVE ZEROES TO BuildCount
PERFORM VARYING DeviceCounter FROM 1 BY 1
        UNTIL DeviceCounter > DeviceCount
  MOVE ZEROES TO BuildCapture
  PERFORM VARYING BuildCounter FROM 1 BY 1
          UNTIL BuildCounter > BuildCount OR BuildCapture <> 0
    IF BuildProgramName(BuildCounter) = DevProgramName(DeviceCounter)
      MOVE BuildCounter TO BuildCapture
    END-IF
  END-PERFORM
  IF BuildCapture = 0 AND BuildCount < BuildTableMax
    ADD 1 TO BuildCount
    MOVE DevProgramName(DeviceCounter) TO BuildProgramName(BuildCount)
    MOVE ZEROES TO BuildDate(BuildCount)
    MOVE ZEROES TO BuildTime(BuildCount)
    MOVE ZEROES TO BuildWordCount(BuildCount)
    MOVE SPACES TO BuildTableVersions(BuildCount)
    MOVE ZEROES TO BuildModChecksum(BuildCount)
    MOVE "N" TO BuildModSwitch(BuildCount)
  END-IF
END-PERFORM
OPEN INPUT HistoryFile
IF HistoryFileStatus = "00" OR HistoryFileStatus = "05"
  READ HistoryFile
    AT END MOVE HIGH-VALUES TO HistoryRecord
  END-READ
  PERFORM UNTIL HistoryRecord = HIGH-VALUES
    IF HistStatus = "OK"
      MOVE ZEROES TO BuildCapture
      PERFORM VARYING BuildCounter FROM 1 BY 1
              UNTIL BuildCounter > BuildCount OR BuildCapture <> 0
        IF BuildProgramName(BuildCounter) = HistProgramName
          MOVE BuildCounter TO BuildCapture
        END-IF
      END-PERFORM
*> records append chronologically, so the last match is the latest
      IF BuildCapture <> 0
        MOVE HistRunDate TO BuildDate(BuildCapture)
        MOVE HistRunTime TO BuildTime(BuildCapture)
        MOVE HistInstructionCount TO BuildWordCount(BuildCapture)
        MOVE HistTableVersions TO BuildTableVersions(BuildCapture)
      END-IF
    END-IF
    READ HistoryFile
      AT END MOVE HIGH-VALUES TO HistoryRecord
    END-READ
  END-PERFORM
  CLOSE HistoryFile
END-IF
PERFORM VARYING BuildCounter FROM 1 BY 1
        UNTIL BuildCounter > BuildCount
  IF BuildDate(BuildCounter) NOT = ZEROES
    MOVE BuildProgramName(BuildCounter) TO CurrentProgramName
    PERFORM CheckLoadModule
    IF ModuleFailReason = SPACES
       AND ModuleWordCounter = BuildWordCount(BuildCounter)
       AND ModuleVersions = BuildTableVersions(BuildCounter)
      MOVE "Y" TO BuildModSwitch(BuildCounter)
      MOVE ExpectedChecksum TO BuildModChecksum(BuildCounter)
    END-IF
  END-IF
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> CURRENT, SUPERSEDED or UNKNOWN for DeviceCounter.  Word count
*> and table versions must match the latest OK build; the
*> checksum settles it when that build's module is on disk, and
*> otherwise a burn made after the build is taken as current.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ClassifyDevice.
MOVE SPACES TO CurrencyDetail
MOVE ZEROES TO BuildCapture
PERFORM VARYING BuildCounter FROM 1 BY 1
        UNTIL BuildCounter > BuildCount OR BuildCapture <> 0
  IF BuildProgramName(BuildCounter) = DevProgramName(DeviceCounter)
    MOVE BuildCounter TO BuildCapture
  END-IF
END-PERFORM
IF BuildCapture = 0
  MOVE "UNKNOWN" TO DevStatus(DeviceCounter)
  MOVE "program beyond the report's build table" TO CurrencyDetail
  ELSE
    IF BuildDate(BuildCapture) = ZEROES
      MOVE "UNKNOWN" TO DevStatus(DeviceCounter)
      MOVE "no OK build in RunHistory.dat" TO CurrencyDetail
      ELSE
        MOVE "CURRENT" TO DevStatus(DeviceCounter)
        EVALUATE TRUE
          WHEN DevWordCount(DeviceCounter) NOT = BuildWordCount(BuildCapture)
            MOVE "SUPERSEDED" TO DevStatus(DeviceCounter)
            STRING "rebuilt " DELIMITED BY SIZE
                   BuildDate(BuildCapture) DELIMITED BY SIZE
                   " - words " DELIMITED BY SIZE
                   DevWordCount(DeviceCounter) DELIMITED BY SIZE
                   " now " DELIMITED BY SIZE
                   BuildWordCount(BuildCapture) DELIMITED BY SIZE
                   INTO CurrencyDetail
            END-STRING
          WHEN DevTableVersions(DeviceCounter)
               NOT = BuildTableVersions(BuildCapture)
            MOVE "SUPERSEDED" TO DevStatus(DeviceCounter)
            STRING "rebuilt " DELIMITED BY SIZE
                   BuildDate(BuildCapture) DELIMITED BY SIZE
                   " under tables [" DELIMITED BY SIZE
                   BuildTableVersions(BuildCapture) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CurrencyDetail
            END-STRING
          WHEN BuildModOnDisk(BuildCapture)
            IF DevChecksum(DeviceCounter) NOT = BuildModChecksum(BuildCapture)
              MOVE "SUPERSEDED" TO DevStatus(DeviceCounter)
              STRING "rebuilt " DELIMITED BY SIZE
                     BuildDate(BuildCapture) DELIMITED BY SIZE
                     " - checksum " DELIMITED BY SIZE
                     DevChecksum(DeviceCounter) DELIMITED BY SIZE
                     " now " DELIMITED BY SIZE
                     BuildModChecksum(BuildCapture) DELIMITED BY SIZE
                     INTO CurrencyDetail
              END-STRING
            END-IF
          WHEN DevBurnDate(DeviceCounter) < BuildDate(BuildCapture)
            OR (DevBurnDate(DeviceCounter) = BuildDate(BuildCapture)
                AND DevBurnTime(DeviceCounter) < BuildTime(BuildCapture))
            MOVE "SUPERSEDED" TO DevStatus(DeviceCounter)
            STRING "rebuilt " DELIMITED BY SIZE
                   BuildDate(BuildCapture) DELIMITED BY SIZE
                   " after the burn - module not on disk to compare"
                   DELIMITED BY SIZE
                   INTO CurrencyDetail
            END-STRING
        END-EVALUATE
    END-IF
END-IF
EVALUATE DevStatus(DeviceCounter)
  WHEN "CURRENT"
    ADD 1 TO CurrentCount
  WHEN "SUPERSEDED"
    ADD 1 TO SupersededCount
  WHEN OTHER
    ADD 1 TO UnknownCount
END-EVALUATE.

WriteDeviceLine.
MOVE SPACES TO ReportRecord
MOVE DevSerial(DeviceCounter) TO ReportRecord(1:16)
MOVE DevLocation(DeviceCounter) TO ReportRecord(18:20)
MOVE DevProgramName(DeviceCounter)(1:20) TO ReportRecord(39:20)
MOVE DevBurnDate(DeviceCounter) TO ReportRecord(60:8)
MOVE DevBurnTime(DeviceCounter) TO ReportRecord(69:6)
MOVE DevStatus(DeviceCounter) TO ReportRecord(76:10)
PERFORM WriteReportLine
IF CurrencyDetail NOT = SPACES
  MOVE SPACES TO ReportRecord
  STRING "                 " DELIMITED BY SIZE
         CurrencyDetail DELIMITED BY SIZE
         INTO ReportRecord
  END-STRING
  PERFORM WriteReportLine
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The boards field service must re-burn, grouped by program.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteReburnList.
MOVE SPACES TO ReportRecord
PERFORM WriteReportLine
IF SupersededCount = 0
  MOVE "RE-BURN LIST: none - every logged device carries its latest build"
       TO ReportRecord
  PERFORM WriteReportLine
  ELSE
    MOVE "RE-BURN LIST" TO ReportRecord
    PERFORM WriteReportLine
    PERFORM VARYING BuildCounter FROM 1 BY 1
            UNTIL BuildCounter > BuildCount
      PERFORM VARYING DeviceCounter FROM 1 BY 1
              UNTIL DeviceCounter > DeviceCount
        IF DevStatus(DeviceCounter) = "SUPERSEDED"
           AND DevProgramName(DeviceCounter)
               = BuildProgramName(BuildCounter)
          MOVE SPACES TO ReportRecord
          STRING "  " DELIMITED BY SIZE
                 FUNCTION TRIM(DevProgramName(DeviceCounter))
                 DELIMITED BY SIZE
                 "  device " DELIMITED BY SIZE
                 FUNCTION TRIM(DevSerial(DeviceCounter)) DELIMITED BY SIZE
                 " at " DELIMITED BY SIZE
                 FUNCTION TRIM(DevLocation(DeviceCounter)) DELIMITED BY SIZE
                 INTO ReportRecord
          END-STRING
          PERFORM WriteReportLine
        END-IF
      END-PERFORM
    END-PERFORM
END-IF.

ConvertBinary16ToDecimal.
MOVE ZEROES TO AnInteger
PERFORM VARYING DigitCounter FROM 1 BY 1 UNTIL DigitCounter > 16
  IF ABinaryString(DigitCounter:1) = "1"
    COMPUTE AnInteger = AnInteger + 2 ** (16 - DigitCounter)
  END-IF
END-PERFORM.

WriteReportLine.
WRITE ReportRecord
DISPLAY ReportRecord.
