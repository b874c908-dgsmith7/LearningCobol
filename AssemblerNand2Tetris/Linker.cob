*>  a label at ROM 0-15 shadows @R0-@R15, and one at 16 or above
*>  can shadow an allocated variable, so an A-word matching it
*>  could be either a jump target or a data reference.
*>  Members can now call each other by name.  The EXPORT records
*>  in each member's .sym (labels published with //%EXPORT) are
*>  collected at their relocated addresses, and every EXTERN record
*>  (an A-word assembled as a @0 placeholder for a //%EXTERN name)
*>  is patched, once all members are placed, with the exporting
*>  member's relocated address instead of being rebiased.  A name
*>  exported by two members, or referenced but exported by none,
*>  refuses the link, and LinkMap.lst gained a bindings section
*>  listing every export with its reference count and every
*>  patched reference with the member and address it was bound to.
*>  Every link now takes the run-exclusion lock RunLock.dat, shared
*>  with the assembler and TableMaint, before it reads
*>  PreDefTable.txt or writes the image and LinkMap.lst, and
*>  releases it at the end.  A link that finds the lock held names
*>  the holder on the console, writes nothing and ends with
*>  completion code 16.  A lock left behind by an abended job is
*>  cleared by setting the override flag after the operator id in
*>  LinkParms.txt (or answering Y at the console); the override is
*>  written to TableAudit.log before the lock is taken over.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT MapFile ASSIGN TO "LinkMap.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MapFileStatus.
    SELECT OPTIONAL LockFile ASSIGN TO DYNAMIC LockFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockFileStatus.
    SELECT OPTIONAL AuditFile ASSIGN TO "TableAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

DATA DIVISION.
FILE SECTION.
01 ParmRecord.
    02 ParmControlName PIC X(40).
    02 ParmOutputName PIC X(40).
    02 ParmOperatorId PIC X(8).
    02 ParmLockOverride PIC X.
FD ControlFile.
*>  The offset is read as characters and validated before any
*>  arithmetic - a short record or junk in columns 41-45 must
01  HackCode PIC X(16).
FD MapFile.
01  MapRecord PIC X(100).
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
01  CharHolder PIC X.
01  PreDefAddrCount PIC 999 VALUE ZEROES.
01  PreDefAddrCounter PIC 999.
01  BadAddrValue PIC 9(5).

*>  Cross-member bindings from the EXPORT and EXTERN records.
*>  Export addresses and import sites are already relocated to
*>  the combined image; ImportBinding is the export an import was
*>  patched from (zero until resolved).
01  ExportTableMax PIC 9(4) VALUE 500.
01  ExportTable.
    02 ExportEntry OCCURS 500 TIMES.
       03 ExportName PIC X(40).
       03 ExportMember PIC 99.
       03 ExportAddress PIC 9(5).
       03 ExportRefCount PIC 9(5).
01  ExportCount PIC 9(4) VALUE ZEROES.
01  ExportCounter PIC 9(4).
01  ExportCapture PIC 9(4).
01  ImportTableMax PIC 9(4) VALUE 2000.
01  ImportTable.
    02 ImportEntry OCCURS 2000 TIMES.
       03 ImportName PIC X(40).
       03 ImportMember PIC 99.
       03 ImportSite PIC 9(5).
       03 ImportBinding PIC 9(4).
01  ImportCount PIC 9(4) VALUE ZEROES.
01  ImportCounter PIC 9(4).
01  MemberImportStart PIC 9(4).
01  UnresolvedCount PIC 9(4) VALUE ZEROES.
01  ImportSiteSwitch PIC X VALUE "N".
    88 ImportSiteFound VALUE "Y".
01  BindingAddress PIC 9(5).
01  ResolveDoneSwitch PIC X VALUE "N".
    88 ResolveDone VALUE "Y".
01  AmbiguousKind PIC X(11).

01  ErrorSwitch PIC X VALUE "N".
    88 FatalError VALUE "Y".
01  ErrorMessage PIC X(80) VALUE SPACES.
01  CurrentDateRaw PIC 9(8).
01  CurrentTimeRaw PIC 9(8).

*>  Run-exclusion lock shared with the assembler and TableMaint
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

*>  Control-record offset validation work fields
01  OffsetTrimLen PIC 99.
PROCEDURE DIVISION.
Begin.
PERFORM LoadRunParameters
PERFORM AcquireRunLock
IF NOT RunLockHeld
  IF RunLockRefused
    DISPLAY "RUN LOCKED: another job holds RunLock.dat - link not started"
    MOVE 16 TO RETURN-CODE
    ELSE
      DISPLAY "LINK FAILED: could not take RunLock.dat (status "
              LockFileStatus ")"
      MOVE 8 TO RETURN-CODE
  END-IF
  STOP RUN
END-IF
PERFORM LoadPreDefAddresses
PERFORM VARYING ClearCounter FROM 1 BY 1
        UNTIL ClearCounter > RomCapacity
IF NOT FatalError
  PERFORM LinkAllMembers
END-IF
IF NOT FatalError AND ImportCount > 0
  PERFORM ResolveExternalReferences
END-IF
IF NOT FatalError AND MemberCount > 0
  PERFORM WriteCombinedImage
END-IF
            HighestUsed " word(s), written to "
            FUNCTION TRIM(OutputFileName)
END-IF
PERFORM ReleaseRunLock
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
    IF ParmOutputName NOT = SPACES
      MOVE ParmOutputName TO OutputBaseName
    END-IF
    MOVE ParmOperatorId TO OperatorId
    MOVE ParmLockOverride TO LockOverrideSwitch
  END-IF
  CLOSE ParmFile
  ELSE
    MOVE "C" TO ParmSourceSwitch
    DISPLAY "No LinkParms.txt found - enter run parameters"
    DISPLAY "Operator id: " WITH NO ADVANCING
    ACCEPT OperatorId
    DISPLAY "Link control filename (blank for LinkControl.txt): "
            WITH NO ADVANCING
    ACCEPT ParmControlName
STRING FUNCTION TRIM(OutputBaseName) DELIMITED BY SIZE
       ".hack" DELIMITED BY SIZE
       INTO OutputFileName
END-STRING
IF OperatorId = SPACES
  MOVE "BATCH" TO OperatorId
END-IF
MOVE FUNCTION UPPER-CASE(LockOverrideSwitch) TO LockOverrideSwitch.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Take RunLock.dat, the run-exclusion lock shared with the assembler
*> and TableMaint, before the tables or any shared output is
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
  MOVE "LinkerNand2Tetris" TO LockProgram
  MOVE "LINK" TO LockMode
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
           "] BY=[LinkerNand2Tetris LINK]" DELIMITED BY SIZE
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
*> Collect the decimal addresses of every clean 16-bit entry in
LoadMemberLabels.
MOVE ZEROES TO LabelCount
MOVE ZEROES TO VarCount
COMPUTE MemberImportStart = ImportCount + 1
MOVE SPACES TO SymFileName
STRING FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
       ".sym" DELIMITED BY SIZE
            MOVE SymDecimal TO VarAddress(VarCount)
        END-IF
      END-IF
      IF SymKind = "EXPORT"
        PERFORM AddMemberExport
      END-IF
      IF SymKind = "EXTERN"
        PERFORM AddMemberImport
      END-IF
      READ SymFile
        AT END MOVE HIGH-VALUES TO SymRecord
      END-READ
    CLOSE SymFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Add one EXPORT record to the link-wide export table at its
*> relocated address.  A name another member already exports
*> refuses the link - a call site could not say which it meant.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AddMemberExport.
MOVE ZEROES TO ExportCapture
PERFORM VARYING ExportCounter FROM 1 BY 1
        UNTIL ExportCounter > ExportCount OR ExportCapture <> 0
  IF SymName = ExportName(ExportCounter)
    MOVE ExportCounter TO ExportCapture
  END-IF
END-PERFORM
IF ExportCapture <> 0
  MOVE "Y" TO ErrorSwitch
  MOVE SPACES TO ErrorMessage
  STRING "'" DELIMITED BY SIZE
         FUNCTION TRIM(SymName) DELIMITED BY SIZE
         "' is exported by both " DELIMITED BY SIZE
         FUNCTION TRIM(MemberName(ExportMember(ExportCapture)))
           DELIMITED BY SIZE
         " and " DELIMITED BY SIZE
         FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
         INTO ErrorMessage
  END-STRING
  ELSE
    IF ExportCount >= ExportTableMax
      MOVE "Y" TO ErrorSwitch
      MOVE "too many exported names in the link" TO ErrorMessage
      ELSE
        COMPUTE BindingAddress = SymDecimal + CurrentBaseOffset
        IF BindingAddress > 32767
          MOVE "Y" TO ErrorSwitch
          MOVE SPACES TO ErrorMessage
          STRING "export '" DELIMITED BY SIZE
                 FUNCTION TRIM(SymName) DELIMITED BY SIZE
                 "' in " DELIMITED BY SIZE
                 FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
                 " relocates past the 15-bit address range"
                 DELIMITED BY SIZE
                 INTO ErrorMessage
          END-STRING
          ELSE
            ADD 1 TO ExportCount
            MOVE SymName TO ExportName(ExportCount)
            COMPUTE ExportMember(ExportCount) = MemberCount + 1
            MOVE BindingAddress TO ExportAddress(ExportCount)
            MOVE ZEROES TO ExportRefCount(ExportCount)
        END-IF
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Add one EXTERN record - a placeholder A-word this member
*> expects another member to supply - at its relocated site.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
AddMemberImport.
IF ImportCount >= ImportTableMax
  MOVE "Y" TO ErrorSwitch
  MOVE "too many external references in the link" TO ErrorMessage
  ELSE
    ADD 1 TO ImportCount
    MOVE SymName TO ImportName(ImportCount)
    COMPUTE ImportMember(ImportCount) = MemberCount + 1
    COMPUTE ImportSite(ImportCount) = SymDecimal + CurrentBaseOffset
    MOVE ZEROES TO ImportBinding(ImportCount)
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> A rebias is only safe when a label's address can belong to
*> nothing else.  A label sharing an address with one of the
      COMPUTE CurrentEndAddress =
              CurrentBaseOffset + CurrentWordCount - 1
    END-IF
*> An EXTERN site past the member's last word means the .sym and
*> .hack come from different assemblies
    PERFORM VARYING ImportCounter FROM MemberImportStart BY 1
            UNTIL ImportCounter > ImportCount OR FatalError
      IF ImportSite(ImportCounter) > CurrentEndAddress
        MOVE "Y" TO ErrorSwitch
        MOVE SPACES TO ErrorMessage
        STRING "member " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentMemberName) DELIMITED BY SIZE
               ": EXTERN reference to '" DELIMITED BY SIZE
               FUNCTION TRIM(ImportName(ImportCounter)) DELIMITED BY SIZE
               "' lies outside its image" DELIMITED BY SIZE
               INTO ErrorMessage
        END-STRING
      END-IF
    END-PERFORM
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
         INTO ErrorMessage
  END-STRING
  ELSE
*> An EXTERN placeholder is patched after placement, never rebiased
    MOVE "N" TO ImportSiteSwitch
    PERFORM VARYING ImportCounter FROM MemberImportStart BY 1
            UNTIL ImportCounter > ImportCount OR ImportSiteFound
      IF ImportSite(ImportCounter) = PlaceAddress
        MOVE "Y" TO ImportSiteSwitch
      END-IF
    END-PERFORM
    IF CurrentWord(1:1) = "0" AND NOT ImportSiteFound
      MOVE CurrentWord TO ABinaryString
      PERFORM ConvertBinary16ToDecimal
      MOVE "N" TO LabelFoundSwitch
    END-IF
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> With every member placed, bind each external reference to the
*> member exporting its name and patch the placeholder A-word to
*> the export's relocated address.  Every reference is tried so
*> the map can list all the unresolved names, but any one of them
*> refuses the link.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ResolveExternalReferences.
MOVE "Y" TO ResolveDoneSwitch
MOVE ZEROES TO UnresolvedCount
PERFORM VARYING ImportCounter FROM 1 BY 1
        UNTIL ImportCounter > ImportCount
  MOVE ZEROES TO ExportCapture
  PERFORM VARYING ExportCounter FROM 1 BY 1
          UNTIL ExportCounter > ExportCount OR ExportCapture <> 0
    IF ImportName(ImportCounter) = ExportName(ExportCounter)
      MOVE ExportCounter TO ExportCapture
    END-IF
  END-PERFORM
  IF ExportCapture = 0
    ADD 1 TO UnresolvedCount
    IF UnresolvedCount = 1
      MOVE "Y" TO ErrorSwitch
      MOVE SPACES TO ErrorMessage
      STRING "unresolved external '" DELIMITED BY SIZE
             FUNCTION TRIM(ImportName(ImportCounter)) DELIMITED BY SIZE
             "' referenced by " DELIMITED BY SIZE
             FUNCTION TRIM(MemberName(ImportMember(ImportCounter)))
               DELIMITED BY SIZE
             INTO ErrorMessage
      END-STRING
    END-IF
    ELSE
      MOVE ExportCapture TO ImportBinding(ImportCounter)
      ADD 1 TO ExportRefCount(ExportCapture)
      MOVE ExportAddress(ExportCapture) TO AnInteger
      PERFORM ConvertToBinary16
      MOVE ABinaryString TO CombinedWord(ImportSite(ImportCounter) + 1)
  END-IF
END-PERFORM.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Refuse any member whose range [base, end] touches a member
*> already placed - the hand-splicing failure this link step
      MOVE MemberRebiased(MemberCounter) TO MapRecord(48:5)
      PERFORM WriteMapLine
    END-PERFORM
    IF ExportCount > 0 OR ImportCount > 0
      PERFORM WriteMapBindings
    END-IF
    IF FatalError
      MOVE SPACES TO MapRecord
      STRING "LINK FAILED: " DELIMITED BY SIZE
WRITE MapRecord
DISPLAY MapRecord.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> The bindings section of the link map: every export with its
*> relocated address and how many references were bound to it,
*> then every external reference with its patched site and the
*> member and address it was bound to - or UNRESOLVED.  The ROM
*> column is the relocated label address for an export and the
*> patched A-word's address for a reference.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
WriteMapBindings.
MOVE SPACES TO MapRecord
PERFORM WriteMapLine
MOVE "KIND    SYMBOL                    MEMBER                    ROM    BINDING"
     TO MapRecord
PERFORM WriteMapLine
PERFORM VARYING ExportCounter FROM 1 BY 1
        UNTIL ExportCounter > ExportCount
  MOVE SPACES TO MapRecord
  MOVE "EXPORT" TO MapRecord(1:6)
  MOVE ExportName(ExportCounter) TO MapRecord(9:24)
  MOVE MemberName(ExportMember(ExportCounter)) TO MapRecord(35:24)
  MOVE ExportAddress(ExportCounter) TO MapRecord(61:5)
  STRING ExportRefCount(ExportCounter) DELIMITED BY SIZE
         " reference(s)" DELIMITED BY SIZE
         INTO MapRecord(68:33)
  END-STRING
  PERFORM WriteMapLine
END-PERFORM
PERFORM VARYING ImportCounter FROM 1 BY 1
        UNTIL ImportCounter > ImportCount
  MOVE SPACES TO MapRecord
  MOVE "IMPORT" TO MapRecord(1:6)
  MOVE ImportName(ImportCounter) TO MapRecord(9:24)
  MOVE MemberName(ImportMember(ImportCounter)) TO MapRecord(35:24)
  MOVE ImportSite(ImportCounter) TO MapRecord(61:5)
  IF ImportBinding(ImportCounter) = 0
*> Not yet bound when an earlier error stopped the link
    IF ResolveDone
      MOVE "UNRESOLVED" TO MapRecord(68:10)
      ELSE
        MOVE "(not bound)" TO MapRecord(68:11)
    END-IF
    ELSE
      MOVE ImportBinding(ImportCounter) TO ExportCapture
      STRING "-> " DELIMITED BY SIZE
             ExportAddress(ExportCapture) DELIMITED BY SIZE
             " in " DELIMITED BY SIZE
             FUNCTION TRIM(MemberName(ExportMember(ExportCapture)))
               DELIMITED BY SIZE
             INTO MapRecord(68:33)
      END-STRING
  END-IF
  PERFORM WriteMapLine
END-PERFORM
MOVE SPACES TO MapRecord
PERFORM WriteMapLine.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Convert the value in AnInteger to a full 16-bit binary string
*> in ABinaryString (same method the assembler uses).
