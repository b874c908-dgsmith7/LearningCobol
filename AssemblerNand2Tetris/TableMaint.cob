*>  event was a warning (skipped lines on load, a table over its
*>  consumer capacity), 8 when a table could not be read or
*>  rewritten or the audit/version records could not be written.
*>  A session now takes the run-exclusion lock RunLock.dat, shared
*>  with the assembler and the linker, as soon as the operator id
*>  is entered and before any table or TableVersions.dat is read,
*>  and releases it at QUIT - so a table can no longer change
*>  under a batch assembly part way through its control file.  A
*>  session that finds the lock held names the holder and ends
*>  with completion code 16, unless the operator confirms the lock
*>  is stale (its job abended); that override is written to
*>  TableAudit.log before the lock is taken over.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT OPTIONAL VersionFile ASSIGN TO "TableVersions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VersionFileStatus.
    SELECT OPTIONAL LockFile ASSIGN TO DYNAMIC LockFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockFileStatus.

DATA DIVISION.
FILE SECTION.
01  VersionRecord.
    02 VerTableId PIC X(6).
    02 VerNumber PIC 9(5).
FD LockFile.
01  LockRecord.
    02 LockProgram PIC X(24).
    02 LockMode PIC X(6).
    02 LockOperator PIC X(8).
    02 LockStartDate PIC 9(8).
    02 LockStartTime PIC 9(8).

WORKING-STORAGE SECTION.
01  TableFileStatus PIC XX.
01  CurrentDateRaw PIC 9(8).
01  CurrentTimeRaw PIC 9(8).

*>  Run-exclusion lock shared with the assembler and the linker
01  LockFileStatus PIC XX.
01  LockFileName PIC X(50) VALUE "RunLock.dat".
01  LockDeleteStatus PIC 9(9) VALUE ZEROES.
01  LockOverrideSwitch PIC X VALUE "N".
    88 LockOverrideOn VALUE "Y".
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

01  TableChoice PIC X(6) VALUE SPACES.
    88 CompChosen VALUE "COMP  ".
    88 DestChosen VALUE "DEST  ".
  DISPLAY "Operator id (for the audit trail): " WITH NO ADVANCING
  ACCEPT OperatorId
END-PERFORM
PERFORM AcquireRunLock
IF NOT RunLockHeld
  IF RunLockRefused
    DISPLAY "RUN LOCKED: another job holds RunLock.dat - session not started"
    MOVE 16 TO RETURN-CODE
    ELSE
      DISPLAY "ERROR: could not take RunLock.dat (status "
              LockFileStatus ") - session not started"
      MOVE 8 TO RETURN-CODE
  END-IF
  STOP RUN
END-IF
PERFORM LoadTableVersions
PERFORM UNTIL ProgramDone
  DISPLAY "Table (COMP, DEST, JUMP, PREDEF) or QUIT: " WITH NO ADVANCING
      END-IF
  END-IF
END-PERFORM
PERFORM ReleaseRunLock
MOVE CompletionCode TO RETURN-CODE
STOP RUN.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Take RunLock.dat, the run-exclusion lock shared with the assembler
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
  IF NOT LockOverrideOn
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
  MOVE "TableMaintNand2Tetris" TO LockProgram
  MOVE "MAINT" TO LockMode
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
           "] BY=[TableMaintNand2Tetris MAINT]" DELIMITED BY SIZE
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
*> Load the chosen table, then run the action loop until the
*> operator is done with it.  Every ADD/CHANGE/DELETE rewrites
