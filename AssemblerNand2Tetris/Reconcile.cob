*>  every program is clean and nothing is orphaned, 8 when any
*>  program is dirty or orphaned artifacts were found, 12 when
*>  the control file or the report could not be opened at all.
*>  The history record layout now carries the lint-finding count
*>  the assembler appends after the table-version stamp, so each
*>  history line is still read as one record.
*>  A clean assembly whose lint pass had findings keeps its .xasm,
*>  because the .lnt line numbers index the expanded source.  When
*>  the program's latest history record is such an assembly the
*>  .xasm is noted as kept for the lint listing instead of being
*>  reported as a leftover from an aborted run.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    02 HistTypoCount PIC 9(3).
    02 HistFailMessage PIC X(80).
    02 HistTableVersions PIC X(23).
    02 HistLintCount PIC 9(3).
FD HackImageFile.
01  HackImageWord PIC X(16).
FD ModuleFile.
01  LastOkDate PIC 9(8) VALUE ZEROES.
01  LastOkTime PIC 9(6) VALUE ZEROES.
01  LastOkInstrCount PIC 9(5) VALUE ZEROES.
01  LatestLintedSwitch PIC X VALUE "N".
    88 LatestRunLinted VALUE "Y".
01  KeptForLintSwitch PIC X VALUE "N".
    88 KeptForLint VALUE "Y".
01  FindingCount PIC 99 VALUE ZEROES.
01  HackWordsOnDisk PIC 9(5) VALUE ZEROES.
01  HackExistsSwitch PIC X VALUE "N".
MOVE ZEROES TO LastOkDate
MOVE ZEROES TO LastOkTime
MOVE ZEROES TO LastOkInstrCount
MOVE "N" TO LatestLintedSwitch
OPEN INPUT HistoryFile
IF HistoryFileStatus = "00" OR HistoryFileStatus = "05"
  READ HistoryFile
      MOVE HistRunTime TO LastOkTime
      MOVE HistInstructionCount TO LastOkInstrCount
    END-IF
*> Records from before the lint count read it as spaces
    IF HistProgramName = CurrentProgramName
      IF HistStatus = "OK" AND HistLintCount IS NUMERIC
         AND HistLintCount > ZEROES
        MOVE "Y" TO LatestLintedSwitch
        ELSE
          MOVE "N" TO LatestLintedSwitch
      END-IF
    END-IF
    READ HistoryFile
      AT END MOVE HIGH-VALUES TO HistoryRecord
    END-READ

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Working files the assembler deletes on every controlled
*> completion; finding one means a run died partway through.  The
*> one exception is the .xasm of a clean assembly with lint
*> findings, kept because the .lnt line numbers index it - that
*> is noted on the report but is not a finding.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
CheckLeftoverWorkFiles.
MOVE ".ckp" TO FindingText
MOVE ".ckp.tmp" TO FindingText
PERFORM ProbeOneLeftoverFile
MOVE ".xasm" TO FindingText
MOVE LatestLintedSwitch TO KeptForLintSwitch
PERFORM ProbeOneLeftoverFile
MOVE "N" TO KeptForLintSwitch
MOVE ".xtmp" TO FindingText
PERFORM ProbeOneLeftoverFile.

     RETURNING ProbeCallStatus
END-CALL
IF ProbeCallStatus = ZEROES
  IF KeptForLint
    MOVE SPACES TO ReportRecord
    STRING "    " DELIMITED BY SIZE
           FUNCTION TRIM(ProbeFileName) DELIMITED BY SIZE
           " kept for the lint listing of the last clean assembly"
           DELIMITED BY SIZE
           " - not a leftover" DELIMITED BY SIZE
           INTO ReportRecord
    END-STRING
    PERFORM WriteReportLine
    ELSE
      MOVE SPACES TO FindingText
      STRING "leftover work file " DELIMITED BY SIZE
             FUNCTION TRIM(ProbeFileName) DELIMITED BY SIZE
             " from an aborted run" DELIMITED BY SIZE
             INTO FindingText
      END-STRING
      PERFORM WriteFindingLine
  END-IF
END-IF.

WriteFindingLine.
