*>  0 for a clean report, 4 when history was truncated to the
*>  report capacity or programs were dropped past the table
*>  limit, 12 when the report file could not be opened at all.
*>  Runs archived by the HistoryRetain housekeeping are read back
*>  from their per-program, per-month records in RunHistory.sum:
*>  they count in each program's totals and failure rate, their
*>  first and latest clean assemblies take part in the growth
*>  figure, and each archived month is listed in a rollup section,
*>  so the quarterly figures still cover the full history once
*>  the live file has been trimmed.  The live file remains the
*>  source for the last-runs detail.
*>  The history record layout now carries the fields the assembler
*>  appends after the failure message - the table-version stamp
*>  and the lint-finding count - so each history line is read as
*>  one record.
*>  ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT OPTIONAL HistoryFile ASSIGN TO "RunHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.
    SELECT OPTIONAL SummaryFile ASSIGN TO "RunHistory.sum"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryFileStatus.
    SELECT ReportFile ASSIGN TO "TrendReport.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
    02 HistFinalRam PIC 9(5).
    02 HistTypoCount PIC 9(3).
    02 HistFailMessage PIC X(80).
    02 HistTableVersions PIC X(23).
    02 HistLintCount PIC 9(3).
FD SummaryFile.
01  SummaryRecord.
    02 SumProgramName PIC X(40).
    02 SumMonth PIC 9(6).
    02 SumRunCount PIC 9(6).
    02 SumFailCount PIC 9(6).
    02 SumOkCount PIC 9(6).
    02 SumMinInstr PIC 9(5).
    02 SumMaxInstr PIC 9(5).
    02 SumFirstOkDate PIC 9(8).
    02 SumFirstOkTime PIC 9(6).
    02 SumFirstOkInstr PIC 9(5).
    02 SumLastOkDate PIC 9(8).
    02 SumLastOkTime PIC 9(6).
    02 SumLastOkInstr PIC 9(5).
FD ReportFile.
01  ReportRecord PIC X(120).

WORKING-STORAGE SECTION.
01  HistoryFileStatus PIC XX.
01  ReportFileStatus PIC XX.
01  SummaryFileStatus PIC XX.
01  RunTableMax PIC 9(4) VALUE 5000.
01  RunTable.
    02 RunEntry OCCURS 5000 TIMES.
01  TotalHistoryRecords PIC 9(6) VALUE ZEROES.
01  SkipCounter PIC 9(6) VALUE ZEROES.
01  RunCounter PIC 9(4).
*>  Archived months from RunHistory.sum, in program, month order
01  MonthTableMax PIC 9(4) VALUE 3000.
01  MonthTable.
    02 MonthEntry OCCURS 3000 TIMES.
       03 MonthProgram PIC X(40).
       03 MonthYyyymm PIC 9(6).
       03 MonthRuns PIC 9(6).
       03 MonthFails PIC 9(6).
       03 MonthOkRuns PIC 9(6).
       03 MonthMinInstr PIC 9(5).
       03 MonthMaxInstr PIC 9(5).
       03 MonthFirstOkStamp PIC 9(14).
       03 MonthFirstOkInstr PIC 9(5).
       03 MonthLastOkStamp PIC 9(14).
       03 MonthLastOkInstr PIC 9(5).
01  MonthCount PIC 9(4) VALUE ZEROES.
01  MonthOverflowCount PIC 9(6) VALUE ZEROES.
01  MonthCounter PIC 9(4).
01  ArchivedMonths PIC 9(4).
01  NoteName PIC X(40).
01  ProgramTableMax PIC 999 VALUE 200.
01  ProgramTable.
    02 ProgramName OCCURS 200 TIMES PIC X(40).
01  SearchCounter PIC 999.

*>  Per-program statistics
01  TotalRuns PIC 9(6).
01  FailedRuns PIC 9(6).
01  OkRuns PIC 9(6).
01  LiveRuns PIC 9(4).
01  FirstOkInstr PIC 9(5).
01  LastOkInstr PIC 9(5).
01  FirstOkSeen PIC X.
    88 HaveFirstOk VALUE "Y".
01  FirstOkStamp PIC 9(14).
01  LastOkStamp PIC 9(14).
01  RunStamp PIC 9(14).
01  GrowthSigned PIC S9(5).
01  GrowthDisplay PIC +9(5).
01  FailureRatePct PIC 9(3).

PROCEDURE DIVISION.
Begin.
PERFORM LoadSummaryFile
PERFORM LoadHistoryFile
OPEN OUTPUT ReportFile
IF ReportFileStatus NOT = "00"
END-IF
MOVE "ASSEMBLY RUN TREND REPORT" TO ReportRecord
PERFORM WriteReportLine
IF RunCount = 0 AND MonthCount = 0
  MOVE "No run history on file." TO ReportRecord
  PERFORM WriteReportLine
  ELSE
        MOVE 4 TO CompletionCode
      END-IF
    END-IF
    IF MonthOverflowCount > 0
      MOVE SPACES TO ReportRecord
      STRING "NOTE: RunHistory.sum exceeds the report capacity - "
             DELIMITED BY SIZE
             MonthOverflowCount DELIMITED BY SIZE
             " archived month record(s) were not read" DELIMITED BY SIZE
             INTO ReportRecord
      END-STRING
      PERFORM WriteReportLine
      IF CompletionCode < 4
        MOVE 4 TO CompletionCode
      END-IF
    END-IF
    PERFORM VARYING ProgramCounter FROM 1 BY 1
            UNTIL ProgramCounter > ProgramCount
      PERFORM ReportOneProgram
      MOVE HistFinalRom TO RunRom(RunCount)
      MOVE HistFinalRam TO RunRam(RunCount)
      MOVE HistTypoCount TO RunTypos(RunCount)
      MOVE HistProgramName TO NoteName
      PERFORM NoteProgramName
      READ HistoryFile
        AT END MOVE HIGH-VALUES TO HistoryRecord
    CLOSE HistoryFile
END-IF.

*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Read the per-program, per-month records the HistoryRetain
*> housekeeping writes for runs it has archived.  They are older
*> than anything still live, so they are loaded first and their
*> programs head the report.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
LoadSummaryFile.
OPEN INPUT SummaryFile
IF SummaryFileStatus = "00"
  READ SummaryFile
    AT END MOVE HIGH-VALUES TO SummaryRecord
  END-READ
  PERFORM UNTIL SummaryRecord = HIGH-VALUES
    IF MonthCount < MonthTableMax
      ADD 1 TO MonthCount
      MOVE SumProgramName TO MonthProgram(MonthCount)
      MOVE SumMonth TO MonthYyyymm(MonthCount)
      MOVE SumRunCount TO MonthRuns(MonthCount)
      MOVE SumFailCount TO MonthFails(MonthCount)
      MOVE SumOkCount TO MonthOkRuns(MonthCount)
      MOVE SumMinInstr TO MonthMinInstr(MonthCount)
      MOVE SumMaxInstr TO MonthMaxInstr(MonthCount)
      COMPUTE MonthFirstOkStamp(MonthCount) =
              SumFirstOkDate * 1000000 + SumFirstOkTime
      MOVE SumFirstOkInstr TO MonthFirstOkInstr(MonthCount)
      COMPUTE MonthLastOkStamp(MonthCount) =
              SumLastOkDate * 1000000 + SumLastOkTime
      MOVE SumLastOkInstr TO MonthLastOkInstr(MonthCount)
      MOVE SumProgramName TO NoteName
      PERFORM NoteProgramName
      ELSE
        ADD 1 TO MonthOverflowCount
    END-IF
    READ SummaryFile
      AT END MOVE HIGH-VALUES TO SummaryRecord
    END-READ
  END-PERFORM
  CLOSE SummaryFile
END-IF.

NoteProgramName.
MOVE "N" TO ProgramFoundSwitch
PERFORM VARYING SearchCounter FROM 1 BY 1
        UNTIL SearchCounter > ProgramCount OR ProgramFound
  IF NoteName = ProgramName(SearchCounter)
    MOVE "Y" TO ProgramFoundSwitch
  END-IF
END-PERFORM
IF NOT ProgramFound
  IF ProgramCount < ProgramTableMax
    ADD 1 TO ProgramCount
    MOVE NoteName TO ProgramName(ProgramCount)
    ELSE
      DISPLAY "WARNING: more than " ProgramTableMax
              " distinct programs - extras not reported"
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> One report section per program: totals, instruction-count
*> growth between the first and latest clean assembly, failure
*> rate, the archived months, and the detail of the last
*> LastRunsWanted runs.  Totals and growth take in the archived
*> months; the first and latest clean assembly are chosen by
*> date and time, since a program's latest clean record stays
*> live after older runs of it have been archived.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
ReportOneProgram.
MOVE ZEROES TO TotalRuns
MOVE ZEROES TO FailedRuns
MOVE ZEROES TO FirstOkInstr
MOVE ZEROES TO LastOkInstr
MOVE ZEROES TO FirstOkStamp
MOVE ZEROES TO LastOkStamp
MOVE ZEROES TO ArchivedMonths
MOVE ZEROES TO LiveRuns
MOVE "N" TO FirstOkSeen
PERFORM VARYING MonthCounter FROM 1 BY 1 UNTIL MonthCounter > MonthCount
  IF MonthProgram(MonthCounter) = ProgramName(ProgramCounter)
    ADD 1 TO ArchivedMonths
    ADD MonthRuns(MonthCounter) TO TotalRuns
    ADD MonthFails(MonthCounter) TO FailedRuns
    IF MonthOkRuns(MonthCounter) > 0
      IF NOT HaveFirstOk
         OR MonthFirstOkStamp(MonthCounter) < FirstOkStamp
        MOVE MonthFirstOkStamp(MonthCounter) TO FirstOkStamp
        MOVE MonthFirstOkInstr(MonthCounter) TO FirstOkInstr
      END-IF
      IF NOT HaveFirstOk
         OR MonthLastOkStamp(MonthCounter) > LastOkStamp
        MOVE MonthLastOkStamp(MonthCounter) TO LastOkStamp
        MOVE MonthLastOkInstr(MonthCounter) TO LastOkInstr
      END-IF
      MOVE "Y" TO FirstOkSeen
    END-IF
  END-IF
END-PERFORM
PERFORM VARYING RunCounter FROM 1 BY 1 UNTIL RunCounter > RunCount
  IF RunProgram(RunCounter) = ProgramName(ProgramCounter)
    ADD 1 TO TotalRuns
    ADD 1 TO LiveRuns
    IF RunStatusX(RunCounter) = "OK"
      COMPUTE RunStamp = RunDateX(RunCounter) * 1000000
                       + RunTimeX(RunCounter)
      IF NOT HaveFirstOk OR RunStamp < FirstOkStamp
        MOVE RunStamp TO FirstOkStamp
        MOVE RunInstr(RunCounter) TO FirstOkInstr
      END-IF
      IF NOT HaveFirstOk OR RunStamp NOT < LastOkStamp
        MOVE RunStamp TO LastOkStamp
        MOVE RunInstr(RunCounter) TO LastOkInstr
      END-IF
      MOVE "Y" TO FirstOkSeen
      ELSE
        ADD 1 TO FailedRuns
    END-IF
         TO ReportRecord
END-IF
PERFORM WriteReportLine
IF ArchivedMonths > 0
  MOVE "  Archived months (from RunHistory.sum):" TO ReportRecord
  PERFORM WriteReportLine
  PERFORM VARYING MonthCounter FROM 1 BY 1
          UNTIL MonthCounter > MonthCount
    IF MonthProgram(MonthCounter) = ProgramName(ProgramCounter)
      MOVE SPACES TO ReportRecord
      STRING "    " DELIMITED BY SIZE
             MonthYyyymm(MonthCounter) DELIMITED BY SIZE
             "  runs=" DELIMITED BY SIZE
             MonthRuns(MonthCounter) DELIMITED BY SIZE
             "  failed=" DELIMITED BY SIZE
             MonthFails(MonthCounter) DELIMITED BY SIZE
             "  clean=" DELIMITED BY SIZE
             MonthOkRuns(MonthCounter) DELIMITED BY SIZE
             "  instr=" DELIMITED BY SIZE
             MonthMinInstr(MonthCounter) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             MonthMaxInstr(MonthCounter) DELIMITED BY SIZE
             INTO ReportRecord
      END-STRING
      PERFORM WriteReportLine
    END-IF
  END-PERFORM
END-IF
MOVE SPACES TO ReportRecord
STRING "  Last runs (up to " DELIMITED BY SIZE
       LastRunsWanted DELIMITED BY SIZE
PERFORM WriteReportLine
*> Walk the table once more, printing only the final
*> LastRunsWanted occurrences of this program.
IF LiveRuns > LastRunsWanted
  COMPUTE FirstShownIndex = LiveRuns - LastRunsWanted + 1
  ELSE
    MOVE 1 TO FirstShownIndex
END-IF
