IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-CAPACITY.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL JobHistoryFile ASSIGN TO jobHistoryFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT ReportFile ASSIGN TO reportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD ReportFile.
    01 reportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 jobHistoryFileName PIC X(256) VALUE SPACES.
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.
    01 reportFileName PIC X(256) VALUE SPACES.
    01 reportFileStatus PIC XX VALUE "00".

    01 CapacityTableList.
      02 FILLER PIC X(40)
        VALUE "BatchLineTable      002000 hwmLines=    ".
      02 FILLER PIC X(40)
        VALUE "SeenSignatureTable  050000 hwmSigs=     ".
      02 FILLER PIC X(40)
        VALUE "AccountMasterTable  010000 hwmAccts=    ".
      02 FILLER PIC X(40)
        VALUE "CustomerMasterTable 005000 hwmCusts=    ".
      02 FILLER PIC X(40)
        VALUE "DrcrSuspenseTable   005000 hwmDrcr=     ".
      02 FILLER PIC X(40)
        VALUE "SuspenseSweepTable  005000 hwmSweep=    ".
    01 CapacityTables REDEFINES CapacityTableList.
      02 CapacityTable OCCURS 6 TIMES.
        03 ctName PIC X(20).
        03 ctCeiling PIC 9(6).
        03 ctHistoryKey PIC X(14).
    01 ctIdx PIC 9.
    01 capacityTableCount PIC 9 VALUE 6.

    01 maxCapacityWeeks PIC 99 VALUE 13.
    01 WeekTable.
      02 WeekEntry OCCURS 13 TIMES.
        03 wkNumber PIC 9(8).
        03 wkStartDate PIC 9(8).
        03 wkRunCount PIC 9(5).
        03 wkPeak PIC 9(9) OCCURS 6 TIMES.
    01 weekCount PIC 99 VALUE 0.
    01 wkIdx PIC 99.
    01 wkMatchIdx PIC 99.

    01 historyKey PIC X(14).
    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyFieldText PIC X(20).
    01 historyRunDate PIC 9(8).
    01 historyDayNumber PIC 9(8).
    01 historyWeekNumber PIC 9(8).
    01 RunPeakTable.
      02 runPeak PIC 9(9) OCCURS 6 TIMES.

    01 capacityRunCount PIC 9(9) VALUE 0.
    01 legacyRunCount PIC 9(9) VALUE 0.
    01 warningTableCount PIC 9 VALUE 0.

    01 latestPeak PIC 9(9).
    01 utilizationPercent PIC 9(5)V9.
    01 weeksRemaining PIC 9(9).
    01 regressionX USAGE COMP-2.
    01 regressionY USAGE COMP-2.
    01 sumX USAGE COMP-2.
    01 sumY USAGE COMP-2.
    01 sumXY USAGE COMP-2.
    01 sumXX USAGE COMP-2.
    01 regressionDivisor USAGE COMP-2.
    01 weeklyGrowth USAGE COMP-2.
    01 capacityStatus PIC X(7).

    01 weekDateDisplay PIC X(10).
    01 runCountDisplay PIC Z(4)9.
    01 peakDisplay PIC Z(8)9.
    01 ceilingDisplay PIC Z(5)9.
    01 percentDisplay PIC Z(4)9.9.
    01 growthDisplay PIC -(7)9.9.
    01 weeksDisplay PIC Z(8)9.
    01 weeksText PIC X(10).
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.
    01 countDisplay3 PIC Z(8)9.
    01 reportLinePointer PIC 999.

    01 alertSeverity PIC X VALUE 'W'.
    01 alertProgramName PIC X(20) VALUE "SUM-CAPACITY".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT jobHistoryFileName FROM ARGUMENT-VALUE.
  ACCEPT reportFileName FROM ARGUMENT-VALUE.
  IF jobHistoryFileName = SPACES THEN
    MOVE "sum_file_job_history.log" TO jobHistoryFileName
  END-IF.
  IF reportFileName = SPACES THEN
    MOVE "sum_capacity_report.txt" TO reportFileName
  END-IF.

  DISPLAY "SUM-CAPACITY: job started " FUNCTION CURRENT-DATE(1:14)
    " history=" FUNCTION TRIM(jobHistoryFileName).

  PERFORM LoadJobHistory.

  OPEN OUTPUT ReportFile.
  IF reportFileStatus NOT = "00" THEN
    DISPLAY "SUM-CAPACITY: job NOT started - unable to open "
      FUNCTION TRIM(reportFileName) ", status=" reportFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE capacityRunCount TO countDisplay1.
  MOVE legacyRunCount TO countDisplay2.
  MOVE weekCount TO countDisplay3.
  MOVE SPACES TO reportRecord.
  STRING "SUM-FILE CAPACITY HEADROOM REPORT " DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    " HISTORY " DELIMITED BY SIZE
    FUNCTION TRIM(jobHistoryFileName) DELIMITED BY SIZE
    INTO reportRecord.
  WRITE reportRecord.
  MOVE SPACES TO reportRecord.
  STRING "RUNS WITH CAPACITY FIGURES " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    "  WITHOUT " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    "  WEEKS " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay3) DELIMITED BY SIZE
    INTO reportRecord.
  WRITE reportRecord.
  MOVE SPACES TO reportRecord.
  WRITE reportRecord.

  IF weekCount = 0 THEN
    MOVE "NO RUNS WITH CAPACITY FIGURES IN THE JOB HISTORY"
      TO reportRecord
    WRITE reportRecord
  ELSE
    PERFORM WriteWeeklyPeaks
    MOVE SPACES TO reportRecord
    WRITE reportRecord
    MOVE SPACES TO reportRecord
    STRING "TABLE                CEILING       PEAK  UTIL%  " DELIMITED BY SIZE
      "GROWTH/WK  WEEKS-LEFT  STATUS" DELIMITED BY SIZE
      INTO reportRecord
    END-STRING
    WRITE reportRecord
    PERFORM VARYING ctIdx FROM 1 BY 1 UNTIL ctIdx > capacityTableCount
      PERFORM ReportOneTable
    END-PERFORM
  END-IF.
  CLOSE ReportFile.

  IF warningTableCount > 0 THEN
    DISPLAY "SUM-CAPACITY: " warningTableCount
      " table(s) above 80% of capacity, see " FUNCTION TRIM(reportFileName)
    DISPLAY "SUM-CAPACITY: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  ELSE
    DISPLAY "SUM-CAPACITY: job ended " FUNCTION CURRENT-DATE(1:14)
      " runs=" FUNCTION TRIM(countDisplay1)
      " weeks=" FUNCTION TRIM(countDisplay3)
      " report=" FUNCTION TRIM(reportFileName)
  END-IF.

  GOBACK.

LoadJobHistory.
  MOVE 0 TO jobHistoryEofFlag
  OPEN INPUT JobHistoryFile
  IF jobHistoryFileStatus NOT = "00" THEN
    DISPLAY "SUM-CAPACITY: WARNING - no job history "
      FUNCTION TRIM(jobHistoryFileName)
    SET endOfJobHistory TO TRUE
  END-IF
  PERFORM UNTIL endOfJobHistory
    READ JobHistoryFile
      AT END SET endOfJobHistory TO TRUE
      NOT AT END PERFORM LoadOneHistoryEntry
        THRU LoadOneHistoryEntry-EXIT
    END-READ
  END-PERFORM
  CLOSE JobHistoryFile.

LoadOneHistoryEntry.
  IF jobHistoryRecord(1:14) IS NOT NUMERIC THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  MOVE ctHistoryKey(1) TO historyKey.
  PERFORM ExtractHistoryField.
  IF historyFieldText = SPACES THEN
    ADD 1 TO legacyRunCount
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  ADD 1 TO capacityRunCount.
  PERFORM VARYING ctIdx FROM 1 BY 1 UNTIL ctIdx > capacityTableCount
    MOVE ctHistoryKey(ctIdx) TO historyKey
    PERFORM ExtractHistoryField
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(historyFieldText)) NOT = 0 THEN
      MOVE 0 TO runPeak(ctIdx)
    ELSE
      COMPUTE runPeak(ctIdx) = FUNCTION NUMVAL(FUNCTION TRIM(historyFieldText))
    END-IF
  END-PERFORM.
  MOVE jobHistoryRecord(1:8) TO historyRunDate.
  COMPUTE historyDayNumber = FUNCTION INTEGER-OF-DATE(historyRunDate).
  COMPUTE historyWeekNumber = (historyDayNumber - 1) / 7.
  MOVE 0 TO wkMatchIdx.
  PERFORM VARYING wkIdx FROM 1 BY 1
      UNTIL wkIdx > weekCount OR wkMatchIdx > 0
    IF wkNumber(wkIdx) = historyWeekNumber THEN
      MOVE wkIdx TO wkMatchIdx
    END-IF
  END-PERFORM.
  IF wkMatchIdx = 0 THEN
    IF weekCount > 0 AND historyWeekNumber < wkNumber(weekCount) THEN
      GO TO LoadOneHistoryEntry-EXIT
    END-IF
    IF weekCount < maxCapacityWeeks THEN
      ADD 1 TO weekCount
    ELSE
      PERFORM VARYING wkIdx FROM 1 BY 1 UNTIL wkIdx >= maxCapacityWeeks
        MOVE WeekEntry(wkIdx + 1) TO WeekEntry(wkIdx)
      END-PERFORM
    END-IF
    MOVE weekCount TO wkMatchIdx
    MOVE historyWeekNumber TO wkNumber(wkMatchIdx)
    COMPUTE wkStartDate(wkMatchIdx)
      = FUNCTION DATE-OF-INTEGER(historyWeekNumber * 7 + 1)
    MOVE 0 TO wkRunCount(wkMatchIdx)
    PERFORM VARYING ctIdx FROM 1 BY 1 UNTIL ctIdx > capacityTableCount
      MOVE 0 TO wkPeak(wkMatchIdx, ctIdx)
    END-PERFORM
  END-IF.
  ADD 1 TO wkRunCount(wkMatchIdx).
  PERFORM VARYING ctIdx FROM 1 BY 1 UNTIL ctIdx > capacityTableCount
    IF runPeak(ctIdx) > wkPeak(wkMatchIdx, ctIdx) THEN
      MOVE runPeak(ctIdx) TO wkPeak(wkMatchIdx, ctIdx)
    END-IF
  END-PERFORM.
LoadOneHistoryEntry-EXIT.
  EXIT.

ExtractHistoryField.
  MOVE SPACES TO historyDiscardText historyValueText historyFieldText.
  UNSTRING jobHistoryRecord DELIMITED BY FUNCTION TRIM(historyKey, TRAILING)
    INTO historyDiscardText, historyValueText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyFieldText.

WriteWeeklyPeaks.
  MOVE "WEEKLY PEAKS" TO reportRecord.
  WRITE reportRecord.
  MOVE SPACES TO reportRecord.
  STRING "WEEK OF     RUNS  BATCH-LINES  SIGNATURES ACCT-MASTER "
      DELIMITED BY SIZE
    "CUST-MASTER   DRCR-SUSP  SWEEP-SUSP" DELIMITED BY SIZE
    INTO reportRecord.
  WRITE reportRecord.
  PERFORM VARYING wkIdx FROM 1 BY 1 UNTIL wkIdx > weekCount
    MOVE SPACES TO weekDateDisplay
    STRING wkStartDate(wkIdx)(1:4) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      wkStartDate(wkIdx)(5:2) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      wkStartDate(wkIdx)(7:2) DELIMITED BY SIZE
      INTO weekDateDisplay
    END-STRING
    MOVE wkRunCount(wkIdx) TO runCountDisplay
    MOVE SPACES TO reportRecord
    MOVE weekDateDisplay TO reportRecord(1:10)
    MOVE runCountDisplay TO reportRecord(12:5)
    MOVE 17 TO reportLinePointer
    PERFORM VARYING ctIdx FROM 1 BY 1 UNTIL ctIdx > capacityTableCount
      MOVE wkPeak(wkIdx, ctIdx) TO peakDisplay
      MOVE peakDisplay TO reportRecord(reportLinePointer + 3:9)
      ADD 12 TO reportLinePointer
    END-PERFORM
    WRITE reportRecord
  END-PERFORM.

ReportOneTable.
  MOVE wkPeak(weekCount, ctIdx) TO latestPeak.
  COMPUTE utilizationPercent ROUNDED = latestPeak * 100 / ctCeiling(ctIdx).
  PERFORM ComputeWeeklyGrowth THRU ComputeWeeklyGrowth-EXIT.
  MOVE SPACES TO weeksText.
  EVALUATE TRUE
    WHEN latestPeak >= ctCeiling(ctIdx)
      MOVE "FULL" TO weeksText
    WHEN weekCount < 2
      MOVE "n/a" TO weeksText
    WHEN weeklyGrowth <= 0
      MOVE "NO GROWTH" TO weeksText
    WHEN OTHER
      COMPUTE weeksRemaining
        = (ctCeiling(ctIdx) - latestPeak) / weeklyGrowth
      MOVE weeksRemaining TO weeksDisplay
      MOVE FUNCTION TRIM(weeksDisplay) TO weeksText
  END-EVALUATE.
  EVALUATE TRUE
    WHEN latestPeak >= ctCeiling(ctIdx)
      MOVE "FULL" TO capacityStatus
    WHEN utilizationPercent >= 80
      MOVE "WARNING" TO capacityStatus
    WHEN OTHER
      MOVE "OK" TO capacityStatus
  END-EVALUATE.
  MOVE ctCeiling(ctIdx) TO ceilingDisplay.
  MOVE latestPeak TO peakDisplay.
  MOVE utilizationPercent TO percentDisplay.
  MOVE SPACES TO reportRecord.
  MOVE ctName(ctIdx) TO reportRecord(1:20).
  MOVE ceilingDisplay TO reportRecord(22:6).
  MOVE peakDisplay TO reportRecord(29:9).
  MOVE percentDisplay TO reportRecord(39:7).
  IF weekCount < 2 THEN
    MOVE "n/a" TO reportRecord(54:3)
  ELSE
    COMPUTE growthDisplay ROUNDED = weeklyGrowth
    MOVE growthDisplay TO reportRecord(47:10)
  END-IF.
  MOVE FUNCTION TRIM(weeksText) TO reportRecord(59:10).
  MOVE capacityStatus TO reportRecord(71:7).
  WRITE reportRecord.
  IF capacityStatus NOT = "OK" THEN
    ADD 1 TO warningTableCount
    DISPLAY "SUM-CAPACITY: WARNING - " FUNCTION TRIM(ctName(ctIdx))
      " at " FUNCTION TRIM(percentDisplay) "% of "
      FUNCTION TRIM(ceilingDisplay) " entries, weeks left "
      FUNCTION TRIM(weeksText)
    MOVE SPACES TO alertMessageText
    STRING "SUM-FILE " DELIMITED BY SIZE
      FUNCTION TRIM(ctName(ctIdx)) DELIMITED BY SIZE
      " at " DELIMITED BY SIZE
      FUNCTION TRIM(percentDisplay) DELIMITED BY SIZE
      "% of its " DELIMITED BY SIZE
      FUNCTION TRIM(ceilingDisplay) DELIMITED BY SIZE
      "-entry ceiling, weeks left " DELIMITED BY SIZE
      FUNCTION TRIM(weeksText) DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
    CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
      BY CONTENT alertProgramName, BY CONTENT alertMessageText
  END-IF.

ComputeWeeklyGrowth.
  MOVE 0 TO sumX sumY sumXY sumXX weeklyGrowth.
  IF weekCount < 2 THEN
    GO TO ComputeWeeklyGrowth-EXIT
  END-IF.
  PERFORM VARYING wkIdx FROM 1 BY 1 UNTIL wkIdx > weekCount
    COMPUTE regressionX = wkNumber(wkIdx) - wkNumber(1)
    MOVE wkPeak(wkIdx, ctIdx) TO regressionY
    COMPUTE sumX = sumX + regressionX
    COMPUTE sumY = sumY + regressionY
    COMPUTE sumXY = sumXY + regressionX * regressionY
    COMPUTE sumXX = sumXX + regressionX * regressionX
  END-PERFORM.
  COMPUTE regressionDivisor = weekCount * sumXX - sumX * sumX.
  IF regressionDivisor NOT = 0 THEN
    COMPUTE weeklyGrowth
      = (weekCount * sumXY - sumX * sumY) / regressionDivisor
  END-IF.
ComputeWeeklyGrowth-EXIT.
  EXIT.
