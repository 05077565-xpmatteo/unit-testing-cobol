IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-AUDIT-SAMPLE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT JobHistoryFile ASSIGN TO jobHistoryFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT PostedRegisterFile ASSIGN TO postedRegisterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postedRegisterFileStatus.

      SELECT SampleReportFile ASSIGN TO sampleReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS sampleReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD PostedRegisterFile.
    01 postedRegisterRecord.
      02 prLineNumber     PIC 9(9).
      02 prSeparator1     PIC X.
      02 prInvoiceNumber  PIC X(30).
      02 prSeparator2     PIC X.
      02 prCustomerId     PIC X(30).
      02 prSeparator3     PIC X.
      02 prAmount         PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    FD SampleReportFile.
    01 sampleReportRecord PIC X(250).

  WORKING-STORAGE SECTION.
    01 jobHistoryFileName PIC X(100) VALUE SPACES.
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.

    01 postedRegisterFileName PIC X(110).
    01 postedRegisterFileStatus PIC XX VALUE "00".
    01 postedRegisterEofFlag PIC 9 VALUE 0.
      88 endOfPostedRegister VALUE 1.

    01 sampleReportFileName PIC X(100) VALUE SPACES.
    01 sampleReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 fromDateArg PIC X(8) VALUE SPACES.
    01 toDateArg PIC X(8) VALUE SPACES.
    01 samplingMethod PIC X(8) VALUE SPACES.
      88 isRandomSampling VALUE 'RANDOM'.
      88 isIntervalSampling VALUE 'INTERVAL'.
      88 isMonetaryUnitSampling VALUE 'MUS'.
    01 sampleSizeArg PIC X(10) VALUE SPACES.
    01 sampleSize PIC 9(5) VALUE 0.
    01 seedArg PIC X(10) VALUE SPACES.
    01 initialSeed PIC 9(10) VALUE 0.

    01 historyTimestamp PIC X(14).
    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyInputName PIC X(100).
    01 historyOutputName PIC X(100).
    01 historyRunId PIC X(12).
    01 historySequence PIC X(9).
    01 historyStatus PIC X(6).

    01 RunTable.
      02 RunEntry OCCURS 500 TIMES.
        03 ruInputName PIC X(100).
        03 ruOutputName PIC X(100).
        03 ruTimestamp PIC X(14).
        03 ruRunId PIC X(12).
        03 ruSequence PIC X(9).
    01 runCount PIC 9(4) VALUE 0.
    01 ruIdx PIC 9(4).

    01 PopulationTable.
      02 PopulationEntry OCCURS 50000 TIMES.
        03 poRunIdx PIC 9(4).
        03 poLineNumber PIC 9(9).
        03 poAmount PIC S9(9)V99.
        03 poSelectedHits PIC 9(5).
    01 populationCount PIC 9(5) VALUE 0.
    01 poIdx PIC 9(5).
    01 populationValue PIC S9(13)V99 VALUE 0.
    01 populationFullFlag PIC 9 VALUE 0.
      88 populationIsFull VALUE 1.

    01 ShuffleTable.
      02 shPopulationIdx PIC 9(5) OCCURS 50000 TIMES.
    01 shIdx PIC 9(5).
    01 shSwapIdx PIC 9(5).
    01 shSwapValue PIC 9(5).

    01 absoluteAmount PIC S9(9)V99.

    01 randomState PIC 9(10) VALUE 0.
    01 randomProduct PIC 9(18).
    01 randomLimit PIC 9(9).
    01 randomPick PIC 9(9).

    01 selectionInterval PIC 9(5) VALUE 0.
    01 intervalStart PIC 9(5) VALUE 0.
    01 monetaryInterval PIC S9(13)V99 VALUE 0.
    01 monetaryStart PIC S9(13)V99 VALUE 0.
    01 monetaryHitPoint PIC S9(13)V99.
    01 cumulativeValue PIC S9(13)V99.
    01 hitNumber PIC 9(5).

    01 selectedCount PIC 9(5) VALUE 0.
    01 selectedValue PIC S9(13)V99 VALUE 0.
    01 selectedHitText PIC X(12).
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(13)9.99.
    01 amountDisplay2 PIC -(13)9.99.
    01 amountDisplay3 PIC -(13)9.99.
    01 intervalDisplay1 PIC Z(4)9.
    01 intervalDisplay2 PIC Z(4)9.
    01 populationExtraText PIC X(80).
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.
    01 seedDisplay PIC Z(9)9.
    01 reportLineText PIC X(250).

PROCEDURE DIVISION.

Main.
  ACCEPT jobHistoryFileName FROM ARGUMENT-VALUE.
  ACCEPT fromDateArg FROM ARGUMENT-VALUE.
  ACCEPT toDateArg FROM ARGUMENT-VALUE.
  ACCEPT samplingMethod FROM ARGUMENT-VALUE.
  ACCEPT sampleSizeArg FROM ARGUMENT-VALUE.
  ACCEPT seedArg FROM ARGUMENT-VALUE.
  ACCEPT sampleReportFileName FROM ARGUMENT-VALUE.

  IF jobHistoryFileName = SPACES THEN
    MOVE "sum_file_job_history.log" TO jobHistoryFileName
  END-IF.
  MOVE FUNCTION UPPER-CASE(samplingMethod) TO samplingMethod.
  IF samplingMethod = SPACES THEN
    MOVE "RANDOM" TO samplingMethod
  END-IF.

  IF NOT isRandomSampling AND NOT isIntervalSampling
      AND NOT isMonetaryUnitSampling THEN
    DISPLAY "SUM-AUDIT-SAMPLE: job NOT started - method "
      FUNCTION TRIM(samplingMethod)
      " is not RANDOM, INTERVAL or MUS"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF fromDateArg IS NOT NUMERIC OR toDateArg IS NOT NUMERIC
      OR fromDateArg > toDateArg THEN
    DISPLAY "SUM-AUDIT-SAMPLE: job NOT started - date range "
      fromDateArg " to " toDateArg " is not a valid YYYYMMDD range"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF FUNCTION TEST-NUMVAL(sampleSizeArg) NOT = 0 THEN
    DISPLAY "SUM-AUDIT-SAMPLE: job NOT started - sample size "
      FUNCTION TRIM(sampleSizeArg) " is not numeric"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  COMPUTE sampleSize = FUNCTION NUMVAL(sampleSizeArg).
  IF sampleSize = 0 THEN
    DISPLAY "SUM-AUDIT-SAMPLE: job NOT started - sample size must be "
      "greater than zero"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF seedArg = SPACES THEN
    MOVE FUNCTION CURRENT-DATE(7:8) TO initialSeed
  ELSE
    IF FUNCTION TEST-NUMVAL(seedArg) NOT = 0 THEN
      DISPLAY "SUM-AUDIT-SAMPLE: job NOT started - seed "
        FUNCTION TRIM(seedArg) " is not numeric"
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    COMPUTE initialSeed = FUNCTION NUMVAL(seedArg)
  END-IF.
  COMPUTE randomState = FUNCTION MOD(initialSeed, 2147483646) + 1.
  MOVE initialSeed TO seedDisplay.

  DISPLAY "SUM-AUDIT-SAMPLE: job started " FUNCTION CURRENT-DATE(1:14)
    " history=" FUNCTION TRIM(jobHistoryFileName)
    " from=" fromDateArg " to=" toDateArg
    " method=" FUNCTION TRIM(samplingMethod)
    " size=" sampleSize
    " seed=" FUNCTION TRIM(seedDisplay).

  PERFORM LoadPostedRuns.
  IF jobHistoryFileStatus NOT = "00" AND NOT endOfJobHistory THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM VARYING ruIdx FROM 1 BY 1
    UNTIL ruIdx > runCount OR populationIsFull
    PERFORM LoadRunPopulation
  END-PERFORM.

  IF sampleReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT SampleReportFile
  END-IF.

  EVALUATE TRUE
    WHEN isRandomSampling PERFORM SelectRandomSample
    WHEN isIntervalSampling PERFORM SelectIntervalSample
    WHEN isMonetaryUnitSampling PERFORM SelectMonetaryUnitSample
  END-EVALUATE.
  PERFORM WriteSampleReport.

  IF reportToFile THEN
    CLOSE SampleReportFile
  END-IF.

  DISPLAY "SUM-AUDIT-SAMPLE: job ended " FUNCTION CURRENT-DATE(1:14)
    " runs=" runCount
    " population=" populationCount
    " selected=" selectedCount.

  IF runHasWarnings THEN
    DISPLAY "SUM-AUDIT-SAMPLE: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadPostedRuns.
  MOVE 0 TO jobHistoryEofFlag
  OPEN INPUT JobHistoryFile
  IF jobHistoryFileStatus NOT = "00" THEN
    DISPLAY "SUM-AUDIT-SAMPLE: unable to open job history "
      FUNCTION TRIM(jobHistoryFileName) ", status=" jobHistoryFileStatus
  ELSE
    PERFORM UNTIL endOfJobHistory
      READ JobHistoryFile
        AT END SET endOfJobHistory TO TRUE
        NOT AT END PERFORM LoadOneHistoryEntry THRU LoadOneHistoryEntry-EXIT
      END-READ
    END-PERFORM
    CLOSE JobHistoryFile
  END-IF.

LoadOneHistoryEntry.
  MOVE jobHistoryRecord(1:14) TO historyTimestamp
  IF historyTimestamp IS NOT NUMERIC
      OR historyTimestamp(1:8) < fromDateArg
      OR historyTimestamp(1:8) > toDateArg THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF
  MOVE SPACES TO historyStatus historyInputName historyOutputName
    historyRunId historySequence
  MOVE SPACES TO historyValueText
  UNSTRING jobHistoryRecord DELIMITED BY " status="
    INTO historyDiscardText, historyValueText
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyStatus
  IF historyStatus NOT = "OK" THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF
  MOVE SPACES TO historyValueText
  UNSTRING jobHistoryRecord DELIMITED BY " input="
    INTO historyDiscardText, historyValueText
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyInputName
  MOVE SPACES TO historyValueText
  UNSTRING jobHistoryRecord DELIMITED BY " output="
    INTO historyDiscardText, historyValueText
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyOutputName
  MOVE SPACES TO historyValueText
  UNSTRING jobHistoryRecord DELIMITED BY " runId="
    INTO historyDiscardText, historyValueText
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyRunId
  MOVE SPACES TO historyValueText
  UNSTRING jobHistoryRecord DELIMITED BY " seq="
    INTO historyDiscardText, historyValueText
  UNSTRING historyValueText DELIMITED BY SPACE INTO historySequence
  IF historyInputName = SPACES THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF
  IF runCount < 500 THEN
    ADD 1 TO runCount
    MOVE historyInputName TO ruInputName(runCount)
    MOVE historyOutputName TO ruOutputName(runCount)
    MOVE historyTimestamp TO ruTimestamp(runCount)
    MOVE historyRunId TO ruRunId(runCount)
    MOVE historySequence TO ruSequence(runCount)
  ELSE
    DISPLAY "SUM-AUDIT-SAMPLE: WARNING - run table full, run "
      historyTimestamp " " FUNCTION TRIM(historyInputName)
      " not in the population"
    SET runHasWarnings TO TRUE
  END-IF.
LoadOneHistoryEntry-EXIT.
  EXIT.

LoadRunPopulation.
  MOVE SPACES TO postedRegisterFileName
  STRING FUNCTION TRIM(ruOutputName(ruIdx)) DELIMITED BY SIZE
    ".posted" DELIMITED BY SIZE
    INTO postedRegisterFileName
  MOVE 0 TO postedRegisterEofFlag
  OPEN INPUT PostedRegisterFile
  IF postedRegisterFileStatus NOT = "00" THEN
    DISPLAY "SUM-AUDIT-SAMPLE: WARNING - posted register "
      FUNCTION TRIM(postedRegisterFileName) " of run " ruTimestamp(ruIdx)
      " could not be opened, status=" postedRegisterFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM UNTIL endOfPostedRegister
      READ PostedRegisterFile
        AT END SET endOfPostedRegister TO TRUE
        NOT AT END PERFORM AddPostedLine THRU AddPostedLine-EXIT
      END-READ
    END-PERFORM
    CLOSE PostedRegisterFile
  END-IF.

AddPostedLine.
  IF prLineNumber IS NOT NUMERIC OR prAmount IS NOT NUMERIC THEN
    GO TO AddPostedLine-EXIT
  END-IF
  IF populationCount >= 50000 THEN
    DISPLAY "SUM-AUDIT-SAMPLE: WARNING - population table full at "
      FUNCTION TRIM(postedRegisterFileName) " line " prLineNumber
      ", remaining lines not in the population"
    SET runHasWarnings TO TRUE
    SET populationIsFull TO TRUE
    SET endOfPostedRegister TO TRUE
    GO TO AddPostedLine-EXIT
  END-IF
  ADD 1 TO populationCount
  MOVE ruIdx TO poRunIdx(populationCount)
  MOVE prLineNumber TO poLineNumber(populationCount)
  MOVE prAmount TO poAmount(populationCount)
  MOVE 0 TO poSelectedHits(populationCount)
  IF prAmount < 0 THEN
    COMPUTE absoluteAmount = 0 - prAmount
  ELSE
    MOVE prAmount TO absoluteAmount
  END-IF
  ADD absoluteAmount TO populationValue.
AddPostedLine-EXIT.
  EXIT.

NextRandomPick.
  COMPUTE randomProduct = randomState * 16807
  COMPUTE randomState = FUNCTION MOD(randomProduct, 2147483647)
  COMPUTE randomPick = FUNCTION MOD(randomState, randomLimit) + 1.

SelectRandomSample.
  IF sampleSize > populationCount THEN
    MOVE populationCount TO sampleSize
  END-IF
  PERFORM VARYING poIdx FROM 1 BY 1 UNTIL poIdx > populationCount
    MOVE poIdx TO shPopulationIdx(poIdx)
  END-PERFORM
  PERFORM VARYING shIdx FROM 1 BY 1 UNTIL shIdx > sampleSize
    COMPUTE randomLimit = populationCount - shIdx + 1
    PERFORM NextRandomPick
    COMPUTE shSwapIdx = shIdx + randomPick - 1
    MOVE shPopulationIdx(shIdx) TO shSwapValue
    MOVE shPopulationIdx(shSwapIdx) TO shPopulationIdx(shIdx)
    MOVE shSwapValue TO shPopulationIdx(shSwapIdx)
    MOVE 1 TO poSelectedHits(shPopulationIdx(shIdx))
  END-PERFORM.

SelectIntervalSample.
  IF sampleSize > populationCount THEN
    MOVE populationCount TO sampleSize
  END-IF
  IF sampleSize = 0 THEN
    MOVE 0 TO selectionInterval
  ELSE
    COMPUTE selectionInterval = populationCount / sampleSize
    MOVE selectionInterval TO randomLimit
    PERFORM NextRandomPick
    MOVE randomPick TO intervalStart
    MOVE 0 TO hitNumber
    PERFORM VARYING poIdx FROM intervalStart BY selectionInterval
      UNTIL poIdx > populationCount OR hitNumber >= sampleSize
      MOVE 1 TO poSelectedHits(poIdx)
      ADD 1 TO hitNumber
    END-PERFORM
  END-IF.

SelectMonetaryUnitSample.
  IF populationValue = 0 THEN
    MOVE 0 TO monetaryInterval
  ELSE
    COMPUTE monetaryInterval = populationValue / sampleSize
    IF monetaryInterval < 0.01 THEN
      MOVE 0.01 TO monetaryInterval
    END-IF
    COMPUTE randomLimit = monetaryInterval * 100
    PERFORM NextRandomPick
    COMPUTE monetaryStart = randomPick / 100
    MOVE monetaryStart TO monetaryHitPoint
    MOVE 0 TO cumulativeValue
    MOVE 0 TO hitNumber
    PERFORM VARYING poIdx FROM 1 BY 1
      UNTIL poIdx > populationCount OR hitNumber >= sampleSize
      IF poAmount(poIdx) < 0 THEN
        COMPUTE cumulativeValue = cumulativeValue - poAmount(poIdx)
      ELSE
        ADD poAmount(poIdx) TO cumulativeValue
      END-IF
      PERFORM UNTIL monetaryHitPoint > cumulativeValue
          OR hitNumber >= sampleSize
        ADD 1 TO poSelectedHits(poIdx)
        ADD 1 TO hitNumber
        ADD monetaryInterval TO monetaryHitPoint
      END-PERFORM
    END-PERFORM
  END-IF.

WriteSampleReport.
  MOVE sampleSize TO countDisplay1
  MOVE SPACES TO reportLineText
  STRING "AUDITSAMPLE method=" DELIMITED BY SIZE
    FUNCTION TRIM(samplingMethod) DELIMITED BY SIZE
    " seed=" DELIMITED BY SIZE
    FUNCTION TRIM(seedDisplay) DELIMITED BY SIZE
    " sampleSize=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " fromDate=" DELIMITED BY SIZE
    fromDateArg DELIMITED BY SIZE
    " toDate=" DELIMITED BY SIZE
    toDateArg DELIMITED BY SIZE
    " history=" DELIMITED BY SIZE
    FUNCTION TRIM(jobHistoryFileName) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  MOVE runCount TO countDisplay1
  MOVE populationCount TO countDisplay2
  MOVE populationValue TO amountDisplay1
  MOVE SPACES TO populationExtraText
  EVALUATE TRUE
    WHEN isIntervalSampling
      MOVE selectionInterval TO intervalDisplay1
      MOVE intervalStart TO intervalDisplay2
      STRING " interval=" DELIMITED BY SIZE
        FUNCTION TRIM(intervalDisplay1) DELIMITED BY SIZE
        " randomStart=" DELIMITED BY SIZE
        FUNCTION TRIM(intervalDisplay2) DELIMITED BY SIZE
        INTO populationExtraText
    WHEN isMonetaryUnitSampling
      MOVE monetaryInterval TO amountDisplay2
      MOVE monetaryStart TO amountDisplay3
      STRING " interval=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
        " randomStart=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
        INTO populationExtraText
  END-EVALUATE
  MOVE SPACES TO reportLineText
  STRING "POPULATION runs=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " lines=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    " value=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    populationExtraText DELIMITED BY "  "
    INTO reportLineText
  PERFORM WriteReportLine
  PERFORM VARYING poIdx FROM 1 BY 1 UNTIL poIdx > populationCount
    IF poSelectedHits(poIdx) > 0 THEN
      PERFORM WriteSelectedLine
    END-IF
  END-PERFORM
  MOVE selectedCount TO countDisplay1
  MOVE selectedValue TO amountDisplay1
  MOVE SPACES TO reportLineText
  STRING "TOTALS selected=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " selectedValue=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  IF selectedCount = 0 THEN
    DISPLAY "SUM-AUDIT-SAMPLE: WARNING - no posted lines selected from "
      fromDateArg " to " toDateArg
    SET runHasWarnings TO TRUE
  END-IF.

WriteSelectedLine.
  ADD 1 TO selectedCount
  ADD poAmount(poIdx) TO selectedValue
  MOVE poRunIdx(poIdx) TO ruIdx
  MOVE selectedCount TO countDisplay1
  MOVE poLineNumber(poIdx) TO countDisplay2
  MOVE poAmount(poIdx) TO amountDisplay1
  MOVE SPACES TO selectedHitText
  IF poSelectedHits(poIdx) > 1 THEN
    MOVE poSelectedHits(poIdx) TO intervalDisplay1
    STRING " hits=" DELIMITED BY SIZE
      FUNCTION TRIM(intervalDisplay1) DELIMITED BY SIZE
      INTO selectedHitText
  END-IF
  MOVE SPACES TO reportLineText
  STRING "SELECTED item=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " source=" DELIMITED BY SIZE
    FUNCTION TRIM(ruInputName(ruIdx)) DELIMITED BY SIZE
    " line=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    FUNCTION TRIM(ruRunId(ruIdx)) DELIMITED BY SIZE
    " runStarted=" DELIMITED BY SIZE
    ruTimestamp(ruIdx) DELIMITED BY SIZE
    " historySeq=" DELIMITED BY SIZE
    ruSequence(ruIdx) DELIMITED BY SIZE
    " amount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    selectedHitText DELIMITED BY "  "
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO sampleReportRecord
    WRITE sampleReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
