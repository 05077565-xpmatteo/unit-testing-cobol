IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-LINEAGE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL SourcesFile ASSIGN TO sourcesFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS sourcesFileStatus.

      SELECT OPTIONAL ParameterFile ASSIGN TO parameterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS parameterFileStatus.

      SELECT OPTIONAL JobHistoryFile ASSIGN TO jobHistoryFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT OPTIONAL CatalogFile ASSIGN TO catalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS catalogFileStatus.

      SELECT OPTIONAL ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT OPTIONAL ScanFile ASSIGN TO scanFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS scanFileStatus.

      SELECT OPTIONAL ExpandedListFile ASSIGN TO expandedListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS expandedListFileStatus.

      SELECT ReportFile ASSIGN TO reportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD SourcesFile.
    01 sourcesRecord PIC X(300).

    FD ParameterFile.
    01 parameterRecord PIC X(200).

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD CatalogFile.
    01 catalogRecord PIC X(200).

    FD ListFile.
    01 listRecord PIC X(256).

    FD ScanFile.
    01 scanRecord PIC X(200).

    FD ExpandedListFile.
    01 expandedListRecord PIC X(256).

    FD ReportFile.
    01 reportRecord PIC X(250).

  WORKING-STORAGE SECTION.
    01 lineageTarget PIC X(256) VALUE SPACES.
    01 reportFileName PIC X(256) VALUE SPACES.
    01 reportFileStatus PIC XX VALUE "00".
    01 reportToFileFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.
    01 sourcesFileName PIC X(256) VALUE SPACES.
    01 sourcesFileStatus PIC XX VALUE "00".
    01 sourcesEofFlag PIC 9 VALUE 0.
      88 endOfSources VALUE 1.
    01 parameterFileName PIC X(256) VALUE SPACES.
    01 parameterFileStatus PIC XX VALUE "00".
    01 parameterEofFlag PIC 9 VALUE 0.
      88 endOfParameters VALUE 1.
    01 jobHistoryFileName PIC X(256) VALUE "sum_file_job_history.log".
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.
    01 catalogFileName PIC X(256) VALUE SPACES.
    01 catalogFileStatus PIC XX VALUE "00".
    01 catalogEofFlag PIC 9 VALUE 0.
      88 endOfCatalog VALUE 1.
    01 listFileName PIC X(256) VALUE SPACES.
    01 listFileStatus PIC XX VALUE "00".
    01 listEofFlag PIC 9 VALUE 0.
      88 endOfList VALUE 1.
    01 scanFileName PIC X(256) VALUE SPACES.
    01 scanFileStatus PIC XX VALUE "00".
    01 scanEofFlag PIC 9 VALUE 0.
      88 endOfScan VALUE 1.
    01 expandedListFileName PIC X(256) VALUE SPACES.
    01 expandedListFileStatus PIC XX VALUE "00".
    01 expandedListEofFlag PIC 9 VALUE 0.
      88 endOfExpandedList VALUE 1.

    01 sourceKindPart PIC X(20).
    01 sourceFirstPart PIC X(256).
    01 sourceSecondPart PIC X(256).
    01 parmKeyword PIC X(20).
    01 parmValue PIC X(180).
    01 parmListName PIC X(256).
    01 parmOutputName PIC X(256).

    01 FinalTable.
      02 FinalEntry OCCURS 100 TIMES.
        03 fnKind PIC X(13).
        03 fnListName PIC X(256).
        03 fnOutputName PIC X(256).
    01 finalCount PIC 9(4) VALUE 0.
    01 fnIdx PIC 9(4).

    01 RepairPatternTable.
      02 repairPattern PIC X(200) OCCURS 20 TIMES.
    01 repairPatternCount PIC 99 VALUE 0.
    01 rpIdx PIC 99.

    01 ReconTable.
      02 ReconEntry OCCURS 200 TIMES.
        03 rcFileName PIC X(256).
        03 rcOriginalName PIC X(256).
        03 rcOriginalRecords PIC X(12).
        03 rcOriginalTotal PIC X(16).
        03 rcSupplementName PIC X(256).
        03 rcSupplementRecords PIC X(12).
        03 rcSupplementTotal PIC X(16).
        03 rcCorrectedRecords PIC X(12).
        03 rcCorrectedTotal PIC X(16).
    01 reconCount PIC 9(4) VALUE 0.
    01 rcIdx PIC 9(4).

    01 CatalogTable.
      02 CatalogEntry OCCURS 2000 TIMES.
        03 cgName PIC X(100).
        03 cgCount PIC X(9).
        03 cgStatus PIC X(10).
        03 cgRunId PIC X(12).
        03 cgStamp PIC X(14).
        03 cgFingerprint PIC X(19).
        03 cgUsedFlag PIC 9.
    01 catalogCount PIC 9(4) VALUE 0.
    01 cgIdx PIC 9(4).
    01 cgFoundIdx PIC 9(4).

    01 NodeStack.
      02 NodeEntry OCCURS 500 TIMES.
        03 nsKind PIC X(8).
        03 nsName PIC X(256).
        03 nsDepth PIC 99.
        03 nsLink PIC 9(4).
    01 nodeStackCount PIC 9(4) VALUE 0.
    01 currentKind PIC X(8).
    01 currentName PIC X(256).
    01 currentDepth PIC 99.
    01 currentLink PIC 9(4).

    01 VisitedTable.
      02 vsName PIC X(256) OCCURS 500 TIMES.
    01 visitedCount PIC 9(4) VALUE 0.
    01 vsIdx PIC 9(4).
    01 visitedFlag PIC 9 VALUE 0.
      88 alreadyVisited VALUE 1.

    01 ChildTable.
      02 childName PIC X(256) OCCURS 200 TIMES.
    01 childCount PIC 9(4) VALUE 0.
    01 chIdx PIC 9(4).
    01 childKind PIC X(8).
    01 childDepth PIC 99.

    01 RunOutputTable.
      02 RunOutputEntry OCCURS 200 TIMES.
        03 roName PIC X(256).
        03 roCoveredFlag PIC 9.
    01 runOutputCount PIC 9(4) VALUE 0.
    01 roIdx PIC 9(4).
    01 runModeFlag PIC 9 VALUE 0.
      88 isRunMode VALUE 1.
    01 finalHitFlag PIC 9 VALUE 0.
      88 finalUsesRunOutput VALUE 1.

    01 historyKey PIC X(14).
    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyFieldText PIC X(256).
    01 historyOutputName PIC X(256).
    01 historyRunId PIC X(12).
    01 historyPreferredFlag PIC 9 VALUE 0.
      88 historyIsPreferred VALUE 1.

    01 runFoundFlag PIC 9 VALUE 0.
      88 runWasFound VALUE 1.
    01 runPreferredFlag PIC 9 VALUE 0.
      88 runPreferredFound VALUE 1.
    01 runMatchCount PIC 9(5) VALUE 0.
    01 runStamp PIC X(14).
    01 runInputName PIC X(256).
    01 runInputBaseName PIC X(256).
    01 runLinesText PIC X(12).
    01 runTotalText PIC X(16).
    01 runRejectedText PIC X(12).
    01 runStatusText PIC X(8).
    01 runIdText PIC X(12).
    01 runTotalAmount PIC S9(9)V99 VALUE 0.
    01 runLinesValue PIC 9(9) VALUE 0.
    01 slashPosition PIC 9(4).
    01 nameLength PIC 9(4).
    01 charIdx PIC 9(4).

    01 FixedTrailerLine.
      02 fixedTrailerMarker      PIC X(7).
      02 fixedTrailerSeparator1  PIC X.
      02 fixedTrailerRecordCount PIC 9(9).
      02 fixedTrailerSeparator2  PIC X.
      02 fixedTrailerGrandTotal  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 GlTrailerLine.
      02 glTrailerMarker     PIC X(7).
      02 glTrailerSeparator1 PIC X.
      02 glTrailerPeriod     PIC X(6).
      02 glTrailerSeparator2 PIC X.
      02 glTrailerAmount     PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 RollupTrailerLine.
      02 rollupTrailerMarker      PIC X(13).
      02 rollupTrailerSeparator1  PIC X.
      02 rollupTrailerFileCount   PIC 9(9).
      02 rollupTrailerSeparator2  PIC X.
      02 rollupTrailerRecordCount PIC 9(9).
      02 rollupTrailerSeparator3  PIC X.
      02 rollupTrailerGrandTotal  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 csvTrailerMarker PIC X(20).
    01 csvTrailerCount PIC X(20).
    01 csvTrailerTotal PIC X(20).

    01 scanFoundFlag PIC 9 VALUE 0.
      88 scanFileFound VALUE 1.
    01 scanTrailerFlag PIC 9 VALUE 0.
      88 scanTrailerFound VALUE 1.
    01 scanTrailerKind PIC X(8).
    01 scanRecordCount PIC 9(9) VALUE 0.
    01 scanDetailCount PIC 9(9) VALUE 0.
    01 scanGrandTotal PIC S9(9)V99 VALUE 0.
    01 scanFileCount PIC 9(9) VALUE 0.
    01 scanTotalsText PIC X(120).
    01 scanProofText PIC X(120).
    01 scanNetText PIC X(20).

    01 outputGrandTotal PIC S9(9)V99 VALUE 0.
    01 outputTrailerFlag PIC 9 VALUE 0.
      88 outputHasTrailer VALUE 1.
    01 listGrandTotal PIC S9(11)V99 VALUE 0.
    01 listFileCount PIC 9(5) VALUE 0.
    01 listMissingCount PIC 9(5) VALUE 0.
    01 finalRecordCount PIC 9(9) VALUE 0.
    01 finalGrandTotal PIC S9(11)V99 VALUE 0.
    01 finalFileCount PIC 9(9) VALUE 0.
    01 finalNetText PIC X(20).

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.

    01 lineDepth PIC 99.
    01 lineIndent PIC 99.
    01 lineBodyText PIC X(230).
    01 reportLineText PIC X(250).

    01 nodeCount PIC 9(5) VALUE 0.
    01 lineageFlagCount PIC 9(5) VALUE 0.
    01 unprocessedInboundCount PIC 9(5) VALUE 0.

    01 systemCommand PIC X(600).

PROCEDURE DIVISION.

Main.
  ACCEPT lineageTarget FROM ARGUMENT-VALUE.
  ACCEPT reportFileName FROM ARGUMENT-VALUE.
  ACCEPT sourcesFileName FROM ARGUMENT-VALUE.
  IF lineageTarget = SPACES THEN
    DISPLAY "SUM-LINEAGE: job NOT started - an output file or run ID "
      "is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF sourcesFileName = SPACES THEN
    ACCEPT sourcesFileName FROM ENVIRONMENT "SUM_LINEAGE_SOURCES"
      ON EXCEPTION MOVE SPACES TO sourcesFileName
    END-ACCEPT
  END-IF.
  IF sourcesFileName = SPACES THEN
    MOVE "sum_lineage_sources.dat" TO sourcesFileName
  END-IF.
  ACCEPT catalogFileName FROM ENVIRONMENT "LANDING_ZONE_CATALOG"
    ON EXCEPTION MOVE SPACES TO catalogFileName
  END-ACCEPT.
  IF catalogFileName = SPACES THEN
    MOVE "landing_zone_catalog.dat" TO catalogFileName
  END-IF.
  MOVE "sum_lineage_expanded.tmp" TO expandedListFileName.

  DISPLAY "SUM-LINEAGE: job started " FUNCTION CURRENT-DATE(1:14)
    " target=" FUNCTION TRIM(lineageTarget)
    " sources=" FUNCTION TRIM(sourcesFileName).

  PERFORM LoadLineageSources.
  IF repairPatternCount = 0 THEN
    MOVE 1 TO repairPatternCount
    MOVE "*.reconciliation" TO repairPattern(1)
  END-IF.
  PERFORM VARYING rpIdx FROM 1 BY 1 UNTIL rpIdx > repairPatternCount
    PERFORM LoadReconciliations
  END-PERFORM.
  PERFORM LoadCatalog.
  PERFORM FindRunOutputs.

  IF reportFileName NOT = SPACES THEN
    OPEN OUTPUT ReportFile
    IF reportFileStatus NOT = "00" THEN
      DISPLAY "SUM-LINEAGE: job NOT started - unable to open "
        FUNCTION TRIM(reportFileName) ", status=" reportFileStatus
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    SET reportToFile TO TRUE
  END-IF.

  MOVE 0 TO lineDepth.
  MOVE SPACES TO lineBodyText.
  STRING "DATA LINEAGE INQUIRY " DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    " TARGET " DELIMITED BY SIZE
    FUNCTION TRIM(lineageTarget) DELIMITED BY SIZE
    INTO lineBodyText.
  PERFORM WriteLineageLine.
  IF isRunMode THEN
    MOVE "RUN ID - every output of the run and the figures it feeds"
      TO lineBodyText
  ELSE
    MOVE "OUTPUT FILE - traced back to its inbound files"
      TO lineBodyText
  END-IF.
  PERFORM WriteLineageLine.
  MOVE SPACES TO lineBodyText.
  PERFORM WriteLineageLine.

  IF isRunMode THEN
    PERFORM QueueRunTargets
  ELSE
    PERFORM QueueFileTarget
  END-IF.
  PERFORM UNTIL nodeStackCount = 0
    MOVE nsKind(nodeStackCount) TO currentKind
    MOVE nsName(nodeStackCount) TO currentName
    MOVE nsDepth(nodeStackCount) TO currentDepth
    MOVE nsLink(nodeStackCount) TO currentLink
    SUBTRACT 1 FROM nodeStackCount
    ADD 1 TO nodeCount
    EVALUATE currentKind
      WHEN "FINAL"
        PERFORM TraceFinalOutput
      WHEN "REPAIR"
        PERFORM TraceRepair
      WHEN OTHER
        PERFORM TraceSumOutput THRU TraceSumOutput-EXIT
    END-EVALUATE
  END-PERFORM.

  IF isRunMode THEN
    PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogCount
      IF cgRunId(cgIdx) = lineageTarget AND cgUsedFlag(cgIdx) = 0 THEN
        ADD 1 TO unprocessedInboundCount
        ADD 1 TO lineageFlagCount
        MOVE 0 TO lineDepth
        MOVE SPACES TO lineBodyText
        STRING "INBOUND " DELIMITED BY SIZE
          FUNCTION TRIM(cgName(cgIdx)) DELIMITED BY SIZE
          " records=" DELIMITED BY SIZE
          cgCount(cgIdx) DELIMITED BY SIZE
          " registered=" DELIMITED BY SIZE
          cgStamp(cgIdx) DELIMITED BY SIZE
          " *** HANDED OVER BUT NO SUM-FILE RUN READ IT" DELIMITED BY SIZE
          INTO lineBodyText
        PERFORM WriteLineageLine
      END-IF
    END-PERFORM
  END-IF.

  MOVE 0 TO lineDepth.
  MOVE SPACES TO lineBodyText.
  PERFORM WriteLineageLine.
  MOVE SPACES TO lineBodyText.
  STRING "*** END OF LINEAGE *** nodes=" DELIMITED BY SIZE
    nodeCount DELIMITED BY SIZE
    " flags=" DELIMITED BY SIZE
    lineageFlagCount DELIMITED BY SIZE
    INTO lineBodyText.
  PERFORM WriteLineageLine.
  IF reportToFile THEN
    CLOSE ReportFile
  END-IF.

  DISPLAY "SUM-LINEAGE: job ended " FUNCTION CURRENT-DATE(1:14)
    " nodes=" nodeCount " flags=" lineageFlagCount.
  IF lineageFlagCount > 0 THEN
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadLineageSources.
  OPEN INPUT SourcesFile.
  IF sourcesFileStatus NOT = "00" THEN
    DISPLAY "SUM-LINEAGE: no lineage sources "
      FUNCTION TRIM(sourcesFileName)
      ", rollups and trial balances will not be traced"
    SET endOfSources TO TRUE
  END-IF.
  PERFORM UNTIL endOfSources
    READ SourcesFile
      AT END SET endOfSources TO TRUE
      NOT AT END
        IF sourcesRecord NOT = SPACES
            AND sourcesRecord(1:1) NOT = '#' THEN
          PERFORM LoadOneSourceLine
        END-IF
    END-READ
  END-PERFORM.
  CLOSE SourcesFile.

LoadOneSourceLine.
  MOVE SPACES TO sourceKindPart sourceFirstPart sourceSecondPart.
  UNSTRING sourcesRecord DELIMITED BY ','
    INTO sourceKindPart, sourceFirstPart, sourceSecondPart.
  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(sourceKindPart))
    TO sourceKindPart.
  MOVE FUNCTION TRIM(sourceFirstPart) TO sourceFirstPart.
  MOVE FUNCTION TRIM(sourceSecondPart) TO sourceSecondPart.
  EVALUATE sourceKindPart
    WHEN "ROLLUP"
    WHEN "TRIAL-BALANCE"
      IF sourceFirstPart NOT = SPACES AND sourceSecondPart NOT = SPACES
          AND finalCount < 100 THEN
        ADD 1 TO finalCount
        MOVE sourceKindPart TO fnKind(finalCount)
        MOVE sourceFirstPart TO fnListName(finalCount)
        MOVE sourceSecondPart TO fnOutputName(finalCount)
      END-IF
    WHEN "PARMFILE"
      MOVE sourceFirstPart TO parameterFileName
      PERFORM LoadRollupParameters
    WHEN "REPAIRS"
      IF sourceFirstPart NOT = SPACES AND repairPatternCount < 20 THEN
        ADD 1 TO repairPatternCount
        MOVE sourceFirstPart TO repairPattern(repairPatternCount)
      END-IF
    WHEN OTHER
      DISPLAY "SUM-LINEAGE: unknown lineage source "
        FUNCTION TRIM(sourceKindPart) " ignored"
  END-EVALUATE.

LoadRollupParameters.
  MOVE SPACES TO parmListName parmOutputName.
  MOVE 0 TO parameterEofFlag.
  OPEN INPUT ParameterFile.
  IF parameterFileStatus NOT = "00" THEN
    DISPLAY "SUM-LINEAGE: rollup parameter file "
      FUNCTION TRIM(parameterFileName) " not found"
    SET endOfParameters TO TRUE
  END-IF.
  PERFORM UNTIL endOfParameters
    READ ParameterFile
      AT END SET endOfParameters TO TRUE
      NOT AT END
        IF parameterRecord NOT = SPACES
            AND parameterRecord(1:1) NOT = '#' THEN
          MOVE SPACES TO parmKeyword parmValue
          UNSTRING parameterRecord DELIMITED BY '='
            INTO parmKeyword, parmValue
          EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(parmKeyword))
            WHEN "LIST"
              MOVE FUNCTION TRIM(parmValue) TO parmListName
            WHEN "OUTPUT"
              MOVE FUNCTION TRIM(parmValue) TO parmOutputName
          END-EVALUATE
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ParameterFile.
  IF parmListName NOT = SPACES AND parmOutputName NOT = SPACES
      AND finalCount < 100 THEN
    ADD 1 TO finalCount
    MOVE "ROLLUP" TO fnKind(finalCount)
    MOVE parmListName TO fnListName(finalCount)
    MOVE parmOutputName TO fnOutputName(finalCount)
  END-IF.

LoadReconciliations.
  MOVE SPACES TO systemCommand.
  STRING "ls -1 " DELIMITED BY SIZE
    FUNCTION TRIM(repairPattern(rpIdx)) DELIMITED BY SIZE
    " > " DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    " 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.
  MOVE 0 TO expandedListEofFlag.
  OPEN INPUT ExpandedListFile.
  IF expandedListFileStatus NOT = "00" THEN
    SET endOfExpandedList TO TRUE
  END-IF.
  PERFORM UNTIL endOfExpandedList
    READ ExpandedListFile
      AT END SET endOfExpandedList TO TRUE
      NOT AT END
        IF expandedListRecord NOT = SPACES AND reconCount < 200 THEN
          ADD 1 TO reconCount
          MOVE expandedListRecord TO rcFileName(reconCount)
          PERFORM LoadOneReconciliation
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ExpandedListFile.
  PERFORM RemoveExpandedList.

LoadOneReconciliation.
  MOVE SPACES TO rcOriginalName(reconCount) rcOriginalRecords(reconCount)
    rcOriginalTotal(reconCount) rcSupplementName(reconCount)
    rcSupplementRecords(reconCount) rcSupplementTotal(reconCount)
    rcCorrectedRecords(reconCount) rcCorrectedTotal(reconCount).
  MOVE rcFileName(reconCount) TO scanFileName.
  MOVE 0 TO scanEofFlag.
  OPEN INPUT ScanFile.
  IF scanFileStatus NOT = "00" THEN
    SET endOfScan TO TRUE
  END-IF.
  PERFORM UNTIL endOfScan
    READ ScanFile
      AT END SET endOfScan TO TRUE
      NOT AT END
        MOVE scanRecord TO jobHistoryRecord
        EVALUATE TRUE
          WHEN scanRecord(1:9) = "ORIGINAL "
            MOVE " output=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcOriginalName(reconCount)
            MOVE " records=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcOriginalRecords(reconCount)
            MOVE " total=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcOriginalTotal(reconCount)
          WHEN scanRecord(1:11) = "SUPPLEMENT "
            MOVE " output=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcSupplementName(reconCount)
            MOVE " records=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcSupplementRecords(reconCount)
            MOVE " total=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcSupplementTotal(reconCount)
          WHEN scanRecord(1:10) = "CORRECTED "
            MOVE " records=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcCorrectedRecords(reconCount)
            MOVE " total=" TO historyKey
            PERFORM ExtractHistoryField
            MOVE historyFieldText TO rcCorrectedTotal(reconCount)
        END-EVALUATE
    END-READ
  END-PERFORM.
  CLOSE ScanFile.
  IF rcSupplementName(reconCount) = SPACES THEN
    MOVE rcFileName(reconCount) TO rcSupplementName(reconCount)
    INSPECT rcSupplementName(reconCount)
      REPLACING FIRST ".reconciliation" BY "               "
  END-IF.

LoadCatalog.
  OPEN INPUT CatalogFile.
  IF catalogFileStatus NOT = "00" THEN
    SET endOfCatalog TO TRUE
  END-IF.
  PERFORM UNTIL endOfCatalog
    READ CatalogFile
      AT END SET endOfCatalog TO TRUE
      NOT AT END
        IF catalogRecord NOT = SPACES AND catalogCount < 2000 THEN
          ADD 1 TO catalogCount
          MOVE SPACES TO CatalogEntry(catalogCount)
          UNSTRING catalogRecord DELIMITED BY ','
            INTO cgName(catalogCount), cgCount(catalogCount),
              cgStatus(catalogCount), cgRunId(catalogCount),
              cgStamp(catalogCount), cgFingerprint(catalogCount)
          MOVE 0 TO cgUsedFlag(catalogCount)
        END-IF
    END-READ
  END-PERFORM.
  CLOSE CatalogFile.

FindRunOutputs.
  MOVE 0 TO jobHistoryEofFlag.
  OPEN INPUT JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" THEN
    SET endOfJobHistory TO TRUE
  END-IF.
  PERFORM UNTIL endOfJobHistory
    READ JobHistoryFile
      AT END SET endOfJobHistory TO TRUE
      NOT AT END
        MOVE " runId=" TO historyKey
        PERFORM ExtractHistoryField
        IF historyFieldText = lineageTarget THEN
          SET isRunMode TO TRUE
          MOVE " output=" TO historyKey
          PERFORM ExtractHistoryField
          MOVE historyFieldText TO historyOutputName
          PERFORM AddRunOutput
        END-IF
    END-READ
  END-PERFORM.
  CLOSE JobHistoryFile.
  PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogCount
    IF cgRunId(cgIdx) = lineageTarget THEN
      SET isRunMode TO TRUE
    END-IF
  END-PERFORM.

AddRunOutput.
  MOVE 0 TO visitedFlag.
  PERFORM VARYING roIdx FROM 1 BY 1 UNTIL roIdx > runOutputCount
    IF roName(roIdx) = historyOutputName THEN
      SET alreadyVisited TO TRUE
    END-IF
  END-PERFORM.
  IF NOT alreadyVisited AND runOutputCount < 200 THEN
    ADD 1 TO runOutputCount
    MOVE historyOutputName TO roName(runOutputCount)
    MOVE 0 TO roCoveredFlag(runOutputCount)
  END-IF.

ExtractHistoryField.
  MOVE SPACES TO historyDiscardText historyValueText historyFieldText.
  UNSTRING jobHistoryRecord DELIMITED BY FUNCTION TRIM(historyKey, TRAILING)
    INTO historyDiscardText, historyValueText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyFieldText.

QueueFileTarget.
  MOVE 0 TO childCount.
  MOVE "OUTPUT" TO childKind.
  PERFORM VARYING fnIdx FROM 1 BY 1 UNTIL fnIdx > finalCount
    IF fnOutputName(fnIdx) = lineageTarget THEN
      MOVE "FINAL" TO childKind
      MOVE fnIdx TO currentLink
    END-IF
  END-PERFORM.
  ADD 1 TO nodeStackCount.
  MOVE childKind TO nsKind(nodeStackCount).
  MOVE lineageTarget TO nsName(nodeStackCount).
  MOVE 0 TO nsDepth(nodeStackCount).
  IF childKind = "FINAL" THEN
    MOVE currentLink TO nsLink(nodeStackCount)
  ELSE
    MOVE 0 TO nsLink(nodeStackCount)
  END-IF.

QueueRunTargets.
  PERFORM VARYING roIdx FROM runOutputCount BY -1 UNTIL roIdx < 1
    PERFORM MarkCoveredRunOutput
  END-PERFORM.
  PERFORM VARYING roIdx FROM runOutputCount BY -1 UNTIL roIdx < 1
    IF roCoveredFlag(roIdx) = 0 AND nodeStackCount < 500 THEN
      ADD 1 TO nodeStackCount
      MOVE "OUTPUT" TO nsKind(nodeStackCount)
      MOVE roName(roIdx) TO nsName(nodeStackCount)
      MOVE 0 TO nsDepth(nodeStackCount)
      MOVE 0 TO nsLink(nodeStackCount)
    END-IF
  END-PERFORM.
  PERFORM VARYING fnIdx FROM finalCount BY -1 UNTIL fnIdx < 1
    MOVE fnListName(fnIdx) TO listFileName
    PERFORM LoadListChildren
    MOVE 0 TO finalHitFlag
    PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > childCount
      PERFORM VARYING roIdx FROM 1 BY 1 UNTIL roIdx > runOutputCount
        IF roName(roIdx) = childName(chIdx) THEN
          SET finalUsesRunOutput TO TRUE
        END-IF
      END-PERFORM
    END-PERFORM
    IF finalUsesRunOutput AND nodeStackCount < 500 THEN
      ADD 1 TO nodeStackCount
      MOVE "FINAL" TO nsKind(nodeStackCount)
      MOVE fnOutputName(fnIdx) TO nsName(nodeStackCount)
      MOVE 0 TO nsDepth(nodeStackCount)
      MOVE fnIdx TO nsLink(nodeStackCount)
    END-IF
  END-PERFORM.

MarkCoveredRunOutput.
  PERFORM VARYING fnIdx FROM 1 BY 1 UNTIL fnIdx > finalCount
    MOVE fnListName(fnIdx) TO listFileName
    PERFORM LoadListChildren
    PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > childCount
      IF childName(chIdx) = roName(roIdx) THEN
        MOVE 1 TO roCoveredFlag(roIdx)
      END-IF
    END-PERFORM
  END-PERFORM.

LoadListChildren.
  MOVE 0 TO childCount.
  MOVE 0 TO listEofFlag.
  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    SET endOfList TO TRUE
  END-IF.
  PERFORM UNTIL endOfList
    READ ListFile
      AT END SET endOfList TO TRUE
      NOT AT END
        IF listRecord NOT = SPACES AND childCount < 200 THEN
          ADD 1 TO childCount
          MOVE FUNCTION TRIM(listRecord) TO childName(childCount)
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ListFile.

PushChildren.
  PERFORM VARYING chIdx FROM childCount BY -1 UNTIL chIdx < 1
    IF nodeStackCount < 500 THEN
      ADD 1 TO nodeStackCount
      MOVE childKind TO nsKind(nodeStackCount)
      MOVE childName(chIdx) TO nsName(nodeStackCount)
      MOVE childDepth TO nsDepth(nodeStackCount)
      MOVE 0 TO nsLink(nodeStackCount)
    END-IF
  END-PERFORM.

TraceFinalOutput.
  MOVE currentLink TO fnIdx.
  MOVE currentName TO scanFileName.
  PERFORM ScanOutputFile.
  MOVE scanRecordCount TO finalRecordCount.
  MOVE scanGrandTotal TO finalGrandTotal.
  MOVE scanFileCount TO finalFileCount.
  MOVE scanNetText TO finalNetText.
  MOVE currentDepth TO lineDepth.
  MOVE SPACES TO lineBodyText.
  IF NOT scanFileFound THEN
    STRING "FINAL " DELIMITED BY SIZE
      FUNCTION TRIM(currentName) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(fnKind(fnIdx)) DELIMITED BY SIZE
      " *** FILE NOT FOUND" DELIMITED BY SIZE
      INTO lineBodyText
    ADD 1 TO lineageFlagCount
  ELSE
    IF fnKind(fnIdx) = "TRIAL-BALANCE" THEN
      STRING "FINAL " DELIMITED BY SIZE
        FUNCTION TRIM(currentName) DELIMITED BY SIZE
        " TRIAL-BALANCE " DELIMITED BY SIZE
        FUNCTION TRIM(scanTotalsText) DELIMITED BY SIZE
        INTO lineBodyText
    ELSE
      MOVE finalFileCount TO countDisplay1
      MOVE finalRecordCount TO countDisplay2
      MOVE finalGrandTotal TO amountDisplay1
      STRING "FINAL " DELIMITED BY SIZE
        FUNCTION TRIM(currentName) DELIMITED BY SIZE
        " ROLLUP files=" DELIMITED BY SIZE
        FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
        " records=" DELIMITED BY SIZE
        FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
        " total=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        INTO lineBodyText
    END-IF
  END-IF.
  PERFORM WriteLineageLine.
  IF scanFileFound AND fnKind(fnIdx) = "TRIAL-BALANCE"
      AND scanProofText NOT = SPACES THEN
    MOVE 0 TO charIdx
    INSPECT scanProofText TALLYING charIdx FOR ALL "OUTOFPROOF"
    MOVE scanProofText TO lineBodyText
    COMPUTE lineDepth = currentDepth + 1
    IF charIdx > 0 THEN
      PERFORM WriteFlagLine
    ELSE
      PERFORM WriteLineageLine
    END-IF
  END-IF.

  MOVE fnListName(fnIdx) TO listFileName.
  PERFORM LoadListChildren.
  MOVE 0 TO listGrandTotal listFileCount listMissingCount.
  PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > childCount
    MOVE childName(chIdx) TO scanFileName
    PERFORM ScanOutputFile
    IF scanFileFound THEN
      ADD 1 TO listFileCount
      ADD scanGrandTotal TO listGrandTotal
    ELSE
      ADD 1 TO listMissingCount
    END-IF
  END-PERFORM.
  COMPUTE lineDepth = currentDepth + 1.
  MOVE listFileCount TO countDisplay1.
  MOVE listGrandTotal TO amountDisplay1.
  MOVE SPACES TO lineBodyText.
  STRING "LIST " DELIMITED BY SIZE
    FUNCTION TRIM(fnListName(fnIdx)) DELIMITED BY SIZE
    " files=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " sum of file totals=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    INTO lineBodyText.
  PERFORM WriteLineageLine.
  IF childCount = 0 THEN
    MOVE "*** LIST FILE IS MISSING OR EMPTY" TO lineBodyText
    PERFORM WriteFlagLine
  END-IF.
  IF fnKind(fnIdx) = "ROLLUP" AND listGrandTotal NOT = finalGrandTotal
      AND childCount > 0 THEN
    MOVE "*** ROLLUP TOTAL DIFFERS FROM THE SUM OF ITS FILES"
      TO lineBodyText
    PERFORM WriteFlagLine
  END-IF.
  IF fnKind(fnIdx) = "TRIAL-BALANCE" AND finalNetText NOT = SPACES
      AND childCount > 0 THEN
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(finalNetText)) = 0 THEN
      IF FUNCTION NUMVAL(FUNCTION TRIM(finalNetText))
          NOT = listGrandTotal THEN
        MOVE "*** TRIAL BALANCE NET DIFFERS FROM THE SUM OF ITS GL FILES"
          TO lineBodyText
        PERFORM WriteFlagLine
      END-IF
    END-IF
  END-IF.
  MOVE "OUTPUT" TO childKind.
  COMPUTE childDepth = currentDepth + 2.
  PERFORM PushChildren.

TraceRepair.
  MOVE currentLink TO rcIdx.
  MOVE currentDepth TO lineDepth.
  MOVE SPACES TO lineBodyText.
  STRING "REPAIR " DELIMITED BY SIZE
    FUNCTION TRIM(rcFileName(rcIdx)) DELIMITED BY SIZE
    " original records=" DELIMITED BY SIZE
    FUNCTION TRIM(rcOriginalRecords(rcIdx)) DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(rcOriginalTotal(rcIdx)) DELIMITED BY SIZE
    " + supplement records=" DELIMITED BY SIZE
    FUNCTION TRIM(rcSupplementRecords(rcIdx)) DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(rcSupplementTotal(rcIdx)) DELIMITED BY SIZE
    INTO lineBodyText.
  PERFORM WriteLineageLine.
  COMPUTE lineDepth = currentDepth + 1.
  MOVE SPACES TO lineBodyText.
  STRING "CORRECTED records=" DELIMITED BY SIZE
    FUNCTION TRIM(rcCorrectedRecords(rcIdx)) DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(rcCorrectedTotal(rcIdx)) DELIMITED BY SIZE
    INTO lineBodyText.
  PERFORM WriteLineageLine.
  MOVE 1 TO childCount.
  MOVE rcSupplementName(rcIdx) TO childName(1).
  MOVE "OUTPUT" TO childKind.
  COMPUTE childDepth = currentDepth + 1.
  PERFORM PushChildren.

TraceSumOutput.
  MOVE 0 TO visitedFlag.
  PERFORM VARYING vsIdx FROM 1 BY 1 UNTIL vsIdx > visitedCount
    IF vsName(vsIdx) = currentName THEN
      SET alreadyVisited TO TRUE
    END-IF
  END-PERFORM.
  MOVE currentDepth TO lineDepth.
  IF alreadyVisited THEN
    MOVE SPACES TO lineBodyText
    STRING "OUTPUT " DELIMITED BY SIZE
      FUNCTION TRIM(currentName) DELIMITED BY SIZE
      " (traced above)" DELIMITED BY SIZE
      INTO lineBodyText
    PERFORM WriteLineageLine
    GO TO TraceSumOutput-EXIT
  END-IF.
  IF visitedCount < 500 THEN
    ADD 1 TO visitedCount
    MOVE currentName TO vsName(visitedCount)
  END-IF.

  MOVE currentName TO scanFileName.
  PERFORM ScanOutputFile.
  MOVE 0 TO outputTrailerFlag.
  MOVE SPACES TO lineBodyText.
  IF NOT scanFileFound THEN
    STRING "OUTPUT " DELIMITED BY SIZE
      FUNCTION TRIM(currentName) DELIMITED BY SIZE
      " *** FILE NOT FOUND" DELIMITED BY SIZE
      INTO lineBodyText
    ADD 1 TO lineageFlagCount
  ELSE
    MOVE scanRecordCount TO countDisplay1
    MOVE scanGrandTotal TO amountDisplay1
    MOVE scanGrandTotal TO outputGrandTotal
    IF scanTrailerFound THEN
      SET outputHasTrailer TO TRUE
    END-IF
    STRING "OUTPUT " DELIMITED BY SIZE
      FUNCTION TRIM(currentName) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(scanTrailerKind) DELIMITED BY SIZE
      " records=" DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
      " total=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      INTO lineBodyText
  END-IF.
  PERFORM WriteLineageLine.
  IF scanFileFound AND NOT scanTrailerFound THEN
    COMPUTE lineDepth = currentDepth + 1
    MOVE "*** NO TRAILER RECORD, TOTAL IS NOT PROVEN" TO lineBodyText
    PERFORM WriteFlagLine
  END-IF.

  PERFORM FindProducingRun.
  COMPUTE lineDepth = currentDepth + 1.
  MOVE SPACES TO lineBodyText.
  IF NOT runWasFound THEN
    MOVE "*** NO SUM-FILE RUN IN THE JOB HISTORY PRODUCED THIS FILE"
      TO lineBodyText
    PERFORM WriteFlagLine
  ELSE
    MOVE runTotalAmount TO amountDisplay1
    STRING "RUN " DELIMITED BY SIZE
      runStamp DELIMITED BY SIZE
      " runId=" DELIMITED BY SIZE
      FUNCTION TRIM(runIdText) DELIMITED BY SIZE
      " status=" DELIMITED BY SIZE
      FUNCTION TRIM(runStatusText) DELIMITED BY SIZE
      " lines=" DELIMITED BY SIZE
      FUNCTION TRIM(runLinesText) DELIMITED BY SIZE
      " rejected=" DELIMITED BY SIZE
      FUNCTION TRIM(runRejectedText) DELIMITED BY SIZE
      " total=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      INTO lineBodyText
    PERFORM WriteLineageLine
    IF runMatchCount > 1 THEN
      MOVE runMatchCount TO countDisplay1
      MOVE SPACES TO lineBodyText
      STRING "(" DELIMITED BY SIZE
        FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
        " runs wrote this file, the one shown is the latest)"
          DELIMITED BY SIZE
        INTO lineBodyText
      PERFORM WriteLineageLine
    END-IF
    IF outputHasTrailer AND runTotalAmount NOT = outputGrandTotal THEN
      MOVE "*** FILE TOTAL DIFFERS FROM THE RUN TOTAL" TO lineBodyText
      PERFORM WriteFlagLine
    END-IF
    COMPUTE lineDepth = currentDepth + 2
    PERFORM TraceRunInput
  END-IF.

  PERFORM TraceArchives.

  MOVE 0 TO childCount.
  PERFORM VARYING rcIdx FROM reconCount BY -1 UNTIL rcIdx < 1
    IF rcOriginalName(rcIdx) = currentName AND nodeStackCount < 500 THEN
      ADD 1 TO nodeStackCount
      MOVE "REPAIR" TO nsKind(nodeStackCount)
      MOVE rcFileName(rcIdx) TO nsName(nodeStackCount)
      COMPUTE nsDepth(nodeStackCount) = currentDepth + 1
      MOVE rcIdx TO nsLink(nodeStackCount)
    END-IF
  END-PERFORM.
TraceSumOutput-EXIT.
  EXIT.

FindProducingRun.
  MOVE 0 TO runFoundFlag runPreferredFlag runMatchCount.
  MOVE 0 TO jobHistoryEofFlag.
  OPEN INPUT JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" THEN
    SET endOfJobHistory TO TRUE
  END-IF.
  PERFORM UNTIL endOfJobHistory
    READ JobHistoryFile
      AT END SET endOfJobHistory TO TRUE
      NOT AT END
        MOVE " output=" TO historyKey
        PERFORM ExtractHistoryField
        IF historyFieldText = currentName THEN
          ADD 1 TO runMatchCount
          MOVE " runId=" TO historyKey
          PERFORM ExtractHistoryField
          MOVE historyFieldText TO historyRunId
          MOVE 0 TO historyPreferredFlag
          IF isRunMode AND historyRunId = lineageTarget THEN
            SET historyIsPreferred TO TRUE
          END-IF
          IF historyIsPreferred OR NOT runPreferredFound THEN
            PERFORM KeepProducingRun
            IF historyIsPreferred THEN
              SET runPreferredFound TO TRUE
            END-IF
          END-IF
        END-IF
    END-READ
  END-PERFORM.
  CLOSE JobHistoryFile.

KeepProducingRun.
  SET runWasFound TO TRUE.
  MOVE jobHistoryRecord(1:14) TO runStamp.
  MOVE historyRunId TO runIdText.
  MOVE " input=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO runInputName.
  MOVE " lines=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO runLinesText.
  MOVE " total=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO runTotalText.
  MOVE " rejected=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO runRejectedText.
  MOVE " status=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO runStatusText.
  MOVE 0 TO runTotalAmount runLinesValue.
  IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(runTotalText)) = 0 THEN
    COMPUTE runTotalAmount
      = FUNCTION NUMVAL(FUNCTION TRIM(runTotalText)) / 100
  END-IF.
  IF runLinesText(1:9) IS NUMERIC THEN
    MOVE runLinesText(1:9) TO runLinesValue
  END-IF.

TraceRunInput.
  MOVE 0 TO slashPosition.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(runInputName)) TO nameLength.
  PERFORM VARYING charIdx FROM 1 BY 1 UNTIL charIdx > nameLength
    IF runInputName(charIdx:1) = "/" THEN
      MOVE charIdx TO slashPosition
    END-IF
  END-PERFORM.
  MOVE SPACES TO runInputBaseName.
  IF slashPosition > 0 AND slashPosition < nameLength THEN
    MOVE runInputName(slashPosition + 1:) TO runInputBaseName
  ELSE
    MOVE runInputName TO runInputBaseName
  END-IF.
  MOVE 0 TO cgFoundIdx.
  PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogCount
    IF cgName(cgIdx) = runInputBaseName THEN
      MOVE cgIdx TO cgFoundIdx
    END-IF
  END-PERFORM.
  MOVE SPACES TO lineBodyText.
  IF cgFoundIdx = 0 THEN
    IF nameLength > 13
        AND runInputName(nameLength - 12:13) = ".repair.input" THEN
      STRING "REPAIR INPUT " DELIMITED BY SIZE
        FUNCTION TRIM(runInputName) DELIMITED BY SIZE
        " corrected lines re-posted by SUM-REPAIR" DELIMITED BY SIZE
        INTO lineBodyText
    ELSE
      STRING "INPUT " DELIMITED BY SIZE
        FUNCTION TRIM(runInputName) DELIMITED BY SIZE
        " (not handed over through the landing zone)" DELIMITED BY SIZE
        INTO lineBodyText
    END-IF
    PERFORM WriteLineageLine
  ELSE
    MOVE 1 TO cgUsedFlag(cgFoundIdx)
    STRING "INBOUND " DELIMITED BY SIZE
      FUNCTION TRIM(runInputName) DELIMITED BY SIZE
      " records=" DELIMITED BY SIZE
      cgCount(cgFoundIdx) DELIMITED BY SIZE
      " catalog=" DELIMITED BY SIZE
      FUNCTION TRIM(cgStatus(cgFoundIdx)) DELIMITED BY SIZE
      " runId=" DELIMITED BY SIZE
      FUNCTION TRIM(cgRunId(cgFoundIdx)) DELIMITED BY SIZE
      " registered=" DELIMITED BY SIZE
      cgStamp(cgFoundIdx) DELIMITED BY SIZE
      " fingerprint=" DELIMITED BY SIZE
      FUNCTION TRIM(cgFingerprint(cgFoundIdx)) DELIMITED BY SIZE
      INTO lineBodyText
    PERFORM WriteLineageLine
    IF cgCount(cgFoundIdx) IS NUMERIC THEN
      IF cgCount(cgFoundIdx) NOT = runLinesValue THEN
        MOVE "*** RUN LINE COUNT DIFFERS FROM THE LANDING ZONE COUNT"
          TO lineBodyText
        PERFORM WriteFlagLine
      END-IF
    END-IF
  END-IF.

TraceArchives.
  MOVE SPACES TO systemCommand.
  STRING "ls -1 '" DELIMITED BY SIZE
    FUNCTION TRIM(currentName) DELIMITED BY SIZE
    "'.*.archive > " DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    " 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.
  MOVE 0 TO childCount.
  MOVE 0 TO expandedListEofFlag.
  OPEN INPUT ExpandedListFile.
  IF expandedListFileStatus NOT = "00" THEN
    SET endOfExpandedList TO TRUE
  END-IF.
  PERFORM UNTIL endOfExpandedList
    READ ExpandedListFile
      AT END SET endOfExpandedList TO TRUE
      NOT AT END
        IF expandedListRecord NOT = SPACES AND childCount < 200 THEN
          ADD 1 TO childCount
          MOVE expandedListRecord TO childName(childCount)
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ExpandedListFile.
  PERFORM RemoveExpandedList.
  COMPUTE lineDepth = currentDepth + 1.
  PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > childCount
    MOVE childName(chIdx) TO scanFileName
    PERFORM ScanOutputFile
    MOVE scanRecordCount TO countDisplay1
    MOVE scanGrandTotal TO amountDisplay1
    MOVE SPACES TO lineBodyText
    STRING "ARCHIVE " DELIMITED BY SIZE
      FUNCTION TRIM(childName(chIdx)) DELIMITED BY SIZE
      " records=" DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
      " total=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      INTO lineBodyText
    PERFORM WriteLineageLine
  END-PERFORM.

ScanOutputFile.
  MOVE 0 TO scanFoundFlag scanTrailerFlag scanRecordCount scanDetailCount
    scanGrandTotal scanFileCount.
  MOVE SPACES TO scanTrailerKind scanTotalsText scanProofText scanNetText.
  MOVE 0 TO scanEofFlag.
  OPEN INPUT ScanFile.
  IF scanFileStatus NOT = "00" THEN
    SET endOfScan TO TRUE
  ELSE
    SET scanFileFound TO TRUE
  END-IF.
  PERFORM UNTIL endOfScan
    READ ScanFile
      AT END SET endOfScan TO TRUE
      NOT AT END PERFORM ScanOneRecord
    END-READ
  END-PERFORM.
  CLOSE ScanFile.
  IF scanFileFound AND scanRecordCount = 0 THEN
    MOVE scanDetailCount TO scanRecordCount
  END-IF.

ScanOneRecord.
  EVALUATE TRUE
    WHEN scanRecord = SPACES
      CONTINUE
    WHEN scanRecord(1:8) = "TRAILER,"
      SET scanTrailerFound TO TRUE
      MOVE "CSV" TO scanTrailerKind
      MOVE SPACES TO csvTrailerMarker csvTrailerCount csvTrailerTotal
      UNSTRING scanRecord DELIMITED BY ','
        INTO csvTrailerMarker, csvTrailerCount, csvTrailerTotal
      IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(csvTrailerCount)) = 0 THEN
        COMPUTE scanRecordCount
          = FUNCTION NUMVAL(FUNCTION TRIM(csvTrailerCount))
      END-IF
      IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(csvTrailerTotal)) = 0 THEN
        COMPUTE scanGrandTotal
          = FUNCTION NUMVAL(FUNCTION TRIM(csvTrailerTotal))
      END-IF
    WHEN scanRecord(1:8) = "TRAILER "
      SET scanTrailerFound TO TRUE
      MOVE "FIXED" TO scanTrailerKind
      MOVE scanRecord(1:30) TO FixedTrailerLine
      IF fixedTrailerRecordCount IS NUMERIC THEN
        MOVE fixedTrailerRecordCount TO scanRecordCount
      END-IF
      IF fixedTrailerGrandTotal IS NUMERIC THEN
        MOVE fixedTrailerGrandTotal TO scanGrandTotal
      END-IF
    WHEN scanRecord(1:8) = "GLTOTAL "
      SET scanTrailerFound TO TRUE
      MOVE "GL" TO scanTrailerKind
      MOVE scanRecord(1:27) TO GlTrailerLine
      IF glTrailerAmount IS NUMERIC THEN
        ADD glTrailerAmount TO scanGrandTotal
      END-IF
    WHEN scanRecord(1:12) = "ROLLUPTOTAL "
      SET scanTrailerFound TO TRUE
      MOVE "ROLLUP" TO scanTrailerKind
      MOVE scanRecord(1:46) TO RollupTrailerLine
      IF rollupTrailerFileCount IS NUMERIC THEN
        MOVE rollupTrailerFileCount TO scanFileCount
      END-IF
      IF rollupTrailerRecordCount IS NUMERIC THEN
        MOVE rollupTrailerRecordCount TO scanRecordCount
      END-IF
      IF rollupTrailerGrandTotal IS NUMERIC THEN
        MOVE rollupTrailerGrandTotal TO scanGrandTotal
      END-IF
    WHEN scanRecord(1:7) = "TOTALS "
      SET scanTrailerFound TO TRUE
      MOVE "TB" TO scanTrailerKind
      MOVE scanRecord(8:) TO scanTotalsText
      MOVE scanRecord TO jobHistoryRecord
      MOVE " net=" TO historyKey
      PERFORM ExtractHistoryField
      MOVE historyFieldText TO scanNetText
    WHEN scanRecord(1:6) = "PROOF "
      MOVE scanRecord TO scanProofText
    WHEN scanRecord(1:8) = "SUBTOTAL" OR scanRecord(1:8) = "CURRENCY"
        OR scanRecord(1:12) = "TRIALBALANCE" OR scanRecord(1:8) = "ACCOUNT "
      CONTINUE
    WHEN OTHER
      ADD 1 TO scanDetailCount
  END-EVALUATE.

RemoveExpandedList.
  MOVE SPACES TO systemCommand.
  STRING "rm -f " DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

WriteFlagLine.
  ADD 1 TO lineageFlagCount.
  PERFORM WriteLineageLine.

WriteLineageLine.
  MOVE SPACES TO reportLineText.
  COMPUTE lineIndent = lineDepth * 2.
  IF lineIndent > 40 THEN
    MOVE 40 TO lineIndent
  END-IF.
  IF lineIndent = 0 THEN
    MOVE lineBodyText TO reportLineText
  ELSE
    MOVE lineBodyText TO reportLineText(lineIndent + 1:)
  END-IF.
  IF reportToFile THEN
    MOVE reportLineText TO reportRecord
    WRITE reportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
  MOVE SPACES TO lineBodyText.
