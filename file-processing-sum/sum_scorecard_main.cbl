IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-SCORECARD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL CatalogFile ASSIGN TO catalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS catalogFileStatus.

      SELECT OPTIONAL JobHistoryFile ASSIGN TO jobHistoryFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT OPTIONAL RejectsFile ASSIGN TO rejectsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rejectsFileStatus.

      SELECT ReportFile ASSIGN TO reportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD CatalogFile.
    01 catalogRecord PIC X(200).

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD RejectsFile.
    01 rejectsFileRecord.
      02 rejectLineNumber PIC 9(9).
      02 rejectSeparator  PIC X.
      02 rejectText       PIC X(200).
      02 rejectSeparator2 PIC X.
      02 rejectReason     PIC X(40).

    FD ReportFile.
    01 reportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 scoreMonthArg PIC X(6) VALUE SPACES.
    01 scoreMonth PIC 9(6).
    01 scoreMonthParts REDEFINES scoreMonth.
      02 scoreYearPart PIC 9(4).
      02 scoreMonthPart PIC 99.
    01 previousMonth PIC 9(6).
    01 previousMonthParts REDEFINES previousMonth.
      02 previousYearPart PIC 9(4).
      02 previousMonthPart PIC 99.
    01 stampMonth PIC 9(6).

    01 catalogFileName PIC X(256) VALUE SPACES.
    01 catalogFileStatus PIC XX VALUE "00".
    01 catalogEofFlag PIC 9 VALUE 0.
      88 endOfCatalog VALUE 1.
    01 jobHistoryFileName PIC X(256) VALUE "sum_file_job_history.log".
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.
    01 rejectsFileName PIC X(108) VALUE SPACES.
    01 rejectsFileStatus PIC XX VALUE "00".
    01 rejectsEofFlag PIC 9 VALUE 0.
      88 endOfRejects VALUE 1.
    01 reportFileName PIC X(256) VALUE SPACES.
    01 reportFileStatus PIC XX VALUE "00".

    01 submitterDelimiter PIC X(5) VALUE SPACES.
    01 onTimeWindowText PIC X(20) VALUE SPACES.
    01 windowStartText PIC X(10).
    01 windowEndText PIC X(10).
    01 windowStart PIC 9(4) VALUE 0600.
    01 windowEnd PIC 9(4) VALUE 2200.
    01 registeredTime PIC 9(4).

    01 catalogNamePart PIC X(100).
    01 catalogCountPart PIC X(12).
    01 catalogStatusPart PIC X(10).
    01 catalogRunIdPart PIC X(12).
    01 catalogStampPart PIC X(14).
    01 submitterText PIC X(30).

    01 ScoreFileTable.
      02 ScoreFileEntry OCCURS 2000 TIMES.
        03 sfName PIC X(100).
        03 sfSubmitterIdx PIC 9(3).
        03 sfMonthIdx PIC 9.
        03 sfOnTimeFlag PIC 9.
        03 sfRunFlag PIC 9.
        03 sfLines PIC 9(9).
        03 sfRejected PIC 9(9).
        03 sfDuplicates PIC 9(9).
        03 sfSuspended PIC 9(9).
        03 sfOutput PIC X(100).
        03 sfHistorySeq PIC 9(9).
    01 scoreFileCount PIC 9(4) VALUE 0.
    01 sfIdx PIC 9(4).
    01 sfFoundIdx PIC 9(4).
    01 skippedCatalogCount PIC 9(9) VALUE 0.

    01 OutputTable.
      02 OutputEntry OCCURS 2000 TIMES.
        03 otName PIC X(100).
        03 otLastSeq PIC 9(9).
    01 outputCount PIC 9(4) VALUE 0.
    01 otIdx PIC 9(4).
    01 otFoundIdx PIC 9(4).

    01 SubmitterTable.
      02 SubmitterEntry OCCURS 200 TIMES.
        03 sbName PIC X(30).
        03 SubmitterMonth OCCURS 2 TIMES.
          04 smFiles PIC 9(5).
          04 smOnTime PIC 9(5).
          04 smRunFiles PIC 9(5).
          04 smLines PIC 9(9).
          04 smRejected PIC 9(9).
          04 smDuplicates PIC 9(9).
          04 smSuspended PIC 9(9).
          04 smRejectPercent PIC 9(3)V9.
          04 smDuplicatePercent PIC 9(3)V9.
          04 smSuspensePercent PIC 9(3)V9.
          04 smOnTimePercent PIC 9(3)V9.
          04 smScore PIC 9(3)V9.
          04 smRank PIC 9(3).
        03 sbReasonCount PIC 99.
        03 SubmitterReason OCCURS 20 TIMES.
          04 srText PIC X(40).
          04 srCount PIC 9(9).
          04 srPickedFlag PIC 9.
    01 submitterCount PIC 9(3) VALUE 0.
    01 sbIdx PIC 9(3).
    01 sbFoundIdx PIC 9(3).
    01 sbBestIdx PIC 9(3).
    01 monthIdx PIC 9.
    01 rankedCount PIC 9(3).
    01 RankOrderTable.
      02 rankOrder PIC 9(3) OCCURS 200 TIMES.
    01 rankIdx PIC 9(3).
    01 srIdx PIC 99.
    01 srBestIdx PIC 99.
    01 reasonPickCount PIC 9.

    01 historySeq PIC 9(9) VALUE 0.
    01 historyKey PIC X(14).
    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyFieldText PIC X(256).
    01 historyInputName PIC X(256).
    01 historyOutputName PIC X(256).
    01 historyBaseName PIC X(256).
    01 historyNumber PIC 9(9).
    01 slashPosition PIC 999.
    01 nameLength PIC 999.
    01 charIdx PIC 999.

    01 reasonTextValue PIC X(40).
    01 reasonFoundFlag PIC 9.
      88 reasonFound VALUE 1.
    01 errorPercent PIC 9(5)V9.
    01 bestIsBetterFlag PIC 9.
      88 candidateIsBetter VALUE 1.

    01 currentSubmitterCount PIC 9(3) VALUE 0.
    01 currentFileCount PIC 9(5) VALUE 0.
    01 notRunFileCount PIC 9(5).
    01 trendText PIC X(5).
    01 monthDisplay PIC X(7).
    01 previousMonthDisplay PIC X(7).
    01 rankDisplay PIC ZZ9.
    01 filesDisplay PIC ZZZZ9.
    01 onTimeDisplay PIC X(11).
    01 linesDisplay PIC Z(8)9.
    01 percentDisplay PIC ZZ9.9.
    01 scoreDisplay PIC ZZ9.9.
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.

PROCEDURE DIVISION.

Main.
  ACCEPT scoreMonthArg FROM ARGUMENT-VALUE.
  ACCEPT reportFileName FROM ARGUMENT-VALUE.
  IF scoreMonthArg = SPACES THEN
    MOVE FUNCTION CURRENT-DATE(1:6) TO scoreMonthArg
  END-IF.
  IF scoreMonthArg IS NOT NUMERIC THEN
    DISPLAY "SUM-SCORECARD: job NOT started - month must be YYYYMM, got "
      scoreMonthArg
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  MOVE scoreMonthArg TO scoreMonth.
  IF scoreMonthPart < 1 OR scoreMonthPart > 12 THEN
    DISPLAY "SUM-SCORECARD: job NOT started - month must be YYYYMM, got "
      scoreMonthArg
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  MOVE scoreMonth TO previousMonth.
  IF scoreMonthPart = 1 THEN
    SUBTRACT 1 FROM previousYearPart
    MOVE 12 TO previousMonthPart
  ELSE
    SUBTRACT 1 FROM previousMonthPart
  END-IF.
  IF reportFileName = SPACES THEN
    STRING "sum_scorecard_" DELIMITED BY SIZE
      scoreMonth DELIMITED BY SIZE
      ".txt" DELIMITED BY SIZE
      INTO reportFileName
  END-IF.

  ACCEPT catalogFileName FROM ENVIRONMENT "LANDING_ZONE_CATALOG"
    ON EXCEPTION MOVE SPACES TO catalogFileName
  END-ACCEPT.
  IF catalogFileName = SPACES THEN
    MOVE "landing_zone_catalog.dat" TO catalogFileName
  END-IF.
  ACCEPT submitterDelimiter FROM ENVIRONMENT "SUM_SCORECARD_DELIMITER"
    ON EXCEPTION MOVE SPACES TO submitterDelimiter
  END-ACCEPT.
  IF submitterDelimiter = SPACES THEN
    MOVE "_" TO submitterDelimiter
  END-IF.
  ACCEPT onTimeWindowText FROM ENVIRONMENT "SUM_SCORECARD_WINDOW"
    ON EXCEPTION MOVE SPACES TO onTimeWindowText
  END-ACCEPT.
  IF onTimeWindowText NOT = SPACES THEN
    PERFORM ParseOnTimeWindow
  END-IF.

  MOVE SPACES TO monthDisplay previousMonthDisplay.
  STRING scoreYearPart DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    scoreMonthPart DELIMITED BY SIZE
    INTO monthDisplay.
  STRING previousYearPart DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    previousMonthPart DELIMITED BY SIZE
    INTO previousMonthDisplay.

  DISPLAY "SUM-SCORECARD: job started " FUNCTION CURRENT-DATE(1:14)
    " month=" monthDisplay
    " catalog=" FUNCTION TRIM(catalogFileName).

  PERFORM LoadCatalog.
  PERFORM LoadJobHistory.
  PERFORM VARYING sfIdx FROM 1 BY 1 UNTIL sfIdx > scoreFileCount
    PERFORM AccumulateOneFile
  END-PERFORM.
  PERFORM VARYING sfIdx FROM 1 BY 1 UNTIL sfIdx > scoreFileCount
    PERFORM TallyFileRejects THRU TallyFileRejects-EXIT
  END-PERFORM.
  PERFORM VARYING monthIdx FROM 1 BY 1 UNTIL monthIdx > 2
    PERFORM VARYING sbIdx FROM 1 BY 1 UNTIL sbIdx > submitterCount
      PERFORM ScoreOneSubmitter THRU ScoreOneSubmitter-EXIT
    END-PERFORM
    PERFORM RankSubmitters
  END-PERFORM.

  OPEN OUTPUT ReportFile.
  IF reportFileStatus NOT = "00" THEN
    DISPLAY "SUM-SCORECARD: job NOT started - unable to open "
      FUNCTION TRIM(reportFileName) ", status=" reportFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM WriteScorecard.
  CLOSE ReportFile.

  MOVE currentSubmitterCount TO countDisplay1.
  MOVE currentFileCount TO countDisplay2.
  IF currentSubmitterCount = 0 THEN
    DISPLAY "SUM-SCORECARD: WARNING - no files registered in "
      monthDisplay " in " FUNCTION TRIM(catalogFileName)
    DISPLAY "SUM-SCORECARD: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  ELSE
    DISPLAY "SUM-SCORECARD: job ended " FUNCTION CURRENT-DATE(1:14)
      " submitters=" FUNCTION TRIM(countDisplay1)
      " files=" FUNCTION TRIM(countDisplay2)
      " report=" FUNCTION TRIM(reportFileName)
  END-IF.

  GOBACK.

ParseOnTimeWindow.
  MOVE SPACES TO windowStartText windowEndText.
  UNSTRING onTimeWindowText DELIMITED BY "-"
    INTO windowStartText, windowEndText.
  IF windowStartText(1:4) IS NUMERIC AND windowStartText(5:6) = SPACES
      AND windowEndText(1:4) IS NUMERIC AND windowEndText(5:6) = SPACES
      AND windowStartText(1:2) < "24" AND windowStartText(3:2) < "60"
      AND windowEndText(1:2) < "24" AND windowEndText(3:2) < "60" THEN
    MOVE windowStartText(1:4) TO windowStart
    MOVE windowEndText(1:4) TO windowEnd
  ELSE
    DISPLAY "SUM-SCORECARD: WARNING - SUM_SCORECARD_WINDOW "
      FUNCTION TRIM(onTimeWindowText)
      " is not HHMM-HHMM, using 0600-2200"
  END-IF.

LoadCatalog.
  MOVE 0 TO catalogEofFlag.
  OPEN INPUT CatalogFile.
  IF catalogFileStatus NOT = "00" THEN
    DISPLAY "SUM-SCORECARD: WARNING - no landing zone catalog "
      FUNCTION TRIM(catalogFileName)
    SET endOfCatalog TO TRUE
  END-IF.
  PERFORM UNTIL endOfCatalog
    READ CatalogFile
      AT END SET endOfCatalog TO TRUE
      NOT AT END PERFORM LoadOneCatalogEntry
        THRU LoadOneCatalogEntry-EXIT
    END-READ
  END-PERFORM.
  CLOSE CatalogFile.

LoadOneCatalogEntry.
  IF catalogRecord = SPACES THEN
    GO TO LoadOneCatalogEntry-EXIT
  END-IF.
  MOVE SPACES TO catalogNamePart catalogCountPart catalogStatusPart
    catalogRunIdPart catalogStampPart.
  UNSTRING catalogRecord DELIMITED BY ','
    INTO catalogNamePart, catalogCountPart, catalogStatusPart,
      catalogRunIdPart, catalogStampPart.
  IF catalogStampPart IS NOT NUMERIC THEN
    GO TO LoadOneCatalogEntry-EXIT
  END-IF.
  MOVE catalogStampPart(1:6) TO stampMonth.
  IF stampMonth NOT = scoreMonth AND stampMonth NOT = previousMonth THEN
    GO TO LoadOneCatalogEntry-EXIT
  END-IF.
  IF scoreFileCount >= 2000 THEN
    ADD 1 TO skippedCatalogCount
    GO TO LoadOneCatalogEntry-EXIT
  END-IF.
  PERFORM FindSubmitter THRU FindSubmitter-EXIT.
  IF sbFoundIdx = 0 THEN
    ADD 1 TO skippedCatalogCount
    GO TO LoadOneCatalogEntry-EXIT
  END-IF.
  ADD 1 TO scoreFileCount.
  MOVE SPACES TO ScoreFileEntry(scoreFileCount).
  MOVE catalogNamePart TO sfName(scoreFileCount).
  MOVE sbFoundIdx TO sfSubmitterIdx(scoreFileCount).
  IF stampMonth = scoreMonth THEN
    MOVE 1 TO sfMonthIdx(scoreFileCount)
  ELSE
    MOVE 2 TO sfMonthIdx(scoreFileCount)
  END-IF.
  MOVE catalogStampPart(9:4) TO registeredTime.
  MOVE 0 TO sfOnTimeFlag(scoreFileCount).
  IF windowStart <= windowEnd THEN
    IF registeredTime >= windowStart AND registeredTime <= windowEnd THEN
      MOVE 1 TO sfOnTimeFlag(scoreFileCount)
    END-IF
  ELSE
    IF registeredTime >= windowStart OR registeredTime <= windowEnd THEN
      MOVE 1 TO sfOnTimeFlag(scoreFileCount)
    END-IF
  END-IF.
  MOVE 0 TO sfRunFlag(scoreFileCount) sfLines(scoreFileCount)
    sfRejected(scoreFileCount) sfDuplicates(scoreFileCount)
    sfSuspended(scoreFileCount) sfHistorySeq(scoreFileCount).
LoadOneCatalogEntry-EXIT.
  EXIT.

FindSubmitter.
  MOVE SPACES TO submitterText.
  UNSTRING catalogNamePart
    DELIMITED BY FUNCTION TRIM(submitterDelimiter) OR "."
    INTO submitterText.
  MOVE FUNCTION UPPER-CASE(submitterText) TO submitterText.
  MOVE 0 TO sbFoundIdx.
  IF submitterText = SPACES THEN
    GO TO FindSubmitter-EXIT
  END-IF.
  PERFORM VARYING sbIdx FROM 1 BY 1
      UNTIL sbIdx > submitterCount OR sbFoundIdx > 0
    IF sbName(sbIdx) = submitterText THEN
      MOVE sbIdx TO sbFoundIdx
    END-IF
  END-PERFORM.
  IF sbFoundIdx > 0 OR submitterCount >= 200 THEN
    GO TO FindSubmitter-EXIT
  END-IF.
  ADD 1 TO submitterCount.
  MOVE submitterCount TO sbFoundIdx.
  INITIALIZE SubmitterEntry(submitterCount).
  MOVE submitterText TO sbName(submitterCount).
FindSubmitter-EXIT.
  EXIT.

LoadJobHistory.
  MOVE 0 TO jobHistoryEofFlag.
  OPEN INPUT JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" THEN
    DISPLAY "SUM-SCORECARD: WARNING - no job history "
      FUNCTION TRIM(jobHistoryFileName)
    SET endOfJobHistory TO TRUE
  END-IF.
  PERFORM UNTIL endOfJobHistory
    READ JobHistoryFile
      AT END SET endOfJobHistory TO TRUE
      NOT AT END PERFORM LoadOneHistoryEntry
        THRU LoadOneHistoryEntry-EXIT
    END-READ
  END-PERFORM.
  CLOSE JobHistoryFile.

LoadOneHistoryEntry.
  IF jobHistoryRecord(1:14) IS NOT NUMERIC THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  ADD 1 TO historySeq.
  MOVE " output=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO historyOutputName.
  IF historyOutputName NOT = SPACES THEN
    MOVE 0 TO otFoundIdx
    PERFORM VARYING otIdx FROM 1 BY 1
        UNTIL otIdx > outputCount OR otFoundIdx > 0
      IF otName(otIdx) = historyOutputName THEN
        MOVE otIdx TO otFoundIdx
      END-IF
    END-PERFORM
    IF otFoundIdx = 0 AND outputCount < 2000 THEN
      ADD 1 TO outputCount
      MOVE outputCount TO otFoundIdx
      MOVE historyOutputName TO otName(otFoundIdx)
    END-IF
    IF otFoundIdx > 0 THEN
      MOVE historySeq TO otLastSeq(otFoundIdx)
    END-IF
  END-IF.

  MOVE " input=" TO historyKey.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO historyInputName.
  PERFORM TakeBaseName.
  MOVE 0 TO sfFoundIdx.
  PERFORM VARYING sfIdx FROM 1 BY 1 UNTIL sfIdx > scoreFileCount
    IF sfName(sfIdx) = historyBaseName THEN
      MOVE sfIdx TO sfFoundIdx
    END-IF
  END-PERFORM.
  IF sfFoundIdx = 0 THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  MOVE 1 TO sfRunFlag(sfFoundIdx).
  MOVE historySeq TO sfHistorySeq(sfFoundIdx).
  MOVE historyOutputName TO sfOutput(sfFoundIdx).
  MOVE " lines=" TO historyKey.
  PERFORM ExtractHistoryNumber.
  MOVE historyNumber TO sfLines(sfFoundIdx).
  MOVE " rejected=" TO historyKey.
  PERFORM ExtractHistoryNumber.
  MOVE historyNumber TO sfRejected(sfFoundIdx).
  MOVE " duplicates=" TO historyKey.
  PERFORM ExtractHistoryNumber.
  MOVE historyNumber TO sfDuplicates(sfFoundIdx).
  MOVE " suspended=" TO historyKey.
  PERFORM ExtractHistoryNumber.
  MOVE historyNumber TO sfSuspended(sfFoundIdx).
LoadOneHistoryEntry-EXIT.
  EXIT.

ExtractHistoryField.
  MOVE SPACES TO historyDiscardText historyValueText historyFieldText.
  UNSTRING jobHistoryRecord DELIMITED BY FUNCTION TRIM(historyKey, TRAILING)
    INTO historyDiscardText, historyValueText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyFieldText.

ExtractHistoryNumber.
  PERFORM ExtractHistoryField.
  IF historyFieldText = SPACES
      OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(historyFieldText)) NOT = 0 THEN
    MOVE 0 TO historyNumber
  ELSE
    COMPUTE historyNumber = FUNCTION NUMVAL(FUNCTION TRIM(historyFieldText))
  END-IF.

TakeBaseName.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(historyInputName, TRAILING))
    TO nameLength.
  MOVE 0 TO slashPosition.
  PERFORM VARYING charIdx FROM 1 BY 1 UNTIL charIdx > nameLength
    IF historyInputName(charIdx:1) = "/" THEN
      MOVE charIdx TO slashPosition
    END-IF
  END-PERFORM.
  MOVE SPACES TO historyBaseName.
  IF slashPosition > 0 AND slashPosition < nameLength THEN
    MOVE historyInputName(slashPosition + 1:) TO historyBaseName
  ELSE
    MOVE historyInputName TO historyBaseName
  END-IF.

AccumulateOneFile.
  MOVE sfSubmitterIdx(sfIdx) TO sbIdx.
  MOVE sfMonthIdx(sfIdx) TO monthIdx.
  ADD 1 TO smFiles(sbIdx, monthIdx).
  IF sfOnTimeFlag(sfIdx) = 1 THEN
    ADD 1 TO smOnTime(sbIdx, monthIdx)
  END-IF.
  IF sfRunFlag(sfIdx) = 1 THEN
    ADD 1 TO smRunFiles(sbIdx, monthIdx)
    ADD sfLines(sfIdx) TO smLines(sbIdx, monthIdx)
    ADD sfRejected(sfIdx) TO smRejected(sbIdx, monthIdx)
    ADD sfDuplicates(sfIdx) TO smDuplicates(sbIdx, monthIdx)
    ADD sfSuspended(sfIdx) TO smSuspended(sbIdx, monthIdx)
  END-IF.
  IF monthIdx = 1 THEN
    ADD 1 TO currentFileCount
  END-IF.

TallyFileRejects.
  IF sfMonthIdx(sfIdx) NOT = 1 OR sfRunFlag(sfIdx) = 0
      OR sfRejected(sfIdx) = 0 OR sfOutput(sfIdx) = SPACES THEN
    GO TO TallyFileRejects-EXIT
  END-IF.
  MOVE 0 TO otFoundIdx.
  PERFORM VARYING otIdx FROM 1 BY 1
      UNTIL otIdx > outputCount OR otFoundIdx > 0
    IF otName(otIdx) = sfOutput(sfIdx) THEN
      MOVE otIdx TO otFoundIdx
    END-IF
  END-PERFORM.
  IF otFoundIdx = 0 THEN
    GO TO TallyFileRejects-EXIT
  END-IF.
  IF otLastSeq(otFoundIdx) NOT = sfHistorySeq(sfIdx) THEN
    DISPLAY "SUM-SCORECARD: " FUNCTION TRIM(sfOutput(sfIdx))
      ".rejects was rewritten by a later run, reasons for "
      FUNCTION TRIM(sfName(sfIdx)) " not counted"
    GO TO TallyFileRejects-EXIT
  END-IF.
  MOVE sfSubmitterIdx(sfIdx) TO sbIdx.
  MOVE SPACES TO rejectsFileName.
  STRING FUNCTION TRIM(sfOutput(sfIdx)) DELIMITED BY SIZE
    ".rejects" DELIMITED BY SIZE
    INTO rejectsFileName.
  MOVE 0 TO rejectsEofFlag.
  OPEN INPUT RejectsFile.
  IF rejectsFileStatus NOT = "00" THEN
    DISPLAY "SUM-SCORECARD: WARNING - no rejects file "
      FUNCTION TRIM(rejectsFileName)
    SET endOfRejects TO TRUE
  END-IF.
  PERFORM UNTIL endOfRejects
    READ RejectsFile
      AT END SET endOfRejects TO TRUE
      NOT AT END PERFORM TallyOneReject
    END-READ
  END-PERFORM.
  CLOSE RejectsFile.
TallyFileRejects-EXIT.
  EXIT.

TallyOneReject.
  MOVE FUNCTION TRIM(rejectReason) TO reasonTextValue.
  IF reasonTextValue = SPACES THEN
    MOVE "unspecified" TO reasonTextValue
  END-IF.
  MOVE 0 TO reasonFoundFlag.
  PERFORM VARYING srIdx FROM 1 BY 1
      UNTIL srIdx > sbReasonCount(sbIdx) OR reasonFound
    IF srText(sbIdx, srIdx) = reasonTextValue THEN
      ADD 1 TO srCount(sbIdx, srIdx)
      SET reasonFound TO TRUE
    END-IF
  END-PERFORM.
  IF NOT reasonFound THEN
    IF sbReasonCount(sbIdx) < 20 THEN
      ADD 1 TO sbReasonCount(sbIdx)
      MOVE sbReasonCount(sbIdx) TO srIdx
      MOVE reasonTextValue TO srText(sbIdx, srIdx)
      MOVE 1 TO srCount(sbIdx, srIdx)
    ELSE
      MOVE "other reasons" TO srText(sbIdx, 20)
      ADD 1 TO srCount(sbIdx, 20)
    END-IF
  END-IF.

ScoreOneSubmitter.
  MOVE 0 TO smRejectPercent(sbIdx, monthIdx)
    smDuplicatePercent(sbIdx, monthIdx) smSuspensePercent(sbIdx, monthIdx)
    smOnTimePercent(sbIdx, monthIdx) smScore(sbIdx, monthIdx)
    smRank(sbIdx, monthIdx).
  IF smFiles(sbIdx, monthIdx) = 0 THEN
    GO TO ScoreOneSubmitter-EXIT
  END-IF.
  IF monthIdx = 1 THEN
    ADD 1 TO currentSubmitterCount
  END-IF.
  COMPUTE smOnTimePercent(sbIdx, monthIdx) ROUNDED
    = smOnTime(sbIdx, monthIdx) * 100 / smFiles(sbIdx, monthIdx).
  IF smLines(sbIdx, monthIdx) > 0 THEN
    COMPUTE smRejectPercent(sbIdx, monthIdx) ROUNDED
      = smRejected(sbIdx, monthIdx) * 100 / smLines(sbIdx, monthIdx)
    COMPUTE smDuplicatePercent(sbIdx, monthIdx) ROUNDED
      = smDuplicates(sbIdx, monthIdx) * 100 / smLines(sbIdx, monthIdx)
    COMPUTE smSuspensePercent(sbIdx, monthIdx) ROUNDED
      = smSuspended(sbIdx, monthIdx) * 100 / smLines(sbIdx, monthIdx)
  END-IF.
  COMPUTE errorPercent = smRejectPercent(sbIdx, monthIdx)
    + smDuplicatePercent(sbIdx, monthIdx)
    + smSuspensePercent(sbIdx, monthIdx).
  IF errorPercent > 100 THEN
    MOVE 100 TO errorPercent
  END-IF.
  COMPUTE smScore(sbIdx, monthIdx) ROUNDED
    = (100 - errorPercent) * 0.75
    + smOnTimePercent(sbIdx, monthIdx) * 0.25.
ScoreOneSubmitter-EXIT.
  EXIT.

RankSubmitters.
  MOVE 0 TO rankedCount.
  PERFORM VARYING rankIdx FROM 1 BY 1 UNTIL rankIdx > submitterCount
    MOVE 0 TO sbBestIdx
    PERFORM VARYING sbIdx FROM 1 BY 1 UNTIL sbIdx > submitterCount
      IF smFiles(sbIdx, monthIdx) > 0 AND smRank(sbIdx, monthIdx) = 0 THEN
        PERFORM CompareWithBest
        IF candidateIsBetter THEN
          MOVE sbIdx TO sbBestIdx
        END-IF
      END-IF
    END-PERFORM
    IF sbBestIdx > 0 THEN
      ADD 1 TO rankedCount
      MOVE rankedCount TO smRank(sbBestIdx, monthIdx)
      IF monthIdx = 1 THEN
        MOVE sbBestIdx TO rankOrder(rankedCount)
      END-IF
    END-IF
  END-PERFORM.

CompareWithBest.
  MOVE 0 TO bestIsBetterFlag.
  EVALUATE TRUE
    WHEN sbBestIdx = 0
      SET candidateIsBetter TO TRUE
    WHEN smScore(sbIdx, monthIdx) > smScore(sbBestIdx, monthIdx)
      SET candidateIsBetter TO TRUE
    WHEN smScore(sbIdx, monthIdx) < smScore(sbBestIdx, monthIdx)
      CONTINUE
    WHEN smLines(sbIdx, monthIdx) > smLines(sbBestIdx, monthIdx)
      SET candidateIsBetter TO TRUE
    WHEN smLines(sbIdx, monthIdx) < smLines(sbBestIdx, monthIdx)
      CONTINUE
    WHEN sbName(sbIdx) < sbName(sbBestIdx)
      SET candidateIsBetter TO TRUE
  END-EVALUATE.

WriteScorecard.
  MOVE SPACES TO reportRecord.
  STRING "SUM-FILE SUBMITTER DATA QUALITY SCORECARD " DELIMITED BY SIZE
    monthDisplay DELIMITED BY SIZE
    "  PREVIOUS MONTH " DELIMITED BY SIZE
    previousMonthDisplay DELIMITED BY SIZE
    "  PRODUCED " DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    INTO reportRecord.
  WRITE reportRecord.
  MOVE currentSubmitterCount TO countDisplay1.
  MOVE currentFileCount TO countDisplay2.
  MOVE SPACES TO reportRecord.
  STRING "SUBMITTERS " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    "  FILES " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    "  ON-TIME WINDOW " DELIMITED BY SIZE
    windowStart DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    windowEnd DELIMITED BY SIZE
    "  CATALOG " DELIMITED BY SIZE
    FUNCTION TRIM(catalogFileName) DELIMITED BY SIZE
    INTO reportRecord.
  WRITE reportRecord.
  MOVE "SCORE = 75% OF (100 - REJECT% - DUP% - SUSP%) + 25% OF ON-TIME%"
    TO reportRecord.
  WRITE reportRecord.
  IF skippedCatalogCount > 0 THEN
    MOVE skippedCatalogCount TO countDisplay1
    MOVE SPACES TO reportRecord
    STRING "*** " DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
      " CATALOG ENTRIES NOT SCORED, TABLE FULL OR NO SUBMITTER PREFIX"
        DELIMITED BY SIZE
      INTO reportRecord
    END-STRING
    WRITE reportRecord
  END-IF.
  MOVE SPACES TO reportRecord.
  WRITE reportRecord.

  IF currentSubmitterCount = 0 THEN
    MOVE "NO FILES REGISTERED IN THE LANDING ZONE CATALOG THIS MONTH"
      TO reportRecord
    WRITE reportRecord
  ELSE
    MOVE SPACES TO reportRecord
    STRING "RANK SUBMITTER                FILES     ON-TIME" DELIMITED BY SIZE
      "     LINES REJECT%  DUP%  SUSP%  SCORE  " DELIMITED BY SIZE
      "PREV-RANK PREV-SCORE TREND" DELIMITED BY SIZE
      INTO reportRecord
    END-STRING
    WRITE reportRecord
    PERFORM VARYING rankIdx FROM 1 BY 1 UNTIL rankIdx > rankedCount
      MOVE rankOrder(rankIdx) TO sbIdx
      PERFORM WriteSubmitterLine
    END-PERFORM
    MOVE SPACES TO reportRecord
    WRITE reportRecord
    MOVE "MOST COMMON REJECT REASONS" TO reportRecord
    WRITE reportRecord
    PERFORM VARYING rankIdx FROM 1 BY 1 UNTIL rankIdx > rankedCount
      MOVE rankOrder(rankIdx) TO sbIdx
      PERFORM WriteSubmitterReasons
    END-PERFORM
  END-IF.

  PERFORM VARYING sbIdx FROM 1 BY 1 UNTIL sbIdx > submitterCount
    IF smFiles(sbIdx, 1) = 0 THEN
      MOVE smRank(sbIdx, 2) TO rankDisplay
      MOVE smScore(sbIdx, 2) TO scoreDisplay
      MOVE SPACES TO reportRecord
      STRING "*** " DELIMITED BY SIZE
        FUNCTION TRIM(sbName(sbIdx)) DELIMITED BY SIZE
        " SENT NO FILES THIS MONTH, RANKED " DELIMITED BY SIZE
        FUNCTION TRIM(rankDisplay) DELIMITED BY SIZE
        " WITH SCORE " DELIMITED BY SIZE
        FUNCTION TRIM(scoreDisplay) DELIMITED BY SIZE
        " IN " DELIMITED BY SIZE
        previousMonthDisplay DELIMITED BY SIZE
        INTO reportRecord
      END-STRING
      WRITE reportRecord
    END-IF
  END-PERFORM.

WriteSubmitterLine.
  MOVE SPACES TO reportRecord.
  MOVE rankIdx TO rankDisplay.
  MOVE rankDisplay TO reportRecord(2:3).
  MOVE sbName(sbIdx) TO reportRecord(6:24).
  MOVE smFiles(sbIdx, 1) TO filesDisplay.
  MOVE filesDisplay TO reportRecord(30:5).
  MOVE smOnTime(sbIdx, 1) TO countDisplay1.
  MOVE smFiles(sbIdx, 1) TO countDisplay2.
  MOVE SPACES TO onTimeDisplay.
  STRING FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    INTO onTimeDisplay.
  MOVE onTimeDisplay TO reportRecord(41:11).
  MOVE smLines(sbIdx, 1) TO linesDisplay.
  MOVE linesDisplay TO reportRecord(49:9).
  IF smLines(sbIdx, 1) = 0 THEN
    MOVE "n/a" TO reportRecord(63:3)
    MOVE "n/a" TO reportRecord(69:3)
    MOVE "n/a" TO reportRecord(76:3)
  ELSE
    MOVE smRejectPercent(sbIdx, 1) TO percentDisplay
    MOVE percentDisplay TO reportRecord(61:5)
    MOVE smDuplicatePercent(sbIdx, 1) TO percentDisplay
    MOVE percentDisplay TO reportRecord(67:5)
    MOVE smSuspensePercent(sbIdx, 1) TO percentDisplay
    MOVE percentDisplay TO reportRecord(74:5)
  END-IF.
  MOVE smScore(sbIdx, 1) TO scoreDisplay.
  MOVE scoreDisplay TO reportRecord(81:5).
  IF smFiles(sbIdx, 2) = 0 THEN
    MOVE "-" TO reportRecord(96:1)
    MOVE "-" TO reportRecord(107:1)
    MOVE "NEW" TO trendText
  ELSE
    MOVE smRank(sbIdx, 2) TO rankDisplay
    MOVE rankDisplay TO reportRecord(94:3)
    MOVE smScore(sbIdx, 2) TO scoreDisplay
    MOVE scoreDisplay TO reportRecord(103:5)
    EVALUATE TRUE
      WHEN smScore(sbIdx, 1) > smScore(sbIdx, 2)
        MOVE "UP" TO trendText
      WHEN smScore(sbIdx, 1) < smScore(sbIdx, 2)
        MOVE "DOWN" TO trendText
      WHEN OTHER
        MOVE "SAME" TO trendText
    END-EVALUATE
  END-IF.
  MOVE trendText TO reportRecord(109:5).
  COMPUTE notRunFileCount = smFiles(sbIdx, 1) - smRunFiles(sbIdx, 1).
  IF notRunFileCount > 0 THEN
    MOVE notRunFileCount TO countDisplay1
    MOVE SPACES TO onTimeDisplay
    STRING FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
      " NOT RUN" DELIMITED BY SIZE
      INTO onTimeDisplay
    END-STRING
    MOVE onTimeDisplay TO reportRecord(115:11)
  END-IF.
  WRITE reportRecord.

WriteSubmitterReasons.
  MOVE 0 TO reasonPickCount.
  PERFORM VARYING srIdx FROM 1 BY 1 UNTIL srIdx > sbReasonCount(sbIdx)
    MOVE 0 TO srPickedFlag(sbIdx, srIdx)
  END-PERFORM.
  IF sbReasonCount(sbIdx) = 0 THEN
    MOVE SPACES TO reportRecord
    MOVE sbName(sbIdx) TO reportRecord(1:24)
    IF smRejected(sbIdx, 1) = 0 THEN
      MOVE "no rejects" TO reportRecord(26:40)
    ELSE
      MOVE "rejects file not available" TO reportRecord(26:40)
    END-IF
    WRITE reportRecord
  END-IF.
  PERFORM UNTIL reasonPickCount >= 3
      OR reasonPickCount >= sbReasonCount(sbIdx)
    MOVE 0 TO srBestIdx
    PERFORM VARYING srIdx FROM 1 BY 1 UNTIL srIdx > sbReasonCount(sbIdx)
      IF srPickedFlag(sbIdx, srIdx) = 0 THEN
        IF srBestIdx = 0 THEN
          MOVE srIdx TO srBestIdx
        ELSE
          IF srCount(sbIdx, srIdx) > srCount(sbIdx, srBestIdx) THEN
            MOVE srIdx TO srBestIdx
          END-IF
        END-IF
      END-IF
    END-PERFORM
    MOVE 1 TO srPickedFlag(sbIdx, srBestIdx)
    ADD 1 TO reasonPickCount
    MOVE SPACES TO reportRecord
    IF reasonPickCount = 1 THEN
      MOVE sbName(sbIdx) TO reportRecord(1:24)
    END-IF
    MOVE srText(sbIdx, srBestIdx) TO reportRecord(26:40)
    MOVE srCount(sbIdx, srBestIdx) TO linesDisplay
    MOVE linesDisplay TO reportRecord(67:9)
    WRITE reportRecord
  END-PERFORM.
