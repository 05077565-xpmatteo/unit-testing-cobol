IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-PARTITION-MERGE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ManifestFile ASSIGN TO manifestFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS manifestFileStatus.

      SELECT PartOutputFile ASSIGN TO partOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS partOutputFileStatus.

      SELECT OPTIONAL PartRejectsFile ASSIGN TO partRejectsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS partRejectsFileStatus.

      SELECT OPTIONAL PartPostedFile ASSIGN TO partPostedFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS partPostedFileStatus.

      SELECT OPTIONAL PieceMapFile ASSIGN TO pieceMapFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS pieceMapFileStatus.

      SELECT MergedOutputFile ASSIGN TO mergedOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS mergedOutputFileStatus.

      SELECT MergedRejectsFile ASSIGN TO mergedRejectsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS mergedRejectsFileStatus.

      SELECT MergedPostedFile ASSIGN TO mergedPostedFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS mergedPostedFileStatus.

      SELECT OPTIONAL JobHistoryFile ASSIGN TO jobHistoryLogName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT MergeWorkFile ASSIGN TO "partitionmergework".

DATA DIVISION.
  FILE SECTION.

    FD ManifestFile.
    01 manifestFileRecord PIC X(300).

    FD PartOutputFile
    RECORD IS VARYING IN SIZE DEPENDING ON partOutputLineLength.
    01 partOutputRecord PIC X(200).

    FD PartRejectsFile.
    01 partRejectsRecord.
      02 partRejectLineNumber PIC 9(9).
      02 partRejectRest PIC X(242).

    FD PartPostedFile.
    01 partPostedRecord.
      02 partPostedLineNumber PIC 9(9).
      02 partPostedRest PIC X(98).

    FD PieceMapFile.
    01 pieceMapRecord PIC 9(9).

    FD MergedOutputFile.
    01 mergedOutputRecord PIC X(200).

    FD MergedRejectsFile.
    01 mergedRejectsRecord PIC X(251).

    FD MergedPostedFile.
    01 mergedPostedRecord PIC X(107).

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    SD MergeWorkFile.
    01 mergeWorkRecord.
      02 mwKind PIC X.
      02 mwLineNumber PIC 9(9).
      02 mwRest PIC X(242).

  WORKING-STORAGE SECTION.
    01 manifestFileName PIC X(100).
    01 manifestFileStatus PIC XX VALUE "00".
    01 manifestEofFlag PIC 9 VALUE 0.
      88 endOfManifestFile VALUE 1.

    01 partOutputFileName PIC X(100).
    01 partOutputFileStatus PIC XX VALUE "00".
    01 partOutputLineLength PIC 999.
    01 partOutputEofFlag PIC 9 VALUE 0.
      88 endOfPartOutput VALUE 1.
    01 partRejectsFileName PIC X(100).
    01 partRejectsFileStatus PIC XX VALUE "00".
    01 partRejectsEofFlag PIC 9 VALUE 0.
      88 endOfPartRejects VALUE 1.
    01 partPostedFileName PIC X(100).
    01 partPostedFileStatus PIC XX VALUE "00".
    01 partPostedEofFlag PIC 9 VALUE 0.
      88 endOfPartPosted VALUE 1.
    01 pieceMapFileName PIC X(100).
    01 pieceMapFileStatus PIC XX VALUE "00".
    01 pieceMapEofFlag PIC 9 VALUE 0.
      88 endOfPieceMap VALUE 1.
    01 pieceMapLineNumber PIC 9(9) VALUE 0.

    01 mergedOutputFileName PIC X(100).
    01 mergedOutputFileStatus PIC XX VALUE "00".
    01 mergedRejectsFileName PIC X(100).
    01 mergedRejectsFileStatus PIC XX VALUE "00".
    01 mergedPostedFileName PIC X(100).
    01 mergedPostedFileStatus PIC XX VALUE "00".
    01 sortReturnEofFlag PIC 9 VALUE 0.
      88 endOfMergeWork VALUE 1.

    01 outputFormat PIC X(5) VALUE 'FIXED'.
      88 isCsvFormat VALUE 'CSV'.
      88 isGlFormat VALUE 'GL'.
      88 isFixedFormat VALUE 'FIXED'.

    01 splitInputName PIC X(100) VALUE SPACES.
    01 splitPartitionText PIC X(10).
    01 splitKeyFieldText PIC X(10).
    01 splitLineText PIC X(20).
    01 splitCommentText PIC X(20).
    01 splitStampText PIC X(20).
    01 splitLineCount PIC 9(9) VALUE 0.
    01 splitPartitionCount PIC 9(2) VALUE 0.
    01 manifestTag PIC X(10).
    01 manifestPartText PIC X(10).
    01 manifestPieceName PIC X(100).
    01 manifestLinesText PIC X(20).
    01 manifestOutputName PIC X(100).

    01 PartTable.
      02 PartEntry OCCURS 99 TIMES.
        03 ptNumber PIC 99.
        03 ptPieceName PIC X(100).
        03 ptOutputName PIC X(100).
        03 ptLineCount PIC 9(9).
        03 ptDetailCount PIC 9(9).
        03 ptDetailTotal PIC S9(9)V99.
        03 ptTrailerCount PIC 9(9).
        03 ptTrailerTotal PIC S9(9)V99.
        03 ptTrailerFlag PIC 9.
          88 ptTrailerFound VALUE 1.
        03 ptPostedCount PIC 9(9).
        03 ptRejectedCount PIC 9(9).
        03 ptHistoryFlag PIC 9.
          88 ptHistoryFound VALUE 1.
        03 ptHistoryStatus PIC X(6).
        03 ptDuplicateCount PIC 9(9).
        03 ptSweptCount PIC 9(9).
        03 ptHeldCount PIC 9(9).
        03 ptSuspendedCount PIC 9(9).
        03 ptHwmBatchLines PIC 9(4).
        03 ptHwmSignatures PIC 9(9).
        03 ptHwmAccountMaster PIC 9(5).
        03 ptHwmCustomerMaster PIC 9(5).
        03 ptHwmDrcrSuspense PIC 9(5).
        03 ptHwmSuspenseSweep PIC 9(5).
    01 partCount PIC 9(2) VALUE 0.
    01 ptIdx PIC 9(2).

    01 SumFileDetailLine.
      02 currentNumber   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 separator       PIC X.
      02 runningSum      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 separator2       PIC X.
      02 runningAverage  PIC S9(7)V99 SIGN IS LEADING SEPARATE.
      02 separator3       PIC X.
      02 runningMax      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 separator4       PIC X.
      02 runningMin      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileTrailerLine.
      02 trailerMarker      PIC X(7).
      02 trailerSeparator1  PIC X.
      02 trailerRecordCount PIC 9(9).
      02 trailerSeparator2  PIC X.
      02 trailerGrandTotal  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileGlDetailLine.
      02 glDetailAccountCode PIC X(10).
      02 glDetailSeparator1  PIC X.
      02 glDetailPeriod      PIC X(6).
      02 glDetailSeparator2  PIC X.
      02 glDetailAmount      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileGlTrailerLine.
      02 glTrailerMarker     PIC X(7).
      02 glTrailerSeparator1 PIC X.
      02 glTrailerPeriod     PIC X(6).
      02 glTrailerSeparator2 PIC X.
      02 glTrailerAmount     PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileCsvLine PIC X(200).
    01 csvEditedAmount1 PIC -(9)9.99.
    01 csvEditedAmount2 PIC -(9)9.99.
    01 csvEditedAmount3 PIC -(9)9.99.
    01 csvEditedAmount4 PIC -(9)9.99.
    01 csvEditedAverage PIC -(7)9.99.
    01 csvEditedCount PIC Z(8)9.
    01 csvField1 PIC X(20).
    01 csvField2 PIC X(20).
    01 csvField3 PIC X(20).
    01 csvField4 PIC X(20).
    01 csvField5 PIC X(20).
    01 csvParsePointer PIC 999.
    01 csvSuffixText PIC X(200).
    01 fixedSuffixText PIC X(200).

    01 mergedDetailCount PIC 9(9) VALUE 0.
    01 mergedGrandTotal PIC S9(9)V99 VALUE 0.
    01 mergedTrailerCount PIC 9(9) VALUE 0.
    01 mergedTrailerTotal PIC S9(9)V99 VALUE 0.
    01 mergedPostedCount PIC 9(9) VALUE 0.
    01 mergedRejectedCount PIC 9(9) VALUE 0.
    01 mergedPieceLineCount PIC 9(9) VALUE 0.
    01 unpostedLineCount PIC S9(9) VALUE 0.
    01 mergedGlPeriod PIC X(6) VALUE SPACES.
    01 segmentDetailCount PIC 9(9) VALUE 0.
    01 segmentSum PIC S9(9)V99 VALUE 0.
    01 partTrailerAmount PIC S9(9)V99.
    01 partTrailerCountValue PIC 9(9).

    01 firstValueFlag PIC 9 VALUE 0.
      88 hasSeenFirstValue VALUE 1.
    01 totalOverflowFlag PIC 9 VALUE 0.
      88 mergedTotalHasOverflowed VALUE 1.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.
    01 fatalErrorFlag PIC 9 VALUE 0.
      88 mergeHasFailed VALUE 1.

    01 jobHistoryLogName PIC X(256)
      VALUE "sum_file_job_history.log".
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.
    01 jobHistoryTimestamp PIC X(21).
    01 jobHistoryStatus PIC X(6).
    01 auditSequenceNumber PIC 9(9) VALUE 0.
    01 historyLockName PIC X(262).
    01 historyLockAttempts PIC 9(4) VALUE 0.
    01 historyLockFlag PIC 9 VALUE 0.
      88 historyLockHeld VALUE 1.
    01 systemCommand PIC X(300).
    01 nightlyRunId PIC X(12) VALUE SPACES.
    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyFieldKey PIC X(12).
    01 historyFieldKeyLength PIC 99.
    01 historyFieldText PIC X(100).
    01 historyOutputName PIC X(100).
    01 historyFieldNumber PIC 9(9).
    01 mergedDuplicateCount PIC 9(9) VALUE 0.
    01 mergedSweptCount PIC 9(9) VALUE 0.
    01 mergedHeldCount PIC 9(9) VALUE 0.
    01 mergedSuspendedCount PIC 9(9) VALUE 0.
    01 mergedHwmBatchLines PIC 9(4) VALUE 0.
    01 mergedHwmSignatures PIC 9(9) VALUE 0.
    01 mergedHwmAccountMaster PIC 9(5) VALUE 0.
    01 mergedHwmCustomerMaster PIC 9(5) VALUE 0.
    01 mergedHwmDrcrSuspense PIC 9(5) VALUE 0.
    01 mergedHwmSuspenseSweep PIC 9(5) VALUE 0.
    01 mergedHistoryTotal PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    01 alertSeverity PIC X VALUE 'W'.
    01 alertProgramName PIC X(20) VALUE "SUM-PARTITION-MERGE".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main SECTION.
  ACCEPT manifestFileName FROM ARGUMENT-VALUE.
  ACCEPT mergedOutputFileName FROM ARGUMENT-VALUE.
  ACCEPT outputFormat FROM ARGUMENT-VALUE.
  MOVE FUNCTION UPPER-CASE(outputFormat) TO outputFormat.
  ACCEPT nightlyRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
    ON EXCEPTION MOVE SPACES TO nightlyRunId
  END-ACCEPT.
  IF outputFormat = SPACES THEN
    MOVE 'FIXED' TO outputFormat
  END-IF.

  DISPLAY "SUM-PARTITION-MERGE: job started " FUNCTION CURRENT-DATE(1:14)
    " manifest=" FUNCTION TRIM(manifestFileName)
    " output=" FUNCTION TRIM(mergedOutputFileName)
    " format=" FUNCTION TRIM(outputFormat).

  IF manifestFileName = SPACES OR mergedOutputFileName = SPACES THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - usage: manifest "
      "output [FIXED|CSV|GL]"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF NOT isCsvFormat AND NOT isGlFormat AND NOT isFixedFormat THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - unknown format "
      FUNCTION TRIM(outputFormat)
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM LoadManifest.
  IF mergeHasFailed THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > partCount
    MOVE ptOutputName(ptIdx) TO partOutputFileName
    OPEN INPUT PartOutputFile
    IF partOutputFileStatus NOT = "00" THEN
      DISPLAY "SUM-PARTITION-MERGE: partition " ptNumber(ptIdx)
        " output " FUNCTION TRIM(partOutputFileName)
        " is missing, status=" partOutputFileStatus
      SET mergeHasFailed TO TRUE
    ELSE
      CLOSE PartOutputFile
    END-IF
  END-PERFORM.
  IF mergeHasFailed THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT completed - not every "
      "partition produced an output"
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "partition merge abandoned, output missing for "
      DELIMITED BY SIZE
      FUNCTION TRIM(manifestFileName) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  OPEN OUTPUT MergedOutputFile.
  IF mergedOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - unable to open "
      FUNCTION TRIM(mergedOutputFileName) ", status="
      mergedOutputFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > partCount
    PERFORM MergeOnePartOutput
  END-PERFORM.
  PERFORM WriteMergedTrailer.
  CLOSE MergedOutputFile.

  MOVE SPACES TO mergedRejectsFileName.
  STRING FUNCTION TRIM(mergedOutputFileName) DELIMITED BY SIZE
    ".rejects" DELIMITED BY SIZE
    INTO mergedRejectsFileName.
  MOVE SPACES TO mergedPostedFileName.
  STRING FUNCTION TRIM(mergedOutputFileName) DELIMITED BY SIZE
    ".posted" DELIMITED BY SIZE
    INTO mergedPostedFileName.
  SORT MergeWorkFile
    ON ASCENDING KEY mwKind mwLineNumber
    INPUT PROCEDURE IS ReleaseSideRecords
    OUTPUT PROCEDURE IS WriteMergedSideFiles.

  PERFORM LoadPartitionHistory.
  PERFORM ReconcilePartitions.
  PERFORM WriteMergedHistoryEntry.

  DISPLAY "SUM-PARTITION-MERGE: job ended " FUNCTION CURRENT-DATE(1:14)
    " partitions=" partCount " records=" mergedDetailCount
    " total=" mergedGrandTotal
    " posted=" mergedPostedCount " rejected=" mergedRejectedCount.
  IF mergeHasFailed THEN
    MOVE 8 TO RETURN-CODE
  ELSE
    IF runHasWarnings THEN
      DISPLAY "SUM-PARTITION-MERGE: job completed WITH WARNINGS"
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF.
  GOBACK.

RaiseOperatorAlert SECTION.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.

LoadManifest SECTION.
  OPEN INPUT ManifestFile.
  IF manifestFileStatus NOT = "00" THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - unable to open "
      "manifest " FUNCTION TRIM(manifestFileName)
      ", status=" manifestFileStatus
    SET mergeHasFailed TO TRUE
    GO TO LoadManifest-EXIT
  END-IF.
  PERFORM UNTIL endOfManifestFile
    READ ManifestFile
      AT END SET endOfManifestFile TO TRUE
      NOT AT END PERFORM LoadOneManifestLine
    END-READ
  END-PERFORM.
  CLOSE ManifestFile.
  IF splitInputName = SPACES OR partCount = 0 THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - manifest "
      FUNCTION TRIM(manifestFileName) " has no SPLIT or PART lines"
    SET mergeHasFailed TO TRUE
    GO TO LoadManifest-EXIT
  END-IF.
  IF partCount NOT = splitPartitionCount THEN
    DISPLAY "SUM-PARTITION-MERGE: job NOT started - manifest lists "
      partCount " partition(s) but the split made " splitPartitionCount
    SET mergeHasFailed TO TRUE
  END-IF.
LoadManifest-EXIT.
  EXIT.

LoadOneManifestLine SECTION.
  MOVE SPACES TO manifestTag.
  UNSTRING manifestFileRecord DELIMITED BY ','
    INTO manifestTag.
  EVALUATE manifestTag
    WHEN "SPLIT"
      MOVE SPACES TO splitInputName splitPartitionText splitKeyFieldText
        splitLineText splitCommentText splitStampText
      UNSTRING manifestFileRecord DELIMITED BY ','
        INTO manifestTag, splitInputName, splitPartitionText,
          splitKeyFieldText, splitLineText, splitCommentText,
          splitStampText
      COMPUTE splitPartitionCount
        = FUNCTION NUMVAL(FUNCTION TRIM(splitPartitionText))
      COMPUTE splitLineCount
        = FUNCTION NUMVAL(FUNCTION TRIM(splitLineText))
    WHEN "PART"
      IF partCount < 99 THEN
        MOVE SPACES TO manifestPartText manifestPieceName
          manifestLinesText manifestOutputName
        UNSTRING manifestFileRecord DELIMITED BY ','
          INTO manifestTag, manifestPartText, manifestPieceName,
            manifestLinesText, manifestOutputName
        ADD 1 TO partCount
        INITIALIZE PartEntry(partCount)
        COMPUTE ptNumber(partCount)
          = FUNCTION NUMVAL(FUNCTION TRIM(manifestPartText))
        MOVE manifestPieceName TO ptPieceName(partCount)
        MOVE manifestOutputName TO ptOutputName(partCount)
        COMPUTE ptLineCount(partCount)
          = FUNCTION NUMVAL(FUNCTION TRIM(manifestLinesText))
      END-IF
  END-EVALUATE.

MergeOnePartOutput SECTION.
  MOVE ptOutputName(ptIdx) TO partOutputFileName.
  MOVE 0 TO partOutputEofFlag.
  OPEN INPUT PartOutputFile.
  PERFORM UNTIL endOfPartOutput
    READ PartOutputFile
      AT END SET endOfPartOutput TO TRUE
      NOT AT END
        IF partOutputLineLength < 200 THEN
          MOVE SPACES TO partOutputRecord(partOutputLineLength + 1:)
        END-IF
        PERFORM MergeOneOutputLine
    END-READ
  END-PERFORM.
  CLOSE PartOutputFile.

MergeOneOutputLine SECTION.
  IF partOutputRecord(1:7) = "TRAILER" OR partOutputRecord(1:7) = "GLTOTAL"
  THEN
    PERFORM ReadPartTrailer
    GO TO MergeOneOutputLine-EXIT
  END-IF.
  IF partOutputRecord(1:8) = "SUBTOTAL" THEN
    MOVE partOutputRecord TO mergedOutputRecord
    WRITE mergedOutputRecord
    MOVE 0 TO segmentDetailCount
    MOVE 0 TO segmentSum
    MOVE 0 TO firstValueFlag
    GO TO MergeOneOutputLine-EXIT
  END-IF.
  IF partOutputRecord(1:8) = "CURRENCY" OR partOutputRecord = SPACES THEN
    MOVE partOutputRecord TO mergedOutputRecord
    WRITE mergedOutputRecord
    GO TO MergeOneOutputLine-EXIT
  END-IF.
  EVALUATE TRUE
    WHEN isGlFormat
      MOVE partOutputRecord TO SumFileGlDetailLine
      MOVE glDetailAmount TO currentNumber
      MOVE partOutputRecord TO mergedOutputRecord
    WHEN isCsvFormat
      PERFORM RebuildCsvDetail
    WHEN OTHER
      PERFORM RebuildFixedDetail
  END-EVALUATE.
  WRITE mergedOutputRecord.
  ADD 1 TO ptDetailCount(ptIdx).
  ADD currentNumber TO ptDetailTotal(ptIdx).
  ADD 1 TO mergedDetailCount.
  ADD currentNumber TO mergedGrandTotal
    ON SIZE ERROR SET mergedTotalHasOverflowed TO TRUE
  END-ADD.
MergeOneOutputLine-EXIT.
  EXIT.

ReadPartTrailer SECTION.
  SET ptTrailerFound(ptIdx) TO TRUE.
  IF isCsvFormat THEN
    MOVE SPACES TO csvField1 csvField2 csvField3
    UNSTRING partOutputRecord DELIMITED BY ','
      INTO csvField1, csvField2, csvField3
    COMPUTE partTrailerCountValue
      = FUNCTION NUMVAL(FUNCTION TRIM(csvField2))
    COMPUTE partTrailerAmount = FUNCTION NUMVAL(FUNCTION TRIM(csvField3))
  ELSE
    IF isGlFormat THEN
      MOVE partOutputRecord TO SumFileGlTrailerLine
      MOVE glTrailerAmount TO partTrailerAmount
      MOVE ptDetailCount(ptIdx) TO partTrailerCountValue
      IF mergedGlPeriod = SPACES THEN
        MOVE glTrailerPeriod TO mergedGlPeriod
      ELSE
        IF glTrailerPeriod NOT = mergedGlPeriod THEN
          DISPLAY "SUM-PARTITION-MERGE: WARNING - partition "
            ptNumber(ptIdx) " was posted to period " glTrailerPeriod
            ", others to " mergedGlPeriod
          SET runHasWarnings TO TRUE
        END-IF
      END-IF
    ELSE
      MOVE partOutputRecord TO SumFileTrailerLine
      MOVE trailerRecordCount TO partTrailerCountValue
      MOVE trailerGrandTotal TO partTrailerAmount
    END-IF
  END-IF.
  MOVE partTrailerCountValue TO ptTrailerCount(ptIdx).
  MOVE partTrailerAmount TO ptTrailerTotal(ptIdx).
  ADD partTrailerCountValue TO mergedTrailerCount.
  ADD partTrailerAmount TO mergedTrailerTotal
    ON SIZE ERROR SET mergedTotalHasOverflowed TO TRUE
  END-ADD.

RebuildFixedDetail SECTION.
  MOVE partOutputRecord TO SumFileDetailLine.
  MOVE partOutputRecord(63:) TO fixedSuffixText.
  PERFORM AccumulateRunningFields.
  MOVE SPACES TO mergedOutputRecord.
  MOVE SumFileDetailLine TO mergedOutputRecord.
  IF fixedSuffixText NOT = SPACES THEN
    MOVE fixedSuffixText TO mergedOutputRecord(63:)
  END-IF.

RebuildCsvDetail SECTION.
  MOVE SPACES TO csvField1 csvField2 csvField3 csvField4 csvField5
    csvSuffixText.
  MOVE 1 TO csvParsePointer.
  UNSTRING partOutputRecord DELIMITED BY ','
    INTO csvField1, csvField2, csvField3, csvField4, csvField5
    WITH POINTER csvParsePointer
  END-UNSTRING.
  IF csvParsePointer <= partOutputLineLength THEN
    MOVE partOutputRecord(csvParsePointer:) TO csvSuffixText
  END-IF.
  COMPUTE currentNumber = FUNCTION NUMVAL(FUNCTION TRIM(csvField1)).
  PERFORM AccumulateRunningFields.
  MOVE currentNumber  TO csvEditedAmount1.
  MOVE runningSum     TO csvEditedAmount2.
  MOVE runningAverage TO csvEditedAverage.
  MOVE runningMax     TO csvEditedAmount3.
  MOVE runningMin     TO csvEditedAmount4.
  MOVE SPACES TO SumFileCsvLine.
  STRING
    FUNCTION TRIM(csvEditedAmount1) DELIMITED BY SIZE
    ','                             DELIMITED BY SIZE
    FUNCTION TRIM(csvEditedAmount2) DELIMITED BY SIZE
    ','                             DELIMITED BY SIZE
    FUNCTION TRIM(csvEditedAverage) DELIMITED BY SIZE
    ','                             DELIMITED BY SIZE
    FUNCTION TRIM(csvEditedAmount3) DELIMITED BY SIZE
    ','                             DELIMITED BY SIZE
    FUNCTION TRIM(csvEditedAmount4) DELIMITED BY SIZE
    INTO SumFileCsvLine
  END-STRING.
  IF csvSuffixText NOT = SPACES THEN
    STRING FUNCTION TRIM(SumFileCsvLine, TRAILING) DELIMITED BY SIZE
      ',' DELIMITED BY SIZE
      FUNCTION TRIM(csvSuffixText, TRAILING) DELIMITED BY SIZE
      INTO mergedOutputRecord
    END-STRING
  ELSE
    MOVE SumFileCsvLine TO mergedOutputRecord
  END-IF.

AccumulateRunningFields SECTION.
  ADD 1 TO segmentDetailCount.
  ADD currentNumber TO segmentSum
    ON SIZE ERROR SET mergedTotalHasOverflowed TO TRUE
  END-ADD.
  MOVE segmentSum TO runningSum.
  IF hasSeenFirstValue THEN
    IF currentNumber > runningMax THEN
      MOVE currentNumber TO runningMax
    END-IF
    IF currentNumber < runningMin THEN
      MOVE currentNumber TO runningMin
    END-IF
  ELSE
    MOVE currentNumber TO runningMax
    MOVE currentNumber TO runningMin
    SET hasSeenFirstValue TO TRUE
  END-IF.
  COMPUTE runningAverage ROUNDED = segmentSum / segmentDetailCount.

WriteMergedTrailer SECTION.
  MOVE SPACES TO mergedOutputRecord.
  IF isCsvFormat THEN
    MOVE mergedDetailCount TO csvEditedCount
    MOVE mergedGrandTotal TO csvEditedAmount1
    STRING
      'TRAILER'                         DELIMITED BY SIZE
      ','                               DELIMITED BY SIZE
      FUNCTION TRIM(csvEditedCount)     DELIMITED BY SIZE
      ','                               DELIMITED BY SIZE
      FUNCTION TRIM(csvEditedAmount1)   DELIMITED BY SIZE
      INTO mergedOutputRecord
    END-STRING
  ELSE
    IF isGlFormat THEN
      MOVE SPACES TO SumFileGlTrailerLine
      MOVE 'GLTOTAL' TO glTrailerMarker
      MOVE mergedGlPeriod TO glTrailerPeriod
      MOVE ' ' TO glTrailerSeparator1 glTrailerSeparator2
      MOVE mergedGrandTotal TO glTrailerAmount
      MOVE SumFileGlTrailerLine TO mergedOutputRecord
    ELSE
      MOVE 'TRAILER' TO trailerMarker
      MOVE ' ' TO trailerSeparator1 trailerSeparator2
      MOVE mergedDetailCount TO trailerRecordCount
      MOVE mergedGrandTotal TO trailerGrandTotal
      MOVE SumFileTrailerLine TO mergedOutputRecord
    END-IF
  END-IF.
  WRITE mergedOutputRecord.

ReleaseSideRecords SECTION.
  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > partCount
    PERFORM ReleasePartRejects
    PERFORM ReleasePartPosted
  END-PERFORM.

OpenPieceMap SECTION.
  MOVE SPACES TO pieceMapFileName.
  STRING FUNCTION TRIM(ptPieceName(ptIdx)) DELIMITED BY SIZE
    ".map" DELIMITED BY SIZE
    INTO pieceMapFileName.
  MOVE 0 TO pieceMapEofFlag.
  MOVE 0 TO pieceMapLineNumber.
  MOVE 0 TO pieceMapRecord.
  OPEN INPUT PieceMapFile.

AdvancePieceMap SECTION.
  PERFORM UNTIL pieceMapLineNumber >= mwLineNumber OR endOfPieceMap
    READ PieceMapFile
      AT END SET endOfPieceMap TO TRUE
      NOT AT END ADD 1 TO pieceMapLineNumber
    END-READ
  END-PERFORM.
  IF pieceMapLineNumber = mwLineNumber THEN
    MOVE pieceMapRecord TO mwLineNumber
  ELSE
    DISPLAY "SUM-PARTITION-MERGE: WARNING - line " mwLineNumber
      " of partition " ptNumber(ptIdx)
      " is not in its line map, number kept as is"
    SET runHasWarnings TO TRUE
  END-IF.

ReleasePartRejects SECTION.
  MOVE SPACES TO partRejectsFileName.
  STRING FUNCTION TRIM(ptOutputName(ptIdx)) DELIMITED BY SIZE
    ".rejects" DELIMITED BY SIZE
    INTO partRejectsFileName.
  MOVE 0 TO partRejectsEofFlag.
  OPEN INPUT PartRejectsFile.
  PERFORM OpenPieceMap.
  PERFORM UNTIL endOfPartRejects
    READ PartRejectsFile
      AT END SET endOfPartRejects TO TRUE
      NOT AT END
        MOVE 'R' TO mwKind
        MOVE partRejectLineNumber TO mwLineNumber
        MOVE partRejectRest TO mwRest
        PERFORM AdvancePieceMap
        ADD 1 TO ptRejectedCount(ptIdx)
        RELEASE mergeWorkRecord
    END-READ
  END-PERFORM.
  CLOSE PartRejectsFile.
  CLOSE PieceMapFile.

ReleasePartPosted SECTION.
  MOVE SPACES TO partPostedFileName.
  STRING FUNCTION TRIM(ptOutputName(ptIdx)) DELIMITED BY SIZE
    ".posted" DELIMITED BY SIZE
    INTO partPostedFileName.
  MOVE 0 TO partPostedEofFlag.
  OPEN INPUT PartPostedFile.
  PERFORM OpenPieceMap.
  PERFORM UNTIL endOfPartPosted
    READ PartPostedFile
      AT END SET endOfPartPosted TO TRUE
      NOT AT END
        MOVE 'P' TO mwKind
        MOVE partPostedLineNumber TO mwLineNumber
        MOVE SPACES TO mwRest
        MOVE partPostedRest TO mwRest
        PERFORM AdvancePieceMap
        ADD 1 TO ptPostedCount(ptIdx)
        RELEASE mergeWorkRecord
    END-READ
  END-PERFORM.
  CLOSE PartPostedFile.
  CLOSE PieceMapFile.

WriteMergedSideFiles SECTION.
  OPEN OUTPUT MergedRejectsFile.
  OPEN OUTPUT MergedPostedFile.
  PERFORM UNTIL endOfMergeWork
    RETURN MergeWorkFile
      AT END
        SET endOfMergeWork TO TRUE
      NOT AT END
        IF mwKind = 'R' THEN
          MOVE SPACES TO mergedRejectsRecord
          MOVE mwLineNumber TO mergedRejectsRecord(1:9)
          MOVE mwRest TO mergedRejectsRecord(10:)
          WRITE mergedRejectsRecord
          ADD 1 TO mergedRejectedCount
        ELSE
          MOVE SPACES TO mergedPostedRecord
          MOVE mwLineNumber TO mergedPostedRecord(1:9)
          MOVE mwRest(1:98) TO mergedPostedRecord(10:)
          WRITE mergedPostedRecord
          ADD 1 TO mergedPostedCount
        END-IF
    END-RETURN
  END-PERFORM.
  CLOSE MergedRejectsFile.
  CLOSE MergedPostedFile.

ReconcilePartitions SECTION.
  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > partCount
    ADD ptLineCount(ptIdx) TO mergedPieceLineCount
    IF NOT ptTrailerFound(ptIdx) THEN
      DISPLAY "SUM-PARTITION-MERGE: partition " ptNumber(ptIdx)
        " output " FUNCTION TRIM(ptOutputName(ptIdx))
        " has no trailer, the partition run did not finish"
      SET mergeHasFailed TO TRUE
    ELSE
      IF ptTrailerCount(ptIdx) NOT = ptDetailCount(ptIdx)
          OR ptTrailerTotal(ptIdx) NOT = ptDetailTotal(ptIdx) THEN
        DISPLAY "SUM-PARTITION-MERGE: WARNING - partition "
          ptNumber(ptIdx) " trailer count=" ptTrailerCount(ptIdx)
          " total=" ptTrailerTotal(ptIdx) " but details count="
          ptDetailCount(ptIdx) " total=" ptDetailTotal(ptIdx)
        SET runHasWarnings TO TRUE
      END-IF
    END-IF
    IF NOT ptHistoryFound(ptIdx) THEN
      DISPLAY "SUM-PARTITION-MERGE: WARNING - partition "
        ptNumber(ptIdx) " output " FUNCTION TRIM(ptOutputName(ptIdx))
        " has no job history entry, its duplicate, held and"
        " suspended counts are not in the merged history"
      SET runHasWarnings TO TRUE
    ELSE
      IF ptHistoryStatus(ptIdx) NOT = "OK" THEN
        DISPLAY "SUM-PARTITION-MERGE: partition " ptNumber(ptIdx)
          " run ended with status " FUNCTION TRIM(ptHistoryStatus(ptIdx))
        SET mergeHasFailed TO TRUE
      END-IF
      ADD ptDuplicateCount(ptIdx) TO mergedDuplicateCount
      ADD ptSweptCount(ptIdx) TO mergedSweptCount
      ADD ptHeldCount(ptIdx) TO mergedHeldCount
      ADD ptSuspendedCount(ptIdx) TO mergedSuspendedCount
      IF ptHwmBatchLines(ptIdx) > mergedHwmBatchLines THEN
        MOVE ptHwmBatchLines(ptIdx) TO mergedHwmBatchLines
      END-IF
      IF ptHwmSignatures(ptIdx) > mergedHwmSignatures THEN
        MOVE ptHwmSignatures(ptIdx) TO mergedHwmSignatures
      END-IF
      IF ptHwmAccountMaster(ptIdx) > mergedHwmAccountMaster THEN
        MOVE ptHwmAccountMaster(ptIdx) TO mergedHwmAccountMaster
      END-IF
      IF ptHwmCustomerMaster(ptIdx) > mergedHwmCustomerMaster THEN
        MOVE ptHwmCustomerMaster(ptIdx) TO mergedHwmCustomerMaster
      END-IF
      IF ptHwmDrcrSuspense(ptIdx) > mergedHwmDrcrSuspense THEN
        MOVE ptHwmDrcrSuspense(ptIdx) TO mergedHwmDrcrSuspense
      END-IF
      IF ptHwmSuspenseSweep(ptIdx) > mergedHwmSuspenseSweep THEN
        MOVE ptHwmSuspenseSweep(ptIdx) TO mergedHwmSuspenseSweep
      END-IF
    END-IF
    DISPLAY "SUM-PARTITION-MERGE: partition " ptNumber(ptIdx)
      " lines=" ptLineCount(ptIdx) " records=" ptDetailCount(ptIdx)
      " total=" ptDetailTotal(ptIdx) " posted=" ptPostedCount(ptIdx)
      " rejected=" ptRejectedCount(ptIdx)
  END-PERFORM.

  IF mergedPieceLineCount NOT = splitLineCount THEN
    DISPLAY "SUM-PARTITION-MERGE: WARNING - split input had "
      splitLineCount " line(s) but the partitions hold "
      mergedPieceLineCount
    SET runHasWarnings TO TRUE
  END-IF.
  IF mergedDetailCount NOT = mergedTrailerCount
      OR mergedGrandTotal NOT = mergedTrailerTotal THEN
    DISPLAY "SUM-PARTITION-MERGE: WARNING - merged records="
      mergedDetailCount " total=" mergedGrandTotal
      " do not agree with partition trailers records="
      mergedTrailerCount " total=" mergedTrailerTotal
    SET runHasWarnings TO TRUE
  END-IF.
  IF mergedTotalHasOverflowed THEN
    DISPLAY "SUM-PARTITION-MERGE: WARNING - merged total overflowed "
      "PIC S9(9)V99, totals are unreliable"
    SET runHasWarnings TO TRUE
  END-IF.
  COMPUTE unpostedLineCount
    = splitLineCount - mergedPostedCount - mergedRejectedCount.
  DISPLAY "SUM-PARTITION-MERGE: input " FUNCTION TRIM(splitInputName)
    " lines=" splitLineCount " posted=" mergedPostedCount
    " rejected=" mergedRejectedCount
    " held/suspended/skipped=" unpostedLineCount.

  IF runHasWarnings AND NOT mergeHasFailed THEN
    MOVE 'W' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "partition merge did not reconcile for "
      DELIMITED BY SIZE
      FUNCTION TRIM(splitInputName) DELIMITED BY SIZE
      ", see job log" DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
  END-IF.
  IF mergeHasFailed THEN
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "partition merge incomplete for " DELIMITED BY SIZE
      FUNCTION TRIM(splitInputName) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
  END-IF.

LoadPartitionHistory SECTION.
  MOVE 0 TO jobHistoryEofFlag.
  OPEN INPUT JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" THEN
    SET endOfJobHistory TO TRUE
  END-IF.
  PERFORM UNTIL endOfJobHistory
    READ JobHistoryFile
      AT END SET endOfJobHistory TO TRUE
      NOT AT END PERFORM LoadOnePartitionHistoryLine
    END-READ
  END-PERFORM.
  CLOSE JobHistoryFile.

LoadOnePartitionHistoryLine SECTION.
  IF jobHistoryRecord(1:14) IS NOT NUMERIC THEN
    GO TO LoadOnePartitionHistoryLine-EXIT
  END-IF.
  MOVE " output=" TO historyFieldKey.
  MOVE 8 TO historyFieldKeyLength.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO historyOutputName.
  IF historyOutputName = SPACES THEN
    GO TO LoadOnePartitionHistoryLine-EXIT
  END-IF.
  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > partCount
    IF ptOutputName(ptIdx) = historyOutputName THEN
      PERFORM LoadPartHistoryCounts
    END-IF
  END-PERFORM.
LoadOnePartitionHistoryLine-EXIT.
  EXIT.

LoadPartHistoryCounts SECTION.
  SET ptHistoryFound(ptIdx) TO TRUE.
  MOVE " status=" TO historyFieldKey.
  MOVE 8 TO historyFieldKeyLength.
  PERFORM ExtractHistoryField.
  MOVE historyFieldText TO ptHistoryStatus(ptIdx).
  MOVE " duplicates=" TO historyFieldKey.
  MOVE 12 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptDuplicateCount(ptIdx).
  MOVE " swept=" TO historyFieldKey.
  MOVE 7 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptSweptCount(ptIdx).
  MOVE " held=" TO historyFieldKey.
  MOVE 6 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHeldCount(ptIdx).
  MOVE " suspended=" TO historyFieldKey.
  MOVE 11 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptSuspendedCount(ptIdx).
  MOVE " hwmLines=" TO historyFieldKey.
  MOVE 10 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmBatchLines(ptIdx).
  MOVE " hwmSigs=" TO historyFieldKey.
  MOVE 9 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmSignatures(ptIdx).
  MOVE " hwmAccts=" TO historyFieldKey.
  MOVE 10 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmAccountMaster(ptIdx).
  MOVE " hwmCusts=" TO historyFieldKey.
  MOVE 10 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmCustomerMaster(ptIdx).
  MOVE " hwmDrcr=" TO historyFieldKey.
  MOVE 9 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmDrcrSuspense(ptIdx).
  MOVE " hwmSweep=" TO historyFieldKey.
  MOVE 10 TO historyFieldKeyLength.
  PERFORM ExtractHistoryNumber.
  MOVE historyFieldNumber TO ptHwmSuspenseSweep(ptIdx).

ExtractHistoryField SECTION.
  MOVE SPACES TO historyDiscardText historyValueText historyFieldText.
  UNSTRING jobHistoryRecord
    DELIMITED BY historyFieldKey(1:historyFieldKeyLength)
    INTO historyDiscardText, historyValueText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyFieldText.

ExtractHistoryNumber SECTION.
  PERFORM ExtractHistoryField.
  MOVE 0 TO historyFieldNumber.
  IF historyFieldText NOT = SPACES
      AND FUNCTION TEST-NUMVAL(historyFieldText) = 0 THEN
    COMPUTE historyFieldNumber = FUNCTION NUMVAL(historyFieldText)
  END-IF.

WriteMergedHistoryEntry SECTION.
  PERFORM AcquireHistoryLock.
  OPEN EXTEND JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" AND jobHistoryFileStatus NOT = "05"
  THEN
    DISPLAY "SUM-PARTITION-MERGE: unable to open job history log, status="
      jobHistoryFileStatus
    PERFORM ReleaseHistoryLock
    SET runHasWarnings TO TRUE
    GO TO WriteMergedHistoryEntry-EXIT
  END-IF.
  CALL "AUDIT-SEQ" USING BY CONTENT jobHistoryLogName,
    BY REFERENCE auditSequenceNumber.
  MOVE SPACES TO jobHistoryRecord.
  MOVE FUNCTION CURRENT-DATE TO jobHistoryTimestamp.
  IF mergeHasFailed THEN
    MOVE "FAILED" TO jobHistoryStatus
  ELSE
    MOVE "OK" TO jobHistoryStatus
  END-IF.
  MOVE mergedGrandTotal TO mergedHistoryTotal.
  STRING
    jobHistoryTimestamp(1:14) DELIMITED BY SIZE
    " input=" DELIMITED BY SIZE
    FUNCTION TRIM(splitInputName) DELIMITED BY SIZE
    " output=" DELIMITED BY SIZE
    FUNCTION TRIM(mergedOutputFileName) DELIMITED BY SIZE
    " lines=" DELIMITED BY SIZE
    splitLineCount DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    mergedHistoryTotal DELIMITED BY SIZE
    " rejected=" DELIMITED BY SIZE
    mergedRejectedCount DELIMITED BY SIZE
    " duplicates=" DELIMITED BY SIZE
    mergedDuplicateCount DELIMITED BY SIZE
    " swept=" DELIMITED BY SIZE
    mergedSweptCount DELIMITED BY SIZE
    " held=" DELIMITED BY SIZE
    mergedHeldCount DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(jobHistoryStatus) DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    " seq=" DELIMITED BY SIZE
    auditSequenceNumber DELIMITED BY SIZE
    " cnt=" DELIMITED BY SIZE
    auditSequenceNumber DELIMITED BY SIZE
    " posted=" DELIMITED BY SIZE
    mergedPostedCount DELIMITED BY SIZE
    " suspended=" DELIMITED BY SIZE
    mergedSuspendedCount DELIMITED BY SIZE
    " hwmLines=" DELIMITED BY SIZE
    mergedHwmBatchLines DELIMITED BY SIZE
    " hwmSigs=" DELIMITED BY SIZE
    mergedHwmSignatures DELIMITED BY SIZE
    " hwmAccts=" DELIMITED BY SIZE
    mergedHwmAccountMaster DELIMITED BY SIZE
    " hwmCusts=" DELIMITED BY SIZE
    mergedHwmCustomerMaster DELIMITED BY SIZE
    " hwmDrcr=" DELIMITED BY SIZE
    mergedHwmDrcrSuspense DELIMITED BY SIZE
    " hwmSweep=" DELIMITED BY SIZE
    mergedHwmSuspenseSweep DELIMITED BY SIZE
    INTO jobHistoryRecord
  END-STRING.
  WRITE jobHistoryRecord.
  IF jobHistoryFileStatus NOT = "00" THEN
    DISPLAY "SUM-PARTITION-MERGE: unable to write job history log, status="
      jobHistoryFileStatus
    SET runHasWarnings TO TRUE
  END-IF.
  CLOSE JobHistoryFile.
  PERFORM ReleaseHistoryLock.
WriteMergedHistoryEntry-EXIT.
  EXIT.

AcquireHistoryLock SECTION.
  MOVE SPACES TO historyLockName.
  STRING FUNCTION TRIM(jobHistoryLogName) DELIMITED BY SIZE
    ".lck" DELIMITED BY SIZE
    INTO historyLockName.
  MOVE 0 TO historyLockFlag.
  MOVE 0 TO historyLockAttempts.
  PERFORM UNTIL historyLockHeld OR historyLockAttempts >= 60
    ADD 1 TO historyLockAttempts
    PERFORM TryHistoryLock
    IF NOT historyLockHeld THEN
      MOVE "sleep 1" TO systemCommand
      CALL "SYSTEM" USING systemCommand
    END-IF
  END-PERFORM.
  IF NOT historyLockHeld THEN
    DISPLAY "SUM-PARTITION-MERGE: WARNING - job history lock "
      FUNCTION TRIM(historyLockName)
      " held for over 60 seconds, treating it as stale"
    PERFORM ReleaseHistoryLock
    PERFORM TryHistoryLock
  END-IF.
  MOVE 0 TO RETURN-CODE.

TryHistoryLock SECTION.
  MOVE SPACES TO systemCommand.
  STRING "mkdir '" DELIMITED BY SIZE
    FUNCTION TRIM(historyLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  IF RETURN-CODE = 0 THEN
    SET historyLockHeld TO TRUE
  END-IF.

ReleaseHistoryLock SECTION.
  MOVE SPACES TO systemCommand.
  STRING "rmdir '" DELIMITED BY SIZE
    FUNCTION TRIM(historyLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO historyLockFlag.
  MOVE 0 TO RETURN-CODE.
