IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-RECEIPTS.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL CatalogFile ASSIGN TO catalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS catalogFileStatus.

      SELECT JobHistoryFile ASSIGN TO jobHistoryFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT OPTIONAL RejectsFile ASSIGN TO rejectsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rejectsFileStatus.

      SELECT ReceiptFile ASSIGN TO receiptFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS receiptFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD CatalogFile.
    01 catalogFileRecord PIC X(200).

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD RejectsFile.
    01 rejectsFileRecord.
      02 rejectLineNumber PIC 9(9).
      02 rejectSeparator  PIC X.
      02 rejectText       PIC X(200).
      02 rejectReasonSeparator PIC X.
      02 rejectReason     PIC X(40).

    FD ReceiptFile.
    01 receiptRecord PIC X(300).

  WORKING-STORAGE SECTION.
    01 receiptRootDirectory PIC X(200) VALUE SPACES.
    01 catalogFileName PIC X(256) VALUE SPACES.
    01 catalogFileStatus PIC XX VALUE "00".
    01 catalogEofFlag PIC 9 VALUE 0.
      88 endOfCatalog VALUE 1.

    01 jobHistoryFileName PIC X(256) VALUE SPACES.
    01 jobHistoryFileStatus PIC XX VALUE "00".
    01 jobHistoryEofFlag PIC 9 VALUE 0.
      88 endOfJobHistory VALUE 1.

    01 rejectsFileName PIC X(120).
    01 rejectsFileStatus PIC XX VALUE "00".
    01 rejectsEofFlag PIC 9 VALUE 0.
      88 endOfRejects VALUE 1.

    01 receiptFileName PIC X(400).
    01 receiptFileStatus PIC XX VALUE "00".
    01 receiptDirectoryName PIC X(300).
    01 systemCommand PIC X(400).

    01 CatalogTable.
      02 CatalogEntry OCCURS 2000 TIMES.
        03 cgFileName PIC X(100).
        03 cgLineCount PIC X(12).
        03 cgStatus PIC X(10).
        03 cgRunId PIC X(12).
        03 cgRegisteredAt PIC X(14).
        03 cgFingerprint PIC X(19).
    01 catalogEntryCount PIC 9(4) VALUE 0.
    01 cgIdx PIC 9(4).
    01 catalogNamePart PIC X(100).
    01 catalogCountPart PIC X(12).
    01 catalogStatusPart PIC X(10).
    01 catalogRunIdPart PIC X(12).
    01 catalogStampPart PIC X(14).
    01 catalogFingerprintPart PIC X(19).

    01 HistoryTable.
      02 HistoryEntry OCCURS 5000 TIMES.
        03 hiInputBaseName PIC X(100).
        03 hiOutputName PIC X(100).
        03 hiTimestamp PIC X(14).
        03 hiStatus PIC X(8).
        03 hiRunId PIC X(12).
        03 hiLines PIC 9(9).
        03 hiTotal PIC S9(9)V99.
        03 hiRejected PIC 9(9).
        03 hiDuplicates PIC 9(9).
        03 hiHeld PIC 9(9).
        03 hiPosted PIC 9(9).
        03 hiSuspended PIC 9(9).
    01 historyEntryCount PIC 9(4) VALUE 0.
    01 hiIdx PIC 9(4).
    01 hiMatchIdx PIC 9(4) VALUE 0.
    01 historyFoundFlag PIC 9 VALUE 0.
      88 historyEntryFound VALUE 1.

    01 historyDiscardText PIC X(600).
    01 historyValueText PIC X(600).
    01 historyInputName PIC X(200).
    01 historyBaseName PIC X(100).
    01 historyNumberText PIC X(15).
    01 nameLength PIC 9(4).
    01 slashPosition PIC 9(4).
    01 charIdx PIC 9(4).

    01 submitterPrefix PIC X(30).
    01 underscorePosition PIC 9(4).

    01 receiptTimestamp PIC X(14).
    01 receiptsWrittenCount PIC 9(9) VALUE 0.
    01 awaitingCount PIC 9(9) VALUE 0.
    01 receiptFailedCount PIC 9(9) VALUE 0.
    01 rejectListedCount PIC 9(9) VALUE 0.
    01 catalogChangedFlag PIC 9 VALUE 0.
      88 catalogWasChanged VALUE 1.
    01 catalogOverflowFlag PIC 9 VALUE 0.
      88 catalogTableOverflowed VALUE 1.

    01 amountDisplay PIC -(9)9.99.
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.
    01 countDisplay3 PIC Z(8)9.
    01 countDisplay4 PIC Z(8)9.
    01 countDisplay5 PIC Z(8)9.
    01 countDisplay6 PIC Z(8)9.

PROCEDURE DIVISION.

Main.
  ACCEPT receiptRootDirectory FROM ARGUMENT-VALUE.
  ACCEPT catalogFileName FROM ARGUMENT-VALUE.
  ACCEPT jobHistoryFileName FROM ARGUMENT-VALUE.
  IF catalogFileName = SPACES THEN
    MOVE "landing_zone_catalog.dat" TO catalogFileName
  END-IF.
  IF jobHistoryFileName = SPACES THEN
    MOVE "sum_file_job_history.log" TO jobHistoryFileName
  END-IF.
  IF receiptRootDirectory = SPACES THEN
    DISPLAY "SUM-RECEIPTS: job NOT started - no receipt directory given"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  MOVE FUNCTION CURRENT-DATE(1:14) TO receiptTimestamp.

  DISPLAY "SUM-RECEIPTS: job started " receiptTimestamp
    " receipts=" FUNCTION TRIM(receiptRootDirectory)
    " catalog=" FUNCTION TRIM(catalogFileName)
    " history=" FUNCTION TRIM(jobHistoryFileName).

  PERFORM LoadJobHistory.
  IF RETURN-CODE = 8 THEN
    GOBACK
  END-IF.
  PERFORM LoadCatalog.
  IF catalogTableOverflowed THEN
    DISPLAY "SUM-RECEIPTS: job NOT started - catalog "
      FUNCTION TRIM(catalogFileName)
      " exceeds the 2000-entry table, no receipts issued"
      " and catalog left unchanged"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogEntryCount
    IF cgStatus(cgIdx) = "HANDED" THEN
      PERFORM IssueOneReceipt THRU IssueOneReceipt-EXIT
    END-IF
  END-PERFORM.

  IF catalogWasChanged THEN
    PERFORM RewriteCatalog
  END-IF.

  DISPLAY "SUM-RECEIPTS: job ended " FUNCTION CURRENT-DATE(1:14)
    " receipts=" receiptsWrittenCount
    " awaitingProcessing=" awaitingCount
    " failed=" receiptFailedCount.
  IF receiptFailedCount > 0 THEN
    DISPLAY "SUM-RECEIPTS: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadJobHistory.
  MOVE 0 TO jobHistoryEofFlag.
  OPEN INPUT JobHistoryFile.
  IF jobHistoryFileStatus NOT = "00" THEN
    DISPLAY "SUM-RECEIPTS: job NOT started - unable to open job history "
      FUNCTION TRIM(jobHistoryFileName) ", status=" jobHistoryFileStatus
    MOVE 8 TO RETURN-CODE
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
  IF jobHistoryRecord(1:14) IS NOT NUMERIC THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  MOVE SPACES TO historyValueText historyInputName.
  UNSTRING jobHistoryRecord DELIMITED BY " input="
    INTO historyDiscardText, historyValueText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyInputName.
  IF historyInputName = SPACES THEN
    GO TO LoadOneHistoryEntry-EXIT
  END-IF.
  PERFORM ExtractBaseName.

  MOVE 0 TO historyFoundFlag.
  PERFORM VARYING hiIdx FROM 1 BY 1
    UNTIL hiIdx > historyEntryCount OR historyEntryFound
    IF hiInputBaseName(hiIdx) = historyBaseName THEN
      SET historyEntryFound TO TRUE
      MOVE hiIdx TO hiMatchIdx
    END-IF
  END-PERFORM.
  IF NOT historyEntryFound THEN
    IF historyEntryCount >= 5000 THEN
      GO TO LoadOneHistoryEntry-EXIT
    END-IF
    ADD 1 TO historyEntryCount
    MOVE historyEntryCount TO hiMatchIdx
  END-IF.

  MOVE historyBaseName TO hiInputBaseName(hiMatchIdx).
  MOVE jobHistoryRecord(1:14) TO hiTimestamp(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " output="
    INTO historyDiscardText, historyValueText.
  MOVE SPACES TO hiOutputName(hiMatchIdx).
  UNSTRING historyValueText DELIMITED BY SPACE
    INTO hiOutputName(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " status="
    INTO historyDiscardText, historyValueText.
  MOVE SPACES TO hiStatus(hiMatchIdx).
  UNSTRING historyValueText DELIMITED BY SPACE INTO hiStatus(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " runId="
    INTO historyDiscardText, historyValueText.
  MOVE SPACES TO hiRunId(hiMatchIdx).
  IF historyValueText(1:4) NOT = "seq=" THEN
    UNSTRING historyValueText DELIMITED BY SPACE INTO hiRunId(hiMatchIdx)
  END-IF.

  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " lines="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  MOVE FUNCTION NUMVAL(historyNumberText) TO hiLines(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " total="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  COMPUTE hiTotal(hiMatchIdx) = FUNCTION NUMVAL(historyNumberText) / 100.
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " rejected="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  MOVE FUNCTION NUMVAL(historyNumberText) TO hiRejected(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " duplicates="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  MOVE FUNCTION NUMVAL(historyNumberText) TO hiDuplicates(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " held="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  MOVE FUNCTION NUMVAL(historyNumberText) TO hiHeld(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " suspended="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  MOVE FUNCTION NUMVAL(historyNumberText) TO hiSuspended(hiMatchIdx).
  MOVE SPACES TO historyValueText.
  UNSTRING jobHistoryRecord DELIMITED BY " posted="
    INTO historyDiscardText, historyValueText.
  PERFORM ExtractHistoryNumber.
  IF historyNumberText NOT = SPACES THEN
    MOVE FUNCTION NUMVAL(historyNumberText) TO hiPosted(hiMatchIdx)
  ELSE
    COMPUTE hiPosted(hiMatchIdx) = hiLines(hiMatchIdx)
      - hiRejected(hiMatchIdx) - hiDuplicates(hiMatchIdx)
      - hiHeld(hiMatchIdx) - hiSuspended(hiMatchIdx)
  END-IF.
LoadOneHistoryEntry-EXIT.
  EXIT.

ExtractHistoryNumber.
  MOVE SPACES TO historyNumberText.
  UNSTRING historyValueText DELIMITED BY SPACE INTO historyNumberText.
  IF historyNumberText NOT = SPACES
      AND FUNCTION TEST-NUMVAL(historyNumberText) NOT = 0 THEN
    MOVE SPACES TO historyNumberText
  END-IF.

ExtractBaseName.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(historyInputName)) TO nameLength.
  MOVE 0 TO slashPosition.
  PERFORM VARYING charIdx FROM 1 BY 1 UNTIL charIdx > nameLength
    IF historyInputName(charIdx:1) = "/" THEN
      MOVE charIdx TO slashPosition
    END-IF
  END-PERFORM.
  MOVE SPACES TO historyBaseName.
  IF slashPosition < nameLength THEN
    MOVE historyInputName(slashPosition + 1:nameLength - slashPosition)
      TO historyBaseName
  END-IF.

LoadCatalog.
  MOVE 0 TO catalogEofFlag.
  OPEN INPUT CatalogFile.
  IF catalogFileStatus NOT = "00" THEN
    SET endOfCatalog TO TRUE
  END-IF
  PERFORM UNTIL endOfCatalog
    READ CatalogFile
      AT END SET endOfCatalog TO TRUE
      NOT AT END
        IF catalogFileRecord NOT = SPACES
            AND catalogEntryCount >= 2000 THEN
          SET catalogTableOverflowed TO TRUE
          SET endOfCatalog TO TRUE
        END-IF
        IF catalogFileRecord NOT = SPACES
            AND NOT catalogTableOverflowed THEN
          ADD 1 TO catalogEntryCount
          MOVE SPACES TO catalogNamePart catalogCountPart
            catalogStatusPart catalogRunIdPart catalogStampPart
            catalogFingerprintPart
          UNSTRING catalogFileRecord DELIMITED BY ','
            INTO catalogNamePart, catalogCountPart, catalogStatusPart,
              catalogRunIdPart, catalogStampPart, catalogFingerprintPart
          MOVE catalogNamePart TO cgFileName(catalogEntryCount)
          MOVE catalogCountPart TO cgLineCount(catalogEntryCount)
          MOVE catalogStatusPart TO cgStatus(catalogEntryCount)
          MOVE catalogRunIdPart TO cgRunId(catalogEntryCount)
          MOVE catalogStampPart TO cgRegisteredAt(catalogEntryCount)
          MOVE catalogFingerprintPart TO cgFingerprint(catalogEntryCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE CatalogFile.

RewriteCatalog.
  OPEN OUTPUT CatalogFile.
  IF catalogFileStatus NOT = "00" AND catalogFileStatus NOT = "05" THEN
    DISPLAY "SUM-RECEIPTS: unable to update catalog, status="
      catalogFileStatus
    ADD 1 TO receiptFailedCount
  ELSE
    PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogEntryCount
      MOVE SPACES TO catalogFileRecord
      STRING
        FUNCTION TRIM(cgFileName(cgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(cgLineCount(cgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(cgStatus(cgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(cgRunId(cgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(cgRegisteredAt(cgIdx)) DELIMITED BY SIZE
        INTO catalogFileRecord
      END-STRING
      IF cgFingerprint(cgIdx) NOT = SPACES THEN
        STRING FUNCTION TRIM(catalogFileRecord) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          cgFingerprint(cgIdx) DELIMITED BY SIZE
          INTO catalogFileRecord
        END-STRING
      END-IF
      WRITE catalogFileRecord
    END-PERFORM
    CLOSE CatalogFile
  END-IF.

IssueOneReceipt.
  MOVE 0 TO historyFoundFlag.
  PERFORM VARYING hiIdx FROM 1 BY 1
    UNTIL hiIdx > historyEntryCount OR historyEntryFound
    IF hiInputBaseName(hiIdx) = cgFileName(cgIdx) THEN
      SET historyEntryFound TO TRUE
      MOVE hiIdx TO hiMatchIdx
    END-IF
  END-PERFORM.
  IF NOT historyEntryFound THEN
    ADD 1 TO awaitingCount
    GO TO IssueOneReceipt-EXIT
  END-IF.

  MOVE SPACES TO submitterPrefix.
  MOVE 0 TO underscorePosition.
  INSPECT cgFileName(cgIdx) TALLYING underscorePosition
    FOR CHARACTERS BEFORE INITIAL "_".
  IF underscorePosition > 0 AND underscorePosition < 30
      AND cgFileName(cgIdx)(underscorePosition + 1:1) = "_" THEN
    MOVE cgFileName(cgIdx)(1:underscorePosition) TO submitterPrefix
  ELSE
    MOVE "UNASSIGNED" TO submitterPrefix
  END-IF.

  MOVE SPACES TO receiptDirectoryName.
  STRING FUNCTION TRIM(receiptRootDirectory) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(submitterPrefix) DELIMITED BY SIZE
    INTO receiptDirectoryName.
  MOVE SPACES TO systemCommand.
  STRING "mkdir -p " DELIMITED BY SIZE
    FUNCTION TRIM(receiptDirectoryName) DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

  MOVE SPACES TO receiptFileName.
  STRING FUNCTION TRIM(receiptDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(cgFileName(cgIdx)) DELIMITED BY SIZE
    ".receipt" DELIMITED BY SIZE
    INTO receiptFileName.
  OPEN OUTPUT ReceiptFile.
  IF receiptFileStatus NOT = "00" THEN
    DISPLAY "SUM-RECEIPTS: WARNING - unable to write "
      FUNCTION TRIM(receiptFileName) ", status=" receiptFileStatus
    ADD 1 TO receiptFailedCount
    GO TO IssueOneReceipt-EXIT
  END-IF.

  MOVE SPACES TO receiptRecord.
  STRING "RECEIPT file=" DELIMITED BY SIZE
    FUNCTION TRIM(cgFileName(cgIdx)) DELIMITED BY SIZE
    " submitter=" DELIMITED BY SIZE
    FUNCTION TRIM(submitterPrefix) DELIMITED BY SIZE
    " registered=" DELIMITED BY SIZE
    FUNCTION TRIM(cgRegisteredAt(cgIdx)) DELIMITED BY SIZE
    " processed=" DELIMITED BY SIZE
    hiTimestamp(hiMatchIdx) DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    FUNCTION TRIM(hiRunId(hiMatchIdx)) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(hiStatus(hiMatchIdx)) DELIMITED BY SIZE
    INTO receiptRecord.
  WRITE receiptRecord.

  MOVE FUNCTION NUMVAL(cgLineCount(cgIdx)) TO countDisplay1.
  MOVE hiPosted(hiMatchIdx) TO countDisplay2.
  MOVE hiRejected(hiMatchIdx) TO countDisplay3.
  MOVE hiSuspended(hiMatchIdx) TO countDisplay4.
  MOVE hiDuplicates(hiMatchIdx) TO countDisplay5.
  MOVE hiHeld(hiMatchIdx) TO countDisplay6.
  IF hiStatus(hiMatchIdx) NOT = "OK" THEN
    MOVE 0 TO countDisplay2
  END-IF.
  MOVE SPACES TO receiptRecord.
  STRING "COUNTS received=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " posted=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    " rejected=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay3) DELIMITED BY SIZE
    " suspended=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay4) DELIMITED BY SIZE
    " duplicates=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay5) DELIMITED BY SIZE
    " held=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay6) DELIMITED BY SIZE
    INTO receiptRecord.
  WRITE receiptRecord.

  PERFORM ListRejectedLines.

  IF hiStatus(hiMatchIdx) = "OK" THEN
    MOVE hiTotal(hiMatchIdx) TO amountDisplay
  ELSE
    MOVE 0 TO amountDisplay
  END-IF.
  MOVE SPACES TO receiptRecord.
  STRING "POSTEDTOTAL amount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay) DELIMITED BY SIZE
    INTO receiptRecord.
  WRITE receiptRecord.
  IF hiStatus(hiMatchIdx) NOT = "OK" THEN
    MOVE SPACES TO receiptRecord
    MOVE "NOTE the run did not complete, nothing was posted - "
      & "contact operations" TO receiptRecord
    WRITE receiptRecord
  END-IF.
  CLOSE ReceiptFile.

  MOVE "RECEIPTED" TO cgStatus(cgIdx).
  SET catalogWasChanged TO TRUE.
  ADD 1 TO receiptsWrittenCount.
  DISPLAY "SUM-RECEIPTS: receipt for " FUNCTION TRIM(cgFileName(cgIdx))
    " written to " FUNCTION TRIM(receiptFileName).
IssueOneReceipt-EXIT.
  EXIT.

ListRejectedLines.
  MOVE 0 TO rejectListedCount.
  MOVE 0 TO rejectsEofFlag.
  MOVE SPACES TO rejectsFileName.
  STRING FUNCTION TRIM(hiOutputName(hiMatchIdx)) DELIMITED BY SIZE
    ".rejects" DELIMITED BY SIZE
    INTO rejectsFileName.
  OPEN INPUT RejectsFile.
  IF rejectsFileStatus NOT = "00" THEN
    SET endOfRejects TO TRUE
  END-IF.
  PERFORM UNTIL endOfRejects
    READ RejectsFile
      AT END SET endOfRejects TO TRUE
      NOT AT END
        IF rejectLineNumber IS NUMERIC THEN
          ADD 1 TO rejectListedCount
          IF rejectReason = SPACES THEN
            MOVE "not recorded" TO rejectReason
          END-IF
          MOVE SPACES TO receiptRecord
          STRING "REJECTED line=" DELIMITED BY SIZE
            rejectLineNumber DELIMITED BY SIZE
            " reason=" DELIMITED BY SIZE
            FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
            " text=" DELIMITED BY SIZE
            FUNCTION TRIM(rejectText) DELIMITED BY SIZE
            INTO receiptRecord
          END-STRING
          WRITE receiptRecord
        END-IF
    END-READ
  END-PERFORM.
  CLOSE RejectsFile.
