IDENTIFICATION DIVISION.
PROGRAM-ID. REPORT-DISTRIBUTION.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL DistributionListFile ASSIGN TO distributionListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS distributionListFileStatus.

      SELECT OPTIONAL ExpandedListFile ASSIGN TO expandedListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS expandedListFileStatus.

      SELECT OPTIONAL ReportInFile ASSIGN TO reportInFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reportInFileStatus.

      SELECT BundleFile ASSIGN TO bundleFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS bundleFileStatus.

      SELECT OPTIONAL DistributionLogFile ASSIGN TO distributionLogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS distributionLogFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD DistributionListFile.
    01 distributionListRecord PIC X(256).

    FD ExpandedListFile.
    01 expandedListRecord PIC X(300).

    FD ReportInFile.
    01 reportInRecord PIC X(400).

    FD BundleFile.
    01 bundleRecord PIC X(400).

    FD DistributionLogFile.
    01 distributionLogRecord PIC X(400).

  WORKING-STORAGE SECTION.
    01 distributionRunId PIC X(20) VALUE SPACES.
    01 distributionListFileName PIC X(256) VALUE SPACES.
    01 distributionListFileStatus PIC XX VALUE "00".
    01 distributionListEofFlag PIC 9 VALUE 0.
      88 endOfDistributionList VALUE 1.
    01 bundleRootName PIC X(200) VALUE SPACES.
    01 bundleDirectoryName PIC X(230) VALUE SPACES.
    01 expandedListFileName PIC X(256) VALUE SPACES.
    01 expandedListFileStatus PIC XX VALUE "00".
    01 expandedListEofFlag PIC 9 VALUE 0.
      88 endOfExpandedList VALUE 1.
    01 reportInFileName PIC X(256) VALUE SPACES.
    01 reportInFileStatus PIC XX VALUE "00".
    01 reportInEofFlag PIC 9 VALUE 0.
      88 endOfReportIn VALUE 1.
    01 bundleFileName PIC X(256) VALUE SPACES.
    01 bundleFileStatus PIC XX VALUE "00".
    01 distributionLogFileName PIC X(256) VALUE SPACES.
    01 distributionLogFileStatus PIC XX VALUE "00".

    01 runStartedText PIC X(14) VALUE SPACES.
    01 runDateText PIC X(8) VALUE SPACES.
    01 senderCommandText PIC X(200) VALUE SPACES.
    01 preparedStamp PIC X(14).

    01 listKindPart PIC X(20).
    01 listFirstPart PIC X(60).
    01 listSecondPart PIC X(200).
    01 listLineNumber PIC 9(5) VALUE 0.

    01 ReportTable.
      02 ReportEntry OCCURS 100 TIMES.
        03 rtType PIC X(20).
        03 rtPattern PIC X(200).
        03 rtStatus PIC X(8).
        03 rtFirstFile PIC 9(4).
        03 rtFileCount PIC 9(4).
        03 rtExpectedFlag PIC 9.
          88 rtIsExpected VALUE 1.
    01 reportTypeCount PIC 9(4) VALUE 0.
    01 rtIdx PIC 9(4).

    01 RecipientTable.
      02 RecipientEntry OCCURS 50 TIMES.
        03 rcName PIC X(30).
        03 rcAddress PIC X(100).
        03 rcSendCount PIC 9(4).
    01 recipientCount PIC 9(4) VALUE 0.
    01 rcIdx PIC 9(4).

    01 SendTable.
      02 SendEntry OCCURS 500 TIMES.
        03 sdReportIdx PIC 9(4).
        03 sdRecipientIdx PIC 9(4).
    01 sendCount PIC 9(4) VALUE 0.
    01 sdIdx PIC 9(4).

    01 FileTable.
      02 FileEntry OCCURS 500 TIMES.
        03 ftName PIC X(256).
        03 ftStamp PIC X(14).
        03 ftLines PIC 9(9).
        03 ftStatus PIC X(8).
    01 fileCount PIC 9(4) VALUE 0.
    01 ftIdx PIC 9(4).
    01 ftLastIdx PIC 9(4).

    01 lookupName PIC X(30).
    01 foundIdx PIC 9(4).

    01 patternWork PIC X(240).
    01 patternBuild PIC X(240).
    01 tokenText PIC X(10).
    01 tokenLength PIC 99.
    01 tokenValue PIC X(20).
    01 tokenCount PIC 99.
    01 tokenOffset PIC 9(4).
    01 tokenTailStart PIC 9(4).

    01 expandedStampPart PIC X(14).
    01 expandedNamePart PIC X(256).
    01 fileFingerprint PIC X(19).

    01 bundleSequence PIC 9(3).
    01 bundleIncludedCount PIC 9(4).
    01 bundleMissingCount PIC 9(4).
    01 bundleStaleCount PIC 9(4).
    01 deliveryStatus PIC X(12).
    01 contentsStatus PIC X(8).
    01 contentsFileName PIC X(256).
    01 contentsLineCount PIC 9(9).
    01 pageAdvanceFlag PIC 9 VALUE 0.
      88 advanceToNewPage VALUE 1.

    01 ContentsLine.
      02 clSequence PIC 9(3).
      02 FILLER PIC X(2) VALUE SPACES.
      02 clType PIC X(20).
      02 FILLER PIC X VALUE SPACE.
      02 clStatus PIC X(8).
      02 FILLER PIC X(2) VALUE SPACES.
      02 clLines PIC Z(8)9.
      02 FILLER PIC X(2) VALUE SPACES.
      02 clFile PIC X(200).

    01 bundleCount PIC 9(4) VALUE 0.
    01 sentBundleCount PIC 9(4) VALUE 0.
    01 failedBundleCount PIC 9(4) VALUE 0.
    01 missingReportCount PIC 9(4) VALUE 0.
    01 staleReportCount PIC 9(4) VALUE 0.
    01 includedFileCount PIC 9(4) VALUE 0.

    01 rawCommandStatus PIC S9(9).
    01 systemCommand PIC X(800).

    01 alertSeverity PIC X VALUE 'W'.
    01 alertProgramName PIC X(20) VALUE "REPORT-DISTRIBUTION".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT distributionRunId FROM ARGUMENT-VALUE.
  ACCEPT distributionListFileName FROM ARGUMENT-VALUE.
  ACCEPT bundleRootName FROM ARGUMENT-VALUE.
  IF distributionRunId = SPACES THEN
    ACCEPT distributionRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
      ON EXCEPTION MOVE SPACES TO distributionRunId
    END-ACCEPT
  END-IF.
  IF distributionRunId = SPACES THEN
    DISPLAY "REPORT-DISTRIBUTION: job NOT started - a run ID is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF distributionListFileName = SPACES THEN
    MOVE "report_distribution.dat" TO distributionListFileName
  END-IF.
  IF bundleRootName = SPACES THEN
    MOVE "distribution" TO bundleRootName
  END-IF.
  ACCEPT distributionLogFileName FROM ENVIRONMENT "REPORT_DISTRIBUTION_LOG"
    ON EXCEPTION MOVE SPACES TO distributionLogFileName
  END-ACCEPT.
  IF distributionLogFileName = SPACES THEN
    MOVE "report_distribution.log" TO distributionLogFileName
  END-IF.
  ACCEPT senderCommandText FROM ENVIRONMENT "REPORT_DISTRIBUTION_SENDER"
    ON EXCEPTION MOVE SPACES TO senderCommandText
  END-ACCEPT.
  ACCEPT runStartedText FROM ENVIRONMENT "NIGHTLY_RUN_STARTED"
    ON EXCEPTION MOVE SPACES TO runStartedText
  END-ACCEPT.
  IF runStartedText IS NOT NUMERIC THEN
    MOVE SPACES TO runStartedText
  END-IF.
  ACCEPT runDateText FROM ENVIRONMENT "NIGHTLY_RUN_DATE"
    ON EXCEPTION MOVE SPACES TO runDateText
  END-ACCEPT.
  IF runDateText IS NOT NUMERIC THEN
    IF runStartedText NOT = SPACES THEN
      MOVE runStartedText(1:8) TO runDateText
    ELSE
      MOVE FUNCTION CURRENT-DATE(1:8) TO runDateText
    END-IF
  END-IF.
  MOVE FUNCTION CURRENT-DATE(1:14) TO preparedStamp.

  MOVE SPACES TO bundleDirectoryName.
  STRING FUNCTION TRIM(bundleRootName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
    INTO bundleDirectoryName.
  MOVE SPACES TO expandedListFileName.
  STRING FUNCTION TRIM(bundleDirectoryName) DELIMITED BY SIZE
    "/expanded.tmp" DELIMITED BY SIZE
    INTO expandedListFileName.

  DISPLAY "REPORT-DISTRIBUTION: job started " preparedStamp
    " runId=" FUNCTION TRIM(distributionRunId)
    " list=" FUNCTION TRIM(distributionListFileName)
    " directory=" FUNCTION TRIM(bundleDirectoryName).

  PERFORM LoadDistributionList.
  IF sendCount = 0 THEN
    DISPLAY "REPORT-DISTRIBUTION: no reports are distributed by "
      FUNCTION TRIM(distributionListFileName) ", nothing to do"
    GOBACK
  END-IF.

  MOVE SPACES TO systemCommand.
  STRING "mkdir -p '" DELIMITED BY SIZE
    FUNCTION TRIM(bundleDirectoryName) DELIMITED BY SIZE
    "'" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

  PERFORM VARYING rtIdx FROM 1 BY 1 UNTIL rtIdx > reportTypeCount
    IF rtIsExpected(rtIdx) THEN
      PERFORM LocateReportFiles
    END-IF
  END-PERFORM.

  MOVE SPACES TO systemCommand.
  STRING "rm -f '" DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    "'" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

  OPEN EXTEND DistributionLogFile.
  IF distributionLogFileStatus NOT = "00"
      AND distributionLogFileStatus NOT = "05" THEN
    DISPLAY "REPORT-DISTRIBUTION: job NOT completed - unable to open "
      FUNCTION TRIM(distributionLogFileName) ", status="
      distributionLogFileStatus
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "distribution for " DELIMITED BY SIZE
      FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
      " not done, log could not be opened" DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM VARYING rcIdx FROM 1 BY 1 UNTIL rcIdx > recipientCount
    IF rcSendCount(rcIdx) > 0 THEN
      PERFORM BuildRecipientBundle THRU BuildRecipientBundle-EXIT
    END-IF
  END-PERFORM.
  CLOSE DistributionLogFile.

  PERFORM VARYING rtIdx FROM 1 BY 1 UNTIL rtIdx > reportTypeCount
    IF rtIsExpected(rtIdx) AND rtStatus(rtIdx) NOT = "PRODUCED" THEN
      PERFORM FlagUnproducedReport
    END-IF
  END-PERFORM.

  DISPLAY "REPORT-DISTRIBUTION: job ended " FUNCTION CURRENT-DATE(1:14)
    " bundles=" bundleCount " sent=" sentBundleCount
    " failed=" failedBundleCount " files=" includedFileCount
    " missing=" missingReportCount " stale=" staleReportCount.
  IF failedBundleCount > 0 THEN
    MOVE 8 TO RETURN-CODE
  ELSE
    IF missingReportCount > 0 OR staleReportCount > 0 THEN
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF.
  GOBACK.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.

LoadDistributionList.
  OPEN INPUT DistributionListFile.
  IF distributionListFileStatus NOT = "00" THEN
    DISPLAY "REPORT-DISTRIBUTION: no distribution list "
      FUNCTION TRIM(distributionListFileName)
    SET endOfDistributionList TO TRUE
  END-IF.
  PERFORM UNTIL endOfDistributionList
    READ DistributionListFile
      AT END SET endOfDistributionList TO TRUE
      NOT AT END
        ADD 1 TO listLineNumber
        IF distributionListRecord NOT = SPACES
            AND distributionListRecord(1:1) NOT = '#' THEN
          PERFORM LoadOneListLine THRU LoadOneListLine-EXIT
        END-IF
    END-READ
  END-PERFORM.
  CLOSE DistributionListFile.

LoadOneListLine.
  MOVE SPACES TO listKindPart listFirstPart listSecondPart.
  UNSTRING distributionListRecord DELIMITED BY ','
    INTO listKindPart, listFirstPart, listSecondPart.
  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(listKindPart)) TO listKindPart.
  MOVE FUNCTION TRIM(listFirstPart) TO listFirstPart.
  MOVE FUNCTION TRIM(listSecondPart) TO listSecondPart.
  IF listFirstPart = SPACES OR listSecondPart = SPACES THEN
    DISPLAY "REPORT-DISTRIBUTION: list line " listLineNumber
      " is incomplete and was ignored"
    GO TO LoadOneListLine-EXIT
  END-IF.
  EVALUATE listKindPart
    WHEN "REPORT"
      MOVE FUNCTION UPPER-CASE(listFirstPart) TO lookupName
      PERFORM FindReportType
      IF foundIdx = 0 THEN
        IF reportTypeCount >= 100 THEN
          DISPLAY "REPORT-DISTRIBUTION: more than 100 report types, "
            FUNCTION TRIM(lookupName) " ignored"
          GO TO LoadOneListLine-EXIT
        END-IF
        ADD 1 TO reportTypeCount
        MOVE reportTypeCount TO foundIdx
        MOVE lookupName TO rtType(foundIdx)
        MOVE 0 TO rtExpectedFlag(foundIdx)
      END-IF
      MOVE listSecondPart TO rtPattern(foundIdx)
      MOVE "MISSING" TO rtStatus(foundIdx)
      MOVE 0 TO rtFirstFile(foundIdx) rtFileCount(foundIdx)
    WHEN "RECIPIENT"
      MOVE listFirstPart TO lookupName
      PERFORM FindRecipient
      IF foundIdx = 0 THEN
        IF recipientCount >= 50 THEN
          DISPLAY "REPORT-DISTRIBUTION: more than 50 recipients, "
            FUNCTION TRIM(lookupName) " ignored"
          GO TO LoadOneListLine-EXIT
        END-IF
        ADD 1 TO recipientCount
        MOVE recipientCount TO foundIdx
        MOVE lookupName TO rcName(foundIdx)
        MOVE 0 TO rcSendCount(foundIdx)
      END-IF
      MOVE listSecondPart TO rcAddress(foundIdx)
    WHEN "SEND"
      PERFORM LoadSendLine THRU LoadSendLine-EXIT
    WHEN OTHER
      DISPLAY "REPORT-DISTRIBUTION: list line " listLineNumber
        " has unknown entry " FUNCTION TRIM(listKindPart)
        " and was ignored"
  END-EVALUATE.
LoadOneListLine-EXIT.
  EXIT.

LoadSendLine.
  IF sendCount >= 500 THEN
    DISPLAY "REPORT-DISTRIBUTION: more than 500 SEND entries, list line "
      listLineNumber " ignored"
    GO TO LoadSendLine-EXIT
  END-IF.
  MOVE listSecondPart TO lookupName.
  PERFORM FindRecipient.
  IF foundIdx = 0 THEN
    DISPLAY "REPORT-DISTRIBUTION: list line " listLineNumber
      " sends to " FUNCTION TRIM(lookupName)
      ", who has no RECIPIENT entry, ignored"
    GO TO LoadSendLine-EXIT
  END-IF.
  ADD 1 TO sendCount.
  MOVE foundIdx TO sdRecipientIdx(sendCount).
  ADD 1 TO rcSendCount(foundIdx).
  MOVE FUNCTION UPPER-CASE(listFirstPart) TO lookupName.
  PERFORM FindReportType.
  IF foundIdx = 0 AND reportTypeCount < 100 THEN
    ADD 1 TO reportTypeCount
    MOVE reportTypeCount TO foundIdx
    MOVE lookupName TO rtType(foundIdx)
    MOVE SPACES TO rtPattern(foundIdx)
    MOVE "MISSING" TO rtStatus(foundIdx)
    MOVE 0 TO rtFirstFile(foundIdx) rtFileCount(foundIdx)
  END-IF.
  MOVE foundIdx TO sdReportIdx(sendCount).
  IF foundIdx > 0 THEN
    SET rtIsExpected(foundIdx) TO TRUE
  END-IF.
LoadSendLine-EXIT.
  EXIT.

FindReportType.
  MOVE 0 TO foundIdx.
  PERFORM VARYING rtIdx FROM 1 BY 1
      UNTIL rtIdx > reportTypeCount OR foundIdx > 0
    IF rtType(rtIdx) = lookupName THEN
      MOVE rtIdx TO foundIdx
    END-IF
  END-PERFORM.

FindRecipient.
  MOVE 0 TO foundIdx.
  PERFORM VARYING rcIdx FROM 1 BY 1
      UNTIL rcIdx > recipientCount OR foundIdx > 0
    IF rcName(rcIdx) = lookupName THEN
      MOVE rcIdx TO foundIdx
    END-IF
  END-PERFORM.

LocateReportFiles.
  IF rtPattern(rtIdx) = SPACES THEN
    CONTINUE
  ELSE
    MOVE rtPattern(rtIdx) TO patternWork
    MOVE "{RUNID}" TO tokenText
    MOVE 7 TO tokenLength
    MOVE distributionRunId TO tokenValue
    PERFORM ReplacePatternToken
    MOVE "{DATE}" TO tokenText
    MOVE 6 TO tokenLength
    MOVE runDateText TO tokenValue
    PERFORM ReplacePatternToken

    MOVE SPACES TO systemCommand
    STRING "for f in " DELIMITED BY SIZE
      FUNCTION TRIM(patternWork) DELIMITED BY SIZE
      "; do [ -f ""$f"" ] && echo ""$(date -r ""$f"" +%Y%m%d%H%M%S)"
        DELIMITED BY SIZE
      "|$f""; done > '" DELIMITED BY SIZE
      FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
      "' 2>/dev/null" DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
    MOVE 0 TO expandedListEofFlag
    OPEN INPUT ExpandedListFile
    IF expandedListFileStatus NOT = "00" THEN
      SET endOfExpandedList TO TRUE
    END-IF
    PERFORM UNTIL endOfExpandedList
      READ ExpandedListFile
        AT END SET endOfExpandedList TO TRUE
        NOT AT END
          IF expandedListRecord NOT = SPACES THEN
            PERFORM RecordReportFile
          END-IF
      END-READ
    END-PERFORM
    CLOSE ExpandedListFile
  END-IF.

ReplacePatternToken.
  MOVE 0 TO tokenCount.
  INSPECT patternWork TALLYING tokenCount
    FOR ALL tokenText(1:tokenLength).
  PERFORM tokenCount TIMES
    MOVE 0 TO tokenOffset
    INSPECT patternWork TALLYING tokenOffset
      FOR CHARACTERS BEFORE INITIAL tokenText(1:tokenLength)
    COMPUTE tokenTailStart = tokenOffset + tokenLength + 1
    MOVE SPACES TO patternBuild
    IF tokenOffset > 0 THEN
      STRING patternWork(1:tokenOffset) DELIMITED BY SIZE
        FUNCTION TRIM(tokenValue) DELIMITED BY SIZE
        patternWork(tokenTailStart:) DELIMITED BY SIZE
        INTO patternBuild
      END-STRING
    ELSE
      STRING FUNCTION TRIM(tokenValue) DELIMITED BY SIZE
        patternWork(tokenTailStart:) DELIMITED BY SIZE
        INTO patternBuild
      END-STRING
    END-IF
    MOVE patternBuild TO patternWork
  END-PERFORM.

RecordReportFile.
  IF fileCount >= 500 THEN
    DISPLAY "REPORT-DISTRIBUTION: more than 500 report files, "
      FUNCTION TRIM(expandedListRecord) " NOT distributed"
  ELSE
    MOVE SPACES TO expandedStampPart expandedNamePart
    UNSTRING expandedListRecord DELIMITED BY '|'
      INTO expandedStampPart, expandedNamePart
    ADD 1 TO fileCount
    MOVE expandedNamePart TO ftName(fileCount)
    MOVE expandedStampPart TO ftStamp(fileCount)
    CALL "CONTENT-HASH" USING BY CONTENT ftName(fileCount),
      BY REFERENCE fileFingerprint, BY REFERENCE ftLines(fileCount)
    IF runStartedText NOT = SPACES
        AND ftStamp(fileCount) < runStartedText THEN
      MOVE "STALE" TO ftStatus(fileCount)
      IF rtStatus(rtIdx) = "MISSING" THEN
        MOVE "STALE" TO rtStatus(rtIdx)
      END-IF
    ELSE
      MOVE "INCLUDED" TO ftStatus(fileCount)
      MOVE "PRODUCED" TO rtStatus(rtIdx)
    END-IF
    IF rtFileCount(rtIdx) = 0 THEN
      MOVE fileCount TO rtFirstFile(rtIdx)
    END-IF
    ADD 1 TO rtFileCount(rtIdx)
  END-IF.

BuildRecipientBundle.
  ADD 1 TO bundleCount.
  MOVE SPACES TO bundleFileName.
  STRING FUNCTION TRIM(bundleDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(rcName(rcIdx)) DELIMITED BY SIZE
    ".bundle" DELIMITED BY SIZE
    INTO bundleFileName.
  MOVE 0 TO bundleIncludedCount bundleMissingCount bundleStaleCount.
  PERFORM VARYING sdIdx FROM 1 BY 1 UNTIL sdIdx > sendCount
    IF sdRecipientIdx(sdIdx) = rcIdx THEN
      PERFORM CountBundleEntry
    END-IF
  END-PERFORM.

  OPEN OUTPUT BundleFile.
  IF bundleFileStatus NOT = "00" THEN
    DISPLAY "REPORT-DISTRIBUTION: unable to open bundle "
      FUNCTION TRIM(bundleFileName) ", status=" bundleFileStatus
    ADD 1 TO failedBundleCount
    MOVE "NOT-BUILT" TO deliveryStatus
    PERFORM LogRecipientEntries
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "bundle for " DELIMITED BY SIZE
      FUNCTION TRIM(rcName(rcIdx)) DELIMITED BY SIZE
      " could not be built for " DELIMITED BY SIZE
      FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    GO TO BuildRecipientBundle-EXIT
  END-IF.

  SET advanceToNewPage TO TRUE.
  MOVE "REPORT DISTRIBUTION BUNDLE" TO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  STRING "RECIPIENT : " DELIMITED BY SIZE
    FUNCTION TRIM(rcName(rcIdx)) DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  STRING "ADDRESS   : " DELIMITED BY SIZE
    FUNCTION TRIM(rcAddress(rcIdx)) DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  STRING "RUN ID    : " DELIMITED BY SIZE
    FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
    "   RUN DATE : " DELIMITED BY SIZE
    runDateText DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  STRING "PREPARED  : " DELIMITED BY SIZE
    preparedStamp DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE SPACES TO bundleRecord.
  STRING "REPORTS   : " DELIMITED BY SIZE
    bundleIncludedCount DELIMITED BY SIZE
    " included, " DELIMITED BY SIZE
    bundleMissingCount DELIMITED BY SIZE
    " missing, " DELIMITED BY SIZE
    bundleStaleCount DELIMITED BY SIZE
    " stale" DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  IF bundleMissingCount > 0 OR bundleStaleCount > 0 THEN
    MOVE SPACES TO bundleRecord
    PERFORM WriteBundleLine
    MOVE "*** SOME EXPECTED REPORTS WERE NOT PRODUCED BY THIS RUN ***"
      TO bundleRecord
    PERFORM WriteBundleLine
  END-IF.

  MOVE SPACES TO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE "CONTENTS" TO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE "SEQ  REPORT TYPE          STATUS        LINES  FILE"
    TO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE 0 TO bundleSequence.
  PERFORM VARYING sdIdx FROM 1 BY 1 UNTIL sdIdx > sendCount
    IF sdRecipientIdx(sdIdx) = rcIdx THEN
      PERFORM WriteContentsEntry
    END-IF
  END-PERFORM.
  MOVE "*** END OF CONTENTS ***" TO bundleRecord.
  PERFORM WriteBundleLine.

  MOVE 0 TO bundleSequence.
  PERFORM VARYING sdIdx FROM 1 BY 1 UNTIL sdIdx > sendCount
    IF sdRecipientIdx(sdIdx) = rcIdx THEN
      PERFORM CopyBundleReports
    END-IF
  END-PERFORM.
  SET advanceToNewPage TO TRUE.
  MOVE "*** END OF BUNDLE ***" TO bundleRecord.
  PERFORM WriteBundleLine.
  CLOSE BundleFile.

  IF senderCommandText = SPACES THEN
    MOVE "BUNDLED" TO deliveryStatus
  ELSE
    MOVE SPACES TO systemCommand
    STRING FUNCTION TRIM(senderCommandText) DELIMITED BY SIZE
      " '" DELIMITED BY SIZE
      FUNCTION TRIM(bundleFileName) DELIMITED BY SIZE
      "' '" DELIMITED BY SIZE
      FUNCTION TRIM(rcAddress(rcIdx)) DELIMITED BY SIZE
      "'" DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
    CALL "SYSTEM" USING systemCommand
    MOVE RETURN-CODE TO rawCommandStatus
    MOVE 0 TO RETURN-CODE
    IF rawCommandStatus = 0 THEN
      MOVE "SENT" TO deliveryStatus
      ADD 1 TO sentBundleCount
    ELSE
      MOVE "SEND-FAILED" TO deliveryStatus
      ADD 1 TO failedBundleCount
      MOVE 'C' TO alertSeverity
      MOVE SPACES TO alertMessageText
      STRING "bundle for " DELIMITED BY SIZE
        FUNCTION TRIM(rcName(rcIdx)) DELIMITED BY SIZE
        " could not be sent to " DELIMITED BY SIZE
        FUNCTION TRIM(rcAddress(rcIdx)) DELIMITED BY SIZE
        INTO alertMessageText
      PERFORM RaiseOperatorAlert
    END-IF
  END-IF.
  PERFORM LogRecipientEntries.
  DISPLAY "REPORT-DISTRIBUTION: " FUNCTION TRIM(rcName(rcIdx))
    " " FUNCTION TRIM(deliveryStatus)
    " included=" bundleIncludedCount " missing=" bundleMissingCount
    " stale=" bundleStaleCount " bundle=" FUNCTION TRIM(bundleFileName).
BuildRecipientBundle-EXIT.
  EXIT.

CountBundleEntry.
  MOVE sdReportIdx(sdIdx) TO rtIdx.
  IF rtIdx = 0 THEN
    ADD 1 TO bundleMissingCount
  ELSE
    EVALUATE rtStatus(rtIdx)
      WHEN "PRODUCED"
        COMPUTE ftLastIdx = rtFirstFile(rtIdx) + rtFileCount(rtIdx) - 1
        PERFORM VARYING ftIdx FROM rtFirstFile(rtIdx) BY 1
            UNTIL ftIdx > ftLastIdx
          IF ftStatus(ftIdx) = "INCLUDED" THEN
            ADD 1 TO bundleIncludedCount
          END-IF
        END-PERFORM
      WHEN "STALE"
        ADD 1 TO bundleStaleCount
      WHEN OTHER
        ADD 1 TO bundleMissingCount
    END-EVALUATE
  END-IF.

WriteContentsEntry.
  MOVE sdReportIdx(sdIdx) TO rtIdx.
  IF rtIdx = 0 THEN
    CONTINUE
  ELSE
    IF rtFileCount(rtIdx) = 0 THEN
      ADD 1 TO bundleSequence
      MOVE SPACES TO ContentsLine
      MOVE bundleSequence TO clSequence
      MOVE rtType(rtIdx) TO clType
      MOVE "MISSING" TO clStatus
      MOVE 0 TO clLines
      MOVE rtPattern(rtIdx) TO clFile
      MOVE ContentsLine TO bundleRecord
      PERFORM WriteBundleLine
    ELSE
      COMPUTE ftLastIdx = rtFirstFile(rtIdx) + rtFileCount(rtIdx) - 1
      PERFORM VARYING ftIdx FROM rtFirstFile(rtIdx) BY 1
          UNTIL ftIdx > ftLastIdx
        ADD 1 TO bundleSequence
        MOVE SPACES TO ContentsLine
        MOVE bundleSequence TO clSequence
        MOVE rtType(rtIdx) TO clType
        MOVE ftStatus(ftIdx) TO clStatus
        MOVE ftLines(ftIdx) TO clLines
        MOVE ftName(ftIdx) TO clFile
        MOVE ContentsLine TO bundleRecord
        PERFORM WriteBundleLine
      END-PERFORM
    END-IF
  END-IF.

CopyBundleReports.
  MOVE sdReportIdx(sdIdx) TO rtIdx.
  IF rtIdx = 0 THEN
    CONTINUE
  ELSE
    IF rtFileCount(rtIdx) = 0 THEN
      ADD 1 TO bundleSequence
    ELSE
      COMPUTE ftLastIdx = rtFirstFile(rtIdx) + rtFileCount(rtIdx) - 1
      PERFORM VARYING ftIdx FROM rtFirstFile(rtIdx) BY 1
          UNTIL ftIdx > ftLastIdx
        ADD 1 TO bundleSequence
        IF ftStatus(ftIdx) = "INCLUDED" THEN
          PERFORM CopyOneReport
        END-IF
      END-PERFORM
    END-IF
  END-IF.

CopyOneReport.
  SET advanceToNewPage TO TRUE.
  MOVE SPACES TO bundleRecord.
  STRING "=== " DELIMITED BY SIZE
    bundleSequence DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(rtType(rtIdx)) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(ftName(ftIdx)) DELIMITED BY SIZE
    " (" DELIMITED BY SIZE
    ftLines(ftIdx) DELIMITED BY SIZE
    " lines) ===" DELIMITED BY SIZE
    INTO bundleRecord.
  PERFORM WriteBundleLine.
  MOVE ftName(ftIdx) TO reportInFileName.
  MOVE 0 TO reportInEofFlag.
  OPEN INPUT ReportInFile.
  IF reportInFileStatus NOT = "00" THEN
    MOVE "*** REPORT COULD NOT BE READ ***" TO bundleRecord
    PERFORM WriteBundleLine
    SET endOfReportIn TO TRUE
  END-IF.
  PERFORM UNTIL endOfReportIn
    READ ReportInFile
      AT END SET endOfReportIn TO TRUE
      NOT AT END
        MOVE reportInRecord TO bundleRecord
        PERFORM WriteBundleLine
    END-READ
  END-PERFORM.
  CLOSE ReportInFile.
  ADD 1 TO includedFileCount.

WriteBundleLine.
  IF advanceToNewPage THEN
    WRITE bundleRecord AFTER ADVANCING PAGE
  ELSE
    WRITE bundleRecord AFTER ADVANCING 1 LINE
  END-IF.
  MOVE 0 TO pageAdvanceFlag.

LogRecipientEntries.
  PERFORM VARYING sdIdx FROM 1 BY 1 UNTIL sdIdx > sendCount
    IF sdRecipientIdx(sdIdx) = rcIdx THEN
      MOVE sdReportIdx(sdIdx) TO rtIdx
      IF rtIdx = 0 THEN
        CONTINUE
      ELSE
        IF rtFileCount(rtIdx) = 0 THEN
          MOVE "MISSING" TO contentsStatus
          MOVE rtPattern(rtIdx) TO contentsFileName
          MOVE 0 TO contentsLineCount
          PERFORM WriteLogEntry
        ELSE
          COMPUTE ftLastIdx = rtFirstFile(rtIdx) + rtFileCount(rtIdx) - 1
          PERFORM VARYING ftIdx FROM rtFirstFile(rtIdx) BY 1
              UNTIL ftIdx > ftLastIdx
            MOVE ftStatus(ftIdx) TO contentsStatus
            MOVE ftName(ftIdx) TO contentsFileName
            MOVE ftLines(ftIdx) TO contentsLineCount
            PERFORM WriteLogEntry
          END-PERFORM
        END-IF
      END-IF
    END-IF
  END-PERFORM.

WriteLogEntry.
  MOVE SPACES TO distributionLogRecord.
  STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
    " recipient=" DELIMITED BY SIZE
    FUNCTION TRIM(rcName(rcIdx)) DELIMITED BY SIZE
    " address=" DELIMITED BY SIZE
    FUNCTION TRIM(rcAddress(rcIdx)) DELIMITED BY SIZE
    " type=" DELIMITED BY SIZE
    FUNCTION TRIM(rtType(rtIdx)) DELIMITED BY SIZE
    " report=" DELIMITED BY SIZE
    FUNCTION TRIM(contentsStatus) DELIMITED BY SIZE
    " lines=" DELIMITED BY SIZE
    contentsLineCount DELIMITED BY SIZE
    " delivery=" DELIMITED BY SIZE
    FUNCTION TRIM(deliveryStatus) DELIMITED BY SIZE
    " file=" DELIMITED BY SIZE
    FUNCTION TRIM(contentsFileName) DELIMITED BY SIZE
    " bundle=" DELIMITED BY SIZE
    FUNCTION TRIM(bundleFileName) DELIMITED BY SIZE
    INTO distributionLogRecord
  END-STRING.
  WRITE distributionLogRecord.

FlagUnproducedReport.
  MOVE 'W' TO alertSeverity.
  MOVE SPACES TO alertMessageText.
  IF rtStatus(rtIdx) = "STALE" THEN
    ADD 1 TO staleReportCount
    DISPLAY "REPORT-DISTRIBUTION: report " FUNCTION TRIM(rtType(rtIdx))
      " was NOT produced by this run, only an older copy exists"
    STRING "report " DELIMITED BY SIZE
      FUNCTION TRIM(rtType(rtIdx)) DELIMITED BY SIZE
      " not produced by " DELIMITED BY SIZE
      FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
      ", older copy withheld from bundles" DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
  ELSE
    ADD 1 TO missingReportCount
    IF rtPattern(rtIdx) = SPACES THEN
      DISPLAY "REPORT-DISTRIBUTION: report " FUNCTION TRIM(rtType(rtIdx))
        " is MISSING, no REPORT entry names its file"
    ELSE
      DISPLAY "REPORT-DISTRIBUTION: report " FUNCTION TRIM(rtType(rtIdx))
        " is MISSING, expected " FUNCTION TRIM(rtPattern(rtIdx))
    END-IF
    STRING "report " DELIMITED BY SIZE
      FUNCTION TRIM(rtType(rtIdx)) DELIMITED BY SIZE
      " expected for " DELIMITED BY SIZE
      FUNCTION TRIM(distributionRunId) DELIMITED BY SIZE
      " was not produced" DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
  END-IF.
  PERFORM RaiseOperatorAlert.
