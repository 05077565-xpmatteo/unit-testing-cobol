IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-ACCOUNT-REBUILD.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL AccountMasterFile ASSIGN TO accountMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS accountMasterFileStatus.

      SELECT PostingJournalFile ASSIGN TO postingJournalFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postingJournalFileStatus.

      SELECT RebuiltMasterFile ASSIGN TO rebuiltMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rebuiltMasterFileStatus.

      SELECT RebuildReportFile ASSIGN TO rebuildReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rebuildReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD AccountMasterFile.
    01 accountMasterRecord.
      02 masterCustomerId PIC X(30).
      02 masterSeparator1 PIC X.
      02 masterBalance PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 masterSeparator2 PIC X.
      02 masterLastPostedDate PIC X(8).
      02 masterSeparator3 PIC X.
      02 masterLifetimeCount PIC 9(9).

    FD PostingJournalFile.
    01 postingJournalRecord PIC X(140).

    FD RebuiltMasterFile.
    01 rebuiltMasterRecord PIC X(70).

    FD RebuildReportFile.
    01 rebuildReportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 accountMasterFileName PIC X(100) VALUE SPACES.
    01 accountMasterFileStatus PIC XX VALUE "00".
    01 accountMasterEofFlag PIC 9 VALUE 0.
      88 endOfAccountMaster VALUE 1.

    01 postingJournalFileName PIC X(110) VALUE SPACES.
    01 postingJournalFileStatus PIC XX VALUE "00".
    01 postingJournalEofFlag PIC 9 VALUE 0.
      88 endOfPostingJournal VALUE 1.
    01 journalLineNumber PIC 9(9) VALUE 0.
    01 journalLastLineToApply PIC 9(9) VALUE 0.

    01 rebuiltMasterFileName PIC X(110) VALUE SPACES.
    01 rebuiltMasterFileStatus PIC XX VALUE "00".

    01 rebuildReportFileName PIC X(100) VALUE SPACES.
    01 rebuildReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 rebuildMode PIC X(6) VALUE SPACES.
      88 isAsOfDateRebuild VALUE 'ASOF'.
      88 isRunIdRebuild VALUE 'RUN'.
      88 isVerifyMode VALUE 'VERIFY'.
    01 rebuildPointArg PIC X(14) VALUE SPACES.
    01 rebuildPointLength PIC 99 VALUE 0.

    01 PostingJournalLine.
      02 pjTimestamp PIC X(14).
      02 pjSeparator1 PIC X.
      02 pjRunId PIC X(14).
      02 pjSeparator2 PIC X.
      02 pjSourceProgram PIC X(14).
      02 pjSeparator3 PIC X.
      02 pjCustomerId PIC X(30).
      02 pjSeparator4 PIC X.
      02 pjBeforeBalance PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 pjSeparator5 PIC X.
      02 pjAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 pjSeparator6 PIC X.
      02 pjAfterBalance PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 pjSeparator7 PIC X.
      02 pjPostingCount PIC 9(9).
      02 pjSeparator8 PIC X.
      02 pjPostedDate PIC X(8).

    01 RebuiltMasterLine.
      02 rmCustomerId PIC X(30).
      02 rmSeparator1 PIC X.
      02 rmBalance PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 rmSeparator2 PIC X.
      02 rmLastPostedDate PIC X(8).
      02 rmSeparator3 PIC X.
      02 rmLifetimeCount PIC 9(9).

    01 CustomerStateTable.
      02 CustomerStateEntry OCCURS 10000 TIMES.
        03 csCustomerId PIC X(30).
        03 csInMasterFlag PIC 9.
          88 csIsInMaster VALUE 1.
        03 csMasterBalance PIC S9(9)V99.
        03 csMasterLastPostedDate PIC X(8).
        03 csMasterLifetimeCount PIC 9(9).
        03 csJournalEntryCount PIC 9(9).
        03 csJournalPostingCount PIC 9(9).
        03 csOpeningBalance PIC S9(9)V99.
        03 csAppliedEntryCount PIC 9(9).
        03 csAppliedPostingCount PIC 9(9).
        03 csBalance PIC S9(9)V99.
        03 csLastPostedDate PIC X(8).
    01 customerStateCount PIC 9(5) VALUE 0.
    01 csIdx PIC 9(5).
    01 csMatchIdx PIC 9(5) VALUE 0.
    01 customerFoundFlag PIC 9 VALUE 0.
      88 customerStateFound VALUE 1.
    01 customerTableFullFlag PIC 9 VALUE 0.
      88 customerTableIsFull VALUE 1.
    01 lookupCustomerId PIC X(30).

    01 entryAppliesFlag PIC 9 VALUE 0.
      88 entryApplies VALUE 1.
    01 journalEntriesRead PIC 9(9) VALUE 0.
    01 journalEntriesApplied PIC 9(9) VALUE 0.
    01 journalEntriesRejected PIC 9(9) VALUE 0.
    01 chainBreakCount PIC 9(9) VALUE 0.
    01 mismatchCount PIC 9(9) VALUE 0.
    01 rebuiltCustomerCount PIC 9(9) VALUE 0.
    01 openingLifetimeCount PIC S9(9).
    01 verifyStatusText PIC X(12).
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 alertSeverity PIC X.
    01 alertProgramName PIC X(20) VALUE "SUM-ACCOUNT-REBUILD".
    01 alertMessageText PIC X(200).

    01 amountDisplay1 PIC -(9)9.99.
    01 amountDisplay2 PIC -(9)9.99.
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.
    01 countDisplay3 PIC Z(8)9.
    01 countDisplay4 PIC Z(8)9.
    01 summaryTailText PIC X(150).
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT rebuildMode FROM ARGUMENT-VALUE.
  ACCEPT accountMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT rebuildPointArg FROM ARGUMENT-VALUE.
  ACCEPT rebuiltMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT postingJournalFileName FROM ARGUMENT-VALUE.
  ACCEPT rebuildReportFileName FROM ARGUMENT-VALUE.

  MOVE FUNCTION UPPER-CASE(rebuildMode) TO rebuildMode.
  IF NOT isAsOfDateRebuild AND NOT isRunIdRebuild
      AND NOT isVerifyMode THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: job NOT started - mode "
      FUNCTION TRIM(rebuildMode) " is not ASOF, RUN or VERIFY"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF accountMasterFileName = SPACES THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: job NOT started - "
      "no account master named"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF isAsOfDateRebuild THEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(rebuildPointArg))
      TO rebuildPointLength
    IF (rebuildPointLength NOT = 8 AND rebuildPointLength NOT = 14)
        OR rebuildPointArg(1:rebuildPointLength) IS NOT NUMERIC THEN
      DISPLAY "SUM-ACCOUNT-REBUILD: job NOT started - as-of point "
        FUNCTION TRIM(rebuildPointArg)
        " is not YYYYMMDD or YYYYMMDDHHMMSS"
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
  END-IF.
  IF isRunIdRebuild AND rebuildPointArg = SPACES THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: job NOT started - no run ID given"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF postingJournalFileName = SPACES THEN
    STRING FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
      ".journal" DELIMITED BY SIZE
      INTO postingJournalFileName
  END-IF.
  IF rebuiltMasterFileName = SPACES AND NOT isVerifyMode THEN
    STRING FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
      ".rebuilt" DELIMITED BY SIZE
      INTO rebuiltMasterFileName
  END-IF.

  DISPLAY "SUM-ACCOUNT-REBUILD: job started " FUNCTION CURRENT-DATE(1:14)
    " mode=" FUNCTION TRIM(rebuildMode)
    " point=" FUNCTION TRIM(rebuildPointArg)
    " master=" FUNCTION TRIM(accountMasterFileName)
    " journal=" FUNCTION TRIM(postingJournalFileName).

  PERFORM LoadCurrentMaster.
  IF customerTableIsFull THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE 999999999 TO journalLastLineToApply.
  IF isRunIdRebuild THEN
    PERFORM FindLastEntryOfRun
    IF journalLastLineToApply = 0 THEN
      DISPLAY "SUM-ACCOUNT-REBUILD: job NOT started - run ID "
        FUNCTION TRIM(rebuildPointArg) " not found in "
        FUNCTION TRIM(postingJournalFileName)
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
  END-IF.

  IF rebuildReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT RebuildReportFile
  END-IF.
  MOVE SPACES TO reportLineText
  STRING "REBUILD mode=" DELIMITED BY SIZE
    FUNCTION TRIM(rebuildMode) DELIMITED BY SIZE
    " point=" DELIMITED BY SIZE
    FUNCTION TRIM(rebuildPointArg) DELIMITED BY SIZE
    " master=" DELIMITED BY SIZE
    FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
    " journal=" DELIMITED BY SIZE
    FUNCTION TRIM(postingJournalFileName) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

  PERFORM ReplayPostingJournal.
  IF postingJournalFileStatus NOT = "00" AND NOT endOfPostingJournal THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF customerTableIsFull THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF isVerifyMode THEN
    PERFORM VARYING csIdx FROM 1 BY 1 UNTIL csIdx > customerStateCount
      PERFORM VerifyOneCustomer
    END-PERFORM
  ELSE
    PERFORM WriteRebuiltMaster
  END-IF.

  MOVE journalEntriesRead TO countDisplay1
  MOVE journalEntriesApplied TO countDisplay2
  MOVE chainBreakCount TO countDisplay3
  MOVE SPACES TO summaryTailText
  IF isVerifyMode THEN
    MOVE mismatchCount TO countDisplay4
    STRING " mismatches=" DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay4) DELIMITED BY SIZE
      INTO summaryTailText
  ELSE
    MOVE rebuiltCustomerCount TO countDisplay4
    STRING " customersRebuilt=" DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay4) DELIMITED BY SIZE
      " rebuiltMaster=" DELIMITED BY SIZE
      FUNCTION TRIM(rebuiltMasterFileName) DELIMITED BY SIZE
      INTO summaryTailText
  END-IF
  MOVE SPACES TO reportLineText
  STRING "SUMMARY entriesRead=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " entriesApplied=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    " chainBreaks=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay3) DELIMITED BY SIZE
    summaryTailText DELIMITED BY "  "
    INTO reportLineText
  PERFORM WriteReportLine.

  IF reportToFile THEN
    CLOSE RebuildReportFile
  END-IF.

  IF isVerifyMode AND (mismatchCount > 0 OR chainBreakCount > 0) THEN
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    MOVE mismatchCount TO countDisplay1
    MOVE chainBreakCount TO countDisplay2
    STRING "account master " DELIMITED BY SIZE
      FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
      " does not agree with its posting journal: mismatches="
        DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
      " chainBreaks=" DELIMITED BY SIZE
      FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    SET runHasWarnings TO TRUE
  END-IF.
  IF journalEntriesRejected > 0 OR chainBreakCount > 0 THEN
    SET runHasWarnings TO TRUE
  END-IF.

  DISPLAY "SUM-ACCOUNT-REBUILD: job ended " FUNCTION CURRENT-DATE(1:14)
    " entries=" journalEntriesRead
    " applied=" journalEntriesApplied
    " rejected=" journalEntriesRejected.

  IF runHasWarnings THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadCurrentMaster.
  MOVE 0 TO accountMasterEofFlag
  OPEN INPUT AccountMasterFile
  IF accountMasterFileStatus NOT = "00" THEN
    IF accountMasterFileStatus NOT = "05" THEN
      DISPLAY "SUM-ACCOUNT-REBUILD: WARNING - unable to open account "
        "master " FUNCTION TRIM(accountMasterFileName)
        ", status=" accountMasterFileStatus
      SET runHasWarnings TO TRUE
    END-IF
    SET endOfAccountMaster TO TRUE
  END-IF
  PERFORM UNTIL endOfAccountMaster
    READ AccountMasterFile
      AT END SET endOfAccountMaster TO TRUE
      NOT AT END
        MOVE masterCustomerId TO lookupCustomerId
        PERFORM FindCustomerState
        IF customerStateFound THEN
          MOVE 1 TO csInMasterFlag(csMatchIdx)
          MOVE masterBalance TO csMasterBalance(csMatchIdx)
          MOVE masterLastPostedDate TO csMasterLastPostedDate(csMatchIdx)
          MOVE masterLifetimeCount TO csMasterLifetimeCount(csMatchIdx)
        ELSE
          SET endOfAccountMaster TO TRUE
        END-IF
    END-READ
  END-PERFORM
  CLOSE AccountMasterFile.

FindLastEntryOfRun.
  MOVE 0 TO journalLastLineToApply
  MOVE 0 TO journalLineNumber
  MOVE 0 TO postingJournalEofFlag
  OPEN INPUT PostingJournalFile
  IF postingJournalFileStatus NOT = "00" THEN
    SET endOfPostingJournal TO TRUE
  END-IF
  PERFORM UNTIL endOfPostingJournal
    READ PostingJournalFile
      AT END SET endOfPostingJournal TO TRUE
      NOT AT END
        ADD 1 TO journalLineNumber
        MOVE postingJournalRecord TO PostingJournalLine
        IF pjRunId = rebuildPointArg THEN
          MOVE journalLineNumber TO journalLastLineToApply
        END-IF
    END-READ
  END-PERFORM
  CLOSE PostingJournalFile.

ReplayPostingJournal.
  MOVE 0 TO journalLineNumber
  MOVE 0 TO postingJournalEofFlag
  OPEN INPUT PostingJournalFile
  IF postingJournalFileStatus NOT = "00" THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: unable to open posting journal "
      FUNCTION TRIM(postingJournalFileName)
      ", status=" postingJournalFileStatus
  ELSE
    PERFORM UNTIL endOfPostingJournal
      READ PostingJournalFile
        AT END SET endOfPostingJournal TO TRUE
        NOT AT END
          ADD 1 TO journalLineNumber
          PERFORM ReplayOneJournalEntry THRU ReplayOneJournalEntry-EXIT
      END-READ
    END-PERFORM
    CLOSE PostingJournalFile
  END-IF.

ReplayOneJournalEntry.
  IF postingJournalRecord = SPACES THEN
    GO TO ReplayOneJournalEntry-EXIT
  END-IF
  MOVE postingJournalRecord TO PostingJournalLine
  IF pjTimestamp IS NOT NUMERIC
      OR pjBeforeBalance IS NOT NUMERIC
      OR pjAmount IS NOT NUMERIC
      OR pjAfterBalance IS NOT NUMERIC
      OR pjPostingCount IS NOT NUMERIC
      OR pjBeforeBalance + pjAmount NOT = pjAfterBalance THEN
    DISPLAY "SUM-ACCOUNT-REBUILD: WARNING - journal line "
      journalLineNumber " rejected: " FUNCTION TRIM(postingJournalRecord)
    ADD 1 TO journalEntriesRejected
    GO TO ReplayOneJournalEntry-EXIT
  END-IF
  ADD 1 TO journalEntriesRead
  MOVE pjCustomerId TO lookupCustomerId
  PERFORM FindCustomerState
  IF NOT customerStateFound THEN
    SET endOfPostingJournal TO TRUE
    GO TO ReplayOneJournalEntry-EXIT
  END-IF
  MOVE csMatchIdx TO csIdx
  IF csJournalEntryCount(csIdx) = 0 THEN
    MOVE pjBeforeBalance TO csOpeningBalance(csIdx)
    MOVE pjBeforeBalance TO csBalance(csIdx)
  END-IF
  ADD 1 TO csJournalEntryCount(csIdx)
  ADD pjPostingCount TO csJournalPostingCount(csIdx)
  MOVE 0 TO entryAppliesFlag
  EVALUATE TRUE
    WHEN isAsOfDateRebuild
      IF pjTimestamp(1:rebuildPointLength)
          <= rebuildPointArg(1:rebuildPointLength) THEN
        SET entryApplies TO TRUE
      END-IF
    WHEN OTHER
      IF journalLineNumber <= journalLastLineToApply THEN
        SET entryApplies TO TRUE
      END-IF
  END-EVALUATE
  IF entryApplies THEN
    IF csAppliedEntryCount(csIdx) > 0
        AND pjBeforeBalance NOT = csBalance(csIdx) THEN
      PERFORM WriteChainBreakLine
    END-IF
    ADD 1 TO journalEntriesApplied
    ADD 1 TO csAppliedEntryCount(csIdx)
    ADD pjPostingCount TO csAppliedPostingCount(csIdx)
    MOVE pjAfterBalance TO csBalance(csIdx)
    MOVE pjPostedDate TO csLastPostedDate(csIdx)
  END-IF.
ReplayOneJournalEntry-EXIT.
  EXIT.

WriteChainBreakLine.
  ADD 1 TO chainBreakCount
  MOVE csBalance(csIdx) TO amountDisplay1
  MOVE pjBeforeBalance TO amountDisplay2
  MOVE journalLineNumber TO countDisplay1
  MOVE SPACES TO reportLineText
  STRING "CHAINBREAK customer=" DELIMITED BY SIZE
    FUNCTION TRIM(pjCustomerId) DELIMITED BY SIZE
    " journalLine=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " timestamp=" DELIMITED BY SIZE
    pjTimestamp DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    FUNCTION TRIM(pjRunId) DELIMITED BY SIZE
    " expectedBefore=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " journalBefore=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

FindCustomerState.
  MOVE 0 TO customerFoundFlag
  PERFORM VARYING csIdx FROM 1 BY 1
    UNTIL csIdx > customerStateCount OR customerStateFound
    IF csCustomerId(csIdx) = lookupCustomerId THEN
      SET customerStateFound TO TRUE
      MOVE csIdx TO csMatchIdx
    END-IF
  END-PERFORM
  IF NOT customerStateFound THEN
    IF customerStateCount < 10000 THEN
      ADD 1 TO customerStateCount
      MOVE customerStateCount TO csMatchIdx
      MOVE lookupCustomerId TO csCustomerId(csMatchIdx)
      MOVE 0 TO csInMasterFlag(csMatchIdx)
      MOVE 0 TO csMasterBalance(csMatchIdx)
      MOVE SPACES TO csMasterLastPostedDate(csMatchIdx)
      MOVE 0 TO csMasterLifetimeCount(csMatchIdx)
      MOVE 0 TO csJournalEntryCount(csMatchIdx)
      MOVE 0 TO csJournalPostingCount(csMatchIdx)
      MOVE 0 TO csOpeningBalance(csMatchIdx)
      MOVE 0 TO csAppliedEntryCount(csMatchIdx)
      MOVE 0 TO csAppliedPostingCount(csMatchIdx)
      MOVE 0 TO csBalance(csMatchIdx)
      MOVE SPACES TO csLastPostedDate(csMatchIdx)
      SET customerStateFound TO TRUE
    ELSE
      DISPLAY "SUM-ACCOUNT-REBUILD: customer table full at "
        FUNCTION TRIM(lookupCustomerId)
        " - more than 10000 customers, nothing rebuilt"
      SET customerTableIsFull TO TRUE
    END-IF
  END-IF.

WriteRebuiltMaster.
  OPEN OUTPUT RebuiltMasterFile
  PERFORM VARYING csIdx FROM 1 BY 1 UNTIL csIdx > customerStateCount
    PERFORM WriteOneRebuiltCustomer
  END-PERFORM
  CLOSE RebuiltMasterFile.

WriteOneRebuiltCustomer.
  MOVE SPACES TO RebuiltMasterLine
  MOVE ' ' TO rmSeparator1 rmSeparator2 rmSeparator3
  MOVE csCustomerId(csIdx) TO rmCustomerId
  IF csJournalEntryCount(csIdx) = 0 THEN
    IF csIsInMaster(csIdx) THEN
      MOVE csMasterBalance(csIdx) TO rmBalance
      MOVE csMasterLastPostedDate(csIdx) TO rmLastPostedDate
      MOVE csMasterLifetimeCount(csIdx) TO rmLifetimeCount
      MOVE RebuiltMasterLine TO rebuiltMasterRecord
      WRITE rebuiltMasterRecord
      ADD 1 TO rebuiltCustomerCount
    END-IF
  ELSE
    COMPUTE openingLifetimeCount = csMasterLifetimeCount(csIdx)
      - csJournalPostingCount(csIdx)
    IF openingLifetimeCount < 0 THEN
      MOVE 0 TO openingLifetimeCount
    END-IF
    IF csAppliedEntryCount(csIdx) > 0
        OR csOpeningBalance(csIdx) NOT = 0 THEN
      MOVE csBalance(csIdx) TO rmBalance
      MOVE csLastPostedDate(csIdx) TO rmLastPostedDate
      COMPUTE rmLifetimeCount = openingLifetimeCount
        + csAppliedPostingCount(csIdx)
      MOVE RebuiltMasterLine TO rebuiltMasterRecord
      WRITE rebuiltMasterRecord
      ADD 1 TO rebuiltCustomerCount
    END-IF
  END-IF.

VerifyOneCustomer.
  MOVE "MATCH" TO verifyStatusText
  EVALUATE TRUE
    WHEN csJournalEntryCount(csIdx) = 0
      MOVE "NOTJOURNALED" TO verifyStatusText
    WHEN NOT csIsInMaster(csIdx)
      MOVE "NOTINMASTER" TO verifyStatusText
      ADD 1 TO mismatchCount
    WHEN csBalance(csIdx) NOT = csMasterBalance(csIdx)
      MOVE "MISMATCH" TO verifyStatusText
      ADD 1 TO mismatchCount
  END-EVALUATE
  MOVE csMasterBalance(csIdx) TO amountDisplay1
  MOVE csBalance(csIdx) TO amountDisplay2
  IF csJournalEntryCount(csIdx) = 0 THEN
    MOVE csMasterBalance(csIdx) TO amountDisplay2
  END-IF
  MOVE csJournalEntryCount(csIdx) TO countDisplay1
  MOVE SPACES TO reportLineText
  STRING "VERIFY customer=" DELIMITED BY SIZE
    FUNCTION TRIM(csCustomerId(csIdx)) DELIMITED BY SIZE
    " masterBalance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " journalBalance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " journalEntries=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(verifyStatusText) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO rebuildReportRecord
    WRITE rebuildReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.
