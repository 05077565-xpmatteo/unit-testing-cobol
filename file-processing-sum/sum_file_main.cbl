      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rejectsFileStatus.

      SELECT OPTIONAL PostedRegisterFile ASSIGN TO postedRegisterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postedRegisterFileStatus.

      SELECT OPTIONAL ExceptionsFile ASSIGN TO exceptionsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS exceptionsFileStatus.
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS runLockFileStatus.

      SELECT OPTIONAL OpenItemStageFile ASSIGN TO openItemStageFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openItemStageFileStatus.

      SELECT OPTIONAL OpenItemLedgerFile ASSIGN TO openItemLedgerFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openItemLedgerFileStatus.

      SELECT OPTIONAL CreditHoldFile ASSIGN TO creditHoldFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS creditHoldFileStatus.

      SELECT OPTIONAL CreditReleaseFile ASSIGN TO creditReleaseFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS creditReleaseFileStatus.

      SELECT OPTIONAL ChartOfAccountsFile ASSIGN TO chartOfAccountsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS chartOfAccountsFileStatus.

      SELECT OPTIONAL PostingJournalFile ASSIGN TO postingJournalFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postingJournalFileStatus.

      SELECT TaxRateFile ASSIGN TO taxRateFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS taxRateFileStatus.

      SELECT OPTIONAL FormulaFile ASSIGN TO formulaFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS formulaFileStatus.

      SELECT OPTIONAL CatalogFile ASSIGN TO catalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS catalogFileStatus.

      SELECT TaxDetailFile ASSIGN TO taxDetailFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS taxDetailFileStatus.

DATA DIVISION.
  FILE SECTION.

      02 rejectLineNumber PIC 9(9).
      02 rejectSeparator  PIC X.
      02 rejectText       PIC X(200).
      02 rejectReasonSeparator PIC X.
      02 rejectReason     PIC X(40).

    FD PostedRegisterFile.
    01 postedRegisterRecord.
      02 prLineNumber     PIC 9(9).
      02 prSeparator1     PIC X.
      02 prInvoiceNumber  PIC X(30).
      02 prSeparator2     PIC X.
      02 prCustomerId     PIC X(30).
      02 prSeparator3     PIC X.
      02 prAmount         PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    FD ExceptionsFile.
    01 exceptionsFileRecord PIC X(100).
    01 archiveFileRecord PIC X(100).

    FD JobHistoryFile.
    01 jobHistoryFileRecord PIC X(600).

    FD BalancingReportFile.
    01 balancingReportFileRecord.
    FD RunLockFile.
    01 runLockRecord PIC X(60).

    FD OpenItemStageFile.
    01 openItemStageRecord PIC X(110).

    FD OpenItemLedgerFile.
    01 openItemLedgerRecord PIC X(110).

    FD CreditHoldFile.
    01 creditHoldRecord.
      02 chrCustomerId PIC X(30).
      02 chrSeparator1 PIC X.
      02 chrInvoiceNumber PIC X(30).
      02 chrSeparator2 PIC X.
      02 chrAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 chrSeparator3 PIC X.
      02 chrHeldDate PIC X(8).
      02 chrSeparator4 PIC X.
      02 chrLineText PIC X(200).

    FD CreditReleaseFile.
    01 creditReleaseRecord PIC X(100).

    FD ChartOfAccountsFile.
    01 chartOfAccountsRecord PIC X(100).

    FD PostingJournalFile.
    01 postingJournalRecord PIC X(140).

    FD TaxRateFile.
    01 taxRateRecord PIC X(80).

    FD FormulaFile.
    01 formulaFileRecord PIC X(250).

    FD CatalogFile.
    01 catalogFileRecord PIC X(200).

    FD TaxDetailFile.
    01 taxDetailRecord PIC X(130).

  WORKING-STORAGE SECTION.
    01 inputLineLength PIC 999.
    01 inputFileName PIC X(100).
    01 rejectsFileName PIC X(108).
    01 rejectsFileStatus PIC XX VALUE "00".

    01 postedRegisterFileName PIC X(107).
    01 postedRegisterFileStatus PIC XX VALUE "00".
    01 postedLineNumber PIC 9(9) VALUE 0.

    01 exceptionThresholdArg PIC X(12) VALUE SPACES.
    01 exceptionThreshold PIC S9(9)V99 VALUE 0.
    01 exceptionThresholdGiven PIC 9 VALUE 0.
    01 jobHistoryLogName PIC X(256)
      VALUE "sum_file_job_history.log".
    01 auditSequenceNumber PIC 9(9) VALUE 0.
    01 historyLockName PIC X(262).
    01 historyLockAttempts PIC 9(4) VALUE 0.
    01 historyLockFlag PIC 9 VALUE 0.
      88 historyLockHeld VALUE 1.
    01 accountMasterLockName PIC X(110).
    01 accountMasterLockAttempts PIC 9(4) VALUE 0.
    01 accountMasterLockFlag PIC 9 VALUE 0.
      88 accountMasterLockHeld VALUE 1.
    01 partitionPieceText PIC X(10) VALUE SPACES.
    01 hwmBatchLines PIC 9(4) VALUE 0.
    01 hwmSignatures PIC 9(9) VALUE 0.
    01 hwmAccountMaster PIC 9(5) VALUE 0.
    01 hwmCustomerMaster PIC 9(5) VALUE 0.
    01 hwmDrcrSuspense PIC 9(5) VALUE 0.
    01 hwmSuspenseSweep PIC 9(5) VALUE 0.

    01 controlBreakMode PIC X(5) VALUE SPACES.
      88 isControlBreakMode VALUE 'BREAK'.
    01 debitFieldLength PIC 999.
    01 creditField PIC X(200).
    01 creditFieldLength PIC 999.
    01 drcrAccountField PIC X(10).
    01 commentLineCount PIC 9(9) VALUE 0.
    01 debitAmount PIC S9(9)V99 VALUE 0.
    01 creditAmount PIC S9(9)V99 VALUE 0.
    01 batchDebitTotal PIC S9(9)V99 VALUE 0.
        03 blAmount PIC S9(9)V99.
        03 blOriginal PIC S9(9)V99.
        03 blCurrencyCode PIC X(10).
        03 blAutoReverseFlag PIC 9.
        03 blAccountCode PIC X(10).
        03 blLineNumber PIC 9(9).
    01 batchLineCount PIC 9(4) VALUE 0.
    01 blIdx PIC 9(4).
    01 batchFlushLineNumber PIC 9(9) VALUE 0.
    01 cpFoundFlag PIC 9 VALUE 0.
      88 customerPostingFound VALUE 1.

    01 postingJournalFileName PIC X(110).
    01 postingJournalFileStatus PIC XX VALUE "00".
    01 postingJournalOpenFlag PIC 9 VALUE 0.
      88 postingJournalIsOpen VALUE 1.
    01 postingTimestamp PIC X(14).
    01 postingBeforeBalance PIC S9(9)V99.
    01 postingCountThisRun PIC 9(9).
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

    01 duplicateLineCount PIC 9(9) VALUE 0.
    01 currentSignature PIC X(200).
    01 duplicateFound PIC 9 VALUE 0.
      02 CustomerMasterEntry OCCURS 5000 TIMES.
        03 cmCustomerId PIC X(30).
        03 cmCustomerName PIC X(30).
        03 cmCreditLimit PIC S9(9)V99.
        03 cmCreditLimitFlag PIC 9.
          88 cmHasCreditLimit VALUE 1.
    01 customerMasterCount PIC 9(5) VALUE 0.
    01 cmIdx PIC 9(5).
    01 cmFoundFlag PIC 9 VALUE 0.
      88 customerFound VALUE 1.
    01 currentCustomerName PIC X(30).
    01 currentCreditLimit PIC S9(9)V99 VALUE 0.
    01 currentCreditLimitFlag PIC 9 VALUE 0.
      88 currentHasCreditLimit VALUE 1.
    01 creditLimitText PIC X(20).
    01 creditLimitCount PIC 9(5) VALUE 0.
    01 enrichedDetailText PIC X(100).
    01 plainDetailText PIC X(100).

    01 maskOutputName PIC X(20).
    01 maskFieldName PIC X(20).
    01 maskValue PIC X(100).
    01 maskResult PIC X(100).
    01 maskedLineText PIC X(200).
    01 maskLineField PIC X(200).
    01 maskLineFieldLength PIC 9(3).
    01 maskLinePointer PIC 9(3).
    01 maskBuildPointer PIC 9(3).

    01 openItemLedgerFileName PIC X(100) VALUE SPACES.
    01 openItemLedgerFileStatus PIC XX VALUE "00".
    01 openItemStageFileName PIC X(110).
    01 openItemStageFileStatus PIC XX VALUE "00".
    01 openItemStageEofFlag PIC 9 VALUE 0.
      88 endOfOpenItemStage VALUE 1.
    01 openItemLedgerGiven PIC 9 VALUE 0.
      88 hasOpenItemLedger VALUE 1.
    01 openItemStagedCount PIC 9(9) VALUE 0.
    01 OpenItemLine.
      02 oilInvoiceNumber PIC X(30).
      02 oilSeparator1 PIC X.
      02 oilCustomerId PIC X(30).
      02 oilSeparator2 PIC X.
      02 oilInvoiceDate PIC X(8).
      02 oilSeparator3 PIC X.
      02 oilOriginalAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 oilSeparator4 PIC X.
      02 oilOpenAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 oilSeparator5 PIC X.
      02 oilStatus PIC X(4).
      02 oilSeparator6 PIC X.
      02 oilLastPaidDate PIC X(8).

    01 creditCheckFlag PIC 9 VALUE 0.
      88 creditCheckActive VALUE 1.
    01 creditHoldFileName PIC X(112).
    01 creditHoldFileStatus PIC XX VALUE "00".
    01 creditHoldEofFlag PIC 9 VALUE 0.
      88 endOfCreditHoldQueue VALUE 1.
    01 creditReleaseFileName PIC X(100) VALUE SPACES.
    01 creditReleaseFileStatus PIC XX VALUE "00".
    01 creditReleaseEofFlag PIC 9 VALUE 0.
      88 endOfCreditReleases VALUE 1.
    01 creditHoldLineFlag PIC 9 VALUE 0.
      88 lineHeldForCredit VALUE 1.
    01 autoReverseFlag PIC 9 VALUE 0.
      88 lineIsAutoReversing VALUE 1.
    01 creditBypassFlag PIC 9 VALUE 0.
      88 creditReleaseBypass VALUE 1.
    01 creditChargeAmount PIC S9(9)V99 VALUE 0.
    01 creditExposure PIC S9(11)V99 VALUE 0.
    01 creditHeldCount PIC 9(9) VALUE 0.
    01 creditReleasedCount PIC 9(9) VALUE 0.
    01 creditWaitingCount PIC 9(9) VALUE 0.
    01 CreditHoldTable.
      02 CreditHoldEntry OCCURS 5000 TIMES.
        03 chCustomerId PIC X(30).
        03 chInvoiceNumber PIC X(30).
        03 chAmount PIC S9(9)V99.
        03 chHeldDate PIC X(8).
        03 chLineText PIC X(200).
        03 chReleasedFlag PIC 9.
          88 chIsReleased VALUE 1.
        03 chApprovedBy PIC X(30).
    01 creditHoldCount PIC 9(5) VALUE 0.
    01 chIdx PIC 9(5).
    01 releaseInvoiceField PIC X(30).
    01 releaseCustomerField PIC X(30).
    01 releaseApproverField PIC X(30).
    01 releaseMatchedFlag PIC 9 VALUE 0.
      88 releaseMatched VALUE 1.
    01 creditDisplayAmount PIC -(9)9.99.
    01 creditDisplayLimit PIC -(11)9.99.

    01 chartOfAccountsFileName PIC X(100) VALUE SPACES.
    01 chartOfAccountsFileStatus PIC XX VALUE "00".
    01 chartOfAccountsEofFlag PIC 9 VALUE 0.
      88 endOfChartOfAccounts VALUE 1.
    01 chartOfAccountsGiven PIC 9 VALUE 0.
      88 hasChartOfAccounts VALUE 1.
    01 ChartOfAccountsTable.
      02 ChartAccountEntry OCCURS 2000 TIMES.
        03 caAccountCode PIC X(10).
        03 caDescription PIC X(40).
        03 caAccountType PIC X(10).
        03 caStatus PIC X(10).
    01 chartAccountCount PIC 9(4) VALUE 0.
    01 caIdx PIC 9(4).
    01 chartLookupCode PIC X(10).
    01 chartAccountFoundFlag PIC 9 VALUE 0.
      88 chartAccountFound VALUE 1.
    01 chartAccountActiveFlag PIC 9 VALUE 0.
      88 chartAccountActive VALUE 1.

    01 taxRateFileName PIC X(100) VALUE SPACES.
    01 taxRateFileStatus PIC XX VALUE "00".
    01 taxRateEofFlag PIC 9 VALUE 0.
      88 endOfTaxRates VALUE 1.
    01 taxRatesGiven PIC 9 VALUE 0.
      88 hasTaxRates VALUE 1.
    01 taxAccountCodeArg PIC X(10) VALUE SPACES.
    01 TaxRateTable.
      02 TaxRateEntry OCCURS 500 TIMES.
        03 trTaxCode PIC X(10).
        03 trEffectiveDate PIC X(8).
        03 trRatePercent PIC 9(3)V9999.
    01 taxRateCount PIC 9(4) VALUE 0.
    01 trIdx PIC 9(4).
    01 taxRateText PIC X(20).
    01 taxCodeField PIC X(10).
    01 taxLookupDate PIC X(8).
    01 taxBestDate PIC X(8).
    01 currentTaxRate PIC 9(3)V9999 VALUE 0.

    01 formulaFileName PIC X(100) VALUE SPACES.
    01 formulaNameArg PIC X(30) VALUE SPACES.
    01 formulaFileStatus PIC XX VALUE "00".
    01 formulaEofFlag PIC 9 VALUE 0.
      88 endOfFormulaFile VALUE 1.
    01 formulaGiven PIC 9 VALUE 0.
      88 hasLineFormula VALUE 1.
    01 formulaRecordName PIC X(30).
    01 formulaRecordKind PIC X(10).
    01 formulaRecordPointer PIC 999.
    01 formulaExpression PIC X(200) VALUE SPACES.
    01 formulaExpressionLength PIC 999 VALUE 0.
    01 FormulaColumnTable.
      02 FormulaColumnEntry OCCURS 20 TIMES.
        03 fcName PIC X(30).
        03 fcValue PIC X(30).
    01 formulaColumnCount PIC 99 VALUE 0.
    01 fcIdx PIC 99.
    01 formulaColumnFoundFlag PIC 9 VALUE 0.
      88 formulaColumnFound VALUE 1.
    01 formulaLinePointer PIC 999.
    01 formulaScanPointer PIC 999.
    01 formulaTokenStart PIC 999.
    01 formulaTokenName PIC X(30).
    01 formulaChar PIC X.
      88 formulaNameStart VALUE 'A' THRU 'Z'.
      88 formulaNameChar VALUE 'A' THRU 'Z', '0' THRU '9', '_'.
    01 formulaBuildPointer PIC 9(4).
    01 formulaCalcInput PIC X(1000).
    01 formulaCalcResult PIC S9(8)V99.
    01 formulaCalcNegativeFlag PIC 9.
    01 formulaCalcCount PIC 9(10).
    01 formulaCalcErrorFlag PIC 9.
    01 formulaFailedFlag PIC 9 VALUE 0.
      88 lineFormulaFailed VALUE 1.
    01 formulaFailReason PIC X(40).
    01 formulaEditedResult PIC -(8)9.99.
    01 taxRateFoundFlag PIC 9 VALUE 0.
      88 taxRateFound VALUE 1.
    01 lineTaxedFlag PIC 9 VALUE 0.
      88 lineIsTaxed VALUE 1.
    01 currentNetAmount PIC S9(9)V99 VALUE 0.
    01 currentTaxAmount PIC S9(9)V99 VALUE 0.
    01 taxDetailFileName PIC X(104).
    01 taxDetailFileStatus PIC XX VALUE "00".
    01 taxedLineCount PIC 9(9) VALUE 0.
    01 TaxDetailLine.
      02 tdlTaxPeriod PIC X(6).
      02 tdlSeparator1 PIC X.
      02 tdlTaxCode PIC X(10).
      02 tdlSeparator2 PIC X.
      02 tdlInvoiceNumber PIC X(30).
      02 tdlSeparator3 PIC X.
      02 tdlCustomerId PIC X(30).
      02 tdlSeparator4 PIC X.
      02 tdlGrossAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 tdlSeparator5 PIC X.
      02 tdlNetAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 tdlSeparator6 PIC X.
      02 tdlTaxAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 tdlSeparator7 PIC X.
      02 tdlRatePercent PIC 9(3)V9999.

    01 twoPassModeArg PIC X(4) VALUE SPACES.
      88 isTwoPassMode VALUE 'EDIT'.
      02 glTrailerSeparator2 PIC X.
      02 glTrailerAmount     PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileCsvLine PIC X(100).
    01 catalogFileName PIC X(100) VALUE SPACES.
    01 catalogFileStatus PIC XX VALUE "00".
    01 catalogEofFlag PIC 9 VALUE 0.
      88 endOfCatalogFile VALUE 1.
    01 catalogNamePart PIC X(100).
    01 catalogCountPart PIC X(12).
    01 catalogStatusPart PIC X(10).
    01 catalogRunIdPart PIC X(12).
    01 catalogStampPart PIC X(14).
    01 catalogFingerprintPart PIC X(19).
    01 inputBaseName PIC X(100).
    01 baseNameIdx PIC 9(3).
    01 registeredFingerprint PIC X(19).
    01 registeredLineCount PIC X(12).
    01 registeredStamp PIC X(14).
    01 fingerprintFileName PIC X(256).
    01 currentFingerprint PIC X(19).
    01 currentFingerprintLines PIC 9(9).
    01 csvEditedAmount1 PIC -(9)9.99.
    01 csvEditedAmount2 PIC -(9)9.99.
    01 csvEditedAmount3 PIC -(9)9.99.
    ACCEPT exchangeRateFileName FROM ARGUMENT-VALUE
    ACCEPT twoPassModeArg FROM ARGUMENT-VALUE
    ACCEPT customerMasterFileName FROM ARGUMENT-VALUE
    ACCEPT openItemLedgerFileName FROM ARGUMENT-VALUE
    ACCEPT creditReleaseFileName FROM ARGUMENT-VALUE
    ACCEPT chartOfAccountsFileName FROM ARGUMENT-VALUE
    ACCEPT taxRateFileName FROM ARGUMENT-VALUE
    ACCEPT taxAccountCodeArg FROM ARGUMENT-VALUE
    ACCEPT formulaFileName FROM ARGUMENT-VALUE
    ACCEPT formulaNameArg FROM ARGUMENT-VALUE
    ACCEPT catalogFileName FROM ARGUMENT-VALUE
  END-IF.

  IF maxRejectsArg NOT = SPACES THEN
    MOVE "GENERAL" TO glAccountCodeArg
  END-IF.

  IF taxAccountCodeArg = SPACES THEN
    MOVE "TAXPAYABLE" TO taxAccountCodeArg
  END-IF.

  ACCEPT nightlyRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
    ON EXCEPTION MOVE SPACES TO nightlyRunId
  END-ACCEPT.
    GOBACK
  END-IF.

  IF isRestartMode AND openItemLedgerFileName NOT = SPACES THEN
    DISPLAY "SUM-FILE: job NOT started - open items staged before the "
      "checkpoint cannot be recovered on RESTART; "
      "rerun from the beginning or omit the open-item ledger"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  ACCEPT partitionPieceText FROM ENVIRONMENT "NIGHTLY_PARTITION"
    ON EXCEPTION MOVE SPACES TO partitionPieceText
  END-ACCEPT.
  IF partitionPieceText NOT = SPACES
      AND (accountMasterFileName NOT = SPACES
        OR openItemLedgerFileName NOT = SPACES
        OR catalogFileName NOT = SPACES) THEN
    DISPLAY "SUM-FILE: job NOT started - partition "
      FUNCTION TRIM(partitionPieceText)
      " of a PARALLEL step cannot update the account master, "
      "open-item ledger or catalog; post them in a separate step"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF isRestartMode AND taxRateFileName NOT = SPACES THEN
    DISPLAY "SUM-FILE: job NOT started - tax detail written before the "
      "checkpoint cannot be recovered on RESTART; "
      "rerun from the beginning or omit the tax rates"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF chartOfAccountsFileName NOT = SPACES AND isGlFormat THEN
    SET hasChartOfAccounts TO TRUE
    PERFORM LoadChartOfAccounts
  END-IF.

  IF formulaNameArg NOT = SPACES THEN
    IF columnLayoutArg = SPACES THEN
      MOVE 'COLS' TO columnLayoutArg
    END-IF
    IF NOT isColumnLayoutMode THEN
      DISPLAY "SUM-FILE: job NOT started - a line formula needs the "
        "COLS layout, not " FUNCTION TRIM(columnLayoutArg)
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    PERFORM LoadLineFormula
    IF formulaExpression = SPACES OR formulaColumnCount = 0 THEN
      DISPLAY "SUM-FILE: job NOT started - formula "
        FUNCTION TRIM(formulaNameArg) " has no COLUMNS and EXPR lines in "
        FUNCTION TRIM(formulaFileName)
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    SET hasLineFormula TO TRUE
    DISPLAY "SUM-FILE: amount is formula " FUNCTION TRIM(formulaNameArg)
      " = " FUNCTION TRIM(formulaExpression)
  END-IF.

  IF taxRateFileName NOT = SPACES AND isColumnLayoutMode THEN
    SET hasTaxRates TO TRUE
    PERFORM LoadTaxRates
  END-IF.

  IF isListMode THEN
    MOVE inputFileName TO controlFileName
    PERFORM ProcessControlFile
      WHEN 'RATES'      MOVE parmValue TO exchangeRateFileName
      WHEN 'TWOPASS'    MOVE parmValue TO twoPassModeArg
      WHEN 'CUSTMASTER' MOVE parmValue TO customerMasterFileName
      WHEN 'OPENITEMS'  MOVE parmValue TO openItemLedgerFileName
      WHEN 'CREDITRELEASE' MOVE parmValue TO creditReleaseFileName
      WHEN 'COA'        MOVE parmValue TO chartOfAccountsFileName
      WHEN 'TAXRATES'   MOVE parmValue TO taxRateFileName
      WHEN 'TAXACCOUNT' MOVE parmValue TO taxAccountCodeArg
      WHEN 'FORMULAS'   MOVE parmValue TO formulaFileName
      WHEN 'FORMULA'    MOVE parmValue TO formulaNameArg
      WHEN 'CATALOG'    MOVE parmValue TO catalogFileName
      WHEN OTHER
        DISPLAY "SUM-FILE: unknown parameter keyword "
          FUNCTION TRIM(parmKeyword) " rejected"
  MOVE 0 TO batchDebitTotal
  MOVE 0 TO batchCreditTotal
  MOVE 0 TO batchLineCount
  MOVE 0 TO hwmBatchLines
  MOVE 0 TO unbalancedBatchCount
  MOVE 0 TO lastCheckpointDetail
  MOVE 0 TO fileAborted
    ".rejects" DELIMITED BY SIZE
    INTO rejectsFileName

  MOVE SPACES TO postedRegisterFileName
  STRING FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
    ".posted" DELIMITED BY SIZE
    INTO postedRegisterFileName

  IF hasChartOfAccounts AND NOT isControlBreakMode THEN
    MOVE glAccountCodeArg TO chartLookupCode
    PERFORM LookupChartAccount
    IF NOT chartAccountFound OR NOT chartAccountActive THEN
      IF chartAccountFound THEN
        DISPLAY "SUM-FILE: job NOT started - GL account "
          FUNCTION TRIM(glAccountCodeArg) " is INACTIVE in "
          FUNCTION TRIM(chartOfAccountsFileName)
      ELSE
        DISPLAY "SUM-FILE: job NOT started - GL account "
          FUNCTION TRIM(glAccountCodeArg) " is not in "
          FUNCTION TRIM(chartOfAccountsFileName)
      END-IF
      SET jobHasFailed TO TRUE
      GO TO ProcessOneFile-EXIT
    END-IF
  END-IF.

  IF hasChartOfAccounts AND hasTaxRates THEN
    MOVE taxAccountCodeArg TO chartLookupCode
    PERFORM LookupChartAccount
    IF NOT chartAccountFound OR NOT chartAccountActive THEN
      IF chartAccountFound THEN
        DISPLAY "SUM-FILE: job NOT started - tax account "
          FUNCTION TRIM(taxAccountCodeArg) " is INACTIVE in "
          FUNCTION TRIM(chartOfAccountsFileName)
      ELSE
        DISPLAY "SUM-FILE: job NOT started - tax account "
          FUNCTION TRIM(taxAccountCodeArg) " is not in "
          FUNCTION TRIM(chartOfAccountsFileName)
      END-IF
      SET jobHasFailed TO TRUE
      GO TO ProcessOneFile-EXIT
    END-IF
  END-IF.

  IF catalogFileName NOT = SPACES THEN
    PERFORM VerifyInputFingerprint THRU VerifyInputFingerprint-EXIT
    IF jobHasFailed THEN
      GO TO ProcessOneFile-EXIT
    END-IF
  END-IF.

  PERFORM AcquireRunLock.
  IF runLockDenied THEN
    SET jobHasFailed TO TRUE
    PERFORM LoadCustomerMaster
  END-IF.

  MOVE 0 TO creditCheckFlag.
  MOVE 0 TO creditHeldCount.
  MOVE 0 TO creditReleasedCount.
  MOVE 0 TO creditWaitingCount.
  MOVE 0 TO creditHoldCount.
  IF hasCustomerMaster AND accountMasterFileName NOT = SPACES
      AND creditLimitCount > 0 THEN
    SET creditCheckActive TO TRUE
    MOVE SPACES TO creditHoldFileName
    STRING FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
      ".credithold" DELIMITED BY SIZE
      INTO creditHoldFileName
    PERFORM LoadCreditHoldQueue
    IF creditReleaseFileName NOT = SPACES THEN
      PERFORM LoadCreditReleases
    END-IF
    PERFORM LoadAccountMasterForCredit
    OPEN OUTPUT CreditHoldFile
  END-IF.

  MOVE 0 TO openItemLedgerGiven.
  MOVE 0 TO openItemStagedCount.
  IF openItemLedgerFileName NOT = SPACES AND isColumnLayoutMode THEN
    SET hasOpenItemLedger TO TRUE
    MOVE SPACES TO openItemStageFileName
    STRING FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
      ".openitems" DELIMITED BY SIZE
      INTO openItemStageFileName
    OPEN OUTPUT OpenItemStageFile
  END-IF.

  MOVE 0 TO taxedLineCount.
  IF hasTaxRates THEN
    MOVE SPACES TO taxDetailFileName
    STRING FUNCTION TRIM(outputFileName) DELIMITED BY SIZE
      ".tax" DELIMITED BY SIZE
      INTO taxDetailFileName
    OPEN OUTPUT TaxDetailFile
  END-IF.

  IF isDebitCreditMode THEN
    MOVE SPACES TO drcrSuspenseFileName
    STRING FUNCTION TRIM(outputFileName) DELIMITED BY SIZE

  MOVE 0 TO periodCalendarGiven.
  MOVE 0 TO suspendedLineCount.
  MOVE 0 TO commentLineCount.
  MOVE 0 TO sweptLineCount.
  MOVE 0 TO suspenseSweepCount.
  IF periodCalendarFileName NOT = SPACES THEN

  IF isRestartMode THEN
    OPEN EXTEND RejectsFile
    OPEN EXTEND PostedRegisterFile
  ELSE
    OPEN OUTPUT RejectsFile
    OPEN OUTPUT PostedRegisterFile
  END-IF.

  IF hasPeriodCalendar THEN
    PERFORM SweepSuspenseBacklog
  END-IF.

  IF creditCheckActive AND creditHoldCount > 0 THEN
    PERFORM PostReleasedCreditHolds
  END-IF.

  PERFORM UNTIL endOfInputFile OR fileWasAborted
    READ InputFile
      AT END SET endOfInputFile TO TRUE
      NOT AT END
        ADD 1 TO inputLineNumber
        IF inputLineLength > 0 AND inputFileRecord(1:1) = '#' THEN
          ADD 1 TO commentLineCount
        ELSE
          PERFORM ProcessInputLine
        END-IF
    END-READ
  END-PERFORM.

  IF rejectedLineCount > 0 THEN
    DISPLAY "SUM-FILE: " rejectedLineCount " line(s) rejected as non-numeric"
  END-IF
  IF commentLineCount > 0 THEN
    DISPLAY "SUM-FILE: " commentLineCount " comment line(s) skipped"
  END-IF

  IF duplicateLineCount > 0 THEN
    DISPLAY "SUM-FILE: " duplicateLineCount " duplicate line(s) detected"
      FUNCTION TRIM(suspenseFileName)
  END-IF

  IF creditCheckActive AND creditHeldCount > 0 THEN
    DISPLAY "SUM-FILE: WARNING - " creditHeldCount
      " line(s) over the customer credit limit held in "
      FUNCTION TRIM(creditHoldFileName)
    SET runHasWarnings TO TRUE
  END-IF

  IF isMultiFieldMode AND balancingMismatchCount > 0 THEN
    DISPLAY "SUM-FILE: WARNING - " balancingMismatchCount
      " line(s) failed quantity x unitPrice = amount balancing, see "
  CLOSE InputFile.
  CLOSE SumFile.
  CLOSE RejectsFile.
  CLOSE PostedRegisterFile.
  CLOSE SignatureStoreFile.
  IF hasPeriodCalendar THEN
    CLOSE SuspenseFile
  IF isMultiFieldMode THEN
    CLOSE BalancingReportFile
  END-IF.
  IF hasOpenItemLedger THEN
    CLOSE OpenItemStageFile
  END-IF.
  IF creditCheckActive THEN
    CLOSE CreditHoldFile
  END-IF.
  IF hasTaxRates THEN
    CLOSE TaxDetailFile
    DISPLAY "SUM-FILE: " taxedLineCount " taxed line(s) written to "
      FUNCTION TRIM(taxDetailFileName)
  END-IF.

  IF isDebitCreditMode THEN
    PERFORM RewriteDrcrSuspense
      AND NOT fileWasAborted THEN
    PERFORM PostToAccountMaster
  END-IF.
  IF hasOpenItemLedger AND NOT fileWasAborted THEN
    PERFORM AppendOpenItemsToLedger
  END-IF.
  PERFORM WriteJobHistoryEntry THRU WriteJobHistoryEntry-EXIT.
  PERFORM ReleaseRunLock.
ProcessOneFile-EXIT.
      AT END SET endOfInputFile TO TRUE
      NOT AT END
        ADD 1 TO inputLineNumber
        IF inputLineLength = 0 OR inputFileRecord(1:1) NOT = '#' THEN
          PERFORM EditOneLine
        END-IF
    END-READ
  END-PERFORM
  CLOSE InputFile
  IF hasPeriodCalendar AND transactionIsOutOfPeriod THEN
    CONTINUE
  ELSE
    PERFORM ExtractReversalMarker
    IF hasExchangeRates THEN
      PERFORM ExtractCurrencyCode
      PERFORM LookupExchangeRate
        MOVE "unknown customer ID" TO rejectReasonText
      END-IF
    END-IF
    IF lineIsNumeric AND hasTaxRates THEN
      PERFORM LookupTaxRate
      IF taxCodeField NOT = SPACES AND NOT taxRateFound THEN
        MOVE 0 TO lineIsValid
        MOVE "unknown tax code or no rate in effect" TO rejectReasonText
      END-IF
    END-IF
    IF NOT lineIsNumeric THEN
      ADD 1 TO editErrorCount
      MOVE "EDIT-REPORT" TO maskOutputName
      PERFORM MaskCustomerInLine
      MOVE SPACES TO editReportRecord
      STRING "line " DELIMITED BY SIZE
        inputLineNumber DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(rejectReasonText) DELIMITED BY SIZE
        "): " DELIMITED BY SIZE
        FUNCTION TRIM(maskedLineText) DELIMITED BY SIZE
        INTO editReportRecord
      END-STRING
      WRITE editReportRecord
    ADD 1 TO suspendedLineCount
    PERFORM WriteSuspenseRecord
  ELSE
    PERFORM ExtractReversalMarker
    IF hasExchangeRates THEN
      PERFORM ExtractCurrencyCode
      PERFORM LookupExchangeRate
        MOVE "unknown customer ID" TO rejectReasonText
      END-IF
    END-IF
    IF lineIsNumeric AND hasTaxRates THEN
      PERFORM LookupTaxRate
      IF taxCodeField NOT = SPACES AND NOT taxRateFound THEN
        MOVE 0 TO lineIsValid
        MOVE "unknown tax code or no rate in effect" TO rejectReasonText
      END-IF
    END-IF
    IF lineIsNumeric AND hasChartOfAccounts AND isControlBreakMode THEN
      MOVE currentBatchId TO chartLookupCode
      IF isDebitCreditMode AND drcrAccountField NOT = SPACES THEN
        MOVE drcrAccountField TO chartLookupCode
      END-IF
      PERFORM LookupChartAccount
      IF NOT chartAccountFound THEN
        MOVE 0 TO lineIsValid
        MOVE "unknown GL account" TO rejectReasonText
      ELSE
        IF NOT chartAccountActive THEN
          MOVE 0 TO lineIsValid
          MOVE "inactive GL account" TO rejectReasonText
        END-IF
      END-IF
    END-IF
    MOVE 0 TO duplicateFound
    IF lineIsNumeric AND NOT creditReleaseBypass THEN
      PERFORM CheckDuplicateLine
    END-IF
    MOVE 0 TO creditHoldLineFlag
    IF lineIsNumeric AND creditCheckActive
        AND NOT creditReleaseBypass THEN
      PERFORM CheckCreditLimit
    END-IF
    IF lineHeldForCredit THEN
      PERFORM WriteCreditHoldRecord
    ELSE
      IF lineIsNumeric THEN
        IF isControlBreakMode THEN
          IF hasSeenBatch AND currentBatchId NOT = previousBatchId THEN
            IF isDebitCreditMode THEN
              COMPUTE batchFlushLineNumber = inputLineNumber - 1
              PERFORM FinishDebitCreditBatch
            ELSE
              PERFORM WriteSubtotalRecord
            END-IF
            MOVE 0 TO batchSubtotal
            MOVE 0 TO batchDetailCount
            MOVE 0 TO batchSeenFirst
            MOVE 0 TO batchDebitTotal
            MOVE 0 TO batchCreditTotal
            MOVE 0 TO batchLineCount
          END-IF
          SET hasSeenBatch TO TRUE
          MOVE currentBatchId TO previousBatchId
        END-IF
        IF isDebitCreditMode THEN
          MOVE 0 TO debitAmount
          MOVE 0 TO creditAmount
          IF FUNCTION TRIM(debitField) NOT = SPACES THEN
            COMPUTE debitAmount = FUNCTION NUMVAL(debitField(1:debitFieldLength))
          END-IF
          IF FUNCTION TRIM(creditField) NOT = SPACES THEN
            COMPUTE creditAmount = FUNCTION NUMVAL(creditField(1:creditFieldLength))
          END-IF
          COMPUTE originalAmountNumber = debitAmount - creditAmount
          IF hasExchangeRates THEN
            COMPUTE debitAmount ROUNDED = debitAmount * currentExchangeRate
            COMPUTE creditAmount ROUNDED = creditAmount * currentExchangeRate
          END-IF
          COMPUTE currentNumber = debitAmount - creditAmount
          ADD debitAmount TO batchDebitTotal
          ADD creditAmount TO batchCreditTotal
        ELSE
          COMPUTE currentNumber = FUNCTION NUMVAL(amountField(1:amountFieldLength))
          MOVE currentNumber TO originalAmountNumber
          IF hasExchangeRates THEN
            COMPUTE currentNumber ROUNDED
              = currentNumber * currentExchangeRate
          END-IF
        END-IF
        IF hasExchangeRates AND NOT isDebitCreditMode THEN
          PERFORM TallyCurrencyTotal
        END-IF
        IF isMultiFieldMode THEN
          PERFORM CheckFieldBalance
        END-IF
        IF isDebitCreditMode THEN
          PERFORM BufferDebitCreditLine
        ELSE
          ADD currentNumber TO runningSum
            ON SIZE ERROR
              SET runningSumHasOverflowed TO TRUE
            END-IF
            COMPUTE runningAverage ROUNDED = runningSum / detailRecordCount
          END-IF
          IF hasTaxRates THEN
            PERFORM SplitLineTax
          END-IF
          IF isColumnLayoutMode AND accountMasterFileName NOT = SPACES THEN
            PERFORM TallyCustomerPosting
          END-IF
          IF hasOpenItemLedger THEN
            PERFORM WriteOpenItemStageRecord
          END-IF
          PERFORM WriteDetailRecord
          MOVE inputLineNumber TO postedLineNumber
          PERFORM WritePostedRegisterRecord
          IF hasExceptionThreshold AND currentNumber > exceptionThreshold THEN
            PERFORM WriteExceptionRecord
          END-IF
          IF FUNCTION MOD(detailRecordCount, checkpointInterval) = 0 THEN
            PERFORM WriteCheckpoint
          END-IF
        END-IF
      ELSE
        ADD 1 TO rejectedLineCount
        MOVE "REJECTS" TO maskOutputName
        PERFORM MaskCustomerInLine
        DISPLAY "SUM-FILE: rejected line " inputLineNumber
          " (" FUNCTION TRIM(rejectReasonText) "): "
          FUNCTION TRIM(maskedLineText)
        PERFORM WriteRejectRecord
        IF hasMaxRejectsThreshold AND rejectedLineCount >= maxRejectsThreshold THEN
          SET jobHasFailed TO TRUE
          SET fileWasAborted TO TRUE
          DISPLAY "SUM-FILE: ABORTING - rejected-line threshold ("
            maxRejectsThreshold ") reached at line " inputLineNumber
        END-IF
      END-IF
    END-IF
  END-IF.

LoadSignatureStore.
  END-PERFORM
  CLOSE ExchangeRateFile.

LoadLineFormula.
  MOVE 0 TO formulaColumnCount
  MOVE SPACES TO formulaExpression
  MOVE 0 TO formulaEofFlag
  MOVE FUNCTION UPPER-CASE(formulaNameArg) TO formulaNameArg
  OPEN INPUT FormulaFile
  IF formulaFileStatus NOT = "00" THEN
    DISPLAY "SUM-FILE: unable to open formula file "
      FUNCTION TRIM(formulaFileName) ", status=" formulaFileStatus
    SET endOfFormulaFile TO TRUE
  END-IF
  PERFORM UNTIL endOfFormulaFile
    READ FormulaFile
      AT END SET endOfFormulaFile TO TRUE
      NOT AT END
        IF formulaFileRecord NOT = SPACES
            AND formulaFileRecord(1:1) NOT = '#' THEN
          PERFORM ApplyOneFormulaLine THRU ApplyOneFormulaLine-EXIT
        END-IF
    END-READ
  END-PERFORM
  CLOSE FormulaFile
  MOVE FUNCTION LENGTH(FUNCTION TRIM(formulaExpression, TRAILING))
    TO formulaExpressionLength.

ApplyOneFormulaLine.
  MOVE SPACES TO formulaRecordName formulaRecordKind
  MOVE 1 TO formulaRecordPointer
  UNSTRING formulaFileRecord DELIMITED BY ','
    INTO formulaRecordName, formulaRecordKind
    WITH POINTER formulaRecordPointer
  END-UNSTRING
  IF FUNCTION UPPER-CASE(FUNCTION TRIM(formulaRecordName))
      NOT = formulaNameArg THEN
    GO TO ApplyOneFormulaLine-EXIT
  END-IF
  EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(formulaRecordKind))
    WHEN 'EXPR'
      MOVE FUNCTION UPPER-CASE(formulaFileRecord(formulaRecordPointer:))
        TO formulaExpression
    WHEN 'COLUMNS'
      MOVE 0 TO formulaColumnCount
      PERFORM UNTIL formulaRecordPointer > 250
          OR formulaColumnCount >= 20
          OR formulaFileRecord(formulaRecordPointer:) = SPACES
        ADD 1 TO formulaColumnCount
        MOVE SPACES TO fcName(formulaColumnCount)
        UNSTRING formulaFileRecord DELIMITED BY ','
          INTO fcName(formulaColumnCount)
          WITH POINTER formulaRecordPointer
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(fcName(formulaColumnCount)))
          TO fcName(formulaColumnCount)
      END-PERFORM
  END-EVALUATE.
ApplyOneFormulaLine-EXIT.
  EXIT.

EvaluateLineFormula.
  MOVE 0 TO formulaFailedFlag
  MOVE SPACES TO formulaFailReason
  MOVE SPACES TO invoiceNumberField
  MOVE SPACES TO customerIdField
  MOVE SPACES TO amountField
  MOVE SPACES TO taxCodeField
  MOVE 1 TO amountFieldLength
  MOVE 1 TO formulaLinePointer
  PERFORM VARYING fcIdx FROM 1 BY 1 UNTIL fcIdx > formulaColumnCount
    MOVE SPACES TO fcValue(fcIdx)
    IF formulaLinePointer <= inputLineLength THEN
      UNSTRING inputFileRecord(1:inputLineLength) DELIMITED BY ','
        INTO fcValue(fcIdx)
        WITH POINTER formulaLinePointer
      END-UNSTRING
    END-IF
    EVALUATE fcName(fcIdx)
      WHEN 'INVOICE'  MOVE fcValue(fcIdx) TO invoiceNumberField
      WHEN 'CUSTOMER' MOVE fcValue(fcIdx) TO customerIdField
      WHEN 'TAXCODE'  MOVE fcValue(fcIdx) TO taxCodeField
    END-EVALUATE
  END-PERFORM
  MOVE SPACES TO formulaCalcInput
  MOVE 1 TO formulaBuildPointer
  MOVE 1 TO formulaScanPointer
  PERFORM UNTIL formulaScanPointer > formulaExpressionLength
      OR lineFormulaFailed
    MOVE formulaExpression(formulaScanPointer:1) TO formulaChar
    IF formulaNameStart THEN
      PERFORM SubstituteFormulaColumn THRU SubstituteFormulaColumn-EXIT
    ELSE
      STRING formulaChar DELIMITED BY SIZE
        INTO formulaCalcInput WITH POINTER formulaBuildPointer
      END-STRING
      ADD 1 TO formulaScanPointer
    END-IF
  END-PERFORM
  IF lineFormulaFailed THEN
    GO TO EvaluateLineFormula-EXIT
  END-IF
  CALL "STRING-CALCULATOR-FORMULA" USING formulaCalcInput,
    formulaCalcResult, formulaCalcNegativeFlag, formulaCalcCount,
    formulaCalcErrorFlag
  IF formulaCalcErrorFlag = 1 THEN
    SET lineFormulaFailed TO TRUE
    MOVE "formula did not evaluate" TO formulaFailReason
  ELSE
    MOVE formulaCalcResult TO formulaEditedResult
    MOVE FUNCTION TRIM(formulaEditedResult) TO amountField
    MOVE FUNCTION LENGTH(FUNCTION TRIM(formulaEditedResult))
      TO amountFieldLength
  END-IF.
EvaluateLineFormula-EXIT.
  EXIT.

SubstituteFormulaColumn.
  MOVE formulaScanPointer TO formulaTokenStart
  PERFORM UNTIL formulaScanPointer > formulaExpressionLength
      OR NOT formulaNameChar
    ADD 1 TO formulaScanPointer
    IF formulaScanPointer <= formulaExpressionLength THEN
      MOVE formulaExpression(formulaScanPointer:1) TO formulaChar
    END-IF
  END-PERFORM
  MOVE SPACES TO formulaTokenName
  MOVE formulaExpression(formulaTokenStart:
      formulaScanPointer - formulaTokenStart) TO formulaTokenName
  MOVE 0 TO formulaColumnFoundFlag
  PERFORM VARYING fcIdx FROM 1 BY 1
      UNTIL fcIdx > formulaColumnCount OR formulaColumnFound
    IF fcName(fcIdx) = formulaTokenName THEN
      SET formulaColumnFound TO TRUE
    END-IF
  END-PERFORM
  IF NOT formulaColumnFound THEN
    SET lineFormulaFailed TO TRUE
    STRING "formula column " DELIMITED BY SIZE
      FUNCTION TRIM(formulaTokenName) DELIMITED BY SIZE
      " not defined" DELIMITED BY SIZE
      INTO formulaFailReason
    GO TO SubstituteFormulaColumn-EXIT
  END-IF
  SUBTRACT 1 FROM fcIdx
  MOVE FUNCTION TRIM(fcValue(fcIdx)) TO amountCheckText
  MOVE FUNCTION LENGTH(FUNCTION TRIM(fcValue(fcIdx))) TO amountCheckLength
  PERFORM ValidateAmountText
  IF fcValue(fcIdx) = SPACES OR NOT amountTextIsValid THEN
    SET lineFormulaFailed TO TRUE
    STRING "formula column " DELIMITED BY SIZE
      FUNCTION TRIM(formulaTokenName) DELIMITED BY SIZE
      " not numeric" DELIMITED BY SIZE
      INTO formulaFailReason
    GO TO SubstituteFormulaColumn-EXIT
  END-IF
  STRING "(" DELIMITED BY SIZE
    FUNCTION TRIM(fcValue(fcIdx)) DELIMITED BY SIZE
    ")" DELIMITED BY SIZE
    INTO formulaCalcInput WITH POINTER formulaBuildPointer
  END-STRING.
SubstituteFormulaColumn-EXIT.
  EXIT.

LoadTaxRates.
  MOVE 0 TO taxRateCount
  MOVE 0 TO taxRateEofFlag
  OPEN INPUT TaxRateFile
  IF taxRateFileStatus NOT = "00" THEN
    DISPLAY "SUM-FILE: WARNING - unable to open tax rate table "
      FUNCTION TRIM(taxRateFileName)
      ", status=" taxRateFileStatus
      " - lines with a tax code will be rejected"
    SET runHasWarnings TO TRUE
    SET endOfTaxRates TO TRUE
  END-IF
  PERFORM UNTIL endOfTaxRates
    READ TaxRateFile
      AT END SET endOfTaxRates TO TRUE
      NOT AT END
        IF taxRateRecord NOT = SPACES
            AND taxRateRecord(1:1) NOT = '#'
            AND taxRateCount < 500 THEN
          ADD 1 TO taxRateCount
          MOVE SPACES TO taxRateText
          UNSTRING taxRateRecord DELIMITED BY ','
            INTO trTaxCode(taxRateCount),
              trEffectiveDate(taxRateCount),
              taxRateText
          IF FUNCTION TEST-NUMVAL(taxRateText) = 0
              AND trEffectiveDate(taxRateCount) IS NUMERIC THEN
            COMPUTE trRatePercent(taxRateCount)
              = FUNCTION NUMVAL(taxRateText)
          ELSE
            DISPLAY "SUM-FILE: WARNING - tax rate line ignored: "
              FUNCTION TRIM(taxRateRecord)
            SET runHasWarnings TO TRUE
            SUBTRACT 1 FROM taxRateCount
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE TaxRateFile.

LookupTaxRate.
  MOVE 0 TO taxRateFoundFlag
  MOVE 0 TO lineTaxedFlag
  MOVE 0 TO currentTaxRate
  MOVE SPACES TO taxBestDate
  IF hasPeriodCalendar AND transactionDateField(1:8) IS NUMERIC THEN
    MOVE transactionDateField(1:8) TO taxLookupDate
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO taxLookupDate
  END-IF
  IF taxCodeField NOT = SPACES THEN
    PERFORM VARYING trIdx FROM 1 BY 1 UNTIL trIdx > taxRateCount
      IF trTaxCode(trIdx) = taxCodeField
          AND trEffectiveDate(trIdx) <= taxLookupDate
          AND (taxBestDate = SPACES
            OR trEffectiveDate(trIdx) > taxBestDate) THEN
        SET taxRateFound TO TRUE
        MOVE trEffectiveDate(trIdx) TO taxBestDate
        MOVE trRatePercent(trIdx) TO currentTaxRate
      END-IF
    END-PERFORM
  END-IF.

SplitLineTax.
  MOVE 0 TO lineTaxedFlag
  MOVE currentNumber TO currentNetAmount
  MOVE 0 TO currentTaxAmount
  IF taxCodeField NOT = SPACES AND taxRateFound THEN
    SET lineIsTaxed TO TRUE
    COMPUTE currentNetAmount ROUNDED
      = currentNumber * 100 / (100 + currentTaxRate)
    COMPUTE currentTaxAmount = currentNumber - currentNetAmount
    PERFORM WriteTaxDetailRecord
  END-IF.

WriteTaxDetailRecord.
  MOVE SPACES TO TaxDetailLine
  MOVE ',' TO tdlSeparator1 tdlSeparator2 tdlSeparator3 tdlSeparator4
    tdlSeparator5 tdlSeparator6 tdlSeparator7
  MOVE taxLookupDate(1:6) TO tdlTaxPeriod
  MOVE taxCodeField TO tdlTaxCode
  MOVE invoiceNumberField TO tdlInvoiceNumber
  MOVE customerIdField TO tdlCustomerId
  MOVE currentNumber TO tdlGrossAmount
  MOVE currentNetAmount TO tdlNetAmount
  MOVE currentTaxAmount TO tdlTaxAmount
  MOVE currentTaxRate TO tdlRatePercent
  MOVE TaxDetailLine TO taxDetailRecord
  WRITE taxDetailRecord
  ADD 1 TO taxedLineCount.

ExtractReversalMarker.
  MOVE 0 TO autoReverseFlag
  IF isGlFormat AND inputLineLength > 4 THEN
    IF FUNCTION UPPER-CASE(inputFileRecord(inputLineLength - 3:4))
        = ',REV' THEN
      SET lineIsAutoReversing TO TRUE
      MOVE SPACES TO inputFileRecord(inputLineLength - 3:4)
      SUBTRACT 4 FROM inputLineLength
    END-IF
  END-IF.

ExtractCurrencyCode.
  MOVE SPACES TO currencyCodeField
  MOVE 0 TO lastCommaPosition
  END-IF.

PostToAccountMaster.
  PERFORM AcquireAccountMasterLock
  MOVE FUNCTION CURRENT-DATE(1:8) TO postingDate
  MOVE 0 TO accountMasterEntryCount
  MOVE 0 TO accountMasterEofFlag
    END-READ
  END-PERFORM
  CLOSE AccountMasterFile
  PERFORM OpenPostingJournal
  PERFORM VARYING cpIdx FROM 1 BY 1 UNTIL cpIdx > customerPostingCount
    PERFORM ApplyPostingToMaster
  END-PERFORM
  IF postingJournalIsOpen THEN
    CLOSE PostingJournalFile
  END-IF
  OPEN OUTPUT AccountMasterFile
  PERFORM VARYING amIdx FROM 1 BY 1 UNTIL amIdx > accountMasterEntryCount
    PERFORM WriteAccountMasterEntry
  END-PERFORM
  CLOSE AccountMasterFile
  PERFORM ReleaseAccountMasterLock
  DISPLAY "SUM-FILE: posted " customerPostingCount
    " customer balance(s) to " FUNCTION TRIM(accountMasterFileName).

  PERFORM VARYING amIdx FROM 1 BY 1
    UNTIL amIdx > accountMasterEntryCount OR accountEntryFound
    IF amCustomerId(amIdx) = cpCustomerId(cpIdx) THEN
      MOVE amBalance(amIdx) TO postingBeforeBalance
      ADD cpAmount(cpIdx) TO amBalance(amIdx)
      MOVE postingDate TO amLastPostedDate(amIdx)
      ADD cpCount(cpIdx) TO amLifetimeCount(amIdx)
      SET accountEntryFound TO TRUE
      MOVE cpCount(cpIdx) TO postingCountThisRun
      PERFORM WritePostingJournalEntry
    END-IF
  END-PERFORM
  IF NOT accountEntryFound AND accountMasterEntryCount < 10000 THEN
    MOVE cpAmount(cpIdx) TO amBalance(accountMasterEntryCount)
    MOVE postingDate TO amLastPostedDate(accountMasterEntryCount)
    MOVE cpCount(cpIdx) TO amLifetimeCount(accountMasterEntryCount)
    MOVE accountMasterEntryCount TO amIdx
    MOVE 0 TO postingBeforeBalance
    MOVE cpCount(cpIdx) TO postingCountThisRun
    PERFORM WritePostingJournalEntry
  END-IF.

OpenPostingJournal.
  MOVE 0 TO postingJournalOpenFlag
  MOVE FUNCTION CURRENT-DATE(1:14) TO postingTimestamp
  MOVE SPACES TO postingJournalFileName
  STRING FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
    ".journal" DELIMITED BY SIZE
    INTO postingJournalFileName
  OPEN EXTEND PostingJournalFile
  IF postingJournalFileStatus = "00" OR postingJournalFileStatus = "05" THEN
    SET postingJournalIsOpen TO TRUE
  ELSE
    DISPLAY "SUM-FILE: WARNING - unable to open posting journal "
      FUNCTION TRIM(postingJournalFileName)
      ", status=" postingJournalFileStatus
      " - balances posted without a journal entry"
    SET runHasWarnings TO TRUE
  END-IF.

WritePostingJournalEntry.
  IF postingJournalIsOpen THEN
    MOVE SPACES TO PostingJournalLine
    MOVE postingTimestamp TO pjTimestamp
    IF nightlyRunId NOT = SPACES THEN
      MOVE nightlyRunId TO pjRunId
    ELSE
      MOVE postingTimestamp TO pjRunId
    END-IF
    MOVE "SUM-FILE" TO pjSourceProgram
    MOVE amCustomerId(amIdx) TO pjCustomerId
    MOVE postingBeforeBalance TO pjBeforeBalance
    COMPUTE pjAmount = amBalance(amIdx) - postingBeforeBalance
    MOVE amBalance(amIdx) TO pjAfterBalance
    MOVE postingCountThisRun TO pjPostingCount
    MOVE postingDate TO pjPostedDate
    MOVE PostingJournalLine TO postingJournalRecord
    WRITE postingJournalRecord
  END-IF.

WriteAccountMasterEntry.
  MOVE amLifetimeCount(amIdx) TO masterLifetimeCount
  WRITE accountMasterRecord.

LoadAccountMasterForCredit.
  MOVE 0 TO accountMasterEntryCount
  MOVE 0 TO accountMasterEofFlag
  OPEN INPUT AccountMasterFile
  IF accountMasterFileStatus NOT = "00" THEN
    SET endOfAccountMaster TO TRUE
  END-IF
  PERFORM UNTIL endOfAccountMaster
    READ AccountMasterFile
      AT END SET endOfAccountMaster TO TRUE
      NOT AT END PERFORM LoadAccountMasterEntry
    END-READ
  END-PERFORM
  CLOSE AccountMasterFile.

CheckCreditLimit.
  IF currentHasCreditLimit THEN
    COMPUTE creditChargeAmount
      = FUNCTION NUMVAL(amountField(1:amountFieldLength))
    IF hasExchangeRates THEN
      COMPUTE creditChargeAmount ROUNDED
        = creditChargeAmount * currentExchangeRate
    END-IF
    IF creditChargeAmount > 0 THEN
      MOVE creditChargeAmount TO creditExposure
      PERFORM VARYING amIdx FROM 1 BY 1 UNTIL amIdx > accountMasterEntryCount
        IF amCustomerId(amIdx) = customerIdField THEN
          ADD amBalance(amIdx) TO creditExposure
        END-IF
      END-PERFORM
      PERFORM VARYING cpIdx FROM 1 BY 1 UNTIL cpIdx > customerPostingCount
        IF cpCustomerId(cpIdx) = customerIdField THEN
          ADD cpAmount(cpIdx) TO creditExposure
        END-IF
      END-PERFORM
      IF creditExposure > currentCreditLimit THEN
        SET lineHeldForCredit TO TRUE
      END-IF
    END-IF
  END-IF.

WriteCreditHoldRecord.
  ADD 1 TO creditHeldCount
  MOVE SPACES TO creditHoldRecord
  MOVE ' ' TO chrSeparator1 chrSeparator2 chrSeparator3 chrSeparator4
  MOVE customerIdField TO chrCustomerId
  MOVE invoiceNumberField TO chrInvoiceNumber
  MOVE creditChargeAmount TO chrAmount
  MOVE FUNCTION CURRENT-DATE(1:8) TO chrHeldDate
  MOVE rawLineText TO chrLineText
  WRITE creditHoldRecord
  MOVE creditChargeAmount TO creditDisplayAmount
  MOVE currentCreditLimit TO creditDisplayLimit
  DISPLAY "SUM-FILE: held line " inputLineNumber
    " for credit approval - customer " FUNCTION TRIM(customerIdField)
    " invoice " FUNCTION TRIM(invoiceNumberField)
    " amount " FUNCTION TRIM(creditDisplayAmount)
    " limit " FUNCTION TRIM(creditDisplayLimit).

LoadCreditHoldQueue.
  MOVE 0 TO creditHoldEofFlag
  OPEN INPUT CreditHoldFile
  IF creditHoldFileStatus NOT = "00" THEN
    SET endOfCreditHoldQueue TO TRUE
  END-IF
  PERFORM UNTIL endOfCreditHoldQueue
    READ CreditHoldFile
      AT END SET endOfCreditHoldQueue TO TRUE
      NOT AT END
        IF creditHoldRecord NOT = SPACES THEN
          IF creditHoldCount < 5000 THEN
            ADD 1 TO creditHoldCount
            MOVE chrCustomerId TO chCustomerId(creditHoldCount)
            MOVE chrInvoiceNumber TO chInvoiceNumber(creditHoldCount)
            MOVE chrAmount TO chAmount(creditHoldCount)
            MOVE chrHeldDate TO chHeldDate(creditHoldCount)
            MOVE chrLineText TO chLineText(creditHoldCount)
            MOVE 0 TO chReleasedFlag(creditHoldCount)
            MOVE SPACES TO chApprovedBy(creditHoldCount)
          ELSE
            DISPLAY "SUM-FILE: WARNING - credit-hold queue table full, "
              "remaining holds dropped from "
              FUNCTION TRIM(creditHoldFileName)
            SET runHasWarnings TO TRUE
            SET endOfCreditHoldQueue TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE CreditHoldFile.

LoadCreditReleases.
  MOVE 0 TO creditReleaseEofFlag
  OPEN INPUT CreditReleaseFile
  IF creditReleaseFileStatus NOT = "00" THEN
    DISPLAY "SUM-FILE: WARNING - unable to open credit release file "
      FUNCTION TRIM(creditReleaseFileName)
      ", status=" creditReleaseFileStatus
      " - all credit holds stay waiting"
    SET runHasWarnings TO TRUE
    SET endOfCreditReleases TO TRUE
  END-IF
  PERFORM UNTIL endOfCreditReleases
    READ CreditReleaseFile
      AT END SET endOfCreditReleases TO TRUE
      NOT AT END
        IF creditReleaseRecord NOT = SPACES
            AND creditReleaseRecord(1:1) NOT = '#' THEN
          PERFORM ApplyOneCreditRelease
        END-IF
    END-READ
  END-PERFORM
  CLOSE CreditReleaseFile.

ApplyOneCreditRelease.
  MOVE SPACES TO releaseInvoiceField releaseCustomerField
    releaseApproverField
  UNSTRING creditReleaseRecord DELIMITED BY ','
    INTO releaseInvoiceField, releaseCustomerField, releaseApproverField
  MOVE 0 TO releaseMatchedFlag
  IF FUNCTION TRIM(releaseApproverField) = SPACES THEN
    DISPLAY "SUM-FILE: WARNING - credit release for invoice "
      FUNCTION TRIM(releaseInvoiceField)
      " has no approver and is ignored"
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM VARYING chIdx FROM 1 BY 1
      UNTIL chIdx > creditHoldCount OR releaseMatched
      IF chInvoiceNumber(chIdx) = releaseInvoiceField
          AND chCustomerId(chIdx) = releaseCustomerField
          AND NOT chIsReleased(chIdx) THEN
        SET chIsReleased(chIdx) TO TRUE
        MOVE releaseApproverField TO chApprovedBy(chIdx)
        SET releaseMatched TO TRUE
      END-IF
    END-PERFORM
    IF NOT releaseMatched THEN
      DISPLAY "SUM-FILE: WARNING - credit release for invoice "
        FUNCTION TRIM(releaseInvoiceField) " customer "
        FUNCTION TRIM(releaseCustomerField)
        " matches no waiting hold"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.

PostReleasedCreditHolds.
  PERFORM VARYING chIdx FROM 1 BY 1 UNTIL chIdx > creditHoldCount
    IF chIsReleased(chIdx) AND NOT fileWasAborted THEN
      MOVE SPACES TO inputFileRecord
      MOVE chLineText(chIdx) TO inputFileRecord
      MOVE FUNCTION LENGTH(FUNCTION TRIM(chLineText(chIdx)))
        TO inputLineLength
      ADD 1 TO creditReleasedCount
      DISPLAY "SUM-FILE: posting credit hold for invoice "
        FUNCTION TRIM(chInvoiceNumber(chIdx)) " customer "
        FUNCTION TRIM(chCustomerId(chIdx)) " approved by "
        FUNCTION TRIM(chApprovedBy(chIdx))
      SET creditReleaseBypass TO TRUE
      PERFORM ProcessInputLine
      MOVE 0 TO creditBypassFlag
    ELSE
      ADD 1 TO creditWaitingCount
      MOVE SPACES TO creditHoldRecord
      MOVE ' ' TO chrSeparator1 chrSeparator2 chrSeparator3 chrSeparator4
      MOVE chCustomerId(chIdx) TO chrCustomerId
      MOVE chInvoiceNumber(chIdx) TO chrInvoiceNumber
      MOVE chAmount(chIdx) TO chrAmount
      MOVE chHeldDate(chIdx) TO chrHeldDate
      MOVE chLineText(chIdx) TO chrLineText
      WRITE creditHoldRecord
    END-IF
  END-PERFORM
  DISPLAY "SUM-FILE: posted " creditReleasedCount
    " released credit hold(s), " creditWaitingCount " still waiting"
  PERFORM WriteCheckpoint.

WriteOpenItemStageRecord.
  MOVE SPACES TO OpenItemLine
  MOVE invoiceNumberField TO oilInvoiceNumber
  MOVE customerIdField TO oilCustomerId
  IF hasPeriodCalendar AND transactionDateField(1:8) IS NUMERIC THEN
    MOVE transactionDateField(1:8) TO oilInvoiceDate
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO oilInvoiceDate
  END-IF
  MOVE currentNumber TO oilOriginalAmount
  MOVE currentNumber TO oilOpenAmount
  MOVE "OPEN" TO oilStatus
  MOVE SPACES TO oilLastPaidDate
  MOVE OpenItemLine TO openItemStageRecord
  WRITE openItemStageRecord
  ADD 1 TO openItemStagedCount.

AppendOpenItemsToLedger.
  MOVE 0 TO openItemStageEofFlag
  OPEN INPUT OpenItemStageFile
  OPEN EXTEND OpenItemLedgerFile
  IF openItemLedgerFileStatus NOT = "00"
      AND openItemLedgerFileStatus NOT = "05" THEN
    DISPLAY "SUM-FILE: WARNING - unable to open open-item ledger "
      FUNCTION TRIM(openItemLedgerFileName)
      ", status=" openItemLedgerFileStatus
      " - invoices left in " FUNCTION TRIM(openItemStageFileName)
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM UNTIL endOfOpenItemStage
      READ OpenItemStageFile
        AT END SET endOfOpenItemStage TO TRUE
        NOT AT END
          MOVE openItemStageRecord TO openItemLedgerRecord
          WRITE openItemLedgerRecord
      END-READ
    END-PERFORM
    CLOSE OpenItemLedgerFile
    DISPLAY "SUM-FILE: added " openItemStagedCount
      " open item(s) to " FUNCTION TRIM(openItemLedgerFileName)
  END-IF
  CLOSE OpenItemStageFile.

WriteJobHistoryEntry.
  PERFORM AcquireHistoryLock
  OPEN EXTEND JobHistoryFile
  IF jobHistoryFileStatus NOT = "00" AND jobHistoryFileStatus NOT = "05" THEN
    DISPLAY "SUM-FILE: unable to open job history log, status="
      jobHistoryFileStatus
    PERFORM ReleaseHistoryLock
    GO TO WriteJobHistoryEntry-EXIT
  END-IF
  CALL "AUDIT-SEQ" USING BY CONTENT jobHistoryLogName,
    BY REFERENCE auditSequenceNumber
  MOVE seenSignatureCount TO hwmSignatures
  MOVE accountMasterEntryCount TO hwmAccountMaster
  MOVE customerMasterCount TO hwmCustomerMaster
  MOVE drcrSuspenseCount TO hwmDrcrSuspense
  MOVE suspenseSweepCount TO hwmSuspenseSweep
  MOVE SPACES TO jobHistoryFileRecord
  MOVE FUNCTION CURRENT-DATE TO jobHistoryTimestamp
  IF jobHasFailed THEN
    duplicateLineCount DELIMITED BY SIZE
    " swept=" DELIMITED BY SIZE
    sweptLineCount DELIMITED BY SIZE
    " held=" DELIMITED BY SIZE
    creditHeldCount DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(jobHistoryStatus) DELIMITED BY SIZE
    " runId=" DELIMITED BY SIZE
    auditSequenceNumber DELIMITED BY SIZE
    " cnt=" DELIMITED BY SIZE
    auditSequenceNumber DELIMITED BY SIZE
    " posted=" DELIMITED BY SIZE
    detailRecordCount DELIMITED BY SIZE
    " suspended=" DELIMITED BY SIZE
    suspendedLineCount DELIMITED BY SIZE
    " hwmLines=" DELIMITED BY SIZE
    hwmBatchLines DELIMITED BY SIZE
    " hwmSigs=" DELIMITED BY SIZE
    hwmSignatures DELIMITED BY SIZE
    " hwmAccts=" DELIMITED BY SIZE
    hwmAccountMaster DELIMITED BY SIZE
    " hwmCusts=" DELIMITED BY SIZE
    hwmCustomerMaster DELIMITED BY SIZE
    " hwmDrcr=" DELIMITED BY SIZE
    hwmDrcrSuspense DELIMITED BY SIZE
    " hwmSweep=" DELIMITED BY SIZE
    hwmSuspenseSweep DELIMITED BY SIZE
    INTO jobHistoryFileRecord
  END-STRING
  WRITE jobHistoryFileRecord
      jobHistoryFileStatus
  END-IF
  CLOSE JobHistoryFile
  PERFORM ReleaseHistoryLock
  .
WriteJobHistoryEntry-EXIT.
  EXIT.

AcquireHistoryLock.
  MOVE SPACES TO historyLockName
  STRING FUNCTION TRIM(jobHistoryLogName) DELIMITED BY SIZE
    ".lck" DELIMITED BY SIZE
    INTO historyLockName
  MOVE 0 TO historyLockFlag
  MOVE 0 TO historyLockAttempts
  PERFORM UNTIL historyLockHeld OR historyLockAttempts >= 60
    ADD 1 TO historyLockAttempts
    PERFORM TryHistoryLock
    IF NOT historyLockHeld THEN
      MOVE "sleep 1" TO systemCommand
      CALL "SYSTEM" USING systemCommand
    END-IF
  END-PERFORM
  IF NOT historyLockHeld THEN
    DISPLAY "SUM-FILE: WARNING - job history lock "
      FUNCTION TRIM(historyLockName)
      " held for over 60 seconds, treating it as stale"
    PERFORM ReleaseHistoryLock
    PERFORM TryHistoryLock
  END-IF
  MOVE 0 TO RETURN-CODE.

TryHistoryLock.
  MOVE SPACES TO systemCommand
  STRING "mkdir '" DELIMITED BY SIZE
    FUNCTION TRIM(historyLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand
  CALL "SYSTEM" USING systemCommand
  IF RETURN-CODE = 0 THEN
    SET historyLockHeld TO TRUE
  END-IF.

ReleaseHistoryLock.
  MOVE SPACES TO systemCommand
  STRING "rmdir '" DELIMITED BY SIZE
    FUNCTION TRIM(historyLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand
  CALL "SYSTEM" USING systemCommand
  MOVE 0 TO historyLockFlag
  MOVE 0 TO RETURN-CODE.

AcquireAccountMasterLock.
  MOVE SPACES TO accountMasterLockName
  STRING FUNCTION TRIM(accountMasterFileName) DELIMITED BY SIZE
    ".lck" DELIMITED BY SIZE
    INTO accountMasterLockName
  MOVE 0 TO accountMasterLockFlag
  MOVE 0 TO accountMasterLockAttempts
  PERFORM UNTIL accountMasterLockHeld OR accountMasterLockAttempts >= 60
    ADD 1 TO accountMasterLockAttempts
    PERFORM TryAccountMasterLock
    IF NOT accountMasterLockHeld THEN
      MOVE "sleep 1" TO systemCommand
      CALL "SYSTEM" USING systemCommand
    END-IF
  END-PERFORM
  IF NOT accountMasterLockHeld THEN
    DISPLAY "SUM-FILE: WARNING - account master lock "
      FUNCTION TRIM(accountMasterLockName)
      " held for over 60 seconds, treating it as stale"
    PERFORM ReleaseAccountMasterLock
    PERFORM TryAccountMasterLock
  END-IF
  MOVE 0 TO RETURN-CODE.

TryAccountMasterLock.
  MOVE SPACES TO systemCommand
  STRING "mkdir '" DELIMITED BY SIZE
    FUNCTION TRIM(accountMasterLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand
  CALL "SYSTEM" USING systemCommand
  IF RETURN-CODE = 0 THEN
    SET accountMasterLockHeld TO TRUE
  END-IF.

ReleaseAccountMasterLock.
  MOVE SPACES TO systemCommand
  STRING "rmdir '" DELIMITED BY SIZE
    FUNCTION TRIM(accountMasterLockName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand
  CALL "SYSTEM" USING systemCommand
  MOVE 0 TO accountMasterLockFlag
  MOVE 0 TO RETURN-CODE.

ArchiveCompletedRun.
  MOVE FUNCTION CURRENT-DATE(1:8) TO archiveDateStamp
  MOVE SPACES TO archiveFileName
    IF isDebitCreditMode THEN
      MOVE SPACES TO debitField
      MOVE SPACES TO creditField
      MOVE SPACES TO drcrAccountField
      UNSTRING inputFileRecord(1:inputLineLength) DELIMITED BY ','
        INTO currentBatchId, debitField, creditField, drcrAccountField
      MOVE FUNCTION LENGTH(FUNCTION TRIM(debitField)) TO debitFieldLength
      IF debitFieldLength = 0 THEN
        MOVE 1 TO debitFieldLength
      END-IF
    END-IF
  ELSE
    IF isColumnLayoutMode AND hasLineFormula THEN
      PERFORM EvaluateLineFormula THRU EvaluateLineFormula-EXIT
    ELSE
      IF isColumnLayoutMode THEN
        MOVE SPACES TO invoiceNumberField
        MOVE SPACES TO customerIdField
        MOVE SPACES TO amountField
        MOVE SPACES TO taxCodeField
        UNSTRING inputFileRecord(1:inputLineLength) DELIMITED BY ','
          INTO invoiceNumberField, customerIdField, amountField, taxCodeField
        MOVE FUNCTION LENGTH(FUNCTION TRIM(amountField)) TO amountFieldLength
        IF amountFieldLength = 0 THEN
          MOVE 1 TO amountFieldLength
        END-IF
      ELSE
        IF isMultiFieldMode THEN
          MOVE SPACES TO quantityField
          MOVE SPACES TO unitPriceField
          MOVE SPACES TO amountField
          UNSTRING inputFileRecord(1:inputLineLength) DELIMITED BY ','
            INTO quantityField, unitPriceField, amountField
          MOVE FUNCTION LENGTH(FUNCTION TRIM(quantityField)) TO quantityFieldLength
          IF quantityFieldLength = 0 THEN
            MOVE 1 TO quantityFieldLength
          END-IF
          MOVE FUNCTION LENGTH(FUNCTION TRIM(unitPriceField)) TO unitPriceFieldLength
          IF unitPriceFieldLength = 0 THEN
            MOVE 1 TO unitPriceFieldLength
          END-IF
          MOVE FUNCTION LENGTH(FUNCTION TRIM(amountField)) TO amountFieldLength
          IF amountFieldLength = 0 THEN
            MOVE 1 TO amountFieldLength
          END-IF
        ELSE
          MOVE SPACES TO amountField
          IF inputLineLength > 0 THEN
            MOVE inputFileRecord(1:inputLineLength) TO amountField
          END-IF
          MOVE inputLineLength TO amountFieldLength
          IF amountFieldLength = 0 THEN
            MOVE 1 TO amountFieldLength
          END-IF
        END-IF
      END-IF
    END-IF
  MOVE currentNumber TO balancingReportAmount.
  WRITE balancingReportFileRecord.

WritePostedRegisterRecord.
  MOVE SPACES TO postedRegisterRecord
  MOVE postedLineNumber TO prLineNumber
  MOVE ' ' TO prSeparator1 prSeparator2 prSeparator3
  EVALUATE TRUE
    WHEN isColumnLayoutMode
      MOVE invoiceNumberField TO prInvoiceNumber
      MOVE customerIdField TO prCustomerId
    WHEN isControlBreakMode AND isDebitCreditMode
      MOVE previousBatchId TO prInvoiceNumber
      MOVE drcrAccountField TO prCustomerId
    WHEN isControlBreakMode
      MOVE currentBatchId TO prInvoiceNumber
    WHEN OTHER
      CONTINUE
  END-EVALUATE
  MOVE currentNumber TO prAmount
  WRITE postedRegisterRecord.

WriteRejectRecord.
  MOVE inputLineNumber TO rejectLineNumber
  MOVE ' ' TO rejectSeparator
  MOVE maskedLineText TO rejectText
  MOVE ' ' TO rejectReasonSeparator
  MOVE rejectReasonText TO rejectReason
  WRITE rejectsFileRecord.

FinishDebitCreditBatch.
BufferDebitCreditLine.
  IF batchLineCount < 2000 THEN
    ADD 1 TO batchLineCount
    IF batchLineCount > hwmBatchLines THEN
      MOVE batchLineCount TO hwmBatchLines
    END-IF
    MOVE SPACES TO blLineText(batchLineCount)
    IF inputLineLength > 0 THEN
      MOVE inputFileRecord(1:inputLineLength)
    MOVE currentNumber TO blAmount(batchLineCount)
    MOVE originalAmountNumber TO blOriginal(batchLineCount)
    MOVE currencyCodeField TO blCurrencyCode(batchLineCount)
    MOVE autoReverseFlag TO blAutoReverseFlag(batchLineCount)
    MOVE drcrAccountField TO blAccountCode(batchLineCount)
    MOVE inputLineNumber TO blLineNumber(batchLineCount)
  ELSE
    DISPLAY "SUM-FILE: WARNING - batch "
      FUNCTION TRIM(currentBatchId)
      " exceeds the 2000-line buffer, posting line directly"
    SET runHasWarnings TO TRUE
    MOVE inputLineNumber TO postedLineNumber
    PERFORM PostOneBatchLine
  END-IF.

    MOVE blAmount(blIdx) TO currentNumber
    MOVE blOriginal(blIdx) TO originalAmountNumber
    MOVE blCurrencyCode(blIdx) TO currencyCodeField
    MOVE blAutoReverseFlag(blIdx) TO autoReverseFlag
    MOVE blAccountCode(blIdx) TO drcrAccountField
    MOVE blLineNumber(blIdx) TO postedLineNumber
    PERFORM PostOneBatchLine
  END-PERFORM
  PERFORM WriteSubtotalRecord.
  END-IF
  COMPUTE runningAverage ROUNDED = batchSubtotal / batchDetailCount
  PERFORM WriteDetailRecord
  PERFORM WritePostedRegisterRecord
  IF hasExceptionThreshold AND currentNumber > exceptionThreshold THEN
    PERFORM WriteExceptionRecord
  END-IF.
    IF amountTextIsValid THEN
      SET lineIsNumeric TO TRUE
    END-IF
  END-IF
  IF hasLineFormula AND lineFormulaFailed THEN
    MOVE 0 TO lineIsValid
    MOVE formulaFailReason TO rejectReasonText
  END-IF.

ValidateDebitCreditFields.
      MOVE SPACES TO SumFileGlDetailLine
      IF isControlBreakMode THEN
        MOVE previousBatchId TO glDetailAccountCode
        IF isDebitCreditMode AND drcrAccountField NOT = SPACES THEN
          MOVE drcrAccountField TO glDetailAccountCode
        END-IF
      ELSE
        MOVE glAccountCodeArg TO glDetailAccountCode
      END-IF
      MOVE glPeriod TO glDetailPeriod
      MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
      MOVE currentNumber TO glDetailAmount
      IF lineIsTaxed THEN
        MOVE currentNetAmount TO glDetailAmount
      END-IF
      MOVE SumFileGlDetailLine TO SumFileRecord
      IF lineIsAutoReversing THEN
        MOVE ' REV' TO SumFileRecord(31:4)
      END-IF
    ELSE
      MOVE SumFileDetailLine TO SumFileRecord
    END-IF
  END-IF
  MOVE SumFileRecord TO plainDetailText
  IF hasCustomerMaster AND NOT isGlFormat THEN
    MOVE SPACES TO enrichedDetailText
    IF isCsvFormat THEN
    MOVE enrichedDetailText TO SumFileRecord
  END-IF
  WRITE SumFileRecord
  ADD 1 TO outputLineCount
  IF lineIsTaxed AND isGlFormat THEN
    MOVE taxAccountCodeArg TO glDetailAccountCode
    MOVE currentTaxAmount TO glDetailAmount
    MOVE SumFileGlDetailLine TO SumFileRecord
    IF lineIsAutoReversing THEN
      MOVE ' REV' TO SumFileRecord(31:4)
    END-IF
    WRITE SumFileRecord
    ADD 1 TO outputLineCount
  END-IF.

LoadCustomerMaster.
  MOVE 0 TO customerMasterCount
  MOVE 0 TO creditLimitCount
  MOVE 0 TO customerMasterEofFlag
  OPEN INPUT CustomerMasterFile
  IF customerMasterFileStatus NOT = "00" THEN
            AND customerMasterCount < 5000 THEN
          ADD 1 TO customerMasterCount
          MOVE SPACES TO CustomerMasterEntry(customerMasterCount)
          MOVE SPACES TO creditLimitText
          UNSTRING customerMasterRecord DELIMITED BY ','
            INTO cmCustomerId(customerMasterCount),
              cmCustomerName(customerMasterCount),
              creditLimitText
          MOVE 0 TO cmCreditLimit(customerMasterCount)
          MOVE 0 TO cmCreditLimitFlag(customerMasterCount)
          IF creditLimitText NOT = SPACES THEN
            IF FUNCTION TEST-NUMVAL(creditLimitText) = 0 THEN
              COMPUTE cmCreditLimit(customerMasterCount)
                = FUNCTION NUMVAL(creditLimitText)
              SET cmHasCreditLimit(customerMasterCount) TO TRUE
              ADD 1 TO creditLimitCount
            ELSE
              DISPLAY "SUM-FILE: WARNING - credit limit "
                FUNCTION TRIM(creditLimitText) " for customer "
                FUNCTION TRIM(cmCustomerId(customerMasterCount))
                " is not numeric, customer has no limit"
              SET runHasWarnings TO TRUE
            END-IF
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE CustomerMasterFile.

LoadChartOfAccounts.
  MOVE 0 TO chartAccountCount
  MOVE 0 TO chartOfAccountsEofFlag
  OPEN INPUT ChartOfAccountsFile
  IF chartOfAccountsFileStatus NOT = "00" THEN
    DISPLAY "SUM-FILE: WARNING - unable to open chart of accounts "
      FUNCTION TRIM(chartOfAccountsFileName)
      ", status=" chartOfAccountsFileStatus
      " - all GL accounts will be refused"
    SET endOfChartOfAccounts TO TRUE
  END-IF
  PERFORM UNTIL endOfChartOfAccounts
    READ ChartOfAccountsFile
      AT END SET endOfChartOfAccounts TO TRUE
      NOT AT END
        IF chartOfAccountsRecord NOT = SPACES
            AND chartOfAccountsRecord(1:1) NOT = '#'
            AND chartAccountCount < 2000 THEN
          ADD 1 TO chartAccountCount
          MOVE SPACES TO ChartAccountEntry(chartAccountCount)
          UNSTRING chartOfAccountsRecord DELIMITED BY ','
            INTO caAccountCode(chartAccountCount),
              caDescription(chartAccountCount),
              caAccountType(chartAccountCount),
              caStatus(chartAccountCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE ChartOfAccountsFile.

LookupChartAccount.
  MOVE 0 TO chartAccountFoundFlag
  MOVE 0 TO chartAccountActiveFlag
  PERFORM VARYING caIdx FROM 1 BY 1
    UNTIL caIdx > chartAccountCount OR chartAccountFound
    IF caAccountCode(caIdx) = chartLookupCode THEN
      SET chartAccountFound TO TRUE
      IF FUNCTION UPPER-CASE(FUNCTION TRIM(caStatus(caIdx))) = 'ACTIVE' THEN
        SET chartAccountActive TO TRUE
      END-IF
    END-IF
  END-PERFORM.

LookupCustomerMaster.
  MOVE 0 TO cmFoundFlag
  MOVE SPACES TO currentCustomerName
  MOVE 0 TO currentCreditLimit
  MOVE 0 TO currentCreditLimitFlag
  PERFORM VARYING cmIdx FROM 1 BY 1
    UNTIL cmIdx > customerMasterCount OR customerFound
    IF cmCustomerId(cmIdx) = customerIdField THEN
      SET customerFound TO TRUE
      MOVE cmCustomerName(cmIdx) TO currentCustomerName
      MOVE cmCreditLimit(cmIdx) TO currentCreditLimit
      MOVE cmCreditLimitFlag(cmIdx) TO currentCreditLimitFlag
    END-IF
  END-PERFORM.

WriteExceptionRecord.
  MOVE SumFileRecord TO exceptionsFileRecord
  IF hasCustomerMaster AND NOT isGlFormat
      AND currentCustomerName NOT = SPACES THEN
    MOVE "EXCEPTIONS" TO maskOutputName
    MOVE "CUSTOMER-NAME" TO maskFieldName
    MOVE currentCustomerName TO maskValue
    CALL "ID-MASK" USING BY CONTENT maskOutputName,
      BY CONTENT maskFieldName, BY CONTENT maskValue,
      BY REFERENCE maskResult
    MOVE SPACES TO exceptionsFileRecord
    IF isCsvFormat THEN
      STRING FUNCTION TRIM(plainDetailText, TRAILING) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(maskResult) DELIMITED BY SIZE
        INTO exceptionsFileRecord
    ELSE
      STRING FUNCTION TRIM(plainDetailText, TRAILING) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        FUNCTION TRIM(maskResult) DELIMITED BY SIZE
        INTO exceptionsFileRecord
    END-IF
  END-IF
  WRITE exceptionsFileRecord.

MaskCustomerInLine.
  MOVE SPACES TO maskedLineText
  IF rawLineLength > 0 THEN
    MOVE rawLineText(1:rawLineLength) TO maskedLineText
  END-IF
  IF isColumnLayoutMode AND customerIdField NOT = SPACES
      AND rawLineLength > 0 THEN
    MOVE "CUSTOMER-ID" TO maskFieldName
    MOVE customerIdField TO maskValue
    CALL "ID-MASK" USING BY CONTENT maskOutputName,
      BY CONTENT maskFieldName, BY CONTENT maskValue,
      BY REFERENCE maskResult
    IF maskResult NOT = FUNCTION TRIM(customerIdField) THEN
      MOVE SPACES TO maskedLineText
      MOVE 1 TO maskLinePointer
      MOVE 1 TO maskBuildPointer
      PERFORM UNTIL maskLinePointer > rawLineLength
        IF maskLinePointer > 1 THEN
          STRING ',' DELIMITED BY SIZE
            INTO maskedLineText WITH POINTER maskBuildPointer
          END-STRING
        END-IF
        MOVE SPACES TO maskLineField
        MOVE 0 TO maskLineFieldLength
        UNSTRING rawLineText(1:rawLineLength) DELIMITED BY ','
          INTO maskLineField COUNT IN maskLineFieldLength
          WITH POINTER maskLinePointer
        END-UNSTRING
        IF maskLineFieldLength > 0 THEN
          IF FUNCTION TRIM(maskLineField)
              = FUNCTION TRIM(customerIdField) THEN
            STRING FUNCTION TRIM(maskResult) DELIMITED BY SIZE
              INTO maskedLineText WITH POINTER maskBuildPointer
            END-STRING
          ELSE
            STRING maskLineField(1:maskLineFieldLength) DELIMITED BY SIZE
              INTO maskedLineText WITH POINTER maskBuildPointer
            END-STRING
          END-IF
        END-IF
      END-PERFORM
      IF rawLineText(rawLineLength:1) = ',' THEN
        STRING ',' DELIMITED BY SIZE
          INTO maskedLineText WITH POINTER maskBuildPointer
        END-STRING
      END-IF
    END-IF
  END-IF.

WriteTrailerRecord.
  IF isCsvFormat THEN
    MOVE SPACES TO SumFileCsvLine
    MOVE copiedLineCount TO outputLineCount
  END-IF.

VerifyInputFingerprint.
  MOVE SPACES TO inputBaseName
  MOVE 0 TO baseNameIdx
  INSPECT FUNCTION REVERSE(FUNCTION TRIM(inputFileName))
    TALLYING baseNameIdx FOR CHARACTERS BEFORE INITIAL '/'
  MOVE FUNCTION TRIM(inputFileName)
    (FUNCTION LENGTH(FUNCTION TRIM(inputFileName)) - baseNameIdx + 1:
     baseNameIdx) TO inputBaseName

  MOVE SPACES TO registeredFingerprint registeredLineCount registeredStamp
  MOVE 0 TO catalogEofFlag
  OPEN INPUT CatalogFile
  IF catalogFileStatus NOT = "00" THEN
    SET endOfCatalogFile TO TRUE
  END-IF
  PERFORM UNTIL endOfCatalogFile
    READ CatalogFile
      AT END SET endOfCatalogFile TO TRUE
      NOT AT END
        MOVE SPACES TO catalogNamePart catalogCountPart
          catalogStatusPart catalogRunIdPart catalogStampPart
          catalogFingerprintPart
        UNSTRING catalogFileRecord DELIMITED BY ','
          INTO catalogNamePart, catalogCountPart, catalogStatusPart,
            catalogRunIdPart, catalogStampPart, catalogFingerprintPart
        IF catalogNamePart = inputBaseName
            AND catalogFingerprintPart NOT = SPACES THEN
          MOVE catalogFingerprintPart TO registeredFingerprint
          MOVE catalogCountPart TO registeredLineCount
          MOVE catalogStampPart TO registeredStamp
        END-IF
    END-READ
  END-PERFORM
  CLOSE CatalogFile

  IF registeredFingerprint = SPACES THEN
    DISPLAY "SUM-FILE: input " FUNCTION TRIM(inputBaseName)
      " has no registered fingerprint in " FUNCTION TRIM(catalogFileName)
      ", not verified"
    GO TO VerifyInputFingerprint-EXIT
  END-IF

  MOVE inputFileName TO fingerprintFileName
  CALL "CONTENT-HASH" USING BY CONTENT fingerprintFileName,
    BY REFERENCE currentFingerprint, BY REFERENCE currentFingerprintLines

  IF currentFingerprint = registeredFingerprint THEN
    DISPLAY "SUM-FILE: input " FUNCTION TRIM(inputBaseName)
      " fingerprint verified " registeredFingerprint
    GO TO VerifyInputFingerprint-EXIT
  END-IF

  DISPLAY "SUM-FILE: job NOT started - input "
    FUNCTION TRIM(inputBaseName) " changed since registration at "
    registeredStamp
  DISPLAY "SUM-FILE:   registered fingerprint=" registeredFingerprint
    " lines=" FUNCTION TRIM(registeredLineCount)
  DISPLAY "SUM-FILE:   current fingerprint=   " currentFingerprint
    " lines=" currentFingerprintLines
  MOVE 'C' TO alertSeverity
  MOVE SPACES TO alertMessageText
  STRING "input " DELIMITED BY SIZE
    FUNCTION TRIM(inputBaseName) DELIMITED BY SIZE
    " REFUSED - content changed since registration, registered="
      DELIMITED BY SIZE
    registeredFingerprint DELIMITED BY SIZE
    " current=" DELIMITED BY SIZE
    currentFingerprint DELIMITED BY SIZE
    INTO alertMessageText
  PERFORM RaiseOperatorAlert
  SET jobHasFailed TO TRUE.

VerifyInputFingerprint-EXIT.
  EXIT.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.
