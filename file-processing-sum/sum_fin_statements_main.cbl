IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-FIN-STATEMENTS.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT TrialBalanceFile ASSIGN TO trialBalanceFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS trialBalanceFileStatus.

      SELECT ChartOfAccountsFile ASSIGN TO chartOfAccountsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS chartOfAccountsFileStatus.

      SELECT StatementReportFile ASSIGN TO statementReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS statementReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD TrialBalanceFile.
    01 trialBalanceRecord PIC X(200).

    FD ChartOfAccountsFile.
    01 chartOfAccountsRecord PIC X(100).

    FD StatementReportFile.
    01 statementReportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 trialBalanceFileName PIC X(100).
    01 currentTrialBalanceFileName PIC X(100).
    01 priorTrialBalanceFileName PIC X(100) VALUE SPACES.
    01 trialBalanceFileStatus PIC XX VALUE "00".
    01 trialBalanceEofFlag PIC 9 VALUE 0.
      88 endOfTrialBalance VALUE 1.
    01 loadingPriorFlag PIC 9 VALUE 0.
      88 loadingPriorTrialBalance VALUE 1.

    01 chartOfAccountsFileName PIC X(100) VALUE SPACES.
    01 chartOfAccountsFileStatus PIC XX VALUE "00".
    01 chartOfAccountsEofFlag PIC 9 VALUE 0.
      88 endOfChartOfAccounts VALUE 1.

    01 statementReportFileName PIC X(100) VALUE SPACES.
    01 statementReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 ChartOfAccountsTable.
      02 ChartAccountEntry OCCURS 2000 TIMES.
        03 caAccountCode PIC X(10).
        03 caDescription PIC X(40).
        03 caAccountType PIC X(10).
        03 caStatus PIC X(10).
        03 caGroup PIC X(30).
    01 chartAccountCount PIC 9(4) VALUE 0.
    01 caIdx PIC 9(4).

    01 TrialBalanceAccountTable.
      02 TrialBalanceAccountEntry OCCURS 500 TIMES.
        03 tbAccountCode PIC X(10).
        03 tbYearToDateNet PIC S9(11)V99.
        03 tbPriorNet PIC S9(11)V99.
        03 tbInChartFlag PIC 9.
          88 tbAccountInChart VALUE 1.
    01 trialBalanceAccountCount PIC 9(4) VALUE 0.
    01 tbIdx PIC 9(4).
    01 tbMatchIdx PIC 9(4) VALUE 0.
    01 tbFoundFlag PIC 9 VALUE 0.
      88 tbAccountFound VALUE 1.

    01 statementPeriod PIC X(6) VALUE SPACES.
    01 lineAccountCode PIC X(10).
    01 lineLeadingText PIC X(200).
    01 lineNetText PIC X(30).
    01 lineNetAmount PIC S9(11)V99.

    01 sectionType PIC X(10).
    01 sectionSign PIC S9 VALUE 1.
    01 sectionLabel PIC X(20).
    01 sectionPeriodTotal PIC S9(11)V99.
    01 sectionYearToDateTotal PIC S9(11)V99.
    01 currentGroup PIC X(30).
    01 groupPeriodTotal PIC S9(11)V99.
    01 groupYearToDateTotal PIC S9(11)V99.
    01 groupLineCount PIC 9(4).
    01 accountPeriodAmount PIC S9(11)V99.
    01 accountYearToDateAmount PIC S9(11)V99.

    01 incomePeriodTotal PIC S9(11)V99 VALUE 0.
    01 incomeYearToDateTotal PIC S9(11)V99 VALUE 0.
    01 expensePeriodTotal PIC S9(11)V99 VALUE 0.
    01 expenseYearToDateTotal PIC S9(11)V99 VALUE 0.
    01 netIncomePeriod PIC S9(11)V99 VALUE 0.
    01 netIncomeYearToDate PIC S9(11)V99 VALUE 0.
    01 assetTotal PIC S9(11)V99 VALUE 0.
    01 liabilityTotal PIC S9(11)V99 VALUE 0.
    01 equityTotal PIC S9(11)V99 VALUE 0.
    01 liabilitiesAndEquityTotal PIC S9(11)V99 VALUE 0.
    01 balanceDifference PIC S9(11)V99 VALUE 0.
    01 unchartedAccountCount PIC 9(4) VALUE 0.

    01 alertSeverity PIC X.
    01 alertProgramName PIC X(20) VALUE "SUM-FIN-STATEMENTS".
    01 alertMessageText PIC X(200).

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 amountDisplay3 PIC -(11)9.99.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT currentTrialBalanceFileName FROM ARGUMENT-VALUE.
  ACCEPT priorTrialBalanceFileName FROM ARGUMENT-VALUE.
  ACCEPT chartOfAccountsFileName FROM ARGUMENT-VALUE.
  ACCEPT statementReportFileName FROM ARGUMENT-VALUE.

  DISPLAY "SUM-FIN-STATEMENTS: job started " FUNCTION CURRENT-DATE(1:14)
    " trialBalance=" FUNCTION TRIM(currentTrialBalanceFileName)
    " prior=" FUNCTION TRIM(priorTrialBalanceFileName).

  PERFORM LoadChartOfAccounts.
  IF chartAccountCount = 0 THEN
    DISPLAY "SUM-FIN-STATEMENTS: job NOT started - chart of accounts "
      FUNCTION TRIM(chartOfAccountsFileName) " is empty or missing"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE currentTrialBalanceFileName TO trialBalanceFileName.
  MOVE 0 TO loadingPriorFlag.
  PERFORM LoadTrialBalance.
  IF trialBalanceFileStatus NOT = "00" AND NOT endOfTrialBalance THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF priorTrialBalanceFileName NOT = SPACES THEN
    MOVE priorTrialBalanceFileName TO trialBalanceFileName
    SET loadingPriorTrialBalance TO TRUE
    PERFORM LoadTrialBalance
  END-IF.

  PERFORM MarkChartedAccounts.

  IF statementReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT StatementReportFile
  END-IF.

  PERFORM WriteIncomeStatement.
  PERFORM WriteBalanceSheet.

  IF reportToFile THEN
    CLOSE StatementReportFile
  END-IF.

  DISPLAY "SUM-FIN-STATEMENTS: job ended " FUNCTION CURRENT-DATE(1:14)
    " period=" statementPeriod
    " accounts=" trialBalanceAccountCount.

  IF balanceDifference NOT = 0 OR unchartedAccountCount > 0 THEN
    DISPLAY "SUM-FIN-STATEMENTS: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadChartOfAccounts.
  MOVE 0 TO chartAccountCount
  MOVE 0 TO chartOfAccountsEofFlag
  OPEN INPUT ChartOfAccountsFile
  IF chartOfAccountsFileStatus NOT = "00" THEN
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
              caStatus(chartAccountCount),
              caGroup(chartAccountCount)
          MOVE FUNCTION UPPER-CASE(caAccountType(chartAccountCount))
            TO caAccountType(chartAccountCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE ChartOfAccountsFile.

LoadTrialBalance.
  MOVE 0 TO trialBalanceEofFlag
  OPEN INPUT TrialBalanceFile
  IF trialBalanceFileStatus NOT = "00" THEN
    DISPLAY "SUM-FIN-STATEMENTS: unable to open trial balance "
      FUNCTION TRIM(trialBalanceFileName)
      ", status=" trialBalanceFileStatus
  ELSE
    PERFORM UNTIL endOfTrialBalance
      READ TrialBalanceFile
        AT END SET endOfTrialBalance TO TRUE
        NOT AT END PERFORM LoadOneTrialBalanceLine
      END-READ
    END-PERFORM
    CLOSE TrialBalanceFile
  END-IF.

LoadOneTrialBalanceLine.
  IF trialBalanceRecord(1:20) = "TRIALBALANCE period="
      AND NOT loadingPriorTrialBalance THEN
    MOVE trialBalanceRecord(21:6) TO statementPeriod
  END-IF
  IF trialBalanceRecord(1:8) = "ACCOUNT " THEN
    MOVE trialBalanceRecord(9:10) TO lineAccountCode
    MOVE SPACES TO lineLeadingText lineNetText
    UNSTRING trialBalanceRecord DELIMITED BY " net="
      INTO lineLeadingText, lineNetText
    IF FUNCTION TEST-NUMVAL(lineNetText) = 0 THEN
      COMPUTE lineNetAmount = FUNCTION NUMVAL(lineNetText)
    ELSE
      MOVE 0 TO lineNetAmount
      DISPLAY "SUM-FIN-STATEMENTS: WARNING - unreadable net amount for "
        "account " FUNCTION TRIM(lineAccountCode) " in "
        FUNCTION TRIM(trialBalanceFileName)
    END-IF
    PERFORM FindTrialBalanceAccount
    IF tbAccountFound THEN
      IF loadingPriorTrialBalance THEN
        ADD lineNetAmount TO tbPriorNet(tbMatchIdx)
      ELSE
        ADD lineNetAmount TO tbYearToDateNet(tbMatchIdx)
      END-IF
    END-IF
  END-IF.

FindTrialBalanceAccount.
  MOVE 0 TO tbFoundFlag
  PERFORM VARYING tbIdx FROM 1 BY 1
    UNTIL tbIdx > trialBalanceAccountCount OR tbAccountFound
    IF tbAccountCode(tbIdx) = lineAccountCode THEN
      SET tbAccountFound TO TRUE
      MOVE tbIdx TO tbMatchIdx
    END-IF
  END-PERFORM
  IF NOT tbAccountFound THEN
    IF trialBalanceAccountCount < 500 THEN
      ADD 1 TO trialBalanceAccountCount
      MOVE trialBalanceAccountCount TO tbMatchIdx
      MOVE lineAccountCode TO tbAccountCode(tbMatchIdx)
      MOVE 0 TO tbYearToDateNet(tbMatchIdx)
      MOVE 0 TO tbPriorNet(tbMatchIdx)
      MOVE 0 TO tbInChartFlag(tbMatchIdx)
      SET tbAccountFound TO TRUE
    ELSE
      DISPLAY "SUM-FIN-STATEMENTS: WARNING - account table full, "
        FUNCTION TRIM(lineAccountCode) " not reported"
      ADD 1 TO unchartedAccountCount
    END-IF
  END-IF.

MarkChartedAccounts.
  PERFORM VARYING caIdx FROM 1 BY 1 UNTIL caIdx > chartAccountCount
    MOVE caAccountCode(caIdx) TO lineAccountCode
    MOVE 0 TO tbFoundFlag
    PERFORM VARYING tbIdx FROM 1 BY 1
      UNTIL tbIdx > trialBalanceAccountCount OR tbAccountFound
      IF tbAccountCode(tbIdx) = lineAccountCode THEN
        SET tbAccountFound TO TRUE
        SET tbAccountInChart(tbIdx) TO TRUE
      END-IF
    END-PERFORM
  END-PERFORM
  PERFORM VARYING tbIdx FROM 1 BY 1 UNTIL tbIdx > trialBalanceAccountCount
    IF NOT tbAccountInChart(tbIdx) THEN
      ADD 1 TO unchartedAccountCount
      DISPLAY "SUM-FIN-STATEMENTS: WARNING - account "
        FUNCTION TRIM(tbAccountCode(tbIdx))
        " is not in the chart of accounts and is left off the statements"
    END-IF
  END-PERFORM.

WriteIncomeStatement.
  MOVE SPACES TO reportLineText
  STRING "INCOMESTATEMENT period=" DELIMITED BY SIZE
    statementPeriod DELIMITED BY SIZE
    " columns=period,yearToDate" DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  MOVE "INCOME" TO sectionType
  MOVE "INCOME" TO sectionLabel
  MOVE -1 TO sectionSign
  PERFORM WriteStatementSection
  MOVE sectionPeriodTotal TO incomePeriodTotal
  MOVE sectionYearToDateTotal TO incomeYearToDateTotal
  MOVE "EXPENSE" TO sectionType
  MOVE "EXPENSES" TO sectionLabel
  MOVE 1 TO sectionSign
  PERFORM WriteStatementSection
  MOVE sectionPeriodTotal TO expensePeriodTotal
  MOVE sectionYearToDateTotal TO expenseYearToDateTotal
  COMPUTE netIncomePeriod = incomePeriodTotal - expensePeriodTotal
  COMPUTE netIncomeYearToDate
    = incomeYearToDateTotal - expenseYearToDateTotal
  MOVE netIncomePeriod TO amountDisplay1
  MOVE netIncomeYearToDate TO amountDisplay2
  MOVE SPACES TO reportLineText
  STRING "NETINCOME period=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " yearToDate=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteBalanceSheet.
  MOVE SPACES TO reportLineText
  STRING "BALANCESHEET asOf=" DELIMITED BY SIZE
    statementPeriod DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  MOVE "ASSET" TO sectionType
  MOVE "ASSETS" TO sectionLabel
  MOVE 1 TO sectionSign
  PERFORM WriteStatementSection
  MOVE sectionYearToDateTotal TO assetTotal
  MOVE "LIABILITY" TO sectionType
  MOVE "LIABILITIES" TO sectionLabel
  MOVE -1 TO sectionSign
  PERFORM WriteStatementSection
  MOVE sectionYearToDateTotal TO liabilityTotal
  MOVE "EQUITY" TO sectionType
  MOVE "EQUITY" TO sectionLabel
  MOVE -1 TO sectionSign
  PERFORM WriteStatementSection
  COMPUTE equityTotal = sectionYearToDateTotal + netIncomeYearToDate
  MOVE netIncomeYearToDate TO amountDisplay1
  MOVE equityTotal TO amountDisplay2
  MOVE SPACES TO reportLineText
  STRING "  LINE type=EQUITY account=CURRENTYR "
    DELIMITED BY SIZE
    "desc=Current year earnings balance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  MOVE SPACES TO reportLineText
  STRING "TOTAL EQUITY including current year earnings balance="
    DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  COMPUTE liabilitiesAndEquityTotal = liabilityTotal + equityTotal
  COMPUTE balanceDifference = assetTotal - liabilitiesAndEquityTotal
  MOVE assetTotal TO amountDisplay1
  MOVE liabilitiesAndEquityTotal TO amountDisplay2
  MOVE balanceDifference TO amountDisplay3
  MOVE SPACES TO reportLineText
  IF balanceDifference = 0 THEN
    STRING "PROOF assets=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " liabilitiesAndEquity=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      " difference=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
      " status=BALANCED" DELIMITED BY SIZE
      INTO reportLineText
    PERFORM WriteReportLine
  ELSE
    STRING "PROOF assets=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " liabilitiesAndEquity=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      " difference=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
      " status=OUTOFBALANCE" DELIMITED BY SIZE
      INTO reportLineText
    PERFORM WriteReportLine
    DISPLAY "SUM-FIN-STATEMENTS: WARNING - balance sheet for "
      statementPeriod " does NOT balance, difference="
      FUNCTION TRIM(amountDisplay3)
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "balance sheet for " DELIMITED BY SIZE
      statementPeriod DELIMITED BY SIZE
      " does not balance, difference=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
  END-IF.

WriteStatementSection.
  MOVE 0 TO sectionPeriodTotal
  MOVE 0 TO sectionYearToDateTotal
  MOVE SPACES TO currentGroup
  MOVE 0 TO groupPeriodTotal
  MOVE 0 TO groupYearToDateTotal
  MOVE 0 TO groupLineCount
  MOVE SPACES TO reportLineText
  STRING "SECTION " DELIMITED BY SIZE
    FUNCTION TRIM(sectionLabel) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  PERFORM VARYING caIdx FROM 1 BY 1 UNTIL caIdx > chartAccountCount
    IF FUNCTION TRIM(caAccountType(caIdx)) = FUNCTION TRIM(sectionType)
      MOVE caAccountCode(caIdx) TO lineAccountCode
      MOVE 0 TO tbFoundFlag
      PERFORM VARYING tbIdx FROM 1 BY 1
        UNTIL tbIdx > trialBalanceAccountCount OR tbAccountFound
        IF tbAccountCode(tbIdx) = lineAccountCode THEN
          SET tbAccountFound TO TRUE
          MOVE tbIdx TO tbMatchIdx
        END-IF
      END-PERFORM
      IF tbAccountFound THEN
        IF caGroup(caIdx) NOT = currentGroup THEN
          PERFORM WriteGroupSubtotal
          MOVE caGroup(caIdx) TO currentGroup
        END-IF
        PERFORM WriteStatementLine
      END-IF
    END-IF
  END-PERFORM
  PERFORM WriteGroupSubtotal
  MOVE sectionPeriodTotal TO amountDisplay1
  MOVE sectionYearToDateTotal TO amountDisplay2
  MOVE SPACES TO reportLineText
  IF sectionType = "INCOME" OR sectionType = "EXPENSE" THEN
    STRING "TOTAL " DELIMITED BY SIZE
      FUNCTION TRIM(sectionLabel) DELIMITED BY SIZE
      " period=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " yearToDate=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      INTO reportLineText
  ELSE
    STRING "TOTAL " DELIMITED BY SIZE
      FUNCTION TRIM(sectionLabel) DELIMITED BY SIZE
      " balance=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      INTO reportLineText
  END-IF
  PERFORM WriteReportLine.

WriteStatementLine.
  COMPUTE accountYearToDateAmount
    = tbYearToDateNet(tbMatchIdx) * sectionSign
  COMPUTE accountPeriodAmount
    = (tbYearToDateNet(tbMatchIdx) - tbPriorNet(tbMatchIdx)) * sectionSign
  ADD accountPeriodAmount TO sectionPeriodTotal groupPeriodTotal
  ADD accountYearToDateAmount TO sectionYearToDateTotal groupYearToDateTotal
  ADD 1 TO groupLineCount
  MOVE accountPeriodAmount TO amountDisplay1
  MOVE accountYearToDateAmount TO amountDisplay2
  MOVE SPACES TO reportLineText
  IF sectionType = "INCOME" OR sectionType = "EXPENSE" THEN
    STRING "  LINE type=" DELIMITED BY SIZE
      FUNCTION TRIM(sectionType) DELIMITED BY SIZE
      " account=" DELIMITED BY SIZE
      FUNCTION TRIM(caAccountCode(caIdx)) DELIMITED BY SIZE
      " desc=" DELIMITED BY SIZE
      FUNCTION TRIM(caDescription(caIdx)) DELIMITED BY SIZE
      " period=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " yearToDate=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      INTO reportLineText
  ELSE
    STRING "  LINE type=" DELIMITED BY SIZE
      FUNCTION TRIM(sectionType) DELIMITED BY SIZE
      " account=" DELIMITED BY SIZE
      FUNCTION TRIM(caAccountCode(caIdx)) DELIMITED BY SIZE
      " desc=" DELIMITED BY SIZE
      FUNCTION TRIM(caDescription(caIdx)) DELIMITED BY SIZE
      " balance=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      INTO reportLineText
  END-IF
  PERFORM WriteReportLine.

WriteGroupSubtotal.
  IF groupLineCount > 0 AND currentGroup NOT = SPACES THEN
    MOVE groupPeriodTotal TO amountDisplay1
    MOVE groupYearToDateTotal TO amountDisplay2
    MOVE SPACES TO reportLineText
    IF sectionType = "INCOME" OR sectionType = "EXPENSE" THEN
      STRING " GROUP " DELIMITED BY SIZE
        FUNCTION TRIM(currentGroup) DELIMITED BY SIZE
        " period=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        " yearToDate=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
        INTO reportLineText
    ELSE
      STRING " GROUP " DELIMITED BY SIZE
        FUNCTION TRIM(currentGroup) DELIMITED BY SIZE
        " balance=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
        INTO reportLineText
    END-IF
    PERFORM WriteReportLine
  END-IF
  MOVE 0 TO groupPeriodTotal
  MOVE 0 TO groupYearToDateTotal
  MOVE 0 TO groupLineCount.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO statementReportRecord
    WRITE statementReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
