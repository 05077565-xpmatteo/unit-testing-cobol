IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-YEAR-END-CLOSE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT GlOutputFile ASSIGN TO glOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS glOutputFileStatus.

      SELECT ChartOfAccountsFile ASSIGN TO chartOfAccountsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS chartOfAccountsFileStatus.

      SELECT ClosingEntriesFile ASSIGN TO closingEntriesFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS closingEntriesFileStatus.

      SELECT OpeningBalanceFile ASSIGN TO openingBalanceFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openingBalanceFileStatus.

      SELECT OPTIONAL PeriodCalendarFile ASSIGN TO periodCalendarFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS periodCalendarFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile
    RECORD IS VARYING IN SIZE DEPENDING ON listLineLength.
    01 listFileRecord PIC X(200).

    FD GlOutputFile.
    01 glOutputRecord PIC X(100).

    FD ChartOfAccountsFile.
    01 chartOfAccountsRecord PIC X(100).

    FD ClosingEntriesFile.
    01 closingEntriesRecord PIC X(100).

    FD OpeningBalanceFile.
    01 openingBalanceRecord PIC X(100).

    FD PeriodCalendarFile.
    01 periodCalendarRecord PIC X(20).

  WORKING-STORAGE SECTION.
    01 listFileName PIC X(100).
    01 listLineLength PIC 999.
    01 listFileStatus PIC XX VALUE "00".
    01 listEofFlag PIC 9 VALUE 0.
      88 endOfListFile VALUE 1.

    01 glOutputFileName PIC X(100).
    01 glOutputFileStatus PIC XX VALUE "00".
    01 glOutputEofFlag PIC 9 VALUE 0.
      88 endOfGlOutput VALUE 1.

    01 chartOfAccountsFileName PIC X(100) VALUE SPACES.
    01 chartOfAccountsFileStatus PIC XX VALUE "00".
    01 chartOfAccountsEofFlag PIC 9 VALUE 0.
      88 endOfChartOfAccounts VALUE 1.

    01 closingEntriesFileName PIC X(100) VALUE SPACES.
    01 closingEntriesFileStatus PIC XX VALUE "00".

    01 openingBalanceFileName PIC X(100) VALUE SPACES.
    01 openingBalanceFileStatus PIC XX VALUE "00".

    01 periodCalendarFileName PIC X(100) VALUE SPACES.
    01 periodCalendarFileStatus PIC XX VALUE "00".
    01 periodCalendarEofFlag PIC 9 VALUE 0.
      88 endOfPeriodCalendar VALUE 1.

    01 yearEndPeriod PIC X(6).
    01 nextPeriod PIC X(6).
    01 periodYear PIC 9(4).
    01 periodMonth PIC 9(2).
    01 fiscalPeriod PIC X(6).
    01 fiscalMonthCount PIC 99.
    01 retainedEarningsAccount PIC X(10) VALUE SPACES.

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

    01 ChartOfAccountsTable.
      02 ChartAccountEntry OCCURS 2000 TIMES.
        03 caAccountCode PIC X(10).
        03 caDescription PIC X(40).
        03 caAccountType PIC X(10).
        03 caStatus PIC X(10).
    01 chartAccountCount PIC 9(4) VALUE 0.
    01 caIdx PIC 9(4).
    01 chartMatchIdx PIC 9(4) VALUE 0.
    01 chartLookupCode PIC X(10).
    01 chartAccountFoundFlag PIC 9 VALUE 0.
      88 chartAccountFound VALUE 1.
    01 chartAccountActiveFlag PIC 9 VALUE 0.
      88 chartAccountActive VALUE 1.
    01 currentAccountType PIC X(10).
      88 isBalanceSheetAccount VALUES 'ASSET' 'LIABILITY' 'EQUITY'.
      88 isIncomeStatementAccount VALUES 'INCOME' 'EXPENSE'.

    01 AccountTotalsTable.
      02 AccountTotalEntry OCCURS 500 TIMES.
        03 atAccountCode PIC X(10).
        03 atTotal PIC S9(9)V99.
    01 accountTotalCount PIC 9(4) VALUE 0.
    01 atIdx PIC 9(4).
    01 accountFoundFlag PIC 9 VALUE 0.
      88 accountTotalFound VALUE 1.
    01 retainedEarningsFlag PIC 9 VALUE 0.
      88 retainedEarningsCarried VALUE 1.

    01 PeriodCalendarTable.
      02 CalendarEntry OCCURS 600 TIMES.
        03 calPeriod PIC X(6).
        03 calStatus PIC X(6).
    01 calendarEntryCount PIC 9(4) VALUE 0.
    01 calIdx PIC 9(4).
    01 calendarFoundFlag PIC 9 VALUE 0.
      88 calendarEntryFound VALUE 1.

    01 netResultAmount PIC S9(9)V99 VALUE 0.
    01 closingEntriesTotal PIC S9(9)V99 VALUE 0.
    01 closingEntryCount PIC 9(9) VALUE 0.
    01 openingBalanceCount PIC 9(9) VALUE 0.
    01 detailsCollectedCount PIC 9(9) VALUE 0.
    01 filesProcessedCount PIC 9(9) VALUE 0.
    01 wrongPeriodCount PIC 9(9) VALUE 0.
    01 chartExceptionCount PIC 9(9) VALUE 0.
    01 amountDisplay1 PIC -(9)9.99.

PROCEDURE DIVISION.

Main.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT yearEndPeriod FROM ARGUMENT-VALUE.
  ACCEPT chartOfAccountsFileName FROM ARGUMENT-VALUE.
  ACCEPT retainedEarningsAccount FROM ARGUMENT-VALUE.
  ACCEPT closingEntriesFileName FROM ARGUMENT-VALUE.
  ACCEPT openingBalanceFileName FROM ARGUMENT-VALUE.
  ACCEPT periodCalendarFileName FROM ARGUMENT-VALUE.

  DISPLAY "SUM-YEAR-END-CLOSE: job started " FUNCTION CURRENT-DATE(1:14)
    " yearEnd=" yearEndPeriod
    " list=" FUNCTION TRIM(listFileName).

  IF yearEndPeriod NOT NUMERIC THEN
    DISPLAY "SUM-YEAR-END-CLOSE: year-end period must be YYYYMM, got "
      yearEndPeriod
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM ComputeNextPeriod.

  PERFORM LoadChartOfAccounts.
  IF chartAccountCount = 0 THEN
    DISPLAY "SUM-YEAR-END-CLOSE: job NOT started - chart of accounts "
      FUNCTION TRIM(chartOfAccountsFileName) " is empty or missing"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE retainedEarningsAccount TO chartLookupCode.
  PERFORM LookupChartAccount.
  IF NOT chartAccountFound OR NOT chartAccountActive
      OR currentAccountType NOT = 'EQUITY' THEN
    DISPLAY "SUM-YEAR-END-CLOSE: job NOT started - retained earnings "
      "account " FUNCTION TRIM(retainedEarningsAccount)
      " must be an ACTIVE EQUITY account in the chart of accounts"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-YEAR-END-CLOSE: unable to open list file "
      FUNCTION TRIM(listFileName) ", status=" listFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM UNTIL endOfListFile
    READ ListFile
      AT END SET endOfListFile TO TRUE
      NOT AT END
        MOVE SPACES TO glOutputFileName
        IF listLineLength > 0 THEN
          MOVE listFileRecord(1:listLineLength) TO glOutputFileName
        END-IF
        PERFORM CollectOneGlOutput
    END-READ
  END-PERFORM.
  CLOSE ListFile.

  PERFORM ValidateAccountTypes.
  IF chartExceptionCount > 0 THEN
    DISPLAY "SUM-YEAR-END-CLOSE: year " yearEndPeriod(1:4)
      " NOT closed - " chartExceptionCount
      " account(s) unknown, inactive or without a valid type"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM WriteClosingEntries.
  PERFORM WriteOpeningBalances.
  IF periodCalendarFileName NOT = SPACES THEN
    PERFORM CloseYearInCalendar
  END-IF.

  IF wrongPeriodCount > 0 THEN
    DISPLAY "SUM-YEAR-END-CLOSE: WARNING - " wrongPeriodCount
      " detail line(s) ignored, period differs from " yearEndPeriod
    MOVE 4 TO RETURN-CODE
  END-IF.

  MOVE netResultAmount TO amountDisplay1.
  DISPLAY "SUM-YEAR-END-CLOSE: job ended " FUNCTION CURRENT-DATE(1:14)
    " files=" filesProcessedCount
    " details=" detailsCollectedCount
    " closingEntries=" closingEntryCount
    " openingBalances=" openingBalanceCount
    " netResult=" FUNCTION TRIM(amountDisplay1).
  GOBACK.

ComputeNextPeriod.
  MOVE yearEndPeriod(1:4) TO periodYear
  MOVE yearEndPeriod(5:2) TO periodMonth
  IF periodMonth >= 12 THEN
    ADD 1 TO periodYear
    MOVE 1 TO periodMonth
  ELSE
    ADD 1 TO periodMonth
  END-IF
  MOVE SPACES TO nextPeriod
  STRING periodYear DELIMITED BY SIZE
    periodMonth DELIMITED BY SIZE
    INTO nextPeriod.

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
              caStatus(chartAccountCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE ChartOfAccountsFile.

LookupChartAccount.
  MOVE 0 TO chartAccountFoundFlag
  MOVE 0 TO chartAccountActiveFlag
  MOVE SPACES TO currentAccountType
  PERFORM VARYING caIdx FROM 1 BY 1
    UNTIL caIdx > chartAccountCount OR chartAccountFound
    IF caAccountCode(caIdx) = chartLookupCode THEN
      SET chartAccountFound TO TRUE
      MOVE caIdx TO chartMatchIdx
      MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(caAccountType(caIdx)))
        TO currentAccountType
      IF FUNCTION UPPER-CASE(FUNCTION TRIM(caStatus(caIdx))) = 'ACTIVE' THEN
        SET chartAccountActive TO TRUE
      END-IF
    END-IF
  END-PERFORM.

CollectOneGlOutput.
  MOVE 0 TO glOutputEofFlag
  OPEN INPUT GlOutputFile
  IF glOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-YEAR-END-CLOSE: WARNING - could not open "
      FUNCTION TRIM(glOutputFileName) ", status=" glOutputFileStatus
  ELSE
    ADD 1 TO filesProcessedCount
    PERFORM UNTIL endOfGlOutput
      READ GlOutputFile
        AT END SET endOfGlOutput TO TRUE
        NOT AT END PERFORM CollectOneGlDetail
      END-READ
    END-PERFORM
    CLOSE GlOutputFile
  END-IF.

CollectOneGlDetail.
  IF glOutputRecord(1:7) = 'GLTOTAL'
      OR glOutputRecord(1:8) = 'CURRENCY'
      OR glOutputRecord(1:8) = 'SUBTOTAL'
      OR glOutputRecord = SPACES THEN
    CONTINUE
  ELSE
    MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
    IF glDetailPeriod = yearEndPeriod THEN
      ADD 1 TO detailsCollectedCount
      PERFORM TallyAccountTotal
    ELSE
      ADD 1 TO wrongPeriodCount
    END-IF
  END-IF.

TallyAccountTotal.
  MOVE 0 TO accountFoundFlag
  PERFORM VARYING atIdx FROM 1 BY 1
    UNTIL atIdx > accountTotalCount OR accountTotalFound
    IF atAccountCode(atIdx) = glDetailAccountCode THEN
      ADD glDetailAmount TO atTotal(atIdx)
      SET accountTotalFound TO TRUE
    END-IF
  END-PERFORM
  IF NOT accountTotalFound THEN
    IF accountTotalCount < 500 THEN
      ADD 1 TO accountTotalCount
      MOVE glDetailAccountCode TO atAccountCode(accountTotalCount)
      MOVE glDetailAmount TO atTotal(accountTotalCount)
    ELSE
      DISPLAY "SUM-YEAR-END-CLOSE: account table full, "
        FUNCTION TRIM(glDetailAccountCode) " not tallied"
      ADD 1 TO chartExceptionCount
    END-IF
  END-IF.

ValidateAccountTypes.
  PERFORM VARYING atIdx FROM 1 BY 1 UNTIL atIdx > accountTotalCount
    MOVE atAccountCode(atIdx) TO chartLookupCode
    PERFORM LookupChartAccount
    IF NOT chartAccountFound THEN
      ADD 1 TO chartExceptionCount
      DISPLAY "SUM-YEAR-END-CLOSE: account "
        FUNCTION TRIM(atAccountCode(atIdx))
        " is not in the chart of accounts"
    ELSE
      IF NOT chartAccountActive AND atTotal(atIdx) NOT = 0 THEN
        ADD 1 TO chartExceptionCount
        DISPLAY "SUM-YEAR-END-CLOSE: account "
          FUNCTION TRIM(atAccountCode(atIdx))
          " is INACTIVE but carries a balance"
      END-IF
      IF NOT isBalanceSheetAccount AND NOT isIncomeStatementAccount THEN
        ADD 1 TO chartExceptionCount
        DISPLAY "SUM-YEAR-END-CLOSE: account "
          FUNCTION TRIM(atAccountCode(atIdx))
          " has unknown account type "
          FUNCTION TRIM(caAccountType(chartMatchIdx))
      END-IF
    END-IF
  END-PERFORM.

WriteClosingEntries.
  OPEN OUTPUT ClosingEntriesFile
  MOVE 0 TO netResultAmount
  MOVE 0 TO closingEntriesTotal
  PERFORM VARYING atIdx FROM 1 BY 1 UNTIL atIdx > accountTotalCount
    MOVE atAccountCode(atIdx) TO chartLookupCode
    PERFORM LookupChartAccount
    IF isIncomeStatementAccount AND atTotal(atIdx) NOT = 0 THEN
      ADD atTotal(atIdx) TO netResultAmount
      MOVE SPACES TO SumFileGlDetailLine
      MOVE atAccountCode(atIdx) TO glDetailAccountCode
      MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
      MOVE yearEndPeriod TO glDetailPeriod
      COMPUTE glDetailAmount = 0 - atTotal(atIdx)
      ADD glDetailAmount TO closingEntriesTotal
      MOVE SumFileGlDetailLine TO closingEntriesRecord
      WRITE closingEntriesRecord
      ADD 1 TO closingEntryCount
    END-IF
  END-PERFORM
  MOVE SPACES TO SumFileGlDetailLine
  MOVE retainedEarningsAccount TO glDetailAccountCode
  MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
  MOVE yearEndPeriod TO glDetailPeriod
  MOVE netResultAmount TO glDetailAmount
  ADD glDetailAmount TO closingEntriesTotal
  MOVE SumFileGlDetailLine TO closingEntriesRecord
  WRITE closingEntriesRecord
  ADD 1 TO closingEntryCount
  MOVE 'GLTOTAL' TO glTrailerMarker
  MOVE ' ' TO glTrailerSeparator1 glTrailerSeparator2
  MOVE yearEndPeriod TO glTrailerPeriod
  MOVE closingEntriesTotal TO glTrailerAmount
  MOVE SumFileGlTrailerLine TO closingEntriesRecord
  WRITE closingEntriesRecord
  CLOSE ClosingEntriesFile
  MOVE netResultAmount TO amountDisplay1
  DISPLAY "SUM-YEAR-END-CLOSE: wrote " closingEntryCount
    " closing entr(y/ies) to " FUNCTION TRIM(closingEntriesFileName)
    ", net result " FUNCTION TRIM(amountDisplay1)
    " moved to " FUNCTION TRIM(retainedEarningsAccount).

WriteOpeningBalances.
  OPEN OUTPUT OpeningBalanceFile
  MOVE 0 TO retainedEarningsFlag
  PERFORM VARYING atIdx FROM 1 BY 1 UNTIL atIdx > accountTotalCount
    MOVE atAccountCode(atIdx) TO chartLookupCode
    PERFORM LookupChartAccount
    IF isBalanceSheetAccount THEN
      MOVE SPACES TO SumFileGlDetailLine
      MOVE atAccountCode(atIdx) TO glDetailAccountCode
      MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
      MOVE nextPeriod TO glDetailPeriod
      IF atAccountCode(atIdx) = retainedEarningsAccount THEN
        COMPUTE glDetailAmount = atTotal(atIdx) + netResultAmount
        SET retainedEarningsCarried TO TRUE
      ELSE
        MOVE atTotal(atIdx) TO glDetailAmount
      END-IF
      MOVE SumFileGlDetailLine TO openingBalanceRecord
      WRITE openingBalanceRecord
      ADD 1 TO openingBalanceCount
    END-IF
  END-PERFORM
  IF NOT retainedEarningsCarried THEN
    MOVE SPACES TO SumFileGlDetailLine
    MOVE retainedEarningsAccount TO glDetailAccountCode
    MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
    MOVE nextPeriod TO glDetailPeriod
    MOVE netResultAmount TO glDetailAmount
    MOVE SumFileGlDetailLine TO openingBalanceRecord
    WRITE openingBalanceRecord
    ADD 1 TO openingBalanceCount
  END-IF
  CLOSE OpeningBalanceFile
  DISPLAY "SUM-YEAR-END-CLOSE: wrote " openingBalanceCount
    " balance-sheet opening balance(s) for period " nextPeriod
    " to " FUNCTION TRIM(openingBalanceFileName).

CloseYearInCalendar.
  MOVE 0 TO calendarEntryCount
  MOVE 0 TO periodCalendarEofFlag
  OPEN INPUT PeriodCalendarFile
  IF periodCalendarFileStatus NOT = "00" THEN
    SET endOfPeriodCalendar TO TRUE
  END-IF
  PERFORM UNTIL endOfPeriodCalendar
    READ PeriodCalendarFile
      AT END SET endOfPeriodCalendar TO TRUE
      NOT AT END
        IF periodCalendarRecord NOT = SPACES
            AND calendarEntryCount < 600 THEN
          ADD 1 TO calendarEntryCount
          UNSTRING periodCalendarRecord DELIMITED BY ','
            INTO calPeriod(calendarEntryCount),
              calStatus(calendarEntryCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE PeriodCalendarFile
  MOVE yearEndPeriod(1:4) TO periodYear
  MOVE yearEndPeriod(5:2) TO periodMonth
  PERFORM VARYING fiscalMonthCount FROM 1 BY 1 UNTIL fiscalMonthCount > 12
    MOVE SPACES TO fiscalPeriod
    STRING periodYear DELIMITED BY SIZE
      periodMonth DELIMITED BY SIZE
      INTO fiscalPeriod
    PERFORM ClosePeriodInCalendar
    IF periodMonth <= 1 THEN
      SUBTRACT 1 FROM periodYear
      MOVE 12 TO periodMonth
    ELSE
      SUBTRACT 1 FROM periodMonth
    END-IF
  END-PERFORM
  OPEN OUTPUT PeriodCalendarFile
  PERFORM VARYING calIdx FROM 1 BY 1 UNTIL calIdx > calendarEntryCount
    MOVE SPACES TO periodCalendarRecord
    STRING calPeriod(calIdx) DELIMITED BY SIZE
      ',' DELIMITED BY SIZE
      FUNCTION TRIM(calStatus(calIdx)) DELIMITED BY SIZE
      INTO periodCalendarRecord
    WRITE periodCalendarRecord
  END-PERFORM
  CLOSE PeriodCalendarFile
  DISPLAY "SUM-YEAR-END-CLOSE: fiscal year ending " yearEndPeriod
    " marked CLOSED in " FUNCTION TRIM(periodCalendarFileName).

ClosePeriodInCalendar.
  MOVE 0 TO calendarFoundFlag
  PERFORM VARYING calIdx FROM 1 BY 1
    UNTIL calIdx > calendarEntryCount OR calendarEntryFound
    IF calPeriod(calIdx) = fiscalPeriod THEN
      SET calendarEntryFound TO TRUE
      MOVE 'CLOSED' TO calStatus(calIdx)
    END-IF
  END-PERFORM
  IF NOT calendarEntryFound AND calendarEntryCount < 600 THEN
    ADD 1 TO calendarEntryCount
    MOVE fiscalPeriod TO calPeriod(calendarEntryCount)
    MOVE 'CLOSED' TO calStatus(calendarEntryCount)
  END-IF.
