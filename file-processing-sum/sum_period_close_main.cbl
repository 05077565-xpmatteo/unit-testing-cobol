      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS periodCalendarFileStatus.

      SELECT OPTIONAL ChartOfAccountsFile ASSIGN TO chartOfAccountsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS chartOfAccountsFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD PeriodCalendarFile.
    01 periodCalendarRecord PIC X(20).

    FD ChartOfAccountsFile.
    01 chartOfAccountsRecord PIC X(100).

  WORKING-STORAGE SECTION.
    01 listFileName PIC X(100).
    01 listLineLength PIC 999.
    01 periodCalendarEofFlag PIC 9 VALUE 0.
      88 endOfPeriodCalendar VALUE 1.

    01 chartOfAccountsFileName PIC X(100) VALUE SPACES.
    01 chartOfAccountsFileStatus PIC XX VALUE "00".
    01 chartOfAccountsEofFlag PIC 9 VALUE 0.
      88 endOfChartOfAccounts VALUE 1.
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
    01 chartExceptionCount PIC 9(9) VALUE 0.

    01 closingPeriod PIC X(6).
    01 nextPeriod PIC X(6).
    01 periodYear PIC 9(4).
  ACCEPT periodHistoryFileName FROM ARGUMENT-VALUE.
  ACCEPT openingBalanceFileName FROM ARGUMENT-VALUE.
  ACCEPT periodCalendarFileName FROM ARGUMENT-VALUE.
  ACCEPT chartOfAccountsFileName FROM ARGUMENT-VALUE.

  DISPLAY "SUM-PERIOD-CLOSE: job started " FUNCTION CURRENT-DATE(1:14)
    " period=" closingPeriod

  PERFORM ComputeNextPeriod.

  IF chartOfAccountsFileName NOT = SPACES THEN
    PERFORM LoadChartOfAccounts
    PERFORM ValidateListAccounts
    IF chartExceptionCount > 0 THEN
      DISPLAY "SUM-PERIOD-CLOSE: period " closingPeriod
        " NOT closed - " chartExceptionCount
        " detail line(s) carry unknown or inactive accounts"
      MOVE 1 TO RETURN-CODE
      GOBACK
    END-IF
  END-IF.

  OPEN EXTEND PeriodHistoryFile.
  IF periodHistoryFileStatus NOT = "00"
      AND periodHistoryFileStatus NOT = "05" THEN
    MOVE glDetailAmount TO atTotal(accountTotalCount)
  END-IF.

ValidateListAccounts.
  MOVE 0 TO listEofFlag
  OPEN INPUT ListFile
  IF listFileStatus NOT = "00" THEN
    SET endOfListFile TO TRUE
  END-IF
  PERFORM UNTIL endOfListFile
    READ ListFile
      AT END SET endOfListFile TO TRUE
      NOT AT END
        MOVE SPACES TO glOutputFileName
        IF listLineLength > 0 THEN
          MOVE listFileRecord(1:listLineLength) TO glOutputFileName
        END-IF
        PERFORM ValidateOneGlOutput
    END-READ
  END-PERFORM
  CLOSE ListFile
  MOVE 0 TO listEofFlag.

ValidateOneGlOutput.
  MOVE 0 TO glOutputEofFlag
  OPEN INPUT GlOutputFile
  IF glOutputFileStatus = "00" THEN
    PERFORM UNTIL endOfGlOutput
      READ GlOutputFile
        AT END SET endOfGlOutput TO TRUE
        NOT AT END PERFORM ValidateOneGlDetail
      END-READ
    END-PERFORM
    CLOSE GlOutputFile
  END-IF.

ValidateOneGlDetail.
  IF glOutputRecord(1:7) = 'GLTOTAL'
      OR glOutputRecord(1:8) = 'CURRENCY'
      OR glOutputRecord(1:8) = 'SUBTOTAL'
      OR glOutputRecord = SPACES THEN
    CONTINUE
  ELSE
    MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
    IF glDetailPeriod = closingPeriod THEN
      MOVE glDetailAccountCode TO chartLookupCode
      PERFORM LookupChartAccount
      IF NOT chartAccountFound THEN
        ADD 1 TO chartExceptionCount
        DISPLAY "SUM-PERIOD-CLOSE: account "
          FUNCTION TRIM(glDetailAccountCode)
          " in " FUNCTION TRIM(glOutputFileName)
          " is not in the chart of accounts"
      ELSE
        IF NOT chartAccountActive THEN
          ADD 1 TO chartExceptionCount
          DISPLAY "SUM-PERIOD-CLOSE: account "
            FUNCTION TRIM(glDetailAccountCode)
            " in " FUNCTION TRIM(glOutputFileName)
            " is INACTIVE in the chart of accounts"
        END-IF
      END-IF
    END-IF
  END-IF.

LoadChartOfAccounts.
  MOVE 0 TO chartAccountCount
  MOVE 0 TO chartOfAccountsEofFlag
  OPEN INPUT ChartOfAccountsFile
  IF chartOfAccountsFileStatus NOT = "00" THEN
    DISPLAY "SUM-PERIOD-CLOSE: WARNING - unable to open chart of accounts "
      FUNCTION TRIM(chartOfAccountsFileName)
      ", status=" chartOfAccountsFileStatus
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

WriteOpeningBalances.
  OPEN OUTPUT OpeningBalanceFile
  PERFORM VARYING atIdx FROM 1 BY 1 UNTIL atIdx > accountTotalCount
