      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS trialBalanceFileStatus.

      SELECT OPTIONAL ChartOfAccountsFile ASSIGN TO chartOfAccountsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS chartOfAccountsFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD TrialBalanceFile.
    01 trialBalanceRecord PIC X(200).

    FD ChartOfAccountsFile.
    01 chartOfAccountsRecord PIC X(100).

  WORKING-STORAGE SECTION.
    01 listFileName PIC X(100).
    01 listLineLength PIC 999.
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

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
    01 chartMatchIdx PIC 9(4) VALUE 0.
    01 chartLookupCode PIC X(10).
    01 chartAccountFoundFlag PIC 9 VALUE 0.
      88 chartAccountFound VALUE 1.
    01 chartAccountActiveFlag PIC 9 VALUE 0.
      88 chartAccountActive VALUE 1.
    01 accountDescription PIC X(60).
    01 chartExceptionCount PIC 9(4) VALUE 0.

    01 reportPeriod PIC X(6).
    01 expectedNetArg PIC X(15) VALUE SPACES.
    01 expectedNetAmount PIC S9(9)V99 VALUE 0.
  ACCEPT reportPeriod FROM ARGUMENT-VALUE.
  ACCEPT trialBalanceFileName FROM ARGUMENT-VALUE.
  ACCEPT expectedNetArg FROM ARGUMENT-VALUE.
  ACCEPT chartOfAccountsFileName FROM ARGUMENT-VALUE.

  IF expectedNetArg NOT = SPACES THEN
    COMPUTE expectedNetAmount
    " period=" reportPeriod
    " list=" FUNCTION TRIM(listFileName).

  IF chartOfAccountsFileName NOT = SPACES THEN
    PERFORM LoadChartOfAccounts
  END-IF.

  IF trialBalanceFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT TrialBalanceFile
    " accounts=" accountCount
    " trailerMismatches=" trailerMismatchCount.

  IF chartExceptionCount > 0 THEN
    DISPLAY "SUM-TRIAL-BALANCE: WARNING - " chartExceptionCount
      " account(s) unknown or inactive in the chart of accounts"
  END-IF.

  IF proofFailed OR trailerMismatchCount > 0
      OR chartExceptionCount > 0 THEN
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.
    MOVE abDebits(abIdx) TO amountDisplay1
    MOVE abCredits(abIdx) TO amountDisplay2
    COMPUTE amountDisplay3 = abDebits(abIdx) - abCredits(abIdx)
    PERFORM DescribeAccount
    MOVE SPACES TO reportLineText
    STRING "ACCOUNT " DELIMITED BY SIZE
      abAccountCode(abIdx) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(accountDescription) DELIMITED BY SIZE
      " debits=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " credits=" DELIMITED BY SIZE
  END-IF.
  PERFORM WriteReportLine.

DescribeAccount.
  MOVE SPACES TO accountDescription
  IF chartOfAccountsFileName NOT = SPACES THEN
    MOVE abAccountCode(abIdx) TO chartLookupCode
    PERFORM LookupChartAccount
    IF NOT chartAccountFound THEN
      ADD 1 TO chartExceptionCount
      MOVE "*** UNKNOWN ACCOUNT ***" TO accountDescription
      DISPLAY "SUM-TRIAL-BALANCE: WARNING - account "
        FUNCTION TRIM(abAccountCode(abIdx))
        " is not in the chart of accounts"
    ELSE
      IF chartAccountActive THEN
        MOVE caDescription(chartMatchIdx) TO accountDescription
      ELSE
        ADD 1 TO chartExceptionCount
        STRING FUNCTION TRIM(caDescription(chartMatchIdx)) DELIMITED BY SIZE
          " *** INACTIVE ***" DELIMITED BY SIZE
          INTO accountDescription
        DISPLAY "SUM-TRIAL-BALANCE: WARNING - account "
          FUNCTION TRIM(abAccountCode(abIdx))
          " is INACTIVE in the chart of accounts"
      END-IF
    END-IF
  END-IF.

LoadChartOfAccounts.
  MOVE 0 TO chartAccountCount
  MOVE 0 TO chartOfAccountsEofFlag
  OPEN INPUT ChartOfAccountsFile
  IF chartOfAccountsFileStatus NOT = "00" THEN
    DISPLAY "SUM-TRIAL-BALANCE: WARNING - unable to open chart of accounts "
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
      MOVE caIdx TO chartMatchIdx
      IF FUNCTION UPPER-CASE(FUNCTION TRIM(caStatus(caIdx))) = 'ACTIVE' THEN
        SET chartAccountActive TO TRUE
      END-IF
    END-IF
  END-PERFORM.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO trialBalanceRecord
