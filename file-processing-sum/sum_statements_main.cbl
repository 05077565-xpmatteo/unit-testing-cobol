IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-STATEMENTS.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT AccountMasterFile ASSIGN TO accountMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS accountMasterFileStatus.

      SELECT OPTIONAL CustomerMasterFile ASSIGN TO customerMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS customerMasterFileStatus.

      SELECT OPTIONAL OpenItemLedgerFile ASSIGN TO openItemLedgerFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openItemLedgerFileStatus.

      SELECT StatementFile ASSIGN TO statementFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS statementFileStatus.

      SELECT OPTIONAL BalanceForwardFile ASSIGN TO balanceForwardFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS balanceForwardFileStatus.

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

    FD CustomerMasterFile.
    01 customerMasterRecord PIC X(80).

    FD OpenItemLedgerFile.
    01 openItemLedgerRecord PIC X(110).

    FD StatementFile.
    01 statementRecord PIC X(200).

    FD BalanceForwardFile.
    01 balanceForwardRecord.
      02 bfRecCustomerId PIC X(30).
      02 bfRecSeparator1 PIC X.
      02 bfRecPeriod PIC X(6).
      02 bfRecSeparator2 PIC X.
      02 bfRecOpening PIC S9(9)V99 SIGN IS LEADING SEPARATE.
      02 bfRecSeparator3 PIC X.
      02 bfRecClosing PIC S9(9)V99 SIGN IS LEADING SEPARATE.

  WORKING-STORAGE SECTION.
    01 accountMasterFileName PIC X(100).
    01 accountMasterFileStatus PIC XX VALUE "00".
    01 accountMasterEofFlag PIC 9 VALUE 0.
      88 endOfAccountMaster VALUE 1.

    01 customerMasterFileName PIC X(100) VALUE SPACES.
    01 customerMasterFileStatus PIC XX VALUE "00".
    01 customerMasterEofFlag PIC 9 VALUE 0.
      88 endOfCustomerMaster VALUE 1.

    01 openItemLedgerFileName PIC X(100) VALUE SPACES.
    01 openItemLedgerFileStatus PIC XX VALUE "00".
    01 openItemLedgerEofFlag PIC 9 VALUE 0.
      88 endOfOpenItemLedger VALUE 1.

    01 statementFileName PIC X(100) VALUE SPACES.
    01 statementFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 balanceForwardFileName PIC X(100) VALUE SPACES.
    01 balanceForwardFileStatus PIC XX VALUE "00".
    01 balanceForwardEofFlag PIC 9 VALUE 0.
      88 endOfBalanceForward VALUE 1.

    01 statementPeriodArg PIC X(6) VALUE SPACES.
    01 statementPeriod PIC X(6).

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

    01 CustomerMasterTable.
      02 CustomerMasterEntry OCCURS 5000 TIMES.
        03 cmCustomerId PIC X(30).
        03 cmCustomerName PIC X(30).
    01 customerMasterCount PIC 9(5) VALUE 0.
    01 cmIdx PIC 9(5).
    01 cmFoundFlag PIC 9 VALUE 0.
      88 customerFound VALUE 1.
    01 currentCustomerName PIC X(30).

    01 PeriodPostingTable.
      02 PeriodPostingEntry OCCURS 20000 TIMES.
        03 ppInvoiceNumber PIC X(30).
        03 ppCustomerId PIC X(30).
        03 ppInvoiceDate PIC X(8).
        03 ppAmount PIC S9(9)V99.
    01 periodPostingCount PIC 9(5) VALUE 0.
    01 ppIdx PIC 9(5).

    01 BalanceForwardTable.
      02 BalanceForwardEntry OCCURS 10000 TIMES.
        03 bfCustomerId PIC X(30).
        03 bfPeriod PIC X(6).
        03 bfOpening PIC S9(9)V99.
        03 bfClosing PIC S9(9)V99.
    01 balanceForwardCount PIC 9(5) VALUE 0.
    01 bfIdx PIC 9(5).
    01 matchedBfIdx PIC 9(5) VALUE 0.
    01 bfFoundFlag PIC 9 VALUE 0.
      88 balanceForwardFound VALUE 1.
    01 balanceForwardOverflowFlag PIC 9 VALUE 0.
      88 balanceForwardOverflowed VALUE 1.

    01 openingBalance PIC S9(9)V99.
    01 closingBalance PIC S9(9)V99.
    01 customerPostingTotal PIC S9(9)V99.
    01 customerPostingCount PIC 9(7).
    01 paymentsAndAdjustments PIC S9(9)V99.

    01 customersReadCount PIC 9(9) VALUE 0.
    01 statementsProducedCount PIC 9(9) VALUE 0.
    01 statementsSuppressedCount PIC 9(9) VALUE 0.
    01 statementClosingTotal PIC S9(11)V99 VALUE 0.
    01 ledgerItemsSkippedCount PIC 9(9) VALUE 0.

    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(9)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT accountMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT customerMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT openItemLedgerFileName FROM ARGUMENT-VALUE.
  ACCEPT statementPeriodArg FROM ARGUMENT-VALUE.
  ACCEPT statementFileName FROM ARGUMENT-VALUE.
  ACCEPT balanceForwardFileName FROM ARGUMENT-VALUE.

  IF statementPeriodArg IS NUMERIC THEN
    MOVE statementPeriodArg TO statementPeriod
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:6) TO statementPeriod
  END-IF.

  DISPLAY "SUM-STATEMENTS: job started " FUNCTION CURRENT-DATE(1:14)
    " master=" FUNCTION TRIM(accountMasterFileName)
    " period=" statementPeriod.

  OPEN INPUT AccountMasterFile.
  IF accountMasterFileStatus NOT = "00" THEN
    DISPLAY "SUM-STATEMENTS: unable to open account master "
      FUNCTION TRIM(accountMasterFileName)
      ", status=" accountMasterFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF customerMasterFileName NOT = SPACES THEN
    PERFORM LoadCustomerMaster
  END-IF.
  IF openItemLedgerFileName NOT = SPACES THEN
    PERFORM LoadPeriodPostings
  END-IF.
  IF balanceForwardFileName NOT = SPACES THEN
    PERFORM LoadBalanceForward
  END-IF.

  IF statementFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT StatementFile
  END-IF.

  PERFORM UNTIL endOfAccountMaster
    READ AccountMasterFile
      AT END SET endOfAccountMaster TO TRUE
      NOT AT END PERFORM ProduceCustomerStatement
    END-READ
  END-PERFORM.
  CLOSE AccountMasterFile.

  PERFORM WriteControlReport.
  IF reportToFile THEN
    CLOSE StatementFile
  END-IF.

  IF balanceForwardFileName NOT = SPACES THEN
    PERFORM RewriteBalanceForward
  END-IF.

  DISPLAY "SUM-STATEMENTS: job ended " FUNCTION CURRENT-DATE(1:14)
    " customers=" customersReadCount
    " statements=" statementsProducedCount
    " suppressed=" statementsSuppressedCount.
  IF runHasWarnings THEN
    DISPLAY "SUM-STATEMENTS: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadCustomerMaster.
  MOVE 0 TO customerMasterCount
  MOVE 0 TO customerMasterEofFlag
  OPEN INPUT CustomerMasterFile
  IF customerMasterFileStatus NOT = "00" THEN
    DISPLAY "SUM-STATEMENTS: WARNING - unable to open customer master "
      FUNCTION TRIM(customerMasterFileName)
      ", status=" customerMasterFileStatus
      " - customer names will be blank"
    SET runHasWarnings TO TRUE
    SET endOfCustomerMaster TO TRUE
  END-IF
  PERFORM UNTIL endOfCustomerMaster
    READ CustomerMasterFile
      AT END SET endOfCustomerMaster TO TRUE
      NOT AT END
        IF customerMasterRecord NOT = SPACES
            AND customerMasterCount < 5000 THEN
          ADD 1 TO customerMasterCount
          MOVE SPACES TO CustomerMasterEntry(customerMasterCount)
          UNSTRING customerMasterRecord DELIMITED BY ','
            INTO cmCustomerId(customerMasterCount),
              cmCustomerName(customerMasterCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE CustomerMasterFile.

LoadPeriodPostings.
  MOVE 0 TO openItemLedgerEofFlag
  OPEN INPUT OpenItemLedgerFile
  IF openItemLedgerFileStatus NOT = "00" THEN
    DISPLAY "SUM-STATEMENTS: WARNING - unable to open open-item ledger "
      FUNCTION TRIM(openItemLedgerFileName)
      ", status=" openItemLedgerFileStatus
      " - statements will show balances only"
    SET runHasWarnings TO TRUE
    SET endOfOpenItemLedger TO TRUE
  END-IF
  PERFORM UNTIL endOfOpenItemLedger
    READ OpenItemLedgerFile
      AT END SET endOfOpenItemLedger TO TRUE
      NOT AT END
        MOVE openItemLedgerRecord TO OpenItemLine
        IF openItemLedgerRecord NOT = SPACES
            AND oilInvoiceDate(1:6) = statementPeriod THEN
          IF periodPostingCount < 20000 THEN
            ADD 1 TO periodPostingCount
            MOVE oilInvoiceNumber TO ppInvoiceNumber(periodPostingCount)
            MOVE oilCustomerId TO ppCustomerId(periodPostingCount)
            MOVE oilInvoiceDate TO ppInvoiceDate(periodPostingCount)
            MOVE oilOriginalAmount TO ppAmount(periodPostingCount)
          ELSE
            ADD 1 TO ledgerItemsSkippedCount
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE OpenItemLedgerFile
  IF ledgerItemsSkippedCount > 0 THEN
    DISPLAY "SUM-STATEMENTS: WARNING - " ledgerItemsSkippedCount
      " posting(s) in the period exceed the 20000-entry table and are"
      " shown in payments/adjustments"
    SET runHasWarnings TO TRUE
  END-IF.

LoadBalanceForward.
  MOVE 0 TO balanceForwardEofFlag
  OPEN INPUT BalanceForwardFile
  IF balanceForwardFileStatus NOT = "00" THEN
    SET endOfBalanceForward TO TRUE
  END-IF
  PERFORM UNTIL endOfBalanceForward
    READ BalanceForwardFile
      AT END SET endOfBalanceForward TO TRUE
      NOT AT END
        IF balanceForwardRecord NOT = SPACES THEN
          IF balanceForwardCount < 10000 THEN
            ADD 1 TO balanceForwardCount
            MOVE bfRecCustomerId TO bfCustomerId(balanceForwardCount)
            MOVE bfRecPeriod TO bfPeriod(balanceForwardCount)
            MOVE bfRecOpening TO bfOpening(balanceForwardCount)
            MOVE bfRecClosing TO bfClosing(balanceForwardCount)
          ELSE
            SET balanceForwardOverflowed TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE BalanceForwardFile
  IF balanceForwardOverflowed THEN
    DISPLAY "SUM-STATEMENTS: WARNING - balance-forward file "
      FUNCTION TRIM(balanceForwardFileName)
      " exceeds the 10000-entry table and will NOT be rewritten"
    SET runHasWarnings TO TRUE
  END-IF.

ProduceCustomerStatement.
  ADD 1 TO customersReadCount
  MOVE masterBalance TO closingBalance
  PERFORM FindOpeningBalance
  MOVE 0 TO customerPostingTotal
  MOVE 0 TO customerPostingCount
  PERFORM VARYING ppIdx FROM 1 BY 1 UNTIL ppIdx > periodPostingCount
    IF ppCustomerId(ppIdx) = masterCustomerId THEN
      ADD 1 TO customerPostingCount
      ADD ppAmount(ppIdx) TO customerPostingTotal
    END-IF
  END-PERFORM
  IF customerPostingCount = 0 AND openingBalance = 0
      AND closingBalance = 0 THEN
    ADD 1 TO statementsSuppressedCount
  ELSE
    PERFORM WriteCustomerStatement
  END-IF
  PERFORM RecordBalanceForward.

FindOpeningBalance.
  MOVE 0 TO openingBalance
  MOVE 0 TO bfFoundFlag
  PERFORM VARYING bfIdx FROM 1 BY 1
    UNTIL bfIdx > balanceForwardCount OR balanceForwardFound
    IF bfCustomerId(bfIdx) = masterCustomerId THEN
      SET balanceForwardFound TO TRUE
      MOVE bfIdx TO matchedBfIdx
      IF bfPeriod(bfIdx) = statementPeriod THEN
        MOVE bfOpening(bfIdx) TO openingBalance
      ELSE
        MOVE bfClosing(bfIdx) TO openingBalance
      END-IF
    END-IF
  END-PERFORM.

RecordBalanceForward.
  IF balanceForwardFound THEN
    MOVE statementPeriod TO bfPeriod(matchedBfIdx)
    MOVE openingBalance TO bfOpening(matchedBfIdx)
    MOVE closingBalance TO bfClosing(matchedBfIdx)
  ELSE
    IF balanceForwardCount < 10000 THEN
      ADD 1 TO balanceForwardCount
      MOVE masterCustomerId TO bfCustomerId(balanceForwardCount)
      MOVE statementPeriod TO bfPeriod(balanceForwardCount)
      MOVE openingBalance TO bfOpening(balanceForwardCount)
      MOVE closingBalance TO bfClosing(balanceForwardCount)
    ELSE
      SET balanceForwardOverflowed TO TRUE
    END-IF
  END-IF.

LookupCustomerName.
  MOVE 0 TO cmFoundFlag
  MOVE SPACES TO currentCustomerName
  PERFORM VARYING cmIdx FROM 1 BY 1
    UNTIL cmIdx > customerMasterCount OR customerFound
    IF cmCustomerId(cmIdx) = masterCustomerId THEN
      SET customerFound TO TRUE
      MOVE cmCustomerName(cmIdx) TO currentCustomerName
    END-IF
  END-PERFORM.

WriteCustomerStatement.
  ADD 1 TO statementsProducedCount
  ADD closingBalance TO statementClosingTotal
  PERFORM LookupCustomerName
  MOVE SPACES TO reportLineText
  STRING "STATEMENT customer=" DELIMITED BY SIZE
    FUNCTION TRIM(masterCustomerId) DELIMITED BY SIZE
    " name=" DELIMITED BY SIZE
    FUNCTION TRIM(currentCustomerName) DELIMITED BY SIZE
    " period=" DELIMITED BY SIZE
    statementPeriod DELIMITED BY SIZE
    INTO reportLineText
  END-STRING
  PERFORM WriteReportLine
  MOVE openingBalance TO amountDisplay1
  MOVE SPACES TO reportLineText
  STRING "  OPENING balance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  PERFORM VARYING ppIdx FROM 1 BY 1 UNTIL ppIdx > periodPostingCount
    IF ppCustomerId(ppIdx) = masterCustomerId THEN
      MOVE ppAmount(ppIdx) TO amountDisplay1
      MOVE SPACES TO reportLineText
      STRING "  POSTING date=" DELIMITED BY SIZE
        ppInvoiceDate(ppIdx) DELIMITED BY SIZE
        " invoice=" DELIMITED BY SIZE
        FUNCTION TRIM(ppInvoiceNumber(ppIdx)) DELIMITED BY SIZE
        " amount=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        INTO reportLineText
      END-STRING
      PERFORM WriteReportLine
    END-IF
  END-PERFORM
  COMPUTE paymentsAndAdjustments
    = closingBalance - openingBalance - customerPostingTotal
  IF paymentsAndAdjustments NOT = 0 THEN
    MOVE paymentsAndAdjustments TO amountDisplay1
    MOVE SPACES TO reportLineText
    STRING "  PAYMENTS/ADJUSTMENTS amount=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      INTO reportLineText
    PERFORM WriteReportLine
  END-IF
  MOVE closingBalance TO amountDisplay1
  MOVE SPACES TO reportLineText
  STRING "  CLOSING balance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteControlReport.
  MOVE statementClosingTotal TO amountDisplay2
  MOVE SPACES TO reportLineText
  STRING "CONTROL period=" DELIMITED BY SIZE
    statementPeriod DELIMITED BY SIZE
    " customers=" DELIMITED BY SIZE
    customersReadCount DELIMITED BY SIZE
    " statements=" DELIMITED BY SIZE
    statementsProducedCount DELIMITED BY SIZE
    " suppressed=" DELIMITED BY SIZE
    statementsSuppressedCount DELIMITED BY SIZE
    " totalClosing=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reportLineText
  END-STRING
  PERFORM WriteReportLine
  IF reportToFile THEN
    DISPLAY "SUM-STATEMENTS: " FUNCTION TRIM(reportLineText)
  END-IF.

RewriteBalanceForward.
  IF balanceForwardOverflowed THEN
    DISPLAY "SUM-STATEMENTS: WARNING - balance-forward file NOT rewritten,"
      " next period opening balances will be incomplete"
    SET runHasWarnings TO TRUE
  ELSE
    OPEN OUTPUT BalanceForwardFile
    IF balanceForwardFileStatus NOT = "00"
        AND balanceForwardFileStatus NOT = "05" THEN
      DISPLAY "SUM-STATEMENTS: WARNING - unable to rewrite balance-forward "
        "file " FUNCTION TRIM(balanceForwardFileName)
        ", status=" balanceForwardFileStatus
      SET runHasWarnings TO TRUE
    ELSE
      PERFORM VARYING bfIdx FROM 1 BY 1 UNTIL bfIdx > balanceForwardCount
        MOVE ' ' TO bfRecSeparator1 bfRecSeparator2 bfRecSeparator3
        MOVE bfCustomerId(bfIdx) TO bfRecCustomerId
        MOVE bfPeriod(bfIdx) TO bfRecPeriod
        MOVE bfOpening(bfIdx) TO bfRecOpening
        MOVE bfClosing(bfIdx) TO bfRecClosing
        WRITE balanceForwardRecord
      END-PERFORM
      CLOSE BalanceForwardFile
    END-IF
  END-IF.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO statementRecord
    WRITE statementRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText)
  END-IF.
