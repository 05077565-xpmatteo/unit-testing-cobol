IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-AGING.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OpenItemLedgerFile ASSIGN TO openItemLedgerFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openItemLedgerFileStatus.

      SELECT OPTIONAL AccountMasterFile ASSIGN TO accountMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS accountMasterFileStatus.

      SELECT OPTIONAL CustomerMasterFile ASSIGN TO customerMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS customerMasterFileStatus.

      SELECT AgingReportFile ASSIGN TO agingReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS agingReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD OpenItemLedgerFile.
    01 openItemLedgerRecord PIC X(110).

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

    FD AgingReportFile.
    01 agingReportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 openItemLedgerFileName PIC X(100).
    01 openItemLedgerFileStatus PIC XX VALUE "00".
    01 openItemLedgerEofFlag PIC 9 VALUE 0.
      88 endOfOpenItemLedger VALUE 1.

    01 accountMasterFileName PIC X(100) VALUE SPACES.
    01 accountMasterFileStatus PIC XX VALUE "00".
    01 accountMasterEofFlag PIC 9 VALUE 0.
      88 endOfAccountMaster VALUE 1.

    01 customerMasterFileName PIC X(100) VALUE SPACES.
    01 customerMasterFileStatus PIC XX VALUE "00".
    01 customerMasterEofFlag PIC 9 VALUE 0.
      88 endOfCustomerMaster VALUE 1.

    01 agingReportFileName PIC X(100) VALUE SPACES.
    01 agingReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 asOfDateArg PIC X(8) VALUE SPACES.
    01 asOfDate PIC X(8).
    01 termsDaysArg PIC X(4) VALUE SPACES.
    01 termsDays PIC 9(4) VALUE 30.

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

    01 AgingTable.
      02 AgingEntry OCCURS 10000 TIMES.
        03 agCustomerId PIC X(30).
        03 agBucketAmount PIC S9(11)V99 OCCURS 5 TIMES.
        03 agTotal PIC S9(11)V99.
        03 agItemCount PIC 9(7).
    01 agingEntryCount PIC 9(5) VALUE 0.
    01 agIdx PIC 9(5).
    01 agFoundFlag PIC 9 VALUE 0.
      88 agingEntryFound VALUE 1.
    01 bucketIdx PIC 9.

    01 BucketTotalTable.
      02 bucketTotal PIC S9(11)V99 OCCURS 5 TIMES.
    01 grandOpenTotal PIC S9(11)V99 VALUE 0.
    01 masterBalanceTotal PIC S9(11)V99 VALUE 0.
    01 tieDifference PIC S9(11)V99 VALUE 0.
    01 masterRecordCount PIC 9(9) VALUE 0.
    01 openItemsReadCount PIC 9(9) VALUE 0.
    01 openItemsAgedCount PIC 9(9) VALUE 0.
    01 undatedItemCount PIC 9(9) VALUE 0.

    01 daysOverdue PIC S9(7).
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 amountDisplay3 PIC -(11)9.99.
    01 amountDisplay4 PIC -(11)9.99.
    01 amountDisplay5 PIC -(11)9.99.
    01 amountDisplay6 PIC -(11)9.99.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT openItemLedgerFileName FROM ARGUMENT-VALUE.
  ACCEPT accountMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT customerMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT agingReportFileName FROM ARGUMENT-VALUE.
  ACCEPT asOfDateArg FROM ARGUMENT-VALUE.
  ACCEPT termsDaysArg FROM ARGUMENT-VALUE.

  IF asOfDateArg IS NUMERIC THEN
    MOVE asOfDateArg TO asOfDate
  ELSE
    MOVE FUNCTION CURRENT-DATE(1:8) TO asOfDate
  END-IF.
  IF termsDaysArg NOT = SPACES THEN
    COMPUTE termsDays = FUNCTION NUMVAL(FUNCTION TRIM(termsDaysArg))
  END-IF.
  MOVE 0 TO bucketTotal(1) bucketTotal(2) bucketTotal(3)
    bucketTotal(4) bucketTotal(5).

  DISPLAY "SUM-AGING: job started " FUNCTION CURRENT-DATE(1:14)
    " ledger=" FUNCTION TRIM(openItemLedgerFileName)
    " asOf=" asOfDate " terms=" termsDays.

  IF agingReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT AgingReportFile
  END-IF.

  IF customerMasterFileName NOT = SPACES THEN
    PERFORM LoadCustomerMaster
  END-IF.

  OPEN INPUT OpenItemLedgerFile.
  IF openItemLedgerFileStatus NOT = "00" THEN
    DISPLAY "SUM-AGING: unable to open open-item ledger "
      FUNCTION TRIM(openItemLedgerFileName)
      ", status=" openItemLedgerFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM UNTIL endOfOpenItemLedger
    READ OpenItemLedgerFile
      AT END SET endOfOpenItemLedger TO TRUE
      NOT AT END PERFORM AgeOneOpenItem
    END-READ
  END-PERFORM.
  CLOSE OpenItemLedgerFile.

  IF accountMasterFileName NOT = SPACES THEN
    PERFORM TotalAccountMaster
  END-IF.

  PERFORM WriteAgingReport.

  IF reportToFile THEN
    CLOSE AgingReportFile
  END-IF.

  DISPLAY "SUM-AGING: job ended " FUNCTION CURRENT-DATE(1:14)
    " items read=" openItemsReadCount
    " items aged=" openItemsAgedCount
    " customers=" agingEntryCount.
  IF runHasWarnings THEN
    DISPLAY "SUM-AGING: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadCustomerMaster.
  MOVE 0 TO customerMasterCount
  MOVE 0 TO customerMasterEofFlag
  OPEN INPUT CustomerMasterFile
  IF customerMasterFileStatus NOT = "00" THEN
    DISPLAY "SUM-AGING: WARNING - unable to open customer master "
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

AgeOneOpenItem.
  IF openItemLedgerRecord = SPACES THEN
    CONTINUE
  ELSE
    ADD 1 TO openItemsReadCount
    MOVE openItemLedgerRecord TO OpenItemLine
    IF oilOpenAmount NOT = 0 THEN
      ADD 1 TO openItemsAgedCount
      PERFORM SelectAgingBucket
      PERFORM TallyAgingEntry
    END-IF
  END-IF.

SelectAgingBucket.
  IF oilInvoiceDate IS NUMERIC THEN
    COMPUTE daysOverdue
      = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(asOfDate))
      - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(oilInvoiceDate))
      - termsDays
  ELSE
    ADD 1 TO undatedItemCount
    MOVE 9999 TO daysOverdue
  END-IF
  EVALUATE TRUE
    WHEN daysOverdue <= 0  MOVE 1 TO bucketIdx
    WHEN daysOverdue <= 30 MOVE 2 TO bucketIdx
    WHEN daysOverdue <= 60 MOVE 3 TO bucketIdx
    WHEN daysOverdue <= 90 MOVE 4 TO bucketIdx
    WHEN OTHER             MOVE 5 TO bucketIdx
  END-EVALUATE.

TallyAgingEntry.
  MOVE 0 TO agFoundFlag
  PERFORM VARYING agIdx FROM 1 BY 1
    UNTIL agIdx > agingEntryCount OR agingEntryFound
    IF agCustomerId(agIdx) = oilCustomerId THEN
      SET agingEntryFound TO TRUE
      PERFORM AddItemToAgingEntry
    END-IF
  END-PERFORM
  IF NOT agingEntryFound THEN
    IF agingEntryCount < 10000 THEN
      ADD 1 TO agingEntryCount
      MOVE agingEntryCount TO agIdx
      MOVE oilCustomerId TO agCustomerId(agIdx)
      MOVE 0 TO agBucketAmount(agIdx, 1) agBucketAmount(agIdx, 2)
        agBucketAmount(agIdx, 3) agBucketAmount(agIdx, 4)
        agBucketAmount(agIdx, 5)
      MOVE 0 TO agTotal(agIdx)
      MOVE 0 TO agItemCount(agIdx)
      PERFORM AddItemToAgingEntry
    ELSE
      DISPLAY "SUM-AGING: WARNING - customer table full, items for "
        FUNCTION TRIM(oilCustomerId) " not aged"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.

AddItemToAgingEntry.
  ADD oilOpenAmount TO agBucketAmount(agIdx, bucketIdx)
  ADD oilOpenAmount TO agTotal(agIdx)
  ADD 1 TO agItemCount(agIdx)
  ADD oilOpenAmount TO bucketTotal(bucketIdx)
  ADD oilOpenAmount TO grandOpenTotal.

TotalAccountMaster.
  MOVE 0 TO accountMasterEofFlag
  OPEN INPUT AccountMasterFile
  IF accountMasterFileStatus NOT = "00" THEN
    DISPLAY "SUM-AGING: WARNING - unable to open account master "
      FUNCTION TRIM(accountMasterFileName)
      ", status=" accountMasterFileStatus
    SET runHasWarnings TO TRUE
    SET endOfAccountMaster TO TRUE
  END-IF
  PERFORM UNTIL endOfAccountMaster
    READ AccountMasterFile
      AT END SET endOfAccountMaster TO TRUE
      NOT AT END
        ADD 1 TO masterRecordCount
        ADD masterBalance TO masterBalanceTotal
    END-READ
  END-PERFORM
  CLOSE AccountMasterFile.

LookupCustomerName.
  MOVE 0 TO cmFoundFlag
  MOVE SPACES TO currentCustomerName
  PERFORM VARYING cmIdx FROM 1 BY 1
    UNTIL cmIdx > customerMasterCount OR customerFound
    IF cmCustomerId(cmIdx) = agCustomerId(agIdx) THEN
      SET customerFound TO TRUE
      MOVE cmCustomerName(cmIdx) TO currentCustomerName
    END-IF
  END-PERFORM
  IF NOT customerFound THEN
    MOVE "(not on customer master)" TO currentCustomerName
  END-IF.

WriteAgingReport.
  MOVE SPACES TO reportLineText
  STRING "AGING asOf=" DELIMITED BY SIZE
    asOfDate DELIMITED BY SIZE
    " termsDays=" DELIMITED BY SIZE
    termsDays DELIMITED BY SIZE
    " buckets=current,1-30,31-60,61-90,over90" DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  PERFORM VARYING agIdx FROM 1 BY 1 UNTIL agIdx > agingEntryCount
    PERFORM LookupCustomerName
    MOVE agBucketAmount(agIdx, 1) TO amountDisplay1
    MOVE agBucketAmount(agIdx, 2) TO amountDisplay2
    MOVE agBucketAmount(agIdx, 3) TO amountDisplay3
    MOVE agBucketAmount(agIdx, 4) TO amountDisplay4
    MOVE agBucketAmount(agIdx, 5) TO amountDisplay5
    MOVE agTotal(agIdx) TO amountDisplay6
    MOVE SPACES TO reportLineText
    STRING "CUSTOMER " DELIMITED BY SIZE
      FUNCTION TRIM(agCustomerId(agIdx)) DELIMITED BY SIZE
      " name=" DELIMITED BY SIZE
      FUNCTION TRIM(currentCustomerName) DELIMITED BY SIZE
      " current=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
      " 1-30=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
      " 31-60=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
      " 61-90=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay4) DELIMITED BY SIZE
      " over90=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay5) DELIMITED BY SIZE
      " total=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay6) DELIMITED BY SIZE
      INTO reportLineText
    END-STRING
    PERFORM WriteReportLine
  END-PERFORM
  MOVE bucketTotal(1) TO amountDisplay1
  MOVE bucketTotal(2) TO amountDisplay2
  MOVE bucketTotal(3) TO amountDisplay3
  MOVE bucketTotal(4) TO amountDisplay4
  MOVE bucketTotal(5) TO amountDisplay5
  MOVE grandOpenTotal TO amountDisplay6
  MOVE SPACES TO reportLineText
  STRING "BUCKETTOTALS current=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " 1-30=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " 31-60=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
    " 61-90=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay4) DELIMITED BY SIZE
    " over90=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay5) DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay6) DELIMITED BY SIZE
    INTO reportLineText
  END-STRING
  PERFORM WriteReportLine
  IF undatedItemCount > 0 THEN
    DISPLAY "SUM-AGING: WARNING - " undatedItemCount
      " open item(s) without a valid invoice date aged as over90"
    SET runHasWarnings TO TRUE
  END-IF
  MOVE SPACES TO reportLineText
  IF accountMasterFileName = SPACES THEN
    STRING "GRANDTOTAL open=" DELIMITED BY SIZE
      FUNCTION TRIM(amountDisplay6) DELIMITED BY SIZE
      " master=NOTCHECKED" DELIMITED BY SIZE
      INTO reportLineText
  ELSE
    COMPUTE tieDifference = grandOpenTotal - masterBalanceTotal
    MOVE masterBalanceTotal TO amountDisplay1
    MOVE tieDifference TO amountDisplay2
    IF tieDifference = 0 THEN
      STRING "GRANDTOTAL open=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay6) DELIMITED BY SIZE
        " master=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        " difference=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
        " status=TIED" DELIMITED BY SIZE
        INTO reportLineText
    ELSE
      STRING "GRANDTOTAL open=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay6) DELIMITED BY SIZE
        " master=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        " difference=" DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
        " status=UNTIED" DELIMITED BY SIZE
        INTO reportLineText
      DISPLAY "SUM-AGING: WARNING - aged open items do NOT tie to the "
        "account master balances, difference="
        FUNCTION TRIM(amountDisplay2)
      SET runHasWarnings TO TRUE
    END-IF
  END-IF
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO agingReportRecord
    WRITE agingReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText)
  END-IF.
