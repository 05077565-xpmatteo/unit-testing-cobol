IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-CASH-APPLY.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL OpenItemLedgerFile ASSIGN TO openItemLedgerFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS openItemLedgerFileStatus.

      SELECT PaymentFile ASSIGN TO paymentFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS paymentFileStatus.

      SELECT PaidItemsFile ASSIGN TO paidItemsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS paidItemsFileStatus.

      SELECT PartPaidItemsFile ASSIGN TO partPaidItemsFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS partPaidItemsFileStatus.

      SELECT UnappliedCashFile ASSIGN TO unappliedCashFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS unappliedCashFileStatus.

      SELECT OPTIONAL AccountMasterFile ASSIGN TO accountMasterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS accountMasterFileStatus.

      SELECT OPTIONAL PostingJournalFile ASSIGN TO postingJournalFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postingJournalFileStatus.

      SELECT OPTIONAL PeriodCalendarFile ASSIGN TO periodCalendarFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS periodCalendarFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD OpenItemLedgerFile.
    01 openItemLedgerRecord PIC X(110).

    FD PaymentFile.
    01 paymentFileRecord PIC X(200).

    FD PaidItemsFile.
    01 paidItemsRecord PIC X(200).

    FD PartPaidItemsFile.
    01 partPaidItemsRecord PIC X(200).

    FD UnappliedCashFile.
    01 unappliedCashRecord PIC X(200).

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

    FD PeriodCalendarFile.
    01 periodCalendarRecord PIC X(20).

  WORKING-STORAGE SECTION.
    01 openItemLedgerFileName PIC X(100).
    01 openItemLedgerFileStatus PIC XX VALUE "00".
    01 openItemLedgerEofFlag PIC 9 VALUE 0.
      88 endOfOpenItemLedger VALUE 1.

    01 paymentFileName PIC X(100).
    01 paymentFileStatus PIC XX VALUE "00".
    01 paymentEofFlag PIC 9 VALUE 0.
      88 endOfPaymentFile VALUE 1.

    01 outputBaseName PIC X(100) VALUE SPACES.
    01 paidItemsFileName PIC X(110).
    01 paidItemsFileStatus PIC XX VALUE "00".
    01 partPaidItemsFileName PIC X(110).
    01 partPaidItemsFileStatus PIC XX VALUE "00".
    01 unappliedCashFileName PIC X(110).
    01 unappliedCashFileStatus PIC XX VALUE "00".

    01 accountMasterFileName PIC X(100) VALUE SPACES.
    01 accountMasterFileStatus PIC XX VALUE "00".
    01 accountMasterEofFlag PIC 9 VALUE 0.
      88 endOfAccountMaster VALUE 1.

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

    01 OpenItemTable.
      02 OpenItemEntry OCCURS 20000 TIMES.
        03 oiInvoiceNumber PIC X(30).
        03 oiCustomerId PIC X(30).
        03 oiInvoiceDate PIC X(8).
        03 oiOriginalAmount PIC S9(9)V99.
        03 oiOpenAmount PIC S9(9)V99.
        03 oiStatus PIC X(4).
        03 oiLastPaidDate PIC X(8).
        03 oiAppliedThisRun PIC S9(9)V99.
        03 oiTouchedFlag PIC 9.
          88 oiTouchedThisRun VALUE 1.
    01 openItemCount PIC 9(5) VALUE 0.
    01 oiIdx PIC 9(5).
    01 oldestIdx PIC 9(5).
    01 matchedItemIdx PIC 9(5).
    01 ledgerOverflowFlag PIC 9 VALUE 0.
      88 ledgerTableOverflowed VALUE 1.
    01 ledgerRewriteFlag PIC 9 VALUE 0.
      88 ledgerRewriteFailed VALUE 1.
    01 ledgerItemsWritten PIC 9(5) VALUE 0.
    01 ledgerItemsDropped PIC 9(5) VALUE 0.
    01 ledgerItemsRetained PIC 9(5) VALUE 0.

    01 periodCalendarFileName PIC X(100) VALUE SPACES.
    01 periodCalendarFileStatus PIC XX VALUE "00".
    01 periodCalendarEofFlag PIC 9 VALUE 0.
      88 endOfPeriodCalendar VALUE 1.
    01 PeriodCalendarTable.
      02 PeriodCalendarEntry OCCURS 600 TIMES.
        03 pcPeriod PIC X(6).
        03 pcStatus PIC X(6).
    01 periodCalendarCount PIC 9(4) VALUE 0.
    01 pcIdx PIC 9(4).
    01 paidPeriodClosedFlag PIC 9 VALUE 0.
      88 paidPeriodClosed VALUE 1.

    01 AccountMasterTable.
      02 AccountMasterEntry OCCURS 10000 TIMES.
        03 amCustomerId PIC X(30).
        03 amBalance PIC S9(9)V99.
        03 amLastPostedDate PIC X(8).
        03 amLifetimeCount PIC 9(9).
    01 accountMasterEntryCount PIC 9(5) VALUE 0.
    01 amIdx PIC 9(5).
    01 amFoundFlag PIC 9 VALUE 0.
      88 accountEntryFound VALUE 1.
    01 masterOverflowFlag PIC 9 VALUE 0.
      88 masterTableOverflowed VALUE 1.

    01 nightlyRunId PIC X(12) VALUE SPACES.
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

    01 CustomerPaymentTable.
      02 CustomerPaymentEntry OCCURS 5000 TIMES.
        03 cyCustomerId PIC X(30).
        03 cyAmount PIC S9(9)V99.
        03 cyCount PIC 9(9).
    01 customerPaymentCount PIC 9(5) VALUE 0.
    01 cyIdx PIC 9(5).
    01 cyFoundFlag PIC 9 VALUE 0.
      88 customerPaymentFound VALUE 1.

    01 paymentDateField PIC X(20).
    01 paymentInvoiceField PIC X(30).
    01 paymentCustomerField PIC X(30).
    01 paymentAmountField PIC X(20).
    01 paymentAmount PIC S9(9)V99 VALUE 0.
    01 paymentRemaining PIC S9(9)V99 VALUE 0.
    01 applyAmount PIC S9(9)V99 VALUE 0.
    01 paymentLineNumber PIC 9(9) VALUE 0.
    01 unappliedReasonText PIC X(40).
    01 invoiceFoundFlag PIC 9 VALUE 0.
      88 invoiceFound VALUE 1.
    01 applicationDate PIC X(8).
    01 systemCommand PIC X(200).
    01 accountMasterLockName PIC X(110).
    01 accountMasterLockAttempts PIC 9(4) VALUE 0.
    01 accountMasterLockFlag PIC 9 VALUE 0.
      88 accountMasterLockHeld VALUE 1.

    01 paymentsReadCount PIC 9(9) VALUE 0.
    01 paymentsTotal PIC S9(11)V99 VALUE 0.
    01 appliedTotal PIC S9(11)V99 VALUE 0.
    01 unappliedTotal PIC S9(11)V99 VALUE 0.
    01 unappliedCount PIC 9(9) VALUE 0.
    01 paidItemCount PIC 9(9) VALUE 0.
    01 partPaidItemCount PIC 9(9) VALUE 0.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(9)9.99.
    01 amountDisplay2 PIC -(9)9.99.
    01 amountDisplay3 PIC -(9)9.99.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT openItemLedgerFileName FROM ARGUMENT-VALUE.
  ACCEPT paymentFileName FROM ARGUMENT-VALUE.
  ACCEPT outputBaseName FROM ARGUMENT-VALUE.
  ACCEPT accountMasterFileName FROM ARGUMENT-VALUE.
  ACCEPT periodCalendarFileName FROM ARGUMENT-VALUE.

  IF outputBaseName = SPACES THEN
    MOVE paymentFileName TO outputBaseName
  END-IF.
  MOVE FUNCTION CURRENT-DATE(1:8) TO applicationDate.
  ACCEPT nightlyRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
    ON EXCEPTION MOVE SPACES TO nightlyRunId
  END-ACCEPT.

  DISPLAY "SUM-CASH-APPLY: job started " FUNCTION CURRENT-DATE(1:14)
    " ledger=" FUNCTION TRIM(openItemLedgerFileName)
    " payments=" FUNCTION TRIM(paymentFileName).

  PERFORM LoadOpenItemLedger.
  IF ledgerTableOverflowed THEN
    DISPLAY "SUM-CASH-APPLY: open-item ledger "
      FUNCTION TRIM(openItemLedgerFileName)
      " exceeds the 20000-entry table, no cash applied"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF periodCalendarFileName NOT = SPACES THEN
    PERFORM LoadPeriodCalendar
  END-IF.

  OPEN INPUT PaymentFile.
  IF paymentFileStatus NOT = "00" THEN
    DISPLAY "SUM-CASH-APPLY: unable to open payment file "
      FUNCTION TRIM(paymentFileName) ", status=" paymentFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE SPACES TO paidItemsFileName
  STRING FUNCTION TRIM(outputBaseName) DELIMITED BY SIZE
    ".paid" DELIMITED BY SIZE
    INTO paidItemsFileName
  MOVE SPACES TO partPaidItemsFileName
  STRING FUNCTION TRIM(outputBaseName) DELIMITED BY SIZE
    ".partpaid" DELIMITED BY SIZE
    INTO partPaidItemsFileName
  MOVE SPACES TO unappliedCashFileName
  STRING FUNCTION TRIM(outputBaseName) DELIMITED BY SIZE
    ".unapplied" DELIMITED BY SIZE
    INTO unappliedCashFileName
  OPEN OUTPUT PaidItemsFile.
  IF paidItemsFileStatus NOT = "00" THEN
    DISPLAY "SUM-CASH-APPLY: job NOT started - unable to open "
      FUNCTION TRIM(paidItemsFileName) ", status=" paidItemsFileStatus
    CLOSE PaymentFile
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  OPEN OUTPUT PartPaidItemsFile.
  IF partPaidItemsFileStatus NOT = "00" THEN
    DISPLAY "SUM-CASH-APPLY: job NOT started - unable to open "
      FUNCTION TRIM(partPaidItemsFileName)
      ", status=" partPaidItemsFileStatus
    CLOSE PaymentFile
    CLOSE PaidItemsFile
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  OPEN OUTPUT UnappliedCashFile.
  IF unappliedCashFileStatus NOT = "00" THEN
    DISPLAY "SUM-CASH-APPLY: job NOT started - unable to open "
      FUNCTION TRIM(unappliedCashFileName)
      ", status=" unappliedCashFileStatus
    CLOSE PaymentFile
    CLOSE PaidItemsFile
    CLOSE PartPaidItemsFile
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM UNTIL endOfPaymentFile
    READ PaymentFile
      AT END SET endOfPaymentFile TO TRUE
      NOT AT END
        ADD 1 TO paymentLineNumber
        PERFORM ApplyOnePayment THRU ApplyOnePayment-EXIT
    END-READ
  END-PERFORM.
  CLOSE PaymentFile.

  PERFORM WriteSettledItems.
  CLOSE PaidItemsFile.
  CLOSE PartPaidItemsFile.
  CLOSE UnappliedCashFile.

  PERFORM RewriteOpenItemLedger.
  IF ledgerRewriteFailed THEN
    DISPLAY "SUM-CASH-APPLY: open-item ledger NOT updated, payments "
      "NOT posted to the account master"
  ELSE
    IF accountMasterFileName NOT = SPACES THEN
      PERFORM PostPaymentsToAccountMaster
    END-IF
  END-IF.

  MOVE paymentsTotal TO amountDisplay1.
  MOVE appliedTotal TO amountDisplay2.
  MOVE unappliedTotal TO amountDisplay3.
  DISPLAY "SUM-CASH-APPLY: payments=" paymentsReadCount
    " total=" FUNCTION TRIM(amountDisplay1)
    " applied=" FUNCTION TRIM(amountDisplay2)
    " unapplied=" FUNCTION TRIM(amountDisplay3).
  DISPLAY "SUM-CASH-APPLY: paid items=" paidItemCount
    " part-paid items=" partPaidItemCount
    " unapplied payments=" unappliedCount.
  IF paymentsTotal NOT = appliedTotal + unappliedTotal THEN
    DISPLAY "SUM-CASH-APPLY: WARNING - applied plus unapplied cash "
      "does not equal the payments read"
    SET runHasWarnings TO TRUE
  END-IF.
  DISPLAY "SUM-CASH-APPLY: job ended " FUNCTION CURRENT-DATE(1:14).

  IF ledgerRewriteFailed THEN
    DISPLAY "SUM-CASH-APPLY: job FAILED - open-item ledger not rewritten"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF runHasWarnings THEN
    DISPLAY "SUM-CASH-APPLY: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadOpenItemLedger.
  MOVE 0 TO openItemCount
  MOVE 0 TO openItemLedgerEofFlag
  OPEN INPUT OpenItemLedgerFile
  IF openItemLedgerFileStatus NOT = "00" THEN
    SET endOfOpenItemLedger TO TRUE
  END-IF
  PERFORM UNTIL endOfOpenItemLedger
    READ OpenItemLedgerFile
      AT END SET endOfOpenItemLedger TO TRUE
      NOT AT END
        IF openItemLedgerRecord NOT = SPACES THEN
          IF openItemCount < 20000 THEN
            ADD 1 TO openItemCount
            MOVE openItemLedgerRecord TO OpenItemLine
            MOVE oilInvoiceNumber TO oiInvoiceNumber(openItemCount)
            MOVE oilCustomerId TO oiCustomerId(openItemCount)
            MOVE oilInvoiceDate TO oiInvoiceDate(openItemCount)
            MOVE oilOriginalAmount TO oiOriginalAmount(openItemCount)
            MOVE oilOpenAmount TO oiOpenAmount(openItemCount)
            MOVE oilStatus TO oiStatus(openItemCount)
            MOVE oilLastPaidDate TO oiLastPaidDate(openItemCount)
            MOVE 0 TO oiAppliedThisRun(openItemCount)
            MOVE 0 TO oiTouchedFlag(openItemCount)
          ELSE
            SET ledgerTableOverflowed TO TRUE
            SET endOfOpenItemLedger TO TRUE
          END-IF
        END-IF
    END-READ
  END-PERFORM
  CLOSE OpenItemLedgerFile
  DISPLAY "SUM-CASH-APPLY: loaded " openItemCount " ledger item(s)".

ApplyOnePayment.
  IF paymentFileRecord = SPACES THEN
    GO TO ApplyOnePayment-EXIT
  END-IF
  MOVE SPACES TO paymentDateField paymentInvoiceField
    paymentCustomerField paymentAmountField
  UNSTRING paymentFileRecord DELIMITED BY ','
    INTO paymentDateField, paymentInvoiceField,
      paymentCustomerField, paymentAmountField
  ADD 1 TO paymentsReadCount
  MOVE 0 TO paymentAmount
  IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(paymentAmountField)) = 0 THEN
    COMPUTE paymentAmount
      = FUNCTION NUMVAL(FUNCTION TRIM(paymentAmountField))
  END-IF
  IF paymentAmount NOT > 0 THEN
    DISPLAY "SUM-CASH-APPLY: WARNING - payment line " paymentLineNumber
      " has no usable amount: " FUNCTION TRIM(paymentFileRecord)
    SET runHasWarnings TO TRUE
    MOVE "invalid payment amount" TO unappliedReasonText
    MOVE 0 TO paymentRemaining
    PERFORM WriteUnappliedCash
    GO TO ApplyOnePayment-EXIT
  END-IF
  ADD paymentAmount TO paymentsTotal
  MOVE paymentAmount TO paymentRemaining

  IF paymentInvoiceField NOT = SPACES THEN
    PERFORM ApplyToNamedInvoice
  ELSE
    PERFORM ApplyOldestFirst
  END-IF

  IF paymentRemaining > 0 THEN
    ADD paymentRemaining TO unappliedTotal
    PERFORM WriteUnappliedCash
  END-IF.
ApplyOnePayment-EXIT.
  EXIT.

ApplyToNamedInvoice.
  MOVE 0 TO invoiceFoundFlag
  PERFORM VARYING oiIdx FROM 1 BY 1
    UNTIL oiIdx > openItemCount OR invoiceFound
    IF oiInvoiceNumber(oiIdx) = paymentInvoiceField THEN
      SET invoiceFound TO TRUE
      MOVE oiIdx TO matchedItemIdx
    END-IF
  END-PERFORM
  IF NOT invoiceFound THEN
    MOVE "invoice not on ledger" TO unappliedReasonText
  ELSE
    MOVE matchedItemIdx TO oiIdx
    IF oiCustomerId(oiIdx) NOT = paymentCustomerField THEN
      MOVE "invoice belongs to another customer" TO unappliedReasonText
    ELSE
      IF oiOpenAmount(oiIdx) NOT > 0 THEN
        MOVE "invoice already paid" TO unappliedReasonText
      ELSE
        PERFORM ApplyToOneItem
        MOVE "overpayment of invoice" TO unappliedReasonText
      END-IF
    END-IF
  END-IF.

ApplyOldestFirst.
  MOVE "no open items for customer" TO unappliedReasonText
  MOVE 1 TO oldestIdx
  PERFORM UNTIL paymentRemaining NOT > 0 OR oldestIdx = 0
    PERFORM FindOldestOpenItem
    IF oldestIdx > 0 THEN
      MOVE oldestIdx TO oiIdx
      PERFORM ApplyToOneItem
      MOVE "payment exceeds open items" TO unappliedReasonText
    END-IF
  END-PERFORM.

FindOldestOpenItem.
  MOVE 0 TO oldestIdx
  PERFORM VARYING oiIdx FROM 1 BY 1 UNTIL oiIdx > openItemCount
    IF oiCustomerId(oiIdx) = paymentCustomerField
        AND oiOpenAmount(oiIdx) > 0 THEN
      IF oldestIdx = 0 THEN
        MOVE oiIdx TO oldestIdx
      ELSE
        IF oiInvoiceDate(oiIdx) < oiInvoiceDate(oldestIdx) THEN
          MOVE oiIdx TO oldestIdx
        END-IF
      END-IF
    END-IF
  END-PERFORM.

ApplyToOneItem.
  IF paymentRemaining > oiOpenAmount(oiIdx) THEN
    MOVE oiOpenAmount(oiIdx) TO applyAmount
  ELSE
    MOVE paymentRemaining TO applyAmount
  END-IF
  SUBTRACT applyAmount FROM oiOpenAmount(oiIdx)
  SUBTRACT applyAmount FROM paymentRemaining
  ADD applyAmount TO oiAppliedThisRun(oiIdx)
  ADD applyAmount TO appliedTotal
  SET oiTouchedThisRun(oiIdx) TO TRUE
  IF paymentDateField(1:8) IS NUMERIC THEN
    MOVE paymentDateField(1:8) TO oiLastPaidDate(oiIdx)
  ELSE
    MOVE applicationDate TO oiLastPaidDate(oiIdx)
  END-IF
  IF oiOpenAmount(oiIdx) = 0 THEN
    MOVE "PAID" TO oiStatus(oiIdx)
  ELSE
    MOVE "PART" TO oiStatus(oiIdx)
  END-IF
  PERFORM TallyCustomerPayment.

TallyCustomerPayment.
  MOVE 0 TO cyFoundFlag
  PERFORM VARYING cyIdx FROM 1 BY 1
    UNTIL cyIdx > customerPaymentCount OR customerPaymentFound
    IF cyCustomerId(cyIdx) = oiCustomerId(oiIdx) THEN
      ADD applyAmount TO cyAmount(cyIdx)
      ADD 1 TO cyCount(cyIdx)
      SET customerPaymentFound TO TRUE
    END-IF
  END-PERFORM
  IF NOT customerPaymentFound THEN
    IF customerPaymentCount < 5000 THEN
      ADD 1 TO customerPaymentCount
      MOVE oiCustomerId(oiIdx) TO cyCustomerId(customerPaymentCount)
      MOVE applyAmount TO cyAmount(customerPaymentCount)
      MOVE 1 TO cyCount(customerPaymentCount)
    ELSE
      DISPLAY "SUM-CASH-APPLY: WARNING - customer payment table full, "
        "payment for " FUNCTION TRIM(oiCustomerId(oiIdx))
        " not posted to the account master"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.

WriteUnappliedCash.
  ADD 1 TO unappliedCount
  MOVE paymentRemaining TO amountDisplay1
  MOVE SPACES TO reportLineText
  STRING "UNAPPLIED line=" DELIMITED BY SIZE
    paymentLineNumber DELIMITED BY SIZE
    " date=" DELIMITED BY SIZE
    FUNCTION TRIM(paymentDateField) DELIMITED BY SIZE
    " customer=" DELIMITED BY SIZE
    FUNCTION TRIM(paymentCustomerField) DELIMITED BY SIZE
    " invoice=" DELIMITED BY SIZE
    FUNCTION TRIM(paymentInvoiceField) DELIMITED BY SIZE
    " amount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " reason=" DELIMITED BY SIZE
    FUNCTION TRIM(unappliedReasonText) DELIMITED BY SIZE
    INTO reportLineText
  END-STRING
  MOVE reportLineText TO unappliedCashRecord
  WRITE unappliedCashRecord.

WriteSettledItems.
  PERFORM VARYING oiIdx FROM 1 BY 1 UNTIL oiIdx > openItemCount
    IF oiTouchedThisRun(oiIdx) THEN
      MOVE oiOriginalAmount(oiIdx) TO amountDisplay1
      MOVE oiAppliedThisRun(oiIdx) TO amountDisplay2
      MOVE oiOpenAmount(oiIdx) TO amountDisplay3
      MOVE SPACES TO reportLineText
      IF oiOpenAmount(oiIdx) = 0 THEN
        STRING "PAID invoice=" DELIMITED BY SIZE
          FUNCTION TRIM(oiInvoiceNumber(oiIdx)) DELIMITED BY SIZE
          " customer=" DELIMITED BY SIZE
          FUNCTION TRIM(oiCustomerId(oiIdx)) DELIMITED BY SIZE
          " invoiceDate=" DELIMITED BY SIZE
          oiInvoiceDate(oiIdx) DELIMITED BY SIZE
          " original=" DELIMITED BY SIZE
          FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
          " applied=" DELIMITED BY SIZE
          FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
          " paidDate=" DELIMITED BY SIZE
          oiLastPaidDate(oiIdx) DELIMITED BY SIZE
          INTO reportLineText
        END-STRING
        MOVE reportLineText TO paidItemsRecord
        WRITE paidItemsRecord
        ADD 1 TO paidItemCount
      ELSE
        STRING "PARTPAID invoice=" DELIMITED BY SIZE
          FUNCTION TRIM(oiInvoiceNumber(oiIdx)) DELIMITED BY SIZE
          " customer=" DELIMITED BY SIZE
          FUNCTION TRIM(oiCustomerId(oiIdx)) DELIMITED BY SIZE
          " invoiceDate=" DELIMITED BY SIZE
          oiInvoiceDate(oiIdx) DELIMITED BY SIZE
          " original=" DELIMITED BY SIZE
          FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
          " applied=" DELIMITED BY SIZE
          FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
          " remaining=" DELIMITED BY SIZE
          FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
          INTO reportLineText
        END-STRING
        MOVE reportLineText TO partPaidItemsRecord
        WRITE partPaidItemsRecord
        ADD 1 TO partPaidItemCount
      END-IF
    END-IF
  END-PERFORM.

RewriteOpenItemLedger.
  OPEN OUTPUT OpenItemLedgerFile
  IF openItemLedgerFileStatus NOT = "00"
      AND openItemLedgerFileStatus NOT = "05" THEN
    DISPLAY "SUM-CASH-APPLY: unable to rewrite open-item ledger, status="
      openItemLedgerFileStatus
    SET ledgerRewriteFailed TO TRUE
  ELSE
    MOVE 0 TO ledgerItemsWritten ledgerItemsDropped ledgerItemsRetained
    PERFORM VARYING oiIdx FROM 1 BY 1 UNTIL oiIdx > openItemCount
      MOVE 0 TO paidPeriodClosedFlag
      IF oiStatus(oiIdx) = "PAID" AND oiOpenAmount(oiIdx) = 0 THEN
        PERFORM CheckPaidItemPeriodClosed
        IF NOT paidPeriodClosed THEN
          ADD 1 TO ledgerItemsRetained
        END-IF
      END-IF
      IF paidPeriodClosed THEN
        ADD 1 TO ledgerItemsDropped
      ELSE
        MOVE SPACES TO OpenItemLine
        MOVE oiInvoiceNumber(oiIdx) TO oilInvoiceNumber
        MOVE oiCustomerId(oiIdx) TO oilCustomerId
        MOVE oiInvoiceDate(oiIdx) TO oilInvoiceDate
        MOVE oiOriginalAmount(oiIdx) TO oilOriginalAmount
        MOVE oiOpenAmount(oiIdx) TO oilOpenAmount
        MOVE oiStatus(oiIdx) TO oilStatus
        MOVE oiLastPaidDate(oiIdx) TO oilLastPaidDate
        MOVE OpenItemLine TO openItemLedgerRecord
        WRITE openItemLedgerRecord
        ADD 1 TO ledgerItemsWritten
      END-IF
    END-PERFORM
    CLOSE OpenItemLedgerFile
    DISPLAY "SUM-CASH-APPLY: ledger rewritten with " ledgerItemsWritten
      " item(s), " ledgerItemsDropped " paid item(s) removed, "
      ledgerItemsRetained " paid item(s) kept until their period closes"
  END-IF.

LoadPeriodCalendar.
  MOVE 0 TO periodCalendarCount
  MOVE 0 TO periodCalendarEofFlag
  OPEN INPUT PeriodCalendarFile
  IF periodCalendarFileStatus NOT = "00" THEN
    DISPLAY "SUM-CASH-APPLY: WARNING - unable to open period calendar "
      FUNCTION TRIM(periodCalendarFileName)
      ", status=" periodCalendarFileStatus
      " - paid items will be kept in the ledger"
    SET endOfPeriodCalendar TO TRUE
  END-IF
  PERFORM UNTIL endOfPeriodCalendar
    READ PeriodCalendarFile
      AT END SET endOfPeriodCalendar TO TRUE
      NOT AT END
        IF periodCalendarCount < 600 THEN
          ADD 1 TO periodCalendarCount
          UNSTRING periodCalendarRecord DELIMITED BY ','
            INTO pcPeriod(periodCalendarCount),
              pcStatus(periodCalendarCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE PeriodCalendarFile.

CheckPaidItemPeriodClosed.
  MOVE 0 TO paidPeriodClosedFlag
  IF oiLastPaidDate(oiIdx) NOT = SPACES THEN
    PERFORM VARYING pcIdx FROM 1 BY 1
        UNTIL pcIdx > periodCalendarCount OR paidPeriodClosed
      IF pcPeriod(pcIdx) = oiLastPaidDate(oiIdx)(1:6)
          AND pcStatus(pcIdx) = "CLOSED" THEN
        SET paidPeriodClosed TO TRUE
      END-IF
    END-PERFORM
  END-IF.

PostPaymentsToAccountMaster.
  PERFORM AcquireAccountMasterLock
  MOVE 0 TO accountMasterEntryCount
  MOVE 0 TO accountMasterEofFlag
  OPEN INPUT AccountMasterFile
  IF accountMasterFileStatus NOT = "00" THEN
    SET endOfAccountMaster TO TRUE
  END-IF
  PERFORM UNTIL endOfAccountMaster
    READ AccountMasterFile
      AT END SET endOfAccountMaster TO TRUE
      NOT AT END
        IF accountMasterEntryCount < 10000 THEN
          ADD 1 TO accountMasterEntryCount
          MOVE masterCustomerId TO amCustomerId(accountMasterEntryCount)
          MOVE masterBalance TO amBalance(accountMasterEntryCount)
          MOVE masterLastPostedDate
            TO amLastPostedDate(accountMasterEntryCount)
          MOVE masterLifetimeCount
            TO amLifetimeCount(accountMasterEntryCount)
        ELSE
          SET masterTableOverflowed TO TRUE
          SET endOfAccountMaster TO TRUE
        END-IF
    END-READ
  END-PERFORM
  CLOSE AccountMasterFile
  IF masterTableOverflowed THEN
    DISPLAY "SUM-CASH-APPLY: WARNING - account master "
      FUNCTION TRIM(accountMasterFileName)
      " exceeds the 10000-entry table, payments NOT posted to it"
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM OpenPostingJournal
    PERFORM VARYING cyIdx FROM 1 BY 1 UNTIL cyIdx > customerPaymentCount
      PERFORM ApplyPaymentToMaster
    END-PERFORM
    IF postingJournalIsOpen THEN
      CLOSE PostingJournalFile
    END-IF
    OPEN OUTPUT AccountMasterFile
    PERFORM VARYING amIdx FROM 1 BY 1 UNTIL amIdx > accountMasterEntryCount
      MOVE ' ' TO masterSeparator1 masterSeparator2 masterSeparator3
      MOVE amCustomerId(amIdx) TO masterCustomerId
      MOVE amBalance(amIdx) TO masterBalance
      MOVE amLastPostedDate(amIdx) TO masterLastPostedDate
      MOVE amLifetimeCount(amIdx) TO masterLifetimeCount
      WRITE accountMasterRecord
    END-PERFORM
    CLOSE AccountMasterFile
    DISPLAY "SUM-CASH-APPLY: posted " customerPaymentCount
      " customer payment(s) to " FUNCTION TRIM(accountMasterFileName)
  END-IF.
  PERFORM ReleaseAccountMasterLock.

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
    DISPLAY "SUM-CASH-APPLY: WARNING - account master lock "
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

ApplyPaymentToMaster.
  MOVE 0 TO amFoundFlag
  PERFORM VARYING amIdx FROM 1 BY 1
    UNTIL amIdx > accountMasterEntryCount OR accountEntryFound
    IF amCustomerId(amIdx) = cyCustomerId(cyIdx) THEN
      MOVE amBalance(amIdx) TO postingBeforeBalance
      SUBTRACT cyAmount(cyIdx) FROM amBalance(amIdx)
      MOVE applicationDate TO amLastPostedDate(amIdx)
      ADD cyCount(cyIdx) TO amLifetimeCount(amIdx)
      SET accountEntryFound TO TRUE
      MOVE cyCount(cyIdx) TO postingCountThisRun
      PERFORM WritePostingJournalEntry
    END-IF
  END-PERFORM
  IF NOT accountEntryFound AND accountMasterEntryCount < 10000 THEN
    ADD 1 TO accountMasterEntryCount
    MOVE cyCustomerId(cyIdx) TO amCustomerId(accountMasterEntryCount)
    COMPUTE amBalance(accountMasterEntryCount) = 0 - cyAmount(cyIdx)
    MOVE applicationDate TO amLastPostedDate(accountMasterEntryCount)
    MOVE cyCount(cyIdx) TO amLifetimeCount(accountMasterEntryCount)
    MOVE accountMasterEntryCount TO amIdx
    MOVE 0 TO postingBeforeBalance
    MOVE cyCount(cyIdx) TO postingCountThisRun
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
    DISPLAY "SUM-CASH-APPLY: WARNING - unable to open posting journal "
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
    MOVE "SUM-CASH-APPLY" TO pjSourceProgram
    MOVE amCustomerId(amIdx) TO pjCustomerId
    MOVE postingBeforeBalance TO pjBeforeBalance
    COMPUTE pjAmount = amBalance(amIdx) - postingBeforeBalance
    MOVE amBalance(amIdx) TO pjAfterBalance
    MOVE postingCountThisRun TO pjPostingCount
    MOVE applicationDate TO pjPostedDate
    MOVE PostingJournalLine TO postingJournalRecord
    WRITE postingJournalRecord
  END-IF.
