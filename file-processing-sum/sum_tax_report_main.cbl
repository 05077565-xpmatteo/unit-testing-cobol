IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-TAX-REPORT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT TaxDetailFile ASSIGN TO taxDetailFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS taxDetailFileStatus.

      SELECT TaxReportFile ASSIGN TO taxReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS taxReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile
    RECORD IS VARYING IN SIZE DEPENDING ON listLineLength.
    01 listFileRecord PIC X(200).

    FD TaxDetailFile.
    01 taxDetailRecord PIC X(130).

    FD TaxReportFile.
    01 taxReportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 listFileName PIC X(100).
    01 listLineLength PIC 999.
    01 listFileStatus PIC XX VALUE "00".
    01 listEofFlag PIC 9 VALUE 0.
      88 endOfListFile VALUE 1.

    01 taxDetailFileName PIC X(100).
    01 taxDetailFileStatus PIC XX VALUE "00".
    01 taxDetailEofFlag PIC 9 VALUE 0.
      88 endOfTaxDetail VALUE 1.

    01 taxReportFileName PIC X(100) VALUE SPACES.
    01 taxReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 reportPeriodArg PIC X(6) VALUE SPACES.
    01 reportPeriodText PIC X(6).

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

    01 TaxCodeTable.
      02 TaxCodeEntry OCCURS 1000 TIMES.
        03 tcPeriod PIC X(6).
        03 tcTaxCode PIC X(10).
        03 tcTaxableBase PIC S9(11)V99.
        03 tcTaxCollected PIC S9(11)V99.
        03 tcGrossAmount PIC S9(11)V99.
        03 tcLineCount PIC 9(9).
    01 taxCodeCount PIC 9(4) VALUE 0.
    01 tcIdx PIC 9(4).
    01 tcMatchIdx PIC 9(4) VALUE 0.
    01 tcInsertIdx PIC 9(4).
    01 taxCodeFoundFlag PIC 9 VALUE 0.
      88 taxCodeEntryFound VALUE 1.
    01 insertPointFlag PIC 9 VALUE 0.
      88 insertPointFound VALUE 1.

    01 periodTaxableBase PIC S9(11)V99 VALUE 0.
    01 periodTaxCollected PIC S9(11)V99 VALUE 0.
    01 periodGrossAmount PIC S9(11)V99 VALUE 0.
    01 periodLineCount PIC 9(9) VALUE 0.
    01 grandTaxableBase PIC S9(11)V99 VALUE 0.
    01 grandTaxCollected PIC S9(11)V99 VALUE 0.
    01 grandGrossAmount PIC S9(11)V99 VALUE 0.
    01 grandLineCount PIC 9(9) VALUE 0.
    01 currentPeriod PIC X(6).

    01 filesProcessedCount PIC 9(9) VALUE 0.
    01 detailsReadCount PIC 9(9) VALUE 0.
    01 detailsRejectedCount PIC 9(9) VALUE 0.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 lineLabel PIC X(12).
    01 linePeriod PIC X(6).
    01 lineTaxCode PIC X(10).
    01 lineTaxableBase PIC S9(11)V99.
    01 lineTaxCollected PIC S9(11)V99.
    01 lineGrossAmount PIC S9(11)V99.
    01 lineCount PIC 9(9).

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 amountDisplay3 PIC -(11)9.99.
    01 countDisplay PIC Z(8)9.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT reportPeriodArg FROM ARGUMENT-VALUE.
  ACCEPT taxReportFileName FROM ARGUMENT-VALUE.

  IF reportPeriodArg = SPACES THEN
    MOVE "ALL" TO reportPeriodText
  ELSE
    MOVE reportPeriodArg TO reportPeriodText
  END-IF.

  DISPLAY "SUM-TAX-REPORT: job started " FUNCTION CURRENT-DATE(1:14)
    " period=" FUNCTION TRIM(reportPeriodText)
    " list=" FUNCTION TRIM(listFileName).

  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-TAX-REPORT: unable to open list file "
      FUNCTION TRIM(listFileName) ", status=" listFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM UNTIL endOfListFile
    READ ListFile
      AT END SET endOfListFile TO TRUE
      NOT AT END
        MOVE SPACES TO taxDetailFileName
        IF listLineLength > 0 THEN
          MOVE listFileRecord(1:listLineLength) TO taxDetailFileName
        END-IF
        PERFORM ProcessOneTaxDetailFile
    END-READ
  END-PERFORM.
  CLOSE ListFile.

  IF taxReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT TaxReportFile
  END-IF.
  PERFORM WriteTaxReport.
  IF reportToFile THEN
    CLOSE TaxReportFile
  END-IF.

  DISPLAY "SUM-TAX-REPORT: job ended " FUNCTION CURRENT-DATE(1:14)
    " files=" filesProcessedCount
    " details=" detailsReadCount
    " rejected=" detailsRejectedCount.

  IF runHasWarnings THEN
    DISPLAY "SUM-TAX-REPORT: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

ProcessOneTaxDetailFile.
  MOVE 0 TO taxDetailEofFlag
  OPEN INPUT TaxDetailFile
  IF taxDetailFileStatus NOT = "00" THEN
    DISPLAY "SUM-TAX-REPORT: WARNING - could not open "
      FUNCTION TRIM(taxDetailFileName) ", status=" taxDetailFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    ADD 1 TO filesProcessedCount
    PERFORM UNTIL endOfTaxDetail
      READ TaxDetailFile
        AT END SET endOfTaxDetail TO TRUE
        NOT AT END PERFORM ProcessOneTaxDetail THRU ProcessOneTaxDetail-EXIT
      END-READ
    END-PERFORM
    CLOSE TaxDetailFile
  END-IF.

ProcessOneTaxDetail.
  IF taxDetailRecord = SPACES THEN
    GO TO ProcessOneTaxDetail-EXIT
  END-IF
  MOVE taxDetailRecord TO TaxDetailLine
  IF tdlTaxPeriod IS NOT NUMERIC
      OR tdlGrossAmount IS NOT NUMERIC
      OR tdlNetAmount IS NOT NUMERIC
      OR tdlTaxAmount IS NOT NUMERIC
      OR tdlNetAmount + tdlTaxAmount NOT = tdlGrossAmount THEN
    DISPLAY "SUM-TAX-REPORT: WARNING - tax detail rejected in "
      FUNCTION TRIM(taxDetailFileName) ": "
      FUNCTION TRIM(taxDetailRecord)
    ADD 1 TO detailsRejectedCount
    SET runHasWarnings TO TRUE
    GO TO ProcessOneTaxDetail-EXIT
  END-IF
  IF reportPeriodArg NOT = SPACES
      AND tdlTaxPeriod NOT = reportPeriodArg THEN
    GO TO ProcessOneTaxDetail-EXIT
  END-IF
  ADD 1 TO detailsReadCount
  PERFORM FindTaxCodeEntry
  IF taxCodeEntryFound THEN
    ADD tdlNetAmount TO tcTaxableBase(tcMatchIdx)
    ADD tdlTaxAmount TO tcTaxCollected(tcMatchIdx)
    ADD tdlGrossAmount TO tcGrossAmount(tcMatchIdx)
    ADD 1 TO tcLineCount(tcMatchIdx)
  END-IF.
ProcessOneTaxDetail-EXIT.
  EXIT.

FindTaxCodeEntry.
  MOVE 0 TO taxCodeFoundFlag
  MOVE 0 TO insertPointFlag
  MOVE taxCodeCount TO tcInsertIdx
  ADD 1 TO tcInsertIdx
  PERFORM VARYING tcIdx FROM 1 BY 1
    UNTIL tcIdx > taxCodeCount OR taxCodeEntryFound OR insertPointFound
    IF tcPeriod(tcIdx) = tdlTaxPeriod
        AND tcTaxCode(tcIdx) = tdlTaxCode THEN
      SET taxCodeEntryFound TO TRUE
      MOVE tcIdx TO tcMatchIdx
    ELSE
      IF tcPeriod(tcIdx) > tdlTaxPeriod
          OR (tcPeriod(tcIdx) = tdlTaxPeriod
            AND tcTaxCode(tcIdx) > tdlTaxCode) THEN
        SET insertPointFound TO TRUE
        MOVE tcIdx TO tcInsertIdx
      END-IF
    END-IF
  END-PERFORM
  IF NOT taxCodeEntryFound THEN
    IF taxCodeCount < 1000 THEN
      PERFORM VARYING tcIdx FROM taxCodeCount BY -1
        UNTIL tcIdx < tcInsertIdx
        MOVE TaxCodeEntry(tcIdx) TO TaxCodeEntry(tcIdx + 1)
      END-PERFORM
      ADD 1 TO taxCodeCount
      MOVE tcInsertIdx TO tcMatchIdx
      MOVE tdlTaxPeriod TO tcPeriod(tcMatchIdx)
      MOVE tdlTaxCode TO tcTaxCode(tcMatchIdx)
      MOVE 0 TO tcTaxableBase(tcMatchIdx)
      MOVE 0 TO tcTaxCollected(tcMatchIdx)
      MOVE 0 TO tcGrossAmount(tcMatchIdx)
      MOVE 0 TO tcLineCount(tcMatchIdx)
      SET taxCodeEntryFound TO TRUE
    ELSE
      DISPLAY "SUM-TAX-REPORT: WARNING - tax code table full, "
        tdlTaxPeriod " " FUNCTION TRIM(tdlTaxCode) " not reported"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.

WriteTaxReport.
  MOVE SPACES TO reportLineText
  STRING "TAXREPORT period=" DELIMITED BY SIZE
    FUNCTION TRIM(reportPeriodText) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  MOVE SPACES TO currentPeriod
  PERFORM VARYING tcIdx FROM 1 BY 1 UNTIL tcIdx > taxCodeCount
    IF tcPeriod(tcIdx) NOT = currentPeriod THEN
      IF currentPeriod NOT = SPACES THEN
        PERFORM WritePeriodTotal
      END-IF
      MOVE tcPeriod(tcIdx) TO currentPeriod
    END-IF
    MOVE "TAXCODE" TO lineLabel
    MOVE tcPeriod(tcIdx) TO linePeriod
    MOVE tcTaxCode(tcIdx) TO lineTaxCode
    MOVE tcTaxableBase(tcIdx) TO lineTaxableBase
    MOVE tcTaxCollected(tcIdx) TO lineTaxCollected
    MOVE tcGrossAmount(tcIdx) TO lineGrossAmount
    MOVE tcLineCount(tcIdx) TO lineCount
    PERFORM WriteTaxLine
    ADD tcTaxableBase(tcIdx) TO periodTaxableBase
    ADD tcTaxCollected(tcIdx) TO periodTaxCollected
    ADD tcGrossAmount(tcIdx) TO periodGrossAmount
    ADD tcLineCount(tcIdx) TO periodLineCount
  END-PERFORM
  IF currentPeriod NOT = SPACES THEN
    PERFORM WritePeriodTotal
  END-IF
  MOVE "GRANDTOTAL" TO lineLabel
  MOVE SPACES TO linePeriod
  MOVE SPACES TO lineTaxCode
  MOVE grandTaxableBase TO lineTaxableBase
  MOVE grandTaxCollected TO lineTaxCollected
  MOVE grandGrossAmount TO lineGrossAmount
  MOVE grandLineCount TO lineCount
  PERFORM WriteTaxLine.

WritePeriodTotal.
  MOVE "PERIODTOTAL" TO lineLabel
  MOVE currentPeriod TO linePeriod
  MOVE SPACES TO lineTaxCode
  MOVE periodTaxableBase TO lineTaxableBase
  MOVE periodTaxCollected TO lineTaxCollected
  MOVE periodGrossAmount TO lineGrossAmount
  MOVE periodLineCount TO lineCount
  PERFORM WriteTaxLine
  ADD periodTaxableBase TO grandTaxableBase
  ADD periodTaxCollected TO grandTaxCollected
  ADD periodGrossAmount TO grandGrossAmount
  ADD periodLineCount TO grandLineCount
  MOVE 0 TO periodTaxableBase
  MOVE 0 TO periodTaxCollected
  MOVE 0 TO periodGrossAmount
  MOVE 0 TO periodLineCount.

WriteTaxLine.
  MOVE lineTaxableBase TO amountDisplay1
  MOVE lineTaxCollected TO amountDisplay2
  MOVE lineGrossAmount TO amountDisplay3
  MOVE lineCount TO countDisplay
  MOVE SPACES TO reportLineText
  STRING FUNCTION TRIM(lineLabel) DELIMITED BY SIZE
    " period=" DELIMITED BY SIZE
    FUNCTION TRIM(linePeriod) DELIMITED BY SIZE
    " taxCode=" DELIMITED BY SIZE
    FUNCTION TRIM(lineTaxCode) DELIMITED BY SIZE
    " taxableBase=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " taxCollected=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " gross=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
    " lines=" DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO taxReportRecord
    WRITE taxReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
