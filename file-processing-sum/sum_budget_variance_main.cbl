IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-BUDGET-VARIANCE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT GlOutputFile ASSIGN TO glOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS glOutputFileStatus.

      SELECT BudgetFile ASSIGN TO budgetFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS budgetFileStatus.

      SELECT OPTIONAL MappingFile ASSIGN TO mappingFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS mappingFileStatus.

      SELECT VarianceReportFile ASSIGN TO varianceReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS varianceReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile
    RECORD IS VARYING IN SIZE DEPENDING ON listLineLength.
    01 listFileRecord PIC X(200).

    FD GlOutputFile.
    01 glOutputRecord PIC X(100).

    FD BudgetFile.
    01 budgetFileRecord PIC X(100).

    FD MappingFile.
    01 mappingFileRecord PIC X(150).

    FD VarianceReportFile.
    01 varianceReportRecord PIC X(200).

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

    01 budgetFileName PIC X(100) VALUE SPACES.
    01 budgetFileStatus PIC XX VALUE "00".
    01 budgetEofFlag PIC 9 VALUE 0.
      88 endOfBudgetFile VALUE 1.
    01 budgetCostCenter PIC X(20).
    01 budgetAccountCode PIC X(10).
    01 budgetPeriod PIC X(6).
    01 budgetAmountText PIC X(20).
    01 budgetLinesLoaded PIC 9(9) VALUE 0.
    01 budgetLinesRejected PIC 9(9) VALUE 0.

    01 mappingFileName PIC X(100) VALUE SPACES.
    01 mappingFileStatus PIC XX VALUE "00".
    01 mappingEofFlag PIC 9 VALUE 0.
      88 endOfMappingFile VALUE 1.
    01 MappingTable.
      02 MappingEntry OCCURS 200 TIMES.
        03 mpFileName PIC X(100).
        03 mpCostCenter PIC X(20).
        03 mpRegion PIC X(20).
    01 mappingEntryCount PIC 9(4) VALUE 0.
    01 mpIdx PIC 9(4).
    01 mappingFoundFlag PIC 9 VALUE 0.
      88 mappingEntryFound VALUE 1.

    01 varianceReportFileName PIC X(100) VALUE SPACES.
    01 varianceReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 reportPeriod PIC X(6).
    01 toleranceArg PIC X(10) VALUE SPACES.
    01 tolerancePercent PIC 9(3)V99 VALUE 10.

    01 SumFileGlDetailLine.
      02 glDetailAccountCode PIC X(10).
      02 glDetailSeparator1  PIC X.
      02 glDetailPeriod      PIC X(6).
      02 glDetailSeparator2  PIC X.
      02 glDetailAmount      PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    01 VarianceTable.
      02 VarianceEntry OCCURS 2000 TIMES.
        03 vaCostCenter PIC X(20).
        03 vaAccountCode PIC X(10).
        03 vaBudget PIC S9(11)V99.
        03 vaActual PIC S9(11)V99.
    01 varianceEntryCount PIC 9(4) VALUE 0.
    01 vaIdx PIC 9(4).
    01 vaMatchIdx PIC 9(4) VALUE 0.
    01 varianceFoundFlag PIC 9 VALUE 0.
      88 varianceEntryFound VALUE 1.

    01 CostCenterTable.
      02 CostCenterEntry OCCURS 100 TIMES.
        03 ccName PIC X(20).
        03 ccBudget PIC S9(11)V99.
        03 ccActual PIC S9(11)V99.
    01 costCenterCount PIC 9(4) VALUE 0.
    01 ccIdx PIC 9(4).
    01 ccFoundFlag PIC 9 VALUE 0.
      88 costCenterFound VALUE 1.

    01 AccountTotalTable.
      02 AccountTotalEntry OCCURS 500 TIMES.
        03 atAccountCode PIC X(10).
        03 atBudget PIC S9(11)V99.
        03 atActual PIC S9(11)V99.
    01 accountTotalCount PIC 9(4) VALUE 0.
    01 atIdx PIC 9(4).
    01 accountTotalFoundFlag PIC 9 VALUE 0.
      88 accountTotalFound VALUE 1.

    01 lookupCostCenter PIC X(20).
    01 lookupAccountCode PIC X(10).
    01 currentCostCenter PIC X(20).

    01 lineLabel PIC X(10).
    01 lineCostCenter PIC X(20).
    01 lineAccountCode PIC X(10).
    01 lineBudget PIC S9(11)V99.
    01 lineActual PIC S9(11)V99.
    01 lineVariance PIC S9(11)V99.
    01 lineVariancePercent PIC S9(7)V99.
    01 lineAbsolutePercent PIC 9(7)V99.
    01 linePercentText PIC X(12).
    01 lineStatusText PIC X(8).

    01 grandBudget PIC S9(11)V99 VALUE 0.
    01 grandActual PIC S9(11)V99 VALUE 0.
    01 filesProcessedCount PIC 9(9) VALUE 0.
    01 detailsReadCount PIC 9(9) VALUE 0.
    01 exceptionLineCount PIC 9(9) VALUE 0.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 amountDisplay3 PIC -(11)9.99.
    01 percentDisplay PIC -(7)9.99.
    01 toleranceDisplay PIC ZZ9.99.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT reportPeriod FROM ARGUMENT-VALUE.
  ACCEPT budgetFileName FROM ARGUMENT-VALUE.
  ACCEPT mappingFileName FROM ARGUMENT-VALUE.
  ACCEPT toleranceArg FROM ARGUMENT-VALUE.
  ACCEPT varianceReportFileName FROM ARGUMENT-VALUE.

  IF toleranceArg NOT = SPACES THEN
    IF FUNCTION TEST-NUMVAL(toleranceArg) = 0 THEN
      COMPUTE tolerancePercent = FUNCTION NUMVAL(toleranceArg)
    ELSE
      DISPLAY "SUM-BUDGET-VARIANCE: WARNING - tolerance "
        FUNCTION TRIM(toleranceArg) " is not numeric, using 10 percent"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.
  MOVE tolerancePercent TO toleranceDisplay.

  DISPLAY "SUM-BUDGET-VARIANCE: job started " FUNCTION CURRENT-DATE(1:14)
    " period=" reportPeriod
    " list=" FUNCTION TRIM(listFileName)
    " budget=" FUNCTION TRIM(budgetFileName)
    " tolerance=" FUNCTION TRIM(toleranceDisplay).

  IF mappingFileName NOT = SPACES THEN
    PERFORM LoadOrgMapping
  END-IF.

  PERFORM LoadBudgetFile.
  IF budgetFileStatus NOT = "00" AND NOT endOfBudgetFile THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-BUDGET-VARIANCE: unable to open list file "
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
        PERFORM ProcessOneGlOutput
    END-READ
  END-PERFORM.
  CLOSE ListFile.

  IF varianceReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT VarianceReportFile
  END-IF.
  PERFORM WriteVarianceReport.
  IF reportToFile THEN
    CLOSE VarianceReportFile
  END-IF.

  DISPLAY "SUM-BUDGET-VARIANCE: job ended " FUNCTION CURRENT-DATE(1:14)
    " files=" filesProcessedCount
    " details=" detailsReadCount
    " budgetLines=" budgetLinesLoaded
    " exceptions=" exceptionLineCount.

  IF runHasWarnings THEN
    DISPLAY "SUM-BUDGET-VARIANCE: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadOrgMapping.
  MOVE 0 TO mappingEntryCount
  MOVE 0 TO mappingEofFlag
  OPEN INPUT MappingFile
  IF mappingFileStatus NOT = "00" THEN
    DISPLAY "SUM-BUDGET-VARIANCE: WARNING - unable to open mapping file "
      FUNCTION TRIM(mappingFileName) ", status=" mappingFileStatus
    SET runHasWarnings TO TRUE
    SET endOfMappingFile TO TRUE
  END-IF
  PERFORM UNTIL endOfMappingFile
    READ MappingFile
      AT END SET endOfMappingFile TO TRUE
      NOT AT END
        IF mappingFileRecord NOT = SPACES
            AND mappingEntryCount < 200 THEN
          ADD 1 TO mappingEntryCount
          MOVE SPACES TO MappingEntry(mappingEntryCount)
          UNSTRING mappingFileRecord DELIMITED BY ','
            INTO mpFileName(mappingEntryCount),
              mpCostCenter(mappingEntryCount),
              mpRegion(mappingEntryCount)
        END-IF
    END-READ
  END-PERFORM
  CLOSE MappingFile.

LoadBudgetFile.
  MOVE 0 TO budgetEofFlag
  OPEN INPUT BudgetFile
  IF budgetFileStatus NOT = "00" THEN
    DISPLAY "SUM-BUDGET-VARIANCE: unable to open budget file "
      FUNCTION TRIM(budgetFileName) ", status=" budgetFileStatus
  ELSE
    PERFORM UNTIL endOfBudgetFile
      READ BudgetFile
        AT END SET endOfBudgetFile TO TRUE
        NOT AT END PERFORM LoadOneBudgetLine
      END-READ
    END-PERFORM
    CLOSE BudgetFile
  END-IF.

LoadOneBudgetLine.
  IF budgetFileRecord = SPACES OR budgetFileRecord(1:1) = '#' THEN
    CONTINUE
  ELSE
    MOVE SPACES TO budgetCostCenter budgetAccountCode budgetPeriod
      budgetAmountText
    UNSTRING budgetFileRecord DELIMITED BY ','
      INTO budgetCostCenter, budgetAccountCode, budgetPeriod,
        budgetAmountText
    IF budgetAccountCode = SPACES
        OR FUNCTION TEST-NUMVAL(budgetAmountText) NOT = 0 THEN
      DISPLAY "SUM-BUDGET-VARIANCE: WARNING - budget line rejected: "
        FUNCTION TRIM(budgetFileRecord)
      ADD 1 TO budgetLinesRejected
      SET runHasWarnings TO TRUE
    ELSE
      IF budgetPeriod = reportPeriod THEN
        IF budgetCostCenter = SPACES THEN
          MOVE 'UNMAPPED' TO budgetCostCenter
        END-IF
        MOVE budgetCostCenter TO lookupCostCenter
        MOVE budgetAccountCode TO lookupAccountCode
        PERFORM FindVarianceEntry
        IF varianceEntryFound THEN
          COMPUTE vaBudget(vaMatchIdx) = vaBudget(vaMatchIdx)
            + FUNCTION NUMVAL(budgetAmountText)
          ADD 1 TO budgetLinesLoaded
        END-IF
      END-IF
    END-IF
  END-IF.

ProcessOneGlOutput.
  MOVE 0 TO glOutputEofFlag
  OPEN INPUT GlOutputFile
  IF glOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-BUDGET-VARIANCE: WARNING - could not open "
      FUNCTION TRIM(glOutputFileName) ", status=" glOutputFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    ADD 1 TO filesProcessedCount
    PERFORM FindCostCenterForFile
    PERFORM UNTIL endOfGlOutput
      READ GlOutputFile
        AT END SET endOfGlOutput TO TRUE
        NOT AT END PERFORM ProcessOneGlRecord
      END-READ
    END-PERFORM
    CLOSE GlOutputFile
  END-IF.

FindCostCenterForFile.
  MOVE 0 TO mappingFoundFlag
  MOVE 'UNMAPPED' TO currentCostCenter
  PERFORM VARYING mpIdx FROM 1 BY 1
    UNTIL mpIdx > mappingEntryCount OR mappingEntryFound
    IF FUNCTION TRIM(mpFileName(mpIdx))
        = FUNCTION TRIM(glOutputFileName) THEN
      SET mappingEntryFound TO TRUE
      MOVE mpCostCenter(mpIdx) TO currentCostCenter
    END-IF
  END-PERFORM
  IF NOT mappingEntryFound AND mappingFileName NOT = SPACES THEN
    DISPLAY "SUM-BUDGET-VARIANCE: WARNING - no cost-center mapping for "
      FUNCTION TRIM(glOutputFileName) ", reported as UNMAPPED"
    SET runHasWarnings TO TRUE
  END-IF.

ProcessOneGlRecord.
  IF glOutputRecord = SPACES
      OR glOutputRecord(1:8) = 'CURRENCY'
      OR glOutputRecord(1:8) = 'SUBTOTAL'
      OR glOutputRecord(1:7) = 'GLTOTAL' THEN
    CONTINUE
  ELSE
    MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
    IF glDetailPeriod = reportPeriod THEN
      ADD 1 TO detailsReadCount
      MOVE currentCostCenter TO lookupCostCenter
      MOVE glDetailAccountCode TO lookupAccountCode
      PERFORM FindVarianceEntry
      IF varianceEntryFound THEN
        ADD glDetailAmount TO vaActual(vaMatchIdx)
      END-IF
    END-IF
  END-IF.

FindVarianceEntry.
  MOVE 0 TO varianceFoundFlag
  PERFORM VARYING vaIdx FROM 1 BY 1
    UNTIL vaIdx > varianceEntryCount OR varianceEntryFound
    IF vaCostCenter(vaIdx) = lookupCostCenter
        AND vaAccountCode(vaIdx) = lookupAccountCode THEN
      SET varianceEntryFound TO TRUE
      MOVE vaIdx TO vaMatchIdx
    END-IF
  END-PERFORM
  IF NOT varianceEntryFound THEN
    IF varianceEntryCount < 2000 THEN
      ADD 1 TO varianceEntryCount
      MOVE varianceEntryCount TO vaMatchIdx
      MOVE lookupCostCenter TO vaCostCenter(vaMatchIdx)
      MOVE lookupAccountCode TO vaAccountCode(vaMatchIdx)
      MOVE 0 TO vaBudget(vaMatchIdx)
      MOVE 0 TO vaActual(vaMatchIdx)
      SET varianceEntryFound TO TRUE
      PERFORM RegisterCostCenter
      PERFORM RegisterAccountTotal
    ELSE
      DISPLAY "SUM-BUDGET-VARIANCE: WARNING - variance table full, "
        FUNCTION TRIM(lookupCostCenter) " "
        FUNCTION TRIM(lookupAccountCode) " not reported"
      SET runHasWarnings TO TRUE
    END-IF
  END-IF.

RegisterCostCenter.
  MOVE 0 TO ccFoundFlag
  PERFORM VARYING ccIdx FROM 1 BY 1
    UNTIL ccIdx > costCenterCount OR costCenterFound
    IF ccName(ccIdx) = lookupCostCenter THEN
      SET costCenterFound TO TRUE
    END-IF
  END-PERFORM
  IF NOT costCenterFound AND costCenterCount < 100 THEN
    ADD 1 TO costCenterCount
    MOVE lookupCostCenter TO ccName(costCenterCount)
  END-IF.

RegisterAccountTotal.
  MOVE 0 TO accountTotalFoundFlag
  PERFORM VARYING atIdx FROM 1 BY 1
    UNTIL atIdx > accountTotalCount OR accountTotalFound
    IF atAccountCode(atIdx) = lookupAccountCode THEN
      SET accountTotalFound TO TRUE
    END-IF
  END-PERFORM
  IF NOT accountTotalFound AND accountTotalCount < 500 THEN
    ADD 1 TO accountTotalCount
    MOVE lookupAccountCode TO atAccountCode(accountTotalCount)
  END-IF.

WriteVarianceReport.
  MOVE SPACES TO reportLineText
  STRING "BUDGETVARIANCE period=" DELIMITED BY SIZE
    reportPeriod DELIMITED BY SIZE
    " tolerancePercent=" DELIMITED BY SIZE
    FUNCTION TRIM(toleranceDisplay) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine
  PERFORM VARYING ccIdx FROM 1 BY 1 UNTIL ccIdx > costCenterCount
    MOVE 0 TO ccBudget(ccIdx)
    MOVE 0 TO ccActual(ccIdx)
    PERFORM VARYING vaIdx FROM 1 BY 1 UNTIL vaIdx > varianceEntryCount
      IF vaCostCenter(vaIdx) = ccName(ccIdx) THEN
        ADD vaBudget(vaIdx) TO ccBudget(ccIdx)
        ADD vaActual(vaIdx) TO ccActual(ccIdx)
        MOVE "ACCOUNT" TO lineLabel
        MOVE vaCostCenter(vaIdx) TO lineCostCenter
        MOVE vaAccountCode(vaIdx) TO lineAccountCode
        MOVE vaBudget(vaIdx) TO lineBudget
        MOVE vaActual(vaIdx) TO lineActual
        PERFORM WriteVarianceLine
      END-IF
    END-PERFORM
    MOVE "COSTCENTER" TO lineLabel
    MOVE ccName(ccIdx) TO lineCostCenter
    MOVE SPACES TO lineAccountCode
    MOVE ccBudget(ccIdx) TO lineBudget
    MOVE ccActual(ccIdx) TO lineActual
    PERFORM WriteVarianceLine
    ADD ccBudget(ccIdx) TO grandBudget
    ADD ccActual(ccIdx) TO grandActual
  END-PERFORM
  PERFORM VARYING atIdx FROM 1 BY 1 UNTIL atIdx > accountTotalCount
    MOVE 0 TO atBudget(atIdx)
    MOVE 0 TO atActual(atIdx)
    PERFORM VARYING vaIdx FROM 1 BY 1 UNTIL vaIdx > varianceEntryCount
      IF vaAccountCode(vaIdx) = atAccountCode(atIdx) THEN
        ADD vaBudget(vaIdx) TO atBudget(atIdx)
        ADD vaActual(vaIdx) TO atActual(atIdx)
      END-IF
    END-PERFORM
    MOVE "ACCTTOTAL" TO lineLabel
    MOVE SPACES TO lineCostCenter
    MOVE atAccountCode(atIdx) TO lineAccountCode
    MOVE atBudget(atIdx) TO lineBudget
    MOVE atActual(atIdx) TO lineActual
    PERFORM WriteVarianceLine
  END-PERFORM
  MOVE "GRANDTOTAL" TO lineLabel
  MOVE SPACES TO lineCostCenter
  MOVE SPACES TO lineAccountCode
  MOVE grandBudget TO lineBudget
  MOVE grandActual TO lineActual
  PERFORM WriteVarianceLine.

WriteVarianceLine.
  COMPUTE lineVariance = lineActual - lineBudget
  MOVE "WITHIN" TO lineStatusText
  IF lineBudget = 0 THEN
    MOVE "n/a" TO linePercentText
    IF lineActual NOT = 0 THEN
      MOVE "EXCEEDS" TO lineStatusText
    END-IF
  ELSE
    COMPUTE lineVariancePercent ROUNDED
      = lineVariance * 100 / lineBudget
      ON SIZE ERROR
        MOVE 9999999.99 TO lineVariancePercent
    END-COMPUTE
    MOVE lineVariancePercent TO percentDisplay
    MOVE FUNCTION TRIM(percentDisplay) TO linePercentText
    IF lineVariancePercent < 0 THEN
      COMPUTE lineAbsolutePercent = 0 - lineVariancePercent
    ELSE
      MOVE lineVariancePercent TO lineAbsolutePercent
    END-IF
    IF lineAbsolutePercent > tolerancePercent THEN
      MOVE "EXCEEDS" TO lineStatusText
    END-IF
  END-IF
  IF lineStatusText = "EXCEEDS" THEN
    ADD 1 TO exceptionLineCount
  END-IF
  MOVE lineBudget TO amountDisplay1
  MOVE lineActual TO amountDisplay2
  MOVE lineVariance TO amountDisplay3
  MOVE SPACES TO reportLineText
  STRING FUNCTION TRIM(lineLabel) DELIMITED BY SIZE
    " costCenter=" DELIMITED BY SIZE
    FUNCTION TRIM(lineCostCenter) DELIMITED BY SIZE
    " account=" DELIMITED BY SIZE
    FUNCTION TRIM(lineAccountCode) DELIMITED BY SIZE
    " budget=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " actual=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " variance=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
    " variancePercent=" DELIMITED BY SIZE
    FUNCTION TRIM(linePercentText) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(lineStatusText) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO varianceReportRecord
    WRITE varianceReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
