IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-ALLOCATE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT GlOutputFile ASSIGN TO glOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS glOutputFileStatus.

      SELECT RulesFile ASSIGN TO rulesFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS rulesFileStatus.

      SELECT MappingFile ASSIGN TO mappingFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS mappingFileStatus.

      SELECT AllocationFile ASSIGN TO allocationFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS allocationFileStatus.

      SELECT AllocationReportFile ASSIGN TO allocationReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS allocationReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile
    RECORD IS VARYING IN SIZE DEPENDING ON listLineLength.
    01 listFileRecord PIC X(200).

    FD GlOutputFile.
    01 glOutputRecord PIC X(100).

    FD RulesFile.
    01 rulesFileRecord PIC X(150).

    FD MappingFile.
    01 mappingFileRecord PIC X(150).

    FD AllocationFile.
    01 allocationRecord PIC X(100).

    FD AllocationReportFile.
    01 allocationReportRecord PIC X(200).

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

    01 rulesFileName PIC X(100) VALUE SPACES.
    01 rulesFileStatus PIC XX VALUE "00".
    01 rulesEofFlag PIC 9 VALUE 0.
      88 endOfRulesFile VALUE 1.
    01 ruleLineType PIC X(10).
    01 ruleField1 PIC X(20).
    01 ruleField2 PIC X(20).
    01 ruleField3 PIC X(20).
    01 ruleField4 PIC X(20).

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

    01 allocationFileName PIC X(100) VALUE SPACES.
    01 allocationFileStatus PIC XX VALUE "00".

    01 allocationReportFileName PIC X(100) VALUE SPACES.
    01 allocationReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 allocationPeriod PIC X(6).

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

    01 RuleTable.
      02 RuleEntry OCCURS 200 TIMES.
        03 ruRuleId PIC X(20).
        03 ruSourceAccount PIC X(10).
        03 ruBasis PIC X(10).
          88 ruIsPercentBasis VALUE 'PERCENT'.
          88 ruIsDriverBasis VALUE 'DRIVER'.
        03 ruRemainderCostCenter PIC X(20).
        03 ruPool PIC S9(9)V99.
        03 ruBasisTotal PIC S9(9)V9999.
        03 ruAllocated PIC S9(9)V99.
        03 ruTargetCount PIC 9(4).
        03 ruValidFlag PIC 9.
          88 ruIsValid VALUE 1.
    01 ruleCount PIC 9(4) VALUE 0.
    01 ruIdx PIC 9(4).
    01 ruMatchIdx PIC 9(4) VALUE 0.
    01 ruleFoundFlag PIC 9 VALUE 0.
      88 ruleFound VALUE 1.

    01 TargetTable.
      02 TargetEntry OCCURS 2000 TIMES.
        03 tgRuleId PIC X(20).
        03 tgCostCenter PIC X(20).
        03 tgAccountCode PIC X(10).
        03 tgBasisValue PIC S9(9)V9999.
        03 tgShare PIC S9(9)V99.
        03 tgRemainderFlag PIC 9.
          88 tgTakesRemainder VALUE 1.
    01 targetCount PIC 9(4) VALUE 0.
    01 tgIdx PIC 9(4).
    01 remainderIdx PIC 9(4) VALUE 0.
    01 lookupCostCenter PIC X(20).
    01 costCenterKnownFlag PIC 9 VALUE 0.
      88 costCenterKnown VALUE 1.

    01 remainderAmount PIC S9(9)V99.
    01 poolTotal PIC S9(11)V99 VALUE 0.
    01 allocatedTotal PIC S9(11)V99 VALUE 0.
    01 entriesTotal PIC S9(9)V99 VALUE 0.
    01 proofDifference PIC S9(11)V99 VALUE 0.
    01 entriesWrittenCount PIC 9(9) VALUE 0.
    01 rulesAllocatedCount PIC 9(9) VALUE 0.
    01 rulesSkippedCount PIC 9(9) VALUE 0.
    01 proofFailedFlag PIC 9 VALUE 0.
      88 proofFailed VALUE 1.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(11)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 amountDisplay3 PIC -(11)9.99.
    01 basisDisplay PIC -(9)9.9999.
    01 proofStatusText PIC X(10).
    01 remainderMarkText PIC X(12).
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT allocationPeriod FROM ARGUMENT-VALUE.
  ACCEPT rulesFileName FROM ARGUMENT-VALUE.
  ACCEPT mappingFileName FROM ARGUMENT-VALUE.
  ACCEPT allocationFileName FROM ARGUMENT-VALUE.
  ACCEPT allocationReportFileName FROM ARGUMENT-VALUE.

  DISPLAY "SUM-ALLOCATE: job started " FUNCTION CURRENT-DATE(1:14)
    " period=" allocationPeriod
    " list=" FUNCTION TRIM(listFileName)
    " rules=" FUNCTION TRIM(rulesFileName).

  IF allocationFileName = SPACES THEN
    DISPLAY "SUM-ALLOCATE: job NOT started - an allocation entries "
      "file is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM LoadOrgMapping.
  PERFORM LoadRulesFile.
  IF ruleCount = 0 THEN
    DISPLAY "SUM-ALLOCATE: job NOT started - no allocation rules in "
      FUNCTION TRIM(rulesFileName)
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM VARYING ruIdx FROM 1 BY 1 UNTIL ruIdx > ruleCount
    PERFORM ValidateRule
  END-PERFORM.

  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-ALLOCATE: unable to open list file "
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

  OPEN OUTPUT AllocationFile.
  IF allocationReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT AllocationReportFile
  END-IF.

  MOVE SPACES TO reportLineText.
  STRING "ALLOCATION period=" DELIMITED BY SIZE
    allocationPeriod DELIMITED BY SIZE
    INTO reportLineText.
  PERFORM WriteReportLine.

  PERFORM VARYING ruIdx FROM 1 BY 1 UNTIL ruIdx > ruleCount
    PERFORM AllocateOneRule THRU AllocateOneRule-EXIT
  END-PERFORM.

  PERFORM WriteAllocationTrailer.
  PERFORM WriteGrandProof.

  CLOSE AllocationFile.
  IF reportToFile THEN
    CLOSE AllocationReportFile
  END-IF.

  DISPLAY "SUM-ALLOCATE: job ended " FUNCTION CURRENT-DATE(1:14)
    " rules=" ruleCount
    " allocated=" rulesAllocatedCount
    " skipped=" rulesSkippedCount
    " entries=" entriesWrittenCount.

  IF proofFailed THEN
    DISPLAY "SUM-ALLOCATE: WARNING - allocated total does not equal "
      "the pool, see the allocation report"
    SET runHasWarnings TO TRUE
  END-IF.
  IF runHasWarnings THEN
    DISPLAY "SUM-ALLOCATE: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadOrgMapping.
  MOVE 0 TO mappingEntryCount
  MOVE 0 TO mappingEofFlag
  OPEN INPUT MappingFile
  IF mappingFileStatus NOT = "00" THEN
    DISPLAY "SUM-ALLOCATE: WARNING - unable to open mapping file "
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

LoadRulesFile.
  MOVE 0 TO rulesEofFlag
  OPEN INPUT RulesFile
  IF rulesFileStatus NOT = "00" THEN
    DISPLAY "SUM-ALLOCATE: unable to open rules file "
      FUNCTION TRIM(rulesFileName) ", status=" rulesFileStatus
    SET endOfRulesFile TO TRUE
  END-IF
  PERFORM UNTIL endOfRulesFile
    READ RulesFile
      AT END SET endOfRulesFile TO TRUE
      NOT AT END PERFORM LoadOneRuleLine
    END-READ
  END-PERFORM
  CLOSE RulesFile.

LoadOneRuleLine.
  IF rulesFileRecord = SPACES OR rulesFileRecord(1:1) = '#' THEN
    CONTINUE
  ELSE
    MOVE SPACES TO ruleLineType ruleField1 ruleField2 ruleField3
      ruleField4
    UNSTRING rulesFileRecord DELIMITED BY ','
      INTO ruleLineType, ruleField1, ruleField2, ruleField3, ruleField4
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ruleLineType))
      WHEN 'RULE'
        IF ruleCount < 200 THEN
          ADD 1 TO ruleCount
          MOVE ruleField1 TO ruRuleId(ruleCount)
          MOVE ruleField2 TO ruSourceAccount(ruleCount)
          MOVE FUNCTION UPPER-CASE(ruleField3) TO ruBasis(ruleCount)
          MOVE ruleField4 TO ruRemainderCostCenter(ruleCount)
          MOVE 0 TO ruPool(ruleCount)
          MOVE 0 TO ruBasisTotal(ruleCount)
          MOVE 0 TO ruAllocated(ruleCount)
          MOVE 0 TO ruTargetCount(ruleCount)
          MOVE 1 TO ruValidFlag(ruleCount)
        ELSE
          DISPLAY "SUM-ALLOCATE: WARNING - rule table full, rule "
            FUNCTION TRIM(ruleField1) " ignored"
          SET runHasWarnings TO TRUE
        END-IF
      WHEN 'TARGET'
        PERFORM LoadOneTarget
      WHEN OTHER
        DISPLAY "SUM-ALLOCATE: WARNING - unrecognised rules line: "
          FUNCTION TRIM(rulesFileRecord)
        SET runHasWarnings TO TRUE
    END-EVALUATE
  END-IF.

LoadOneTarget.
  PERFORM FindRule
  IF NOT ruleFound THEN
    DISPLAY "SUM-ALLOCATE: WARNING - target for undefined rule "
      FUNCTION TRIM(ruleField1) " ignored"
    SET runHasWarnings TO TRUE
  ELSE
    IF targetCount < 2000 THEN
      ADD 1 TO targetCount
      MOVE ruleField1 TO tgRuleId(targetCount)
      MOVE ruleField2 TO tgCostCenter(targetCount)
      MOVE ruleField3 TO tgAccountCode(targetCount)
      MOVE 0 TO tgShare(targetCount)
      MOVE 0 TO tgRemainderFlag(targetCount)
      ADD 1 TO ruTargetCount(ruMatchIdx)
      IF FUNCTION TEST-NUMVAL(ruleField4) = 0 THEN
        COMPUTE tgBasisValue(targetCount) = FUNCTION NUMVAL(ruleField4)
        ADD tgBasisValue(targetCount) TO ruBasisTotal(ruMatchIdx)
      ELSE
        MOVE 0 TO tgBasisValue(targetCount)
        DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruleField1)
          " target " FUNCTION TRIM(ruleField2)
          " has a non-numeric basis " FUNCTION TRIM(ruleField4)
        MOVE 0 TO ruValidFlag(ruMatchIdx)
      END-IF
    ELSE
      DISPLAY "SUM-ALLOCATE: WARNING - target table full, rule "
        FUNCTION TRIM(ruleField1) " cannot be allocated"
      MOVE 0 TO ruValidFlag(ruMatchIdx)
    END-IF
  END-IF.

FindRule.
  MOVE 0 TO ruleFoundFlag
  PERFORM VARYING ruIdx FROM 1 BY 1
    UNTIL ruIdx > ruleCount OR ruleFound
    IF ruRuleId(ruIdx) = ruleField1 THEN
      SET ruleFound TO TRUE
      MOVE ruIdx TO ruMatchIdx
    END-IF
  END-PERFORM.

ValidateRule.
  IF NOT ruIsPercentBasis(ruIdx) AND NOT ruIsDriverBasis(ruIdx) THEN
    DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
      " basis must be PERCENT or DRIVER"
    MOVE 0 TO ruValidFlag(ruIdx)
  END-IF
  IF ruTargetCount(ruIdx) = 0 THEN
    DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
      " has no targets"
    MOVE 0 TO ruValidFlag(ruIdx)
  END-IF
  IF ruIsPercentBasis(ruIdx) AND ruBasisTotal(ruIdx) NOT = 100 THEN
    MOVE ruBasisTotal(ruIdx) TO basisDisplay
    DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
      " percentages total " FUNCTION TRIM(basisDisplay) ", not 100"
    MOVE 0 TO ruValidFlag(ruIdx)
  END-IF
  IF ruIsDriverBasis(ruIdx) AND ruBasisTotal(ruIdx) NOT > 0 THEN
    DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
      " driver total is not positive"
    MOVE 0 TO ruValidFlag(ruIdx)
  END-IF
  MOVE 0 TO remainderIdx
  PERFORM VARYING tgIdx FROM 1 BY 1 UNTIL tgIdx > targetCount
    IF tgRuleId(tgIdx) = ruRuleId(ruIdx) THEN
      MOVE tgCostCenter(tgIdx) TO lookupCostCenter
      PERFORM CheckCostCenterKnown
      IF NOT costCenterKnown THEN
        DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
          " cost center " FUNCTION TRIM(tgCostCenter(tgIdx))
          " is not in the organization mapping"
        MOVE 0 TO ruValidFlag(ruIdx)
      END-IF
      IF tgCostCenter(tgIdx) = ruRemainderCostCenter(ruIdx)
          AND remainderIdx = 0 THEN
        MOVE tgIdx TO remainderIdx
        SET tgTakesRemainder(tgIdx) TO TRUE
      END-IF
    END-IF
  END-PERFORM
  IF remainderIdx = 0 THEN
    DISPLAY "SUM-ALLOCATE: rule " FUNCTION TRIM(ruRuleId(ruIdx))
      " remainder cost center "
      FUNCTION TRIM(ruRemainderCostCenter(ruIdx))
      " is not one of its targets"
    MOVE 0 TO ruValidFlag(ruIdx)
  END-IF.

CheckCostCenterKnown.
  MOVE 0 TO costCenterKnownFlag
  PERFORM VARYING mpIdx FROM 1 BY 1
    UNTIL mpIdx > mappingEntryCount OR costCenterKnown
    IF mpCostCenter(mpIdx) = lookupCostCenter THEN
      SET costCenterKnown TO TRUE
    END-IF
  END-PERFORM.

ProcessOneGlOutput.
  MOVE 0 TO glOutputEofFlag
  OPEN INPUT GlOutputFile
  IF glOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-ALLOCATE: WARNING - could not open "
      FUNCTION TRIM(glOutputFileName) ", status=" glOutputFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM UNTIL endOfGlOutput
      READ GlOutputFile
        AT END SET endOfGlOutput TO TRUE
        NOT AT END PERFORM ProcessOneGlRecord
      END-READ
    END-PERFORM
    CLOSE GlOutputFile
  END-IF.

ProcessOneGlRecord.
  IF glOutputRecord = SPACES
      OR glOutputRecord(1:8) = 'CURRENCY'
      OR glOutputRecord(1:8) = 'SUBTOTAL'
      OR glOutputRecord(1:7) = 'GLTOTAL' THEN
    CONTINUE
  ELSE
    MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
    IF glDetailPeriod = allocationPeriod THEN
      PERFORM VARYING ruIdx FROM 1 BY 1 UNTIL ruIdx > ruleCount
        IF ruSourceAccount(ruIdx) = glDetailAccountCode THEN
          ADD glDetailAmount TO ruPool(ruIdx)
        END-IF
      END-PERFORM
    END-IF
  END-IF.

AllocateOneRule.
  MOVE ruPool(ruIdx) TO amountDisplay1.
  MOVE SPACES TO reportLineText.
  STRING "RULE " DELIMITED BY SIZE
    FUNCTION TRIM(ruRuleId(ruIdx)) DELIMITED BY SIZE
    " source=" DELIMITED BY SIZE
    FUNCTION TRIM(ruSourceAccount(ruIdx)) DELIMITED BY SIZE
    " basis=" DELIMITED BY SIZE
    FUNCTION TRIM(ruBasis(ruIdx)) DELIMITED BY SIZE
    " pool=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " remainderTo=" DELIMITED BY SIZE
    FUNCTION TRIM(ruRemainderCostCenter(ruIdx)) DELIMITED BY SIZE
    INTO reportLineText.
  PERFORM WriteReportLine.
  IF NOT ruIsValid(ruIdx) THEN
    ADD 1 TO rulesSkippedCount
    SET runHasWarnings TO TRUE
    MOVE "  SKIPPED rule definition is invalid, nothing allocated"
      TO reportLineText
    PERFORM WriteReportLine
    GO TO AllocateOneRule-EXIT
  END-IF.
  IF ruPool(ruIdx) = 0 THEN
    ADD 1 TO rulesSkippedCount
    MOVE "  SKIPPED pool is zero for the period, nothing allocated"
      TO reportLineText
    PERFORM WriteReportLine
    GO TO AllocateOneRule-EXIT
  END-IF.
  MOVE 0 TO ruAllocated(ruIdx).
  MOVE 0 TO remainderIdx.
  PERFORM VARYING tgIdx FROM 1 BY 1 UNTIL tgIdx > targetCount
    IF tgRuleId(tgIdx) = ruRuleId(ruIdx) THEN
      COMPUTE tgShare(tgIdx)
        = ruPool(ruIdx) * tgBasisValue(tgIdx) / ruBasisTotal(ruIdx)
      ADD tgShare(tgIdx) TO ruAllocated(ruIdx)
      IF tgTakesRemainder(tgIdx) THEN
        MOVE tgIdx TO remainderIdx
      END-IF
    END-IF
  END-PERFORM.
  COMPUTE remainderAmount = ruPool(ruIdx) - ruAllocated(ruIdx).
  ADD remainderAmount TO tgShare(remainderIdx).
  ADD remainderAmount TO ruAllocated(ruIdx).
  PERFORM VARYING tgIdx FROM 1 BY 1 UNTIL tgIdx > targetCount
    IF tgRuleId(tgIdx) = ruRuleId(ruIdx) THEN
      PERFORM WriteTargetEntry
    END-IF
  END-PERFORM.
  COMPUTE glDetailAmount = 0 - ruPool(ruIdx).
  MOVE ruSourceAccount(ruIdx) TO glDetailAccountCode.
  PERFORM WriteAllocationEntry.
  ADD 1 TO rulesAllocatedCount.
  ADD ruPool(ruIdx) TO poolTotal.
  ADD ruAllocated(ruIdx) TO allocatedTotal.
  COMPUTE proofDifference = ruPool(ruIdx) - ruAllocated(ruIdx).
  IF proofDifference = 0 THEN
    MOVE "PROVEN" TO proofStatusText
  ELSE
    MOVE "NOTPROVEN" TO proofStatusText
    SET proofFailed TO TRUE
  END-IF.
  MOVE ruPool(ruIdx) TO amountDisplay1.
  MOVE ruAllocated(ruIdx) TO amountDisplay2.
  MOVE remainderAmount TO amountDisplay3.
  MOVE SPACES TO reportLineText.
  STRING "RULEPROOF " DELIMITED BY SIZE
    FUNCTION TRIM(ruRuleId(ruIdx)) DELIMITED BY SIZE
    " pool=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " allocated=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " rounding=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(proofStatusText) DELIMITED BY SIZE
    INTO reportLineText.
  PERFORM WriteReportLine.
AllocateOneRule-EXIT.
  EXIT.

WriteTargetEntry.
  MOVE tgAccountCode(tgIdx) TO glDetailAccountCode
  MOVE tgShare(tgIdx) TO glDetailAmount
  PERFORM WriteAllocationEntry
  MOVE tgBasisValue(tgIdx) TO basisDisplay
  MOVE tgShare(tgIdx) TO amountDisplay1
  MOVE SPACES TO remainderMarkText
  IF tgTakesRemainder(tgIdx) THEN
    MOVE " remainder=Y" TO remainderMarkText
  END-IF
  MOVE SPACES TO reportLineText
  STRING "  SHARE costCenter=" DELIMITED BY SIZE
    FUNCTION TRIM(tgCostCenter(tgIdx)) DELIMITED BY SIZE
    " account=" DELIMITED BY SIZE
    FUNCTION TRIM(tgAccountCode(tgIdx)) DELIMITED BY SIZE
    " basis=" DELIMITED BY SIZE
    FUNCTION TRIM(basisDisplay) DELIMITED BY SIZE
    " amount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    remainderMarkText DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteAllocationEntry.
  MOVE allocationPeriod TO glDetailPeriod
  MOVE ' ' TO glDetailSeparator1 glDetailSeparator2
  MOVE SumFileGlDetailLine TO allocationRecord
  WRITE allocationRecord
  ADD 1 TO entriesWrittenCount
  ADD glDetailAmount TO entriesTotal.

WriteAllocationTrailer.
  MOVE SPACES TO SumFileGlTrailerLine
  MOVE 'GLTOTAL' TO glTrailerMarker
  MOVE allocationPeriod TO glTrailerPeriod
  MOVE ' ' TO glTrailerSeparator1 glTrailerSeparator2
  MOVE entriesTotal TO glTrailerAmount
  MOVE SumFileGlTrailerLine TO allocationRecord
  WRITE allocationRecord.

WriteGrandProof.
  COMPUTE proofDifference = poolTotal - allocatedTotal
  MOVE poolTotal TO amountDisplay1
  MOVE allocatedTotal TO amountDisplay2
  MOVE entriesTotal TO amountDisplay3
  IF proofDifference = 0 AND entriesTotal = 0 THEN
    MOVE "PROVEN" TO proofStatusText
  ELSE
    MOVE "NOTPROVEN" TO proofStatusText
    SET proofFailed TO TRUE
  END-IF
  MOVE SPACES TO reportLineText
  STRING "PROOF pool=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " allocated=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " entriesNet=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay3) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(proofStatusText) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO allocationReportRecord
    WRITE allocationReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
