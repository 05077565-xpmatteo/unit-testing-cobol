      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS auditFileStatus.

    SELECT OPTIONAL variablesFile ASSIGN TO variablesFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS variablesFileStatus.

DATA DIVISION.
  FILE SECTION.
  FD expressionFile.
    02 outResult      PIC X(12).
    02 FILLER        PIC X VALUE SPACE.
    02 outCount       PIC X(10).
    02 FILLER        PIC X VALUE SPACE.
    02 outName        PIC X(30).
    02 FILLER        PIC X VALUE SPACE.
    02 outMessage     PIC X(80).

  FD auditFile.
  01 auditFileRecord PIC X(200).

  FD variablesFile.
  01 variablesFileRecord PIC X(250).

  WORKING-STORAGE SECTION.
  01 expressionFileName PIC X(256).
  01 resultsFileName PIC X(256).
  01 grandTotalDisplay PIC -(9)9.99.
  01 grandCount PIC 9(10) VALUE 0.

  01 variablesFileName PIC X(256) VALUE SPACES.
  01 variablesFileStatus PIC XX VALUE "00".
  01 variablesEofFlag PIC 9 VALUE 0.
    88 endOfVariables VALUE 1.
  01 variablesLineNumber PIC 9(6) VALUE 0.

  01 VariableTable.
    02 VariableEntry OCCURS 500 TIMES.
      03 vrName PIC X(30).
      03 vrState PIC 9.
        88 vrUnresolved VALUE 0.
        88 vrResolving VALUE 1.
        88 vrResolved VALUE 2.
        88 vrInError VALUE 3.
      03 vrValue PIC S9(8)V99.
      03 vrFormula PIC X(200).
      03 vrOrigin PIC X(24).
      03 vrMessage PIC X(80).
  01 variableCount PIC 9(4) VALUE 0.
  01 vrIdx PIC 9(4).
  01 variableIdx PIC 9(4) VALUE 0.
  01 referenceIdx PIC 9(4) VALUE 0.
  01 lineTargetIdx PIC 9(4) VALUE 0.
  01 ResolveStack.
    02 resolveStackIdx PIC 9(4) OCCURS 500 TIMES.
  01 resolveTop PIC 9(4) VALUE 0.
  01 resolveIdx PIC 9(4).
  01 resolvePendingIdx PIC 9(4).
  01 resolveFailedFlag PIC 9 VALUE 0.
    88 resolveHasFailed VALUE 1.

  01 worksheetLineFlag PIC 9 VALUE 0.
    88 isWorksheetLine VALUE 1.
  01 assignmentTarget PIC X(60).
  01 assignmentPointer PIC 9(4).
  01 assignmentNameValidFlag PIC 9 VALUE 0.
    88 assignmentNameIsValid VALUE 1.
  01 nameCheckIdx PIC 9(4).
  01 nameCheckLength PIC 9(4).
  01 equalsSignCount PIC 9(4).
  01 lineErrorFlag PIC 9 VALUE 0.
    88 lineHasError VALUE 1.
  01 lineErrorText PIC X(80).
  01 errorLinesCount PIC 9(9) VALUE 0.

  01 scanText PIC X(1000).
  01 scanLength PIC 9(4).
  01 scanPointer PIC 9(4).
  01 scanChar PIC X.
    88 scanNameStart VALUE 'A' THRU 'Z', 'a' THRU 'z'.
    88 scanNameChar VALUE 'A' THRU 'Z', 'a' THRU 'z', '0' THRU '9', '_'.
  01 savedScanText PIC X(1000).
  01 savedScanLength PIC 9(4).
  01 savedScanPointer PIC 9(4).
  01 tokenStart PIC 9(4).
  01 tokenName PIC X(30).
  01 tokenFoundFlag PIC 9 VALUE 0.
    88 tokenWasFound VALUE 1.
  01 buildModeFlag PIC 9 VALUE 0.
    88 isBuildMode VALUE 1.
  01 buildPointer PIC 9(4).
  01 formulaInput PIC X(1000).
  01 formulaResult PIC S9(8)V99.
  01 formulaNegativeFlag PIC 9.
  01 formulaOperandCount PIC 9(10).
  01 formulaErrorFlag PIC 9.
  01 variableValueText PIC -(8)9.99.
  01 cyclePathText PIC X(80).
  01 cyclePathPointer PIC 9(4).

PROCEDURE DIVISION.
  ACCEPT expressionFileName FROM ARGUMENT-VALUE.
  ACCEPT resultsFileName FROM ARGUMENT-VALUE.
  ACCEPT variablesFileName FROM ARGUMENT-VALUE.

  DISPLAY "STRING-CALCULATOR-BATCH: job started "
    FUNCTION CURRENT-DATE(1:14)
    " input=" FUNCTION TRIM(expressionFileName).

  IF variablesFileName NOT = SPACES THEN
    PERFORM LOAD-VARIABLES-FILE THRU LOAD-VARIABLES-FILE-EXIT
  END-IF.

  OPEN INPUT expressionFile.
  OPEN OUTPUT resultsFile.
  PERFORM UNTIL endOfExpressions
    PERFORM PROCESS-EXPRESSION THRU PROCESS-EXPRESSION-EXIT
  END-IF.
  CLOSE expressionFile.
  PERFORM WRITE-NAMED-VALUES THRU WRITE-NAMED-VALUES-EXIT.
  CLOSE resultsFile.

  MOVE grandTotal TO grandTotalDisplay.
  DISPLAY "STRING-CALCULATOR-BATCH: " expressionsProcessedCount
    " expression(s) processed, grand total=" FUNCTION TRIM(grandTotalDisplay)
    " grand count=" grandCount.
  IF variableCount > 0 OR errorLinesCount > 0 THEN
    DISPLAY "STRING-CALCULATOR-BATCH: " variableCount
      " named value(s), " errorLinesCount " line(s) in error"
  END-IF.
  DISPLAY "STRING-CALCULATOR-BATCH: job ended " FUNCTION CURRENT-DATE(1:14).
  IF runHasWarnings THEN
    DISPLAY "STRING-CALCULATOR-BATCH: job completed WITH WARNINGS"
    GO TO PROCESS-EXPRESSION-EXIT
  END-IF.
  ADD 1 TO expressionSequence.
  PERFORM CLASSIFY-EXPRESSION THRU CLASSIFY-EXPRESSION-EXIT.
  IF isWorksheetLine THEN
    PERFORM EVALUATE-WORKSHEET-LINE THRU EVALUATE-WORKSHEET-LINE-EXIT
  ELSE
    MOVE SPACES TO inputString
    MOVE pendingExpression TO inputString
    CALL "STRING-CALCULATOR" USING inputString, calcResult,
      calcNegativeFlag, calcNumbersSummedCount
  END-IF.
  ADD 1 TO expressionsProcessedCount.
  IF calcNegativeRejected OR lineHasError THEN
    SET runHasWarnings TO TRUE
  END-IF.
  ADD calcResult TO grandTotal.
  MOVE resultDisplay TO outResult.
  MOVE calcNumbersSummedCount TO countDisplay.
  MOVE countDisplay TO outCount.
  IF isWorksheetLine AND assignmentTarget NOT = SPACES THEN
    MOVE FUNCTION UPPER-CASE(assignmentTarget) TO outName
  END-IF.
  IF lineHasError THEN
    ADD 1 TO errorLinesCount
    MOVE SPACES TO outResult
    MOVE "ERROR" TO outResult(8:5)
    MOVE lineErrorText TO outMessage
    DISPLAY "STRING-CALCULATOR-BATCH: WARNING - expression "
      expressionSequence " " FUNCTION TRIM(lineErrorText)
  END-IF.
  WRITE resultsFileRecord.

  PERFORM LOG-AUDIT-ENTRY THRU LOG-AUDIT-ENTRY-EXIT.
PROCESS-EXPRESSION-EXIT.
  EXIT.

CLASSIFY-EXPRESSION.
  MOVE 0 TO worksheetLineFlag.
  MOVE 0 TO lineErrorFlag.
  MOVE SPACES TO lineErrorText.
  MOVE SPACES TO assignmentTarget.
  MOVE SPACES TO scanText.
  IF pendingExpression(1:2) = "//" THEN
    GO TO CLASSIFY-EXPRESSION-EXIT
  END-IF.
  MOVE 0 TO equalsSignCount.
  INSPECT pendingExpression TALLYING equalsSignCount FOR ALL "=".
  IF equalsSignCount > 0 THEN
    SET isWorksheetLine TO TRUE
    MOVE 1 TO assignmentPointer
    UNSTRING pendingExpression DELIMITED BY "="
      INTO assignmentTarget
      WITH POINTER assignmentPointer
    END-UNSTRING
    MOVE FUNCTION TRIM(assignmentTarget) TO assignmentTarget
    IF assignmentPointer <= LENGTH OF pendingExpression THEN
      MOVE pendingExpression(assignmentPointer:) TO scanText
    END-IF
    PERFORM CHECK-ASSIGNMENT-NAME THRU CHECK-ASSIGNMENT-NAME-EXIT
    GO TO CLASSIFY-EXPRESSION-EXIT
  END-IF.
  MOVE pendingExpression TO scanText.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(scanText, TRAILING)) TO scanLength.
  PERFORM VARYING scanPointer FROM 1 BY 1
    UNTIL scanPointer > scanLength OR isWorksheetLine
    MOVE scanText(scanPointer:1) TO scanChar
    IF scanNameStart THEN
      SET isWorksheetLine TO TRUE
    END-IF
  END-PERFORM.
CLASSIFY-EXPRESSION-EXIT.
  EXIT.

CHECK-ASSIGNMENT-NAME.
  MOVE 0 TO assignmentNameValidFlag.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(assignmentTarget)) TO nameCheckLength.
  IF assignmentTarget = SPACES OR nameCheckLength > 30 THEN
    GO TO CHECK-ASSIGNMENT-NAME-EXIT
  END-IF.
  MOVE assignmentTarget(1:1) TO scanChar.
  IF NOT scanNameStart THEN
    GO TO CHECK-ASSIGNMENT-NAME-EXIT
  END-IF.
  SET assignmentNameIsValid TO TRUE.
  PERFORM VARYING nameCheckIdx FROM 1 BY 1
    UNTIL nameCheckIdx > nameCheckLength
    MOVE assignmentTarget(nameCheckIdx:1) TO scanChar
    IF NOT scanNameChar THEN
      MOVE 0 TO assignmentNameValidFlag
    END-IF
  END-PERFORM.
CHECK-ASSIGNMENT-NAME-EXIT.
  EXIT.

EVALUATE-WORKSHEET-LINE.
  MOVE 0 TO calcResult.
  MOVE 0 TO calcNegativeFlag.
  MOVE 0 TO calcNumbersSummedCount.
  MOVE 0 TO lineTargetIdx.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(scanText, TRAILING)) TO scanLength.
  IF assignmentTarget NOT = SPACES OR equalsSignCount > 0 THEN
    IF NOT assignmentNameIsValid OR equalsSignCount > 1 THEN
      SET lineHasError TO TRUE
      MOVE SPACES TO lineErrorText
      STRING "invalid assignment, expected NAME = expression"
          DELIMITED BY SIZE
        INTO lineErrorText
      GO TO EVALUATE-WORKSHEET-LINE-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE(assignmentTarget) TO tokenName
    PERFORM FIND-VARIABLE THRU FIND-VARIABLE-EXIT
    IF variableIdx = 0 THEN
      PERFORM ADD-VARIABLE THRU ADD-VARIABLE-EXIT
      IF variableIdx = 0 THEN
        SET lineHasError TO TRUE
        MOVE "too many named values, limit is 500" TO lineErrorText
        GO TO EVALUATE-WORKSHEET-LINE-EXIT
      END-IF
    END-IF
    MOVE variableIdx TO lineTargetIdx
    IF NOT vrResolved(lineTargetIdx) THEN
      SET vrResolving(lineTargetIdx) TO TRUE
    END-IF
  END-IF.
  IF scanText = SPACES THEN
    SET lineHasError TO TRUE
    MOVE "expression is empty" TO lineErrorText
  END-IF.
  MOVE 1 TO scanPointer.
  MOVE 0 TO buildModeFlag.
  PERFORM UNTIL scanPointer > scanLength OR lineHasError
    PERFORM NEXT-NAME-TOKEN THRU NEXT-NAME-TOKEN-EXIT
    IF tokenWasFound THEN
      PERFORM CHECK-LINE-REFERENCE THRU CHECK-LINE-REFERENCE-EXIT
    END-IF
  END-PERFORM.
  IF NOT lineHasError THEN
    PERFORM BUILD-FORMULA-INPUT THRU BUILD-FORMULA-INPUT-EXIT
    CALL "STRING-CALCULATOR-FORMULA" USING formulaInput, formulaResult,
      formulaNegativeFlag, formulaOperandCount, formulaErrorFlag
    IF formulaErrorFlag = 1 THEN
      SET lineHasError TO TRUE
      MOVE "expression did not evaluate" TO lineErrorText
    ELSE
      MOVE formulaResult TO calcResult
      MOVE formulaOperandCount TO calcNumbersSummedCount
    END-IF
  END-IF.
  IF lineHasError THEN
    MOVE 0 TO calcResult
    MOVE 0 TO calcNumbersSummedCount
  END-IF.
  IF lineTargetIdx > 0 THEN
    IF lineHasError THEN
      SET vrInError(lineTargetIdx) TO TRUE
      MOVE lineErrorText TO vrMessage(lineTargetIdx)
    ELSE
      SET vrResolved(lineTargetIdx) TO TRUE
      MOVE calcResult TO vrValue(lineTargetIdx)
      MOVE SPACES TO vrMessage(lineTargetIdx)
    END-IF
    MOVE SPACES TO vrOrigin(lineTargetIdx)
    STRING "expression " DELIMITED BY SIZE
      expressionSequence DELIMITED BY SIZE
      INTO vrOrigin(lineTargetIdx)
  END-IF.
EVALUATE-WORKSHEET-LINE-EXIT.
  EXIT.

CHECK-LINE-REFERENCE.
  PERFORM FIND-VARIABLE THRU FIND-VARIABLE-EXIT.
  MOVE SPACES TO lineErrorText.
  IF variableIdx = 0 THEN
    SET lineHasError TO TRUE
    STRING "undefined variable " DELIMITED BY SIZE
      FUNCTION TRIM(tokenName) DELIMITED BY SIZE
      INTO lineErrorText
    GO TO CHECK-LINE-REFERENCE-EXIT
  END-IF.
  IF vrResolving(variableIdx) THEN
    SET lineHasError TO TRUE
    STRING "circular reference " DELIMITED BY SIZE
      FUNCTION TRIM(tokenName) DELIMITED BY SIZE
      " -> " DELIMITED BY SIZE
      FUNCTION TRIM(tokenName) DELIMITED BY SIZE
      INTO lineErrorText
    GO TO CHECK-LINE-REFERENCE-EXIT
  END-IF.
  IF vrInError(variableIdx) THEN
    SET lineHasError TO TRUE
    PERFORM SET-VARIABLE-IN-ERROR-TEXT
    GO TO CHECK-LINE-REFERENCE-EXIT
  END-IF.
  IF vrUnresolved(variableIdx) THEN
    MOVE scanText TO savedScanText
    MOVE scanLength TO savedScanLength
    MOVE scanPointer TO savedScanPointer
    PERFORM RESOLVE-VARIABLE THRU RESOLVE-VARIABLE-EXIT
    MOVE savedScanText TO scanText
    MOVE savedScanLength TO scanLength
    MOVE savedScanPointer TO scanPointer
  END-IF.
  IF vrInError(variableIdx) THEN
    SET lineHasError TO TRUE
    MOVE vrMessage(variableIdx) TO lineErrorText
  END-IF.
CHECK-LINE-REFERENCE-EXIT.
  EXIT.

RESOLVE-VARIABLE.
  MOVE variableIdx TO referenceIdx.
  MOVE 1 TO resolveTop.
  MOVE referenceIdx TO resolveStackIdx(1).
  SET vrResolving(referenceIdx) TO TRUE.
  PERFORM RESOLVE-STACK-TOP THRU RESOLVE-STACK-TOP-EXIT
    UNTIL resolveTop = 0.
  MOVE referenceIdx TO variableIdx.
RESOLVE-VARIABLE-EXIT.
  EXIT.

RESOLVE-STACK-TOP.
  MOVE resolveStackIdx(resolveTop) TO resolveIdx.
  MOVE 0 TO resolvePendingIdx.
  MOVE 0 TO resolveFailedFlag.
  MOVE SPACES TO scanText.
  MOVE vrFormula(resolveIdx) TO scanText.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(scanText, TRAILING)) TO scanLength.
  MOVE 1 TO scanPointer.
  MOVE 0 TO buildModeFlag.
  PERFORM UNTIL scanPointer > scanLength OR resolvePendingIdx > 0
      OR resolveHasFailed
    PERFORM NEXT-NAME-TOKEN THRU NEXT-NAME-TOKEN-EXIT
    IF tokenWasFound THEN
      PERFORM CHECK-STACK-REFERENCE THRU CHECK-STACK-REFERENCE-EXIT
    END-IF
  END-PERFORM.
  IF resolveHasFailed THEN
    GO TO RESOLVE-STACK-TOP-EXIT
  END-IF.
  IF resolvePendingIdx > 0 THEN
    ADD 1 TO resolveTop
    MOVE resolvePendingIdx TO resolveStackIdx(resolveTop)
    SET vrResolving(resolvePendingIdx) TO TRUE
    GO TO RESOLVE-STACK-TOP-EXIT
  END-IF.
  PERFORM BUILD-FORMULA-INPUT THRU BUILD-FORMULA-INPUT-EXIT.
  CALL "STRING-CALCULATOR-FORMULA" USING formulaInput, formulaResult,
    formulaNegativeFlag, formulaOperandCount, formulaErrorFlag.
  IF formulaErrorFlag = 1 THEN
    MOVE SPACES TO lineErrorText
    STRING "formula for " DELIMITED BY SIZE
      FUNCTION TRIM(vrName(resolveIdx)) DELIMITED BY SIZE
      " did not evaluate" DELIMITED BY SIZE
      INTO lineErrorText
    PERFORM FAIL-RESOLVE-STACK
    GO TO RESOLVE-STACK-TOP-EXIT
  END-IF.
  SET vrResolved(resolveIdx) TO TRUE.
  MOVE formulaResult TO vrValue(resolveIdx).
  SUBTRACT 1 FROM resolveTop.
RESOLVE-STACK-TOP-EXIT.
  EXIT.

CHECK-STACK-REFERENCE.
  PERFORM FIND-VARIABLE THRU FIND-VARIABLE-EXIT.
  MOVE SPACES TO lineErrorText.
  EVALUATE TRUE
    WHEN variableIdx = 0
      STRING "undefined variable " DELIMITED BY SIZE
        FUNCTION TRIM(tokenName) DELIMITED BY SIZE
        INTO lineErrorText
      PERFORM FAIL-RESOLVE-STACK
    WHEN vrInError(variableIdx)
      PERFORM SET-VARIABLE-IN-ERROR-TEXT
      PERFORM FAIL-RESOLVE-STACK
    WHEN vrResolving(variableIdx)
      PERFORM BUILD-CYCLE-PATH
      PERFORM FAIL-RESOLVE-STACK
    WHEN vrUnresolved(variableIdx)
      IF resolveTop >= 500 THEN
        MOVE "references nested too deeply" TO lineErrorText
        PERFORM FAIL-RESOLVE-STACK
      ELSE
        MOVE variableIdx TO resolvePendingIdx
      END-IF
    WHEN OTHER
      CONTINUE
  END-EVALUATE.
CHECK-STACK-REFERENCE-EXIT.
  EXIT.

SET-VARIABLE-IN-ERROR-TEXT.
  MOVE SPACES TO lineErrorText.
  STRING "variable " DELIMITED BY SIZE
    FUNCTION TRIM(tokenName) DELIMITED BY SIZE
    " is in error" DELIMITED BY SIZE
    INTO lineErrorText.

BUILD-CYCLE-PATH.
  MOVE SPACES TO cyclePathText.
  MOVE 1 TO cyclePathPointer.
  IF variableIdx = lineTargetIdx THEN
    STRING FUNCTION TRIM(vrName(lineTargetIdx)) DELIMITED BY SIZE
      " -> " DELIMITED BY SIZE
      INTO cyclePathText WITH POINTER cyclePathPointer
    END-STRING
  END-IF.
  PERFORM VARYING vrIdx FROM 1 BY 1 UNTIL vrIdx > resolveTop
    STRING FUNCTION TRIM(vrName(resolveStackIdx(vrIdx))) DELIMITED BY SIZE
      " -> " DELIMITED BY SIZE
      INTO cyclePathText WITH POINTER cyclePathPointer
    END-STRING
  END-PERFORM.
  STRING FUNCTION TRIM(tokenName) DELIMITED BY SIZE
    INTO cyclePathText WITH POINTER cyclePathPointer
  END-STRING.
  STRING "circular reference " DELIMITED BY SIZE
    cyclePathText DELIMITED BY SIZE
    INTO lineErrorText.

FAIL-RESOLVE-STACK.
  SET resolveHasFailed TO TRUE.
  PERFORM VARYING vrIdx FROM 1 BY 1 UNTIL vrIdx > resolveTop
    SET vrInError(resolveStackIdx(vrIdx)) TO TRUE
    MOVE lineErrorText TO vrMessage(resolveStackIdx(vrIdx))
  END-PERFORM.
  MOVE 0 TO resolveTop.

BUILD-FORMULA-INPUT.
  MOVE SPACES TO formulaInput.
  MOVE 1 TO buildPointer.
  MOVE 1 TO scanPointer.
  SET isBuildMode TO TRUE.
  PERFORM UNTIL scanPointer > scanLength
    PERFORM NEXT-NAME-TOKEN THRU NEXT-NAME-TOKEN-EXIT
    IF tokenWasFound THEN
      PERFORM FIND-VARIABLE THRU FIND-VARIABLE-EXIT
      MOVE vrValue(variableIdx) TO variableValueText
      STRING "(" DELIMITED BY SIZE
        FUNCTION TRIM(variableValueText) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO formulaInput WITH POINTER buildPointer
      END-STRING
    END-IF
  END-PERFORM.
  MOVE 0 TO buildModeFlag.
BUILD-FORMULA-INPUT-EXIT.
  EXIT.

NEXT-NAME-TOKEN.
  MOVE 0 TO tokenFoundFlag.
  PERFORM UNTIL scanPointer > scanLength OR tokenWasFound
    MOVE scanText(scanPointer:1) TO scanChar
    IF scanNameStart THEN
      MOVE scanPointer TO tokenStart
      PERFORM UNTIL scanPointer > scanLength OR NOT scanNameChar
        ADD 1 TO scanPointer
        IF scanPointer <= scanLength THEN
          MOVE scanText(scanPointer:1) TO scanChar
        END-IF
      END-PERFORM
      MOVE SPACES TO tokenName
      MOVE FUNCTION UPPER-CASE(
          scanText(tokenStart:scanPointer - tokenStart)) TO tokenName
      SET tokenWasFound TO TRUE
    ELSE
      IF isBuildMode THEN
        STRING scanChar DELIMITED BY SIZE
          INTO formulaInput WITH POINTER buildPointer
        END-STRING
      END-IF
      ADD 1 TO scanPointer
    END-IF
  END-PERFORM.
NEXT-NAME-TOKEN-EXIT.
  EXIT.

FIND-VARIABLE.
  MOVE 0 TO variableIdx.
  PERFORM VARYING vrIdx FROM 1 BY 1
    UNTIL vrIdx > variableCount OR variableIdx > 0
    IF vrName(vrIdx) = tokenName THEN
      MOVE vrIdx TO variableIdx
    END-IF
  END-PERFORM.
FIND-VARIABLE-EXIT.
  EXIT.

ADD-VARIABLE.
  MOVE 0 TO variableIdx.
  IF variableCount >= 500 THEN
    GO TO ADD-VARIABLE-EXIT
  END-IF.
  ADD 1 TO variableCount.
  MOVE variableCount TO variableIdx.
  MOVE tokenName TO vrName(variableIdx).
  SET vrUnresolved(variableIdx) TO TRUE.
  MOVE 0 TO vrValue(variableIdx).
  MOVE SPACES TO vrFormula(variableIdx).
  MOVE SPACES TO vrOrigin(variableIdx).
  MOVE SPACES TO vrMessage(variableIdx).
ADD-VARIABLE-EXIT.
  EXIT.

LOAD-VARIABLES-FILE.
  OPEN INPUT variablesFile.
  IF variablesFileStatus NOT = "00" THEN
    DISPLAY "STRING-CALCULATOR-BATCH: job NOT started - unable to open "
      "variables file " FUNCTION TRIM(variablesFileName)
      ", status=" variablesFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  PERFORM UNTIL endOfVariables
    READ variablesFile
      AT END SET endOfVariables TO TRUE
      NOT AT END
        ADD 1 TO variablesLineNumber
        PERFORM LOAD-ONE-VARIABLE THRU LOAD-ONE-VARIABLE-EXIT
    END-READ
  END-PERFORM.
  CLOSE variablesFile.
  DISPLAY "STRING-CALCULATOR-BATCH: " variableCount
    " named value(s) loaded from " FUNCTION TRIM(variablesFileName).
LOAD-VARIABLES-FILE-EXIT.
  EXIT.

LOAD-ONE-VARIABLE.
  IF variablesFileRecord = SPACES OR variablesFileRecord(1:1) = "#" THEN
    GO TO LOAD-ONE-VARIABLE-EXIT
  END-IF.
  MOVE SPACES TO assignmentTarget.
  MOVE 0 TO equalsSignCount.
  INSPECT variablesFileRecord TALLYING equalsSignCount FOR ALL "=".
  MOVE 1 TO assignmentPointer.
  UNSTRING variablesFileRecord DELIMITED BY "="
    INTO assignmentTarget
    WITH POINTER assignmentPointer
  END-UNSTRING.
  MOVE FUNCTION TRIM(assignmentTarget) TO assignmentTarget.
  PERFORM CHECK-ASSIGNMENT-NAME THRU CHECK-ASSIGNMENT-NAME-EXIT.
  IF equalsSignCount NOT = 1 OR NOT assignmentNameIsValid
      OR variablesFileRecord(assignmentPointer:) = SPACES THEN
    DISPLAY "STRING-CALCULATOR-BATCH: WARNING - variables line "
      variablesLineNumber " rejected, expected NAME = expression: "
      FUNCTION TRIM(variablesFileRecord)
    SET runHasWarnings TO TRUE
    GO TO LOAD-ONE-VARIABLE-EXIT
  END-IF.
  MOVE FUNCTION UPPER-CASE(assignmentTarget) TO tokenName.
  PERFORM FIND-VARIABLE THRU FIND-VARIABLE-EXIT.
  IF variableIdx > 0 THEN
    DISPLAY "STRING-CALCULATOR-BATCH: WARNING - variables line "
      variablesLineNumber " redefines " FUNCTION TRIM(tokenName)
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM ADD-VARIABLE THRU ADD-VARIABLE-EXIT
    IF variableIdx = 0 THEN
      DISPLAY "STRING-CALCULATOR-BATCH: WARNING - variables line "
        variablesLineNumber " ignored, limit is 500 named values"
      SET runHasWarnings TO TRUE
      GO TO LOAD-ONE-VARIABLE-EXIT
    END-IF
  END-IF.
  MOVE variablesFileRecord(assignmentPointer:) TO vrFormula(variableIdx).
  MOVE FUNCTION TRIM(vrFormula(variableIdx)) TO vrFormula(variableIdx).
  SET vrUnresolved(variableIdx) TO TRUE.
  MOVE SPACES TO vrOrigin(variableIdx).
  STRING "variables line " DELIMITED BY SIZE
    variablesLineNumber DELIMITED BY SIZE
    INTO vrOrigin(variableIdx).
LOAD-ONE-VARIABLE-EXIT.
  EXIT.

WRITE-NAMED-VALUES.
  MOVE 0 TO lineTargetIdx.
  PERFORM VARYING variableIdx FROM 1 BY 1 UNTIL variableIdx > variableCount
    IF vrUnresolved(variableIdx) THEN
      MOVE variableIdx TO referenceIdx
      PERFORM RESOLVE-VARIABLE THRU RESOLVE-VARIABLE-EXIT
      MOVE referenceIdx TO variableIdx
    END-IF
    MOVE SPACES TO resultsFileRecord
    MOVE 0 TO outSequence
    MOVE vrName(variableIdx) TO outName
    IF vrResolved(variableIdx) THEN
      MOVE vrValue(variableIdx) TO resultDisplay
      MOVE resultDisplay TO outResult
      STRING "final value, set by " DELIMITED BY SIZE
        FUNCTION TRIM(vrOrigin(variableIdx)) DELIMITED BY SIZE
        INTO outMessage
    ELSE
      MOVE "ERROR" TO outResult(8:5)
      MOVE vrMessage(variableIdx) TO outMessage
      IF vrOrigin(variableIdx)(1:10) = "variables " THEN
        DISPLAY "STRING-CALCULATOR-BATCH: WARNING - "
          FUNCTION TRIM(vrOrigin(variableIdx)) " "
          FUNCTION TRIM(vrName(variableIdx)) ": "
          FUNCTION TRIM(vrMessage(variableIdx))
        SET runHasWarnings TO TRUE
      END-IF
    END-IF
    WRITE resultsFileRecord
  END-PERFORM.
WRITE-NAMED-VALUES-EXIT.
  EXIT.

LOG-AUDIT-ENTRY.
  OPEN EXTEND auditFile
  IF auditFileStatus NOT = "00" AND auditFileStatus NOT = "05" THEN
