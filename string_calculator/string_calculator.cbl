    01 inFraction      PIC 9.
    01 detailModePending PIC 9 VALUE 0.
      88 isDetailMode VALUE 1.
    01 formulaModePending PIC 9 VALUE 0.
      88 isFormulaMode VALUE 1.
    01 formulaErrorFound PIC 9 VALUE 0.
    01 rejectedMagnitude PIC S9(8)V99.

    01 ValueStack.
    01 rejectedNumbersCount PIC 9(3).
    01 RejectedNumbersTable.
      02 rejectedNumberEntry PIC S9(8)V99 OCCURS 50 TIMES.
    01 formulaErrorFlag   PIC 9.
      88 formulaIsMalformed VALUE 1.

PROCEDURE DIVISION USING inputString, result, negativeNumberFlag,
    numbersSummedCount.
  MOVE 0 TO detailModePending
  MOVE 0 TO formulaModePending
  PERFORM ParseAndSum.
  GOBACK.

      negativeNumberFlag, numbersSummedCount,
      BY REFERENCE rejectedNumbersCount, BY REFERENCE RejectedNumbersTable
  MOVE 1 TO detailModePending
  MOVE 0 TO formulaModePending
  MOVE 0 TO rejectedNumbersCount
  PERFORM ParseAndSum.
  GOBACK.

  ENTRY "STRING-CALCULATOR-FORMULA" USING inputString, result,
      negativeNumberFlag, numbersSummedCount,
      BY REFERENCE formulaErrorFlag
  MOVE 0 TO detailModePending
  MOVE 1 TO formulaModePending
  PERFORM ParseAndSum.
  IF valueTop NOT = 1 OR haveLeftOperand = 0
    MOVE 1 TO formulaErrorFound
  END-IF
  MOVE formulaErrorFound TO formulaErrorFlag
  MOVE 0 TO formulaModePending
  GOBACK.

ParseAndSum.
  MOVE 0 TO result
  MOVE 0 TO rawDigits
  MOVE 0 TO opTop
  MOVE 0 TO haveLeftOperand
  MOVE 0 TO declaredDelimiterCount
  MOVE 0 TO formulaErrorFound
  MOVE 1 TO startPointer
  IF inputString(1:2) = "//" AND NOT isFormulaMode
    PERFORM parseDelimiterHeader
  END-IF
  PERFORM VARYING stringPointer FROM startPointer BY 1 UNTIL stringPointer > LENGTH OF inputString
        ELSE
        EVALUATE currentChar
          WHEN "("
            IF isFormulaMode
                AND (haveLeftOperand = 1 OR negativePending = 1)
              MOVE 1 TO formulaErrorFound
            END-IF
            PERFORM pushOpenParen
          WHEN ")"
            IF isFormulaMode AND haveLeftOperand = 0
              MOVE 1 TO formulaErrorFound
            END-IF
            PERFORM applyUntilOpenParen
          WHEN "-"
            IF haveLeftOperand = 1
            IF haveLeftOperand = 1
              MOVE "*" TO newOpChar
              PERFORM pushBinaryOperator
            ELSE
              IF isFormulaMode
                MOVE 1 TO formulaErrorFound
              END-IF
            END-IF
          WHEN " "
            IF haveLeftOperand = 1 AND NOT isFormulaMode
              MOVE "+" TO newOpChar
              PERFORM pushBinaryOperator
            END-IF
          WHEN OTHER
            IF isFormulaMode AND currentChar NOT = "+"
              MOVE 1 TO formulaErrorFound
            END-IF
            IF haveLeftOperand = 1
              MOVE "+" TO newOpChar
              PERFORM pushBinaryOperator
            ELSE
              IF isFormulaMode
                MOVE 1 TO formulaErrorFound
              END-IF
            END-IF
        END-EVALUATE
        END-IF
  COMPUTE scaleFactor = 10 ** fracDigitCount
  COMPUTE scaledAddend ROUNDED = rawDigits / scaleFactor
  MOVE 0 TO operandValue
  IF isFormulaMode
    IF haveLeftOperand = 1
      MOVE 1 TO formulaErrorFound
    END-IF
    IF negativePending = 1
      COMPUTE operandValue = 0 - scaledAddend
    ELSE
      MOVE scaledAddend TO operandValue
    END-IF
    ADD 1 TO numbersSummedCount
  ELSE
  IF negativePending = 1
    SET negativeNumberRejected TO TRUE
    IF isDetailMode AND rejectedNumbersCount < 50
      ADD 1 TO numbersSummedCount
    END-IF
  END-IF
  END-IF
  IF valueTop < 50
    ADD 1 TO valueTop
    MOVE operandValue TO stackValue(valueTop)
  ELSE
    MOVE 1 TO formulaErrorFound
  END-IF
  MOVE 1 TO haveLeftOperand
  MOVE 0 TO rawDigits
  MOVE 0 TO operatorScanDone
  PERFORM UNTIL operatorScanDone = 1
    IF opTop = 0
      MOVE 1 TO formulaErrorFound
      MOVE 1 TO operatorScanDone
    ELSE
      IF stackOp(opTop) = "("
applyRemainingOperators.
  PERFORM UNTIL opTop = 0
    IF stackOp(opTop) = "("
      MOVE 1 TO formulaErrorFound
      SUBTRACT 1 FROM opTop
    ELSE
      PERFORM applyTopOperator
      WHEN "+" COMPUTE opResult = leftOperand + rightOperand
      WHEN "-" COMPUTE opResult = leftOperand - rightOperand
      WHEN "*" COMPUTE opResult ROUNDED = leftOperand * rightOperand
        ON SIZE ERROR MOVE 1 TO formulaErrorFound
        END-COMPUTE
    END-EVALUATE
    MOVE opResult TO stackValue(valueTop)
  ELSE
    MOVE 1 TO formulaErrorFound
  END-IF
  .
