    01 RejectedNumbersTable.
      02 rejectedNumberEntry PIC S9(8)V99 OCCURS 50 TIMES.

*> add routine formula parameters
    01 formulaErrorFlag PIC 9.

*> test working storage
    01 expectedResult       PIC S9(8)V99.
    01 expectedNegativeFlag PIC 9 VALUE 0.
    01 expectedRejectedCount PIC 9(3).
    01 expectedRejected1    PIC S9(8)V99.
    01 expectedRejected2    PIC S9(8)V99.
    01 expectedFormulaError PIC 9 VALUE 0.

PROCEDURE DIVISION.

  PERFORM "testAdd".
  MOVE 0 TO expectedNegativeFlag.

*> formula mode keeps operands over 1000
  MOVE "12*1250.50-100+35" TO inputString.
  MOVE 14941 TO expectedResult.
  MOVE 4 TO expectedCount.
  PERFORM "testFormula".

*> formula mode accepts a bracketed negative operand
  MOVE "(3 * 10) + (-4.25)" TO inputString.
  MOVE 25.75 TO expectedResult.
  MOVE 3 TO expectedCount.
  PERFORM "testFormula".

*> an unbalanced parenthesis is a malformed formula
  MOVE "(2+3*4" TO inputString.
  MOVE 14 TO expectedResult.
  MOVE 3 TO expectedCount.
  MOVE 1 TO expectedFormulaError.
  PERFORM "testFormula".

*> a trailing operator is a malformed formula
  MOVE "2*" TO inputString.
  MOVE 2 TO expectedResult.
  MOVE 1 TO expectedCount.
  PERFORM "testFormula".

*> a letter left in the formula is malformed
  MOVE "2*qty" TO inputString.
  MOVE 2 TO expectedResult.
  MOVE 1 TO expectedCount.
  PERFORM "testFormula".
  MOVE 0 TO expectedFormulaError.

  DISPLAY SPACE.
  GOBACK.

      ", count " numbersSummedCount ", rejected " rejectedNumbersCount
      ": " rejectedNumberEntry(1) " " rejectedNumberEntry(2) ")"
  END-IF.

testFormula.
  CALL "STRING-CALCULATOR-FORMULA" USING inputString, result,
    negativeNumberFlag, numbersSummedCount, formulaErrorFlag.
  IF result = expectedResult AND formulaErrorFlag = expectedFormulaError
      AND numbersSummedCount = expectedCount THEN
    DISPLAY "." WITH NO ADVANCING
  ELSE
    DISPLAY SPACE
    DISPLAY "Expected " expectedResult " (formulaError "
      expectedFormulaError ", count " expectedCount ")"
      " but was " result " (formulaError " formulaErrorFlag
      ", count " numbersSummedCount ")"
  END-IF.
