IDENTIFICATION DIVISION.
PROGRAM-ID. ID-MASK.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL MaskPolicyFile ASSIGN TO maskPolicyFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS maskPolicyFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD MaskPolicyFile.
    01 maskPolicyRecord PIC X(120).

  WORKING-STORAGE SECTION.
    01 maskPolicyFileName PIC X(256) VALUE SPACES.
    01 maskPolicyFileStatus PIC XX VALUE "00".
    01 maskPolicyEofFlag PIC 9 VALUE 0.
      88 endOfMaskPolicy VALUE 1.
    01 maskPolicyLoadedFlag PIC 9 VALUE 0.
      88 maskPolicyIsLoaded VALUE 1.

    01 MaskPolicyTable.
      02 MaskPolicyEntry OCCURS 200 TIMES.
        03 mpOutput PIC X(20).
        03 mpField PIC X(20).
        03 mpRule PIC X(10).
    01 maskPolicyCount PIC 9(4) VALUE 0.
    01 mpIdx PIC 9(4).
    01 pseudonymKey PIC X(60) VALUE SPACES.

    01 policyOutputPart PIC X(60).
    01 policyFieldPart PIC X(60).
    01 policyRulePart PIC X(60).

    01 matchedRule PIC X(10).
    01 matchedRank PIC 9.
    01 candidateRank PIC 9.

    01 maskValueText PIC X(100).
    01 maskValueLength PIC 9(3).
    01 keepCount PIC 9(3).
    01 maskCharIdx PIC 9(3).

    01 hashText PIC X(200).
    01 hashLength PIC 9(3).
    01 hashIdx PIC 9(3).
    01 hashValue PIC 9(13).
    01 hashDigits PIC 9(10).
    01 pseudonymPrefix PIC X(3).

  LINKAGE SECTION.
    01 maskOutputArg PIC X(20).
    01 maskFieldArg PIC X(20).
    01 maskValueArg PIC X(100).
    01 maskResultArg PIC X(100).

PROCEDURE DIVISION USING maskOutputArg, maskFieldArg, maskValueArg,
    maskResultArg.

MaskIdentifier.
  IF NOT maskPolicyIsLoaded THEN
    PERFORM LoadMaskPolicy
  END-IF.
  MOVE maskValueArg TO maskResultArg.
  IF maskValueArg = SPACES THEN
    GOBACK
  END-IF.
  PERFORM FindMaskRule.
  MOVE FUNCTION TRIM(maskValueArg) TO maskValueText.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(maskValueArg)) TO maskValueLength.
  MOVE 0 TO keepCount.

  EVALUATE TRUE
    WHEN matchedRule = "FULL"
      CONTINUE
    WHEN matchedRule = "PSEUDO"
      PERFORM BuildPseudonym
    WHEN matchedRule(1:4) = "LAST" AND matchedRule(5:1) IS NUMERIC
        AND matchedRule(6:5) = SPACES
      MOVE matchedRule(5:1) TO keepCount
      PERFORM MaskAllButLast
    WHEN matchedRule(1:5) = "FIRST" AND matchedRule(6:1) IS NUMERIC
        AND matchedRule(7:4) = SPACES
      MOVE matchedRule(6:1) TO keepCount
      PERFORM MaskAllButFirst
    WHEN OTHER
      MOVE 0 TO keepCount
      PERFORM MaskAllButLast
  END-EVALUATE.
  GOBACK.

FindMaskRule.
  MOVE "FULL" TO matchedRule.
  MOVE 0 TO matchedRank.
  PERFORM VARYING mpIdx FROM 1 BY 1 UNTIL mpIdx > maskPolicyCount
    MOVE 0 TO candidateRank
    IF mpOutput(mpIdx) = maskOutputArg THEN
      IF mpField(mpIdx) = maskFieldArg THEN
        MOVE 4 TO candidateRank
      END-IF
      IF mpField(mpIdx) = "*" THEN
        MOVE 3 TO candidateRank
      END-IF
    END-IF
    IF mpOutput(mpIdx) = "*" THEN
      IF mpField(mpIdx) = maskFieldArg THEN
        MOVE 2 TO candidateRank
      END-IF
      IF mpField(mpIdx) = "*" THEN
        MOVE 1 TO candidateRank
      END-IF
    END-IF
    IF candidateRank > matchedRank THEN
      MOVE candidateRank TO matchedRank
      MOVE mpRule(mpIdx) TO matchedRule
    END-IF
  END-PERFORM.

MaskAllButLast.
  MOVE maskValueText TO maskResultArg.
  IF maskValueLength <= keepCount THEN
    MOVE 0 TO keepCount
  END-IF.
  PERFORM VARYING maskCharIdx FROM 1 BY 1
    UNTIL maskCharIdx > maskValueLength - keepCount
    MOVE '*' TO maskResultArg(maskCharIdx:1)
  END-PERFORM.

MaskAllButFirst.
  MOVE maskValueText TO maskResultArg.
  IF maskValueLength <= keepCount THEN
    MOVE 0 TO keepCount
  END-IF.
  PERFORM VARYING maskCharIdx FROM 1 BY 1
    UNTIL maskCharIdx > maskValueLength
    IF maskCharIdx > keepCount THEN
      MOVE '*' TO maskResultArg(maskCharIdx:1)
    END-IF
  END-PERFORM.

BuildPseudonym.
  MOVE SPACES TO hashText.
  STRING FUNCTION TRIM(pseudonymKey) DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    FUNCTION TRIM(maskFieldArg) DELIMITED BY SIZE
    "|" DELIMITED BY SIZE
    FUNCTION UPPER-CASE(maskValueText(1:maskValueLength))
      DELIMITED BY SIZE
    INTO hashText
  END-STRING.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(hashText, TRAILING)) TO hashLength.
  MOVE 0 TO hashValue.
  PERFORM VARYING hashIdx FROM 1 BY 1 UNTIL hashIdx > hashLength
    COMPUTE hashValue = FUNCTION MOD(hashValue * 131
      + FUNCTION ORD(hashText(hashIdx:1)), 9999999967)
  END-PERFORM.
  MOVE hashValue TO hashDigits.
  EVALUATE maskFieldArg
    WHEN "CUSTOMER-ID"
      MOVE "CID" TO pseudonymPrefix
    WHEN "CUSTOMER-NAME"
      MOVE "CNM" TO pseudonymPrefix
    WHEN "EMPLOYEE-NAME"
      MOVE "EMP" TO pseudonymPrefix
    WHEN OTHER
      MOVE "ID" TO pseudonymPrefix
  END-EVALUATE.
  MOVE SPACES TO maskResultArg.
  STRING FUNCTION TRIM(pseudonymPrefix) DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    hashDigits DELIMITED BY SIZE
    INTO maskResultArg
  END-STRING.

LoadMaskPolicy.
  SET maskPolicyIsLoaded TO TRUE.
  ACCEPT maskPolicyFileName FROM ENVIRONMENT "ID_MASK_POLICY"
    ON EXCEPTION MOVE SPACES TO maskPolicyFileName
  END-ACCEPT.
  IF maskPolicyFileName = SPACES THEN
    MOVE "id_mask_policy.dat" TO maskPolicyFileName
  END-IF.
  MOVE 0 TO maskPolicyCount.
  MOVE 0 TO maskPolicyEofFlag.
  OPEN INPUT MaskPolicyFile.
  IF maskPolicyFileStatus NOT = "00" THEN
    SET endOfMaskPolicy TO TRUE
  END-IF.
  PERFORM UNTIL endOfMaskPolicy
    READ MaskPolicyFile
      AT END SET endOfMaskPolicy TO TRUE
      NOT AT END PERFORM LoadOneMaskPolicyLine
    END-READ
  END-PERFORM.
  CLOSE MaskPolicyFile.

LoadOneMaskPolicyLine.
  IF maskPolicyRecord = SPACES OR maskPolicyRecord(1:1) = '#' THEN
    CONTINUE
  ELSE
    MOVE SPACES TO policyOutputPart policyFieldPart policyRulePart
    UNSTRING maskPolicyRecord DELIMITED BY ','
      INTO policyOutputPart, policyFieldPart, policyRulePart
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(policyOutputPart))
      TO policyOutputPart
    IF policyOutputPart = "PSEUDONYM-KEY" THEN
      MOVE FUNCTION TRIM(policyFieldPart) TO pseudonymKey
    ELSE
      IF maskPolicyCount < 200 THEN
        ADD 1 TO maskPolicyCount
        MOVE policyOutputPart TO mpOutput(maskPolicyCount)
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(policyFieldPart))
          TO mpField(maskPolicyCount)
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(policyRulePart))
          TO mpRule(maskPolicyCount)
      END-IF
    END-IF
  END-IF.
