IDENTIFICATION DIVISION.
PROGRAM-ID. MATCH-UTIL.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT FirstFile ASSIGN TO firstFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS firstFileOpenStatus.

      SELECT SecondFile ASSIGN TO secondFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS secondFileOpenStatus.

      SELECT MatchedFile ASSIGN TO matchedFileName
      ORGANIZATION IS LINE SEQUENTIAL.

      SELECT FirstOnlyFile ASSIGN TO firstOnlyFileName
      ORGANIZATION IS LINE SEQUENTIAL.

      SELECT SecondOnlyFile ASSIGN TO secondOnlyFileName
      ORGANIZATION IS LINE SEQUENTIAL.

      SELECT ExceptionFile ASSIGN TO exceptionFileName
      ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
  FILE SECTION.

    FD FirstFile
    RECORD IS VARYING IN SIZE DEPENDING ON firstLineLength.
    01 firstFileRecord PIC X(500).

    FD SecondFile
    RECORD IS VARYING IN SIZE DEPENDING ON secondLineLength.
    01 secondFileRecord PIC X(500).

    FD MatchedFile.
    01 matchedFileRecord PIC X(1001).

    FD FirstOnlyFile.
    01 firstOnlyFileRecord PIC X(500).

    FD SecondOnlyFile.
    01 secondOnlyFileRecord PIC X(500).

    FD ExceptionFile.
    01 exceptionFileRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 firstFileName PIC X(256).
    01 firstFileOpenStatus PIC XX VALUE "00".
    01 firstLineLength PIC 9(4).
    01 firstEofFlag PIC 9 VALUE 0.
      88 endOfFirstFile VALUE 1.

    01 secondFileName PIC X(256).
    01 secondFileOpenStatus PIC XX VALUE "00".
    01 secondLineLength PIC 9(4).
    01 secondEofFlag PIC 9 VALUE 0.
      88 endOfSecondFile VALUE 1.

    01 outputPrefix PIC X(256).
    01 matchedFileName PIC X(270).
    01 firstOnlyFileName PIC X(270).
    01 secondOnlyFileName PIC X(270).
    01 exceptionFileName PIC X(270).

    01 firstKeySpecArg PIC X(30).
    01 secondKeySpecArg PIC X(30).
    01 keySpecText PIC X(30).
    01 keyPosPart PIC X(6).
    01 keyLenPart PIC X(6).
    01 parsedKeyPosition PIC 9(4).
    01 parsedKeyLength PIC 9(4).

    01 firstKeyPosition PIC 9(4).
    01 firstKeyLength PIC 9(4).
    01 secondKeyPosition PIC 9(4).
    01 secondKeyLength PIC 9(4).

    01 firstKey PIC X(60).
    01 secondKey PIC X(60).
    01 previousFirstKey PIC X(60) VALUE LOW-VALUES.
    01 previousSecondKey PIC X(60) VALUE LOW-VALUES.
    01 lastMatchedKey PIC X(60) VALUE LOW-VALUES.

    01 firstRecordText PIC X(500).
    01 firstRecordLength PIC 9(4).
    01 secondRecordText PIC X(500).
    01 secondRecordLength PIC 9(4).
    01 lastMatchedFirstText PIC X(500).
    01 lastMatchedFirstLength PIC 9(4).
    01 pairFirstText PIC X(500).
    01 pairFirstLength PIC 9(4).
    01 secondMatchedFlag PIC 9 VALUE 0.
      88 secondRecordMatched VALUE 1.

    01 keyFieldWork PIC X(60).
    01 keyAvailLength PIC 9(4).
    01 recordAcceptedFlag PIC 9 VALUE 0.
      88 recordInSequence VALUE 1.
    01 matchPointer PIC 9(4).

    01 firstReadCount PIC 9(9) VALUE 0.
    01 secondReadCount PIC 9(9) VALUE 0.
    01 matchedCount PIC 9(9) VALUE 0.
    01 firstOnlyCount PIC 9(9) VALUE 0.
    01 secondOnlyCount PIC 9(9) VALUE 0.
    01 firstDuplicateCount PIC 9(9) VALUE 0.
    01 secondDuplicateCount PIC 9(9) VALUE 0.
    01 firstSequenceCount PIC 9(9) VALUE 0.
    01 secondSequenceCount PIC 9(9) VALUE 0.

PROCEDURE DIVISION.

Main SECTION.
  ACCEPT firstFileName FROM ARGUMENT-VALUE.
  ACCEPT secondFileName FROM ARGUMENT-VALUE.
  ACCEPT firstKeySpecArg FROM ARGUMENT-VALUE.
  ACCEPT secondKeySpecArg FROM ARGUMENT-VALUE.
  ACCEPT outputPrefix FROM ARGUMENT-VALUE.
  IF secondKeySpecArg = SPACES THEN
    MOVE firstKeySpecArg TO secondKeySpecArg
  END-IF.
  IF outputPrefix = SPACES THEN
    MOVE firstFileName TO outputPrefix
  END-IF.

  DISPLAY "MATCH-UTIL: job started " FUNCTION CURRENT-DATE(1:14)
    " first=" FUNCTION TRIM(firstFileName)
    " second=" FUNCTION TRIM(secondFileName)
    " keys=" FUNCTION TRIM(firstKeySpecArg)
    "/" FUNCTION TRIM(secondKeySpecArg).

  MOVE firstKeySpecArg TO keySpecText.
  PERFORM ParseKeySpecification.
  MOVE parsedKeyPosition TO firstKeyPosition.
  MOVE parsedKeyLength TO firstKeyLength.
  MOVE secondKeySpecArg TO keySpecText.
  PERFORM ParseKeySpecification.
  MOVE parsedKeyPosition TO secondKeyPosition.
  MOVE parsedKeyLength TO secondKeyLength.
  IF firstKeyLength = 0 OR secondKeyLength = 0 THEN
    DISPLAY "MATCH-UTIL: no usable key specification, expected "
      "pos,len for each file"
    MOVE 1 TO RETURN-CODE
    GOBACK
  END-IF.
  IF firstKeyLength NOT = secondKeyLength THEN
    DISPLAY "MATCH-UTIL: WARNING - key lengths differ, the shorter key "
      "is compared space-padded"
  END-IF.

  OPEN INPUT FirstFile.
  IF firstFileOpenStatus NOT = "00" THEN
    DISPLAY "MATCH-UTIL: unable to open "
      FUNCTION TRIM(firstFileName) ", status=" firstFileOpenStatus
    MOVE 1 TO RETURN-CODE
    GOBACK
  END-IF.
  OPEN INPUT SecondFile.
  IF secondFileOpenStatus NOT = "00" THEN
    DISPLAY "MATCH-UTIL: unable to open "
      FUNCTION TRIM(secondFileName) ", status=" secondFileOpenStatus
    CLOSE FirstFile
    MOVE 1 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM BuildOutputNames.
  OPEN OUTPUT MatchedFile FirstOnlyFile SecondOnlyFile ExceptionFile.

  PERFORM ReadFirstRecord.
  PERFORM ReadSecondRecord.
  PERFORM UNTIL endOfFirstFile AND endOfSecondFile
    EVALUATE TRUE
      WHEN firstKey = secondKey
        MOVE firstRecordText TO pairFirstText
        MOVE firstRecordLength TO pairFirstLength
        PERFORM WriteMatchedPair
        PERFORM ReadFirstRecord
      WHEN firstKey < secondKey
        PERFORM WriteFirstOnly
        PERFORM ReadFirstRecord
      WHEN OTHER
        IF NOT secondRecordMatched
          IF secondKey = lastMatchedKey
            MOVE lastMatchedFirstText TO pairFirstText
            MOVE lastMatchedFirstLength TO pairFirstLength
            PERFORM WriteMatchedPair
          ELSE
            PERFORM WriteSecondOnly
          END-IF
        END-IF
        PERFORM ReadSecondRecord
    END-EVALUATE
  END-PERFORM.

  CLOSE FirstFile SecondFile.
  CLOSE MatchedFile FirstOnlyFile SecondOnlyFile ExceptionFile.

  DISPLAY "MATCH-UTIL: read first=" firstReadCount
    " second=" secondReadCount.
  DISPLAY "MATCH-UTIL: matched=" matchedCount
    " first-only=" firstOnlyCount " second-only=" secondOnlyCount.
  DISPLAY "MATCH-UTIL: duplicate keys first=" firstDuplicateCount
    " second=" secondDuplicateCount.
  DISPLAY "MATCH-UTIL: out of sequence first=" firstSequenceCount
    " second=" secondSequenceCount.
  DISPLAY "MATCH-UTIL: outputs " FUNCTION TRIM(outputPrefix)
    ".matched .first-only .second-only .exceptions".

  IF firstSequenceCount > 0 OR secondSequenceCount > 0
      OR firstDuplicateCount > 0 OR secondDuplicateCount > 0 THEN
    DISPLAY "MATCH-UTIL: job completed WITH WARNINGS, see "
      FUNCTION TRIM(exceptionFileName)
    MOVE 4 TO RETURN-CODE
  ELSE
    DISPLAY "MATCH-UTIL: job ended " FUNCTION CURRENT-DATE(1:14)
  END-IF.
  GOBACK.

ParseKeySpecification SECTION.
  MOVE 0 TO parsedKeyPosition parsedKeyLength
  MOVE SPACES TO keyPosPart keyLenPart
  UNSTRING keySpecText DELIMITED BY ','
    INTO keyPosPart, keyLenPart
  IF FUNCTION TRIM(keyPosPart) NOT = SPACES
      AND FUNCTION TRIM(keyLenPart) NOT = SPACES
      AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(keyPosPart)) = 0
      AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(keyLenPart)) = 0
    COMPUTE parsedKeyPosition = FUNCTION NUMVAL(FUNCTION TRIM(keyPosPart))
    COMPUTE parsedKeyLength = FUNCTION NUMVAL(FUNCTION TRIM(keyLenPart))
    IF parsedKeyLength > 60
      MOVE 60 TO parsedKeyLength
    END-IF
    IF parsedKeyPosition = 0
      MOVE 0 TO parsedKeyLength
    END-IF
  END-IF.

BuildOutputNames SECTION.
  MOVE SPACES TO matchedFileName firstOnlyFileName
    secondOnlyFileName exceptionFileName
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".matched" DELIMITED BY SIZE
    INTO matchedFileName
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".first-only" DELIMITED BY SIZE
    INTO firstOnlyFileName
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".second-only" DELIMITED BY SIZE
    INTO secondOnlyFileName
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".exceptions" DELIMITED BY SIZE
    INTO exceptionFileName.

ReadFirstRecord SECTION.
  MOVE 0 TO recordAcceptedFlag
  PERFORM UNTIL recordInSequence OR endOfFirstFile
    READ FirstFile
      AT END
        SET endOfFirstFile TO TRUE
        MOVE HIGH-VALUES TO firstKey
      NOT AT END
        ADD 1 TO firstReadCount
        MOVE SPACES TO firstRecordText
        IF firstLineLength > 0
          MOVE firstFileRecord(1:firstLineLength) TO firstRecordText
        END-IF
        MOVE firstLineLength TO firstRecordLength
        MOVE SPACES TO keyFieldWork
        IF firstKeyPosition <= firstLineLength
          COMPUTE keyAvailLength = firstLineLength - firstKeyPosition + 1
          IF keyAvailLength > firstKeyLength
            MOVE firstKeyLength TO keyAvailLength
          END-IF
          MOVE firstFileRecord(firstKeyPosition:keyAvailLength)
            TO keyFieldWork(1:keyAvailLength)
        END-IF
        MOVE keyFieldWork TO firstKey
        EVALUATE TRUE
          WHEN firstKey < previousFirstKey
            ADD 1 TO firstSequenceCount
            MOVE SPACES TO exceptionFileRecord
            STRING "SEQUENCE  FIRST  line=" DELIMITED BY SIZE
              firstReadCount DELIMITED BY SIZE
              " key=" DELIMITED BY SIZE
              firstKey(1:firstKeyLength) DELIMITED BY SIZE
              " after=" DELIMITED BY SIZE
              previousFirstKey(1:firstKeyLength) DELIMITED BY SIZE
              INTO exceptionFileRecord
            WRITE exceptionFileRecord
          WHEN firstKey = previousFirstKey
            ADD 1 TO firstDuplicateCount
            MOVE SPACES TO exceptionFileRecord
            STRING "DUPLICATE FIRST  line=" DELIMITED BY SIZE
              firstReadCount DELIMITED BY SIZE
              " key=" DELIMITED BY SIZE
              firstKey(1:firstKeyLength) DELIMITED BY SIZE
              INTO exceptionFileRecord
            WRITE exceptionFileRecord
            SET recordInSequence TO TRUE
          WHEN OTHER
            MOVE firstKey TO previousFirstKey
            SET recordInSequence TO TRUE
        END-EVALUATE
    END-READ
  END-PERFORM.

ReadSecondRecord SECTION.
  MOVE 0 TO recordAcceptedFlag
  MOVE 0 TO secondMatchedFlag
  PERFORM UNTIL recordInSequence OR endOfSecondFile
    READ SecondFile
      AT END
        SET endOfSecondFile TO TRUE
        MOVE HIGH-VALUES TO secondKey
      NOT AT END
        ADD 1 TO secondReadCount
        MOVE SPACES TO secondRecordText
        IF secondLineLength > 0
          MOVE secondFileRecord(1:secondLineLength) TO secondRecordText
        END-IF
        MOVE secondLineLength TO secondRecordLength
        MOVE SPACES TO keyFieldWork
        IF secondKeyPosition <= secondLineLength
          COMPUTE keyAvailLength = secondLineLength - secondKeyPosition + 1
          IF keyAvailLength > secondKeyLength
            MOVE secondKeyLength TO keyAvailLength
          END-IF
          MOVE secondFileRecord(secondKeyPosition:keyAvailLength)
            TO keyFieldWork(1:keyAvailLength)
        END-IF
        MOVE keyFieldWork TO secondKey
        EVALUATE TRUE
          WHEN secondKey < previousSecondKey
            ADD 1 TO secondSequenceCount
            MOVE SPACES TO exceptionFileRecord
            STRING "SEQUENCE  SECOND line=" DELIMITED BY SIZE
              secondReadCount DELIMITED BY SIZE
              " key=" DELIMITED BY SIZE
              secondKey(1:secondKeyLength) DELIMITED BY SIZE
              " after=" DELIMITED BY SIZE
              previousSecondKey(1:secondKeyLength) DELIMITED BY SIZE
              INTO exceptionFileRecord
            WRITE exceptionFileRecord
          WHEN secondKey = previousSecondKey
            ADD 1 TO secondDuplicateCount
            MOVE SPACES TO exceptionFileRecord
            STRING "DUPLICATE SECOND line=" DELIMITED BY SIZE
              secondReadCount DELIMITED BY SIZE
              " key=" DELIMITED BY SIZE
              secondKey(1:secondKeyLength) DELIMITED BY SIZE
              INTO exceptionFileRecord
            WRITE exceptionFileRecord
            SET recordInSequence TO TRUE
          WHEN OTHER
            MOVE secondKey TO previousSecondKey
            SET recordInSequence TO TRUE
        END-EVALUATE
    END-READ
  END-PERFORM.

WriteMatchedPair SECTION.
  MOVE SPACES TO matchedFileRecord
  MOVE 1 TO matchPointer
  IF pairFirstLength > 0
    STRING pairFirstText(1:pairFirstLength) DELIMITED BY SIZE
      INTO matchedFileRecord WITH POINTER matchPointer
  END-IF
  STRING "|" DELIMITED BY SIZE
    INTO matchedFileRecord WITH POINTER matchPointer
  IF secondRecordLength > 0
    STRING secondRecordText(1:secondRecordLength) DELIMITED BY SIZE
      INTO matchedFileRecord WITH POINTER matchPointer
  END-IF
  WRITE matchedFileRecord
  ADD 1 TO matchedCount
  SET secondRecordMatched TO TRUE
  MOVE secondKey TO lastMatchedKey
  MOVE pairFirstText TO lastMatchedFirstText
  MOVE pairFirstLength TO lastMatchedFirstLength.

WriteFirstOnly SECTION.
  MOVE SPACES TO firstOnlyFileRecord
  IF firstRecordLength > 0
    MOVE firstRecordText(1:firstRecordLength) TO firstOnlyFileRecord
  END-IF
  WRITE firstOnlyFileRecord
  ADD 1 TO firstOnlyCount.

WriteSecondOnly SECTION.
  MOVE SPACES TO secondOnlyFileRecord
  IF secondRecordLength > 0
    MOVE secondRecordText(1:secondRecordLength) TO secondOnlyFileRecord
  END-IF
  WRITE secondOnlyFileRecord
  ADD 1 TO secondOnlyCount.
