IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-PARTITION-SPLIT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT InputFile ASSIGN TO inputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS inputFileStatus.

      SELECT PieceFile ASSIGN TO pieceFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS pieceFileStatus.

      SELECT PieceMapFile ASSIGN TO pieceMapFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS pieceMapFileStatus.

      SELECT ControlFile ASSIGN TO controlFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS controlFileStatus.

      SELECT ManifestFile ASSIGN TO manifestFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS manifestFileStatus.

      SELECT PartitionWorkFile ASSIGN TO "partitionwork".

DATA DIVISION.
  FILE SECTION.

    FD InputFile
    RECORD IS VARYING IN SIZE DEPENDING ON inputLineLength.
    01 inputFileRecord PIC X(200).

    FD PieceFile
    RECORD IS VARYING IN SIZE DEPENDING ON pieceLineLength.
    01 pieceFileRecord PIC X(200).

    FD PieceMapFile.
    01 pieceMapRecord PIC 9(9).

    FD ControlFile.
    01 controlFileRecord PIC X(250).

    FD ManifestFile.
    01 manifestFileRecord PIC X(300).

    SD PartitionWorkFile.
    01 partitionWorkRecord.
      02 pwPartition PIC 9(2).
      02 pwLineNumber PIC 9(9).
      02 pwLineLength PIC 999.
      02 pwLineText PIC X(200).

  WORKING-STORAGE SECTION.
    01 inputFileName PIC X(100).
    01 inputFileStatus PIC XX VALUE "00".
    01 inputLineLength PIC 999.
    01 inputEofFlag PIC 9 VALUE 0.
      88 endOfInputFile VALUE 1.

    01 pieceCountArg PIC X(10).
    01 keyFieldArg PIC X(10).
    01 outputPrefix PIC X(100).

    01 pieceCount PIC 9(2) VALUE 4.
    01 keyFieldNumber PIC 9(2) VALUE 2.

    01 pieceFileName PIC X(100).
    01 pieceFileStatus PIC XX VALUE "00".
    01 pieceLineLength PIC 999.
    01 pieceMapFileName PIC X(100).
    01 pieceMapFileStatus PIC XX VALUE "00".
    01 controlFileName PIC X(100).
    01 controlFileStatus PIC XX VALUE "00".
    01 manifestFileName PIC X(100).
    01 manifestFileStatus PIC XX VALUE "00".

    01 pieceOpenFlag PIC 9 VALUE 0.
      88 pieceIsOpen VALUE 1.
    01 currentPartition PIC 9(2) VALUE 0.
    01 partitionNumberText PIC 99.

    01 PartitionTable.
      02 PartitionEntry OCCURS 99 TIMES.
        03 ptLineCount PIC 9(9).

    01 inputLineNumber PIC 9(9) VALUE 0.
    01 dataLineCount PIC 9(9) VALUE 0.
    01 commentLineCount PIC 9(9) VALUE 0.
    01 writtenLineCount PIC 9(9) VALUE 0.
    01 sortReturnEofFlag PIC 9 VALUE 0.
      88 endOfPartitionWork VALUE 1.

    01 keyFieldText PIC X(200).
    01 keyFieldLength PIC 999.
    01 keyParsePointer PIC 999.
    01 keyFieldIdx PIC 9(2).
    01 keyCharIdx PIC 999.
    01 keyHashValue PIC 9(9).

    01 editedCount PIC Z(8)9.
    01 editedCommentCount PIC Z(8)9.
    01 editedPieceCount PIC Z9.
    01 editedKeyField PIC Z9.

PROCEDURE DIVISION.

Main SECTION.
  ACCEPT inputFileName FROM ARGUMENT-VALUE.
  ACCEPT pieceCountArg FROM ARGUMENT-VALUE.
  ACCEPT keyFieldArg FROM ARGUMENT-VALUE.
  ACCEPT outputPrefix FROM ARGUMENT-VALUE.

  DISPLAY "SUM-PARTITION-SPLIT: job started " FUNCTION CURRENT-DATE(1:14)
    " input=" FUNCTION TRIM(inputFileName).

  IF inputFileName = SPACES THEN
    DISPLAY "SUM-PARTITION-SPLIT: job NOT started - no input file given"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF pieceCountArg NOT = SPACES THEN
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(pieceCountArg)) NOT = 0
        OR FUNCTION NUMVAL(FUNCTION TRIM(pieceCountArg)) < 1
        OR FUNCTION NUMVAL(FUNCTION TRIM(pieceCountArg)) > 99 THEN
      DISPLAY "SUM-PARTITION-SPLIT: job NOT started - partition count "
        FUNCTION TRIM(pieceCountArg) " is not between 1 and 99"
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    COMPUTE pieceCount = FUNCTION NUMVAL(FUNCTION TRIM(pieceCountArg))
  END-IF.

  IF keyFieldArg NOT = SPACES THEN
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(keyFieldArg)) NOT = 0
        OR FUNCTION NUMVAL(FUNCTION TRIM(keyFieldArg)) < 0
        OR FUNCTION NUMVAL(FUNCTION TRIM(keyFieldArg)) > 20 THEN
      DISPLAY "SUM-PARTITION-SPLIT: job NOT started - key field "
        FUNCTION TRIM(keyFieldArg) " is not between 0 and 20"
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
    COMPUTE keyFieldNumber = FUNCTION NUMVAL(FUNCTION TRIM(keyFieldArg))
  END-IF.

  IF outputPrefix = SPACES THEN
    MOVE inputFileName TO outputPrefix
  END-IF.

  OPEN INPUT InputFile.
  IF inputFileStatus NOT = "00" THEN
    DISPLAY "SUM-PARTITION-SPLIT: job NOT started - unable to open "
      FUNCTION TRIM(inputFileName) ", status=" inputFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  CLOSE InputFile.

  INITIALIZE PartitionTable.

  SORT PartitionWorkFile
    ON ASCENDING KEY pwPartition pwLineNumber
    INPUT PROCEDURE IS ReleaseInputLines
    OUTPUT PROCEDURE IS WritePartitionPieces.

  PERFORM WriteControlFile.
  PERFORM WriteManifestFile.

  IF writtenLineCount NOT = dataLineCount THEN
    DISPLAY "SUM-PARTITION-SPLIT: job NOT completed - " dataLineCount
      " line(s) read but " writtenLineCount " written to partitions"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  DISPLAY "SUM-PARTITION-SPLIT: job ended " FUNCTION CURRENT-DATE(1:14)
    " lines=" dataLineCount " comments=" commentLineCount
    " partitions=" pieceCount.
  GOBACK.

ReleaseInputLines SECTION.
  OPEN INPUT InputFile.
  PERFORM UNTIL endOfInputFile
    READ InputFile
      AT END SET endOfInputFile TO TRUE
      NOT AT END
        ADD 1 TO inputLineNumber
        IF inputLineLength > 0 AND inputFileRecord(1:1) = '#' THEN
          ADD 1 TO commentLineCount
        ELSE
          ADD 1 TO dataLineCount
          PERFORM ReleaseOneLine
        END-IF
    END-READ
  END-PERFORM.
  CLOSE InputFile.

ReleaseOneLine SECTION.
  MOVE SPACES TO pwLineText.
  IF inputLineLength > 0 THEN
    MOVE inputFileRecord(1:inputLineLength) TO pwLineText
  END-IF.
  MOVE inputLineLength TO pwLineLength.
  MOVE inputLineNumber TO pwLineNumber.
  PERFORM ChoosePartition.
  MOVE currentPartition TO pwPartition.
  ADD 1 TO ptLineCount(currentPartition).
  RELEASE partitionWorkRecord.

ChoosePartition SECTION.
  IF keyFieldNumber = 0 THEN
    COMPUTE currentPartition
      = FUNCTION MOD(dataLineCount - 1, pieceCount) + 1
    GO TO ChoosePartition-EXIT
  END-IF.
  MOVE SPACES TO keyFieldText.
  MOVE 1 TO keyParsePointer.
  PERFORM VARYING keyFieldIdx FROM 1 BY 1
      UNTIL keyFieldIdx > keyFieldNumber
        OR keyParsePointer > inputLineLength
    MOVE SPACES TO keyFieldText
    UNSTRING inputFileRecord(1:inputLineLength) DELIMITED BY ','
      INTO keyFieldText
      WITH POINTER keyParsePointer
    END-UNSTRING
  END-PERFORM.
  IF keyFieldIdx <= keyFieldNumber THEN
    MOVE SPACES TO keyFieldText
  END-IF.
  MOVE 0 TO keyHashValue.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(keyFieldText)) TO keyFieldLength.
  IF keyFieldText NOT = SPACES THEN
    MOVE FUNCTION TRIM(keyFieldText) TO keyFieldText
    PERFORM VARYING keyCharIdx FROM 1 BY 1
        UNTIL keyCharIdx > keyFieldLength
      COMPUTE keyHashValue = FUNCTION MOD(keyHashValue * 31
        + FUNCTION ORD(keyFieldText(keyCharIdx:1)), 999999937)
    END-PERFORM
  END-IF.
  COMPUTE currentPartition = FUNCTION MOD(keyHashValue, pieceCount) + 1.
ChoosePartition-EXIT.
  EXIT.

WritePartitionPieces SECTION.
  MOVE 0 TO currentPartition.
  PERFORM UNTIL endOfPartitionWork
    RETURN PartitionWorkFile
      AT END
        SET endOfPartitionWork TO TRUE
      NOT AT END
        PERFORM UNTIL currentPartition >= pwPartition
          PERFORM OpenNextPiece
        END-PERFORM
        MOVE SPACES TO pieceFileRecord
        IF pwLineLength > 0 THEN
          MOVE pwLineText(1:pwLineLength) TO pieceFileRecord
        END-IF
        MOVE pwLineLength TO pieceLineLength
        WRITE pieceFileRecord
        MOVE pwLineNumber TO pieceMapRecord
        WRITE pieceMapRecord
        ADD 1 TO writtenLineCount
    END-RETURN
  END-PERFORM.
  PERFORM UNTIL currentPartition >= pieceCount
    PERFORM OpenNextPiece
  END-PERFORM.
  IF pieceIsOpen THEN
    CLOSE PieceFile
    CLOSE PieceMapFile
    MOVE 0 TO pieceOpenFlag
  END-IF.

OpenNextPiece SECTION.
  IF pieceIsOpen THEN
    CLOSE PieceFile
    CLOSE PieceMapFile
  END-IF.
  ADD 1 TO currentPartition.
  PERFORM BuildPieceFileNames.
  OPEN OUTPUT PieceFile.
  OPEN OUTPUT PieceMapFile.
  SET pieceIsOpen TO TRUE.

BuildPieceFileNames SECTION.
  MOVE currentPartition TO partitionNumberText.
  MOVE SPACES TO pieceFileName.
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".p" DELIMITED BY SIZE
    partitionNumberText DELIMITED BY SIZE
    INTO pieceFileName.
  MOVE SPACES TO pieceMapFileName.
  STRING FUNCTION TRIM(pieceFileName) DELIMITED BY SIZE
    ".map" DELIMITED BY SIZE
    INTO pieceMapFileName.

WriteControlFile SECTION.
  MOVE SPACES TO controlFileName.
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".ctl" DELIMITED BY SIZE
    INTO controlFileName.
  OPEN OUTPUT ControlFile.
  PERFORM VARYING currentPartition FROM 1 BY 1
      UNTIL currentPartition > pieceCount
    PERFORM BuildPieceFileNames
    MOVE SPACES TO controlFileRecord
    STRING FUNCTION TRIM(pieceFileName) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(pieceFileName) DELIMITED BY SIZE
      ".sum" DELIMITED BY SIZE
      INTO controlFileRecord
    WRITE controlFileRecord
  END-PERFORM.
  CLOSE ControlFile.

WriteManifestFile SECTION.
  MOVE SPACES TO manifestFileName.
  STRING FUNCTION TRIM(outputPrefix) DELIMITED BY SIZE
    ".manifest" DELIMITED BY SIZE
    INTO manifestFileName.
  OPEN OUTPUT ManifestFile.
  MOVE pieceCount TO editedPieceCount.
  MOVE keyFieldNumber TO editedKeyField.
  MOVE dataLineCount TO editedCount.
  MOVE commentLineCount TO editedCommentCount.
  MOVE SPACES TO manifestFileRecord.
  STRING "SPLIT," DELIMITED BY SIZE
    FUNCTION TRIM(inputFileName) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(editedPieceCount) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(editedKeyField) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(editedCount) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(editedCommentCount) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    INTO manifestFileRecord.
  WRITE manifestFileRecord.
  PERFORM VARYING currentPartition FROM 1 BY 1
      UNTIL currentPartition > pieceCount
    PERFORM BuildPieceFileNames
    MOVE currentPartition TO partitionNumberText
    MOVE ptLineCount(currentPartition) TO editedCount
    MOVE SPACES TO manifestFileRecord
    STRING "PART," DELIMITED BY SIZE
      partitionNumberText DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(pieceFileName) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(editedCount) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      FUNCTION TRIM(pieceFileName) DELIMITED BY SIZE
      ".sum" DELIMITED BY SIZE
      INTO manifestFileRecord
    WRITE manifestFileRecord
    DISPLAY "SUM-PARTITION-SPLIT: partition " partitionNumberText
      " " FUNCTION TRIM(pieceFileName)
      " lines=" ptLineCount(currentPartition)
  END-PERFORM.
  CLOSE ManifestFile.
