IDENTIFICATION DIVISION.
PROGRAM-ID. CONTENT-HASH.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT HashedFile ASSIGN TO hashedFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS hashedFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD HashedFile
    RECORD IS VARYING IN SIZE DEPENDING ON hashedLineLength.
    01 hashedFileRecord PIC X(1000).

  WORKING-STORAGE SECTION.
    01 hashedFileName PIC X(256).
    01 hashedFileStatus PIC XX VALUE "00".
    01 hashedLineLength PIC 9(4).
    01 hashedEofFlag PIC 9 VALUE 0.
      88 endOfHashedFile VALUE 1.
    01 hashCharIdx PIC 9(4).
    01 hashCharValue PIC 9(3).
    01 runningSumA PIC 9(5) VALUE 1.
    01 runningSumB PIC 9(5) VALUE 0.
    01 runningPolynomial PIC 9(9) VALUE 0.

    01 FingerprintLayout.
      02 fpSumB PIC 9(5).
      02 fpSumA PIC 9(5).
      02 fpPolynomial PIC 9(9).

  LINKAGE SECTION.
    01 fileNameArg PIC X(256).
    01 fingerprintArg PIC X(19).
    01 lineCountArg PIC 9(9).

PROCEDURE DIVISION USING fileNameArg, fingerprintArg, lineCountArg.

ComputeFingerprint.
  MOVE fileNameArg TO hashedFileName.
  MOVE SPACES TO fingerprintArg.
  MOVE 0 TO lineCountArg.
  MOVE 1 TO runningSumA.
  MOVE 0 TO runningSumB.
  MOVE 0 TO runningPolynomial.
  MOVE 0 TO hashedEofFlag.
  OPEN INPUT HashedFile.
  IF hashedFileStatus NOT = "00" THEN
    GOBACK
  END-IF.
  PERFORM UNTIL endOfHashedFile
    READ HashedFile
      AT END SET endOfHashedFile TO TRUE
      NOT AT END
        ADD 1 TO lineCountArg
        PERFORM VARYING hashCharIdx FROM 1 BY 1
            UNTIL hashCharIdx > hashedLineLength
          MOVE FUNCTION ORD(hashedFileRecord(hashCharIdx:1))
            TO hashCharValue
          PERFORM AddCharacterToHash
        END-PERFORM
        MOVE 11 TO hashCharValue
        PERFORM AddCharacterToHash
    END-READ
  END-PERFORM.
  CLOSE HashedFile.
  MOVE runningSumB TO fpSumB.
  MOVE runningSumA TO fpSumA.
  MOVE runningPolynomial TO fpPolynomial.
  MOVE FingerprintLayout TO fingerprintArg.
  GOBACK.

AddCharacterToHash.
  COMPUTE runningSumA = FUNCTION MOD(runningSumA + hashCharValue, 65521).
  COMPUTE runningSumB = FUNCTION MOD(runningSumB + runningSumA, 65521).
  COMPUTE runningPolynomial
    = FUNCTION MOD(runningPolynomial * 257 + hashCharValue, 999999937).
