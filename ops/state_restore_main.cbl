IDENTIFICATION DIVISION.
PROGRAM-ID. STATE-RESTORE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL ManifestFile ASSIGN TO manifestFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS manifestFileStatus.

      SELECT OPTIONAL ExpandedListFile ASSIGN TO expandedListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS expandedListFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ManifestFile.
    01 manifestRecord PIC X(320).

    FD ExpandedListFile.
    01 expandedListRecord PIC X(256).

  WORKING-STORAGE SECTION.
    01 restoreRunId PIC X(20) VALUE SPACES.
    01 snapshotRootName PIC X(200) VALUE SPACES.
    01 restoreModeArg PIC X(10) VALUE SPACES.
      88 isVerifyOnly VALUE "VERIFY".
    01 snapshotDirectoryName PIC X(230) VALUE SPACES.
    01 manifestFileName PIC X(256) VALUE SPACES.
    01 manifestFileStatus PIC XX VALUE "00".
    01 manifestEofFlag PIC 9 VALUE 0.
      88 endOfManifest VALUE 1.

    01 ManifestTable.
      02 ManifestEntry OCCURS 500 TIMES.
        03 mfSequence PIC 9(4).
        03 mfDisposition PIC X(6).
        03 mfLineCount PIC 9(9).
        03 mfFingerprint PIC X(19).
        03 mfFileName PIC X(256).
    01 manifestEntryCount PIC 9(4) VALUE 0.
    01 mfIdx PIC 9(4).
    01 mfFoundFlag PIC 9 VALUE 0.
      88 inManifest VALUE 1.

    01 PatternTable.
      02 PatternEntry OCCURS 100 TIMES.
        03 ptPattern PIC X(256).
    01 patternCount PIC 9(4) VALUE 0.
    01 ptIdx PIC 9(4).

    01 expandedListFileName PIC X(256) VALUE SPACES.
    01 expandedListFileStatus PIC XX VALUE "00".
    01 expandedListEofFlag PIC 9 VALUE 0.
      88 endOfExpandedList VALUE 1.
    01 currentFileName PIC X(256).

    01 manifestParsePointer PIC 9(4).
    01 sequencePart PIC X(10).
    01 dispositionPart PIC X(10).
    01 lineCountPart PIC X(12).
    01 fingerprintPart PIC X(19).
    01 manifestDiscardText PIC X(320).
    01 manifestValueText PIC X(320).
    01 manifestRunId PIC X(20) VALUE SPACES.
    01 manifestTakenStamp PIC X(14) VALUE SPACES.
    01 trailerFileCount PIC 9(4) VALUE 0.
    01 trailerLineTotal PIC 9(9) VALUE 0.
    01 trailerFoundFlag PIC 9 VALUE 0.
      88 trailerFound VALUE 1.
    01 manifestMissingFlag PIC 9 VALUE 0.
      88 manifestMissing VALUE 1.
    01 manifestLineTotal PIC 9(9) VALUE 0.

    01 snapshotCopyName PIC X(256).
    01 checkFingerprint PIC X(19).
    01 checkLineCount PIC 9(9).
    01 problemCount PIC 9(4) VALUE 0.
    01 restoredFileCount PIC 9(4) VALUE 0.
    01 removedFileCount PIC 9(4) VALUE 0.

    01 systemCommand PIC X(800).

    01 alertSeverity PIC X VALUE 'C'.
    01 alertProgramName PIC X(20) VALUE "STATE-RESTORE".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT restoreRunId FROM ARGUMENT-VALUE.
  ACCEPT snapshotRootName FROM ARGUMENT-VALUE.
  ACCEPT restoreModeArg FROM ARGUMENT-VALUE.
  MOVE FUNCTION UPPER-CASE(restoreModeArg) TO restoreModeArg.
  IF restoreRunId = SPACES THEN
    DISPLAY "STATE-RESTORE: job NOT started - the run ID to restore "
      "is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF snapshotRootName = SPACES THEN
    MOVE "snapshots" TO snapshotRootName
  END-IF.
  MOVE SPACES TO snapshotDirectoryName.
  STRING FUNCTION TRIM(snapshotRootName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(restoreRunId) DELIMITED BY SIZE
    INTO snapshotDirectoryName.
  MOVE SPACES TO manifestFileName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/manifest.dat" DELIMITED BY SIZE
    INTO manifestFileName.
  MOVE SPACES TO expandedListFileName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/expanded.tmp" DELIMITED BY SIZE
    INTO expandedListFileName.

  DISPLAY "STATE-RESTORE: job started " FUNCTION CURRENT-DATE(1:14)
    " runId=" FUNCTION TRIM(restoreRunId)
    " directory=" FUNCTION TRIM(snapshotDirectoryName).

  PERFORM LoadManifest.
  PERFORM CheckManifest THRU CheckManifest-EXIT.
  IF problemCount = 0 THEN
    PERFORM VARYING mfIdx FROM 1 BY 1 UNTIL mfIdx > manifestEntryCount
      PERFORM CheckSnapshotCopy
    END-PERFORM
  END-IF.

  IF problemCount > 0 THEN
    DISPLAY "STATE-RESTORE: snapshot " FUNCTION TRIM(restoreRunId)
      " failed " problemCount " check(s), NOTHING restored"
    MOVE SPACES TO alertMessageText
    STRING "restore of snapshot " DELIMITED BY SIZE
      FUNCTION TRIM(restoreRunId) DELIMITED BY SIZE
      " refused, the manifest check failed" DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF isVerifyOnly THEN
    DISPLAY "STATE-RESTORE: snapshot " FUNCTION TRIM(restoreRunId)
      " taken " manifestTakenStamp " verified, " manifestEntryCount
      " file(s), nothing restored"
    GOBACK
  END-IF.

  PERFORM VARYING mfIdx FROM 1 BY 1 UNTIL mfIdx > manifestEntryCount
    PERFORM RestoreOneFile
  END-PERFORM.
  PERFORM VARYING ptIdx FROM 1 BY 1 UNTIL ptIdx > patternCount
    PERFORM RemoveFilesNotInSnapshot
  END-PERFORM.
  IF patternCount > 0 THEN
    MOVE SPACES TO systemCommand
    STRING "rm -f '" DELIMITED BY SIZE
      FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
      "'" DELIMITED BY SIZE
      INTO systemCommand
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
  END-IF.

  IF problemCount > 0 THEN
    DISPLAY "STATE-RESTORE: " problemCount " file(s) did not restore "
      "cleanly, the state set is INCOMPLETE"
    MOVE SPACES TO alertMessageText
    STRING "restore of snapshot " DELIMITED BY SIZE
      FUNCTION TRIM(restoreRunId) DELIMITED BY SIZE
      " is incomplete, state files must be checked by hand"
        DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
  ELSE
    MOVE 'I' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "state restored from snapshot " DELIMITED BY SIZE
      FUNCTION TRIM(restoreRunId) DELIMITED BY SIZE
      " taken " DELIMITED BY SIZE
      manifestTakenStamp DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    DISPLAY "STATE-RESTORE: job ended " FUNCTION CURRENT-DATE(1:14)
      " restored=" restoredFileCount " removed=" removedFileCount
  END-IF.
  GOBACK.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.

LoadManifest.
  MOVE 0 TO manifestEofFlag.
  OPEN INPUT ManifestFile.
  IF manifestFileStatus NOT = "00" THEN
    DISPLAY "STATE-RESTORE: no manifest " FUNCTION TRIM(manifestFileName)
    SET manifestMissing TO TRUE
    SET endOfManifest TO TRUE
    ADD 1 TO problemCount
  END-IF
  PERFORM UNTIL endOfManifest
    READ ManifestFile
      AT END SET endOfManifest TO TRUE
      NOT AT END PERFORM LoadOneManifestLine
    END-READ
  END-PERFORM.
  CLOSE ManifestFile.

LoadOneManifestLine.
  EVALUATE TRUE
    WHEN manifestRecord = SPACES
      CONTINUE
    WHEN manifestRecord(1:16) = "#snapshot runId="
      UNSTRING manifestRecord(17:) DELIMITED BY " taken="
        INTO manifestRunId, manifestTakenStamp
    WHEN manifestRecord(1:11) = "#end files="
      SET trailerFound TO TRUE
      MOVE manifestRecord(12:4) TO trailerFileCount
      MOVE SPACES TO manifestDiscardText manifestValueText
      UNSTRING manifestRecord DELIMITED BY " lines="
        INTO manifestDiscardText, manifestValueText
      IF manifestValueText(1:9) IS NUMERIC THEN
        MOVE manifestValueText(1:9) TO trailerLineTotal
      END-IF
    WHEN manifestRecord(1:9) = "#pattern "
      IF patternCount < 100 THEN
        ADD 1 TO patternCount
        MOVE manifestRecord(10:) TO ptPattern(patternCount)
      ELSE
        DISPLAY "STATE-RESTORE: manifest has more than 100 patterns"
        ADD 1 TO problemCount
      END-IF
    WHEN manifestRecord(1:1) = '#'
      CONTINUE
    WHEN manifestEntryCount >= 500
      DISPLAY "STATE-RESTORE: manifest has more than 500 files"
      ADD 1 TO problemCount
    WHEN OTHER
      ADD 1 TO manifestEntryCount
      MOVE SPACES TO sequencePart dispositionPart lineCountPart
        fingerprintPart
      MOVE 1 TO manifestParsePointer
      UNSTRING manifestRecord DELIMITED BY ','
        INTO sequencePart, dispositionPart, lineCountPart,
          fingerprintPart
        WITH POINTER manifestParsePointer
      END-UNSTRING
      MOVE SPACES TO mfFileName(manifestEntryCount)
      IF manifestParsePointer <= 320 THEN
        MOVE manifestRecord(manifestParsePointer:)
          TO mfFileName(manifestEntryCount)
      END-IF
      MOVE dispositionPart TO mfDisposition(manifestEntryCount)
      MOVE fingerprintPart TO mfFingerprint(manifestEntryCount)
      IF sequencePart(1:4) IS NUMERIC AND lineCountPart(1:9) IS NUMERIC
          THEN
        MOVE sequencePart(1:4) TO mfSequence(manifestEntryCount)
        MOVE lineCountPart(1:9) TO mfLineCount(manifestEntryCount)
        IF mfDisposition(manifestEntryCount) = "COPIED" THEN
          ADD mfLineCount(manifestEntryCount) TO manifestLineTotal
        END-IF
      ELSE
        DISPLAY "STATE-RESTORE: malformed manifest line "
          FUNCTION TRIM(manifestRecord)
        MOVE 0 TO mfSequence(manifestEntryCount)
        MOVE 0 TO mfLineCount(manifestEntryCount)
        ADD 1 TO problemCount
      END-IF
  END-EVALUATE.

CheckManifest.
  IF manifestMissing THEN
    GO TO CheckManifest-EXIT
  END-IF.
  IF manifestRunId NOT = restoreRunId THEN
    DISPLAY "STATE-RESTORE: manifest is for run "
      FUNCTION TRIM(manifestRunId) ", not " FUNCTION TRIM(restoreRunId)
    ADD 1 TO problemCount
  END-IF.
  IF NOT trailerFound THEN
    DISPLAY "STATE-RESTORE: manifest has no end record, the snapshot "
      "did not complete"
    ADD 1 TO problemCount
  ELSE
    IF trailerFileCount NOT = manifestEntryCount THEN
      DISPLAY "STATE-RESTORE: manifest lists " manifestEntryCount
        " file(s) but its end record says " trailerFileCount
      ADD 1 TO problemCount
    END-IF
    IF trailerLineTotal NOT = manifestLineTotal THEN
      DISPLAY "STATE-RESTORE: manifest line counts total "
        manifestLineTotal " but its end record says " trailerLineTotal
      ADD 1 TO problemCount
    END-IF
  END-IF.

CheckManifest-EXIT.
  EXIT.

CheckSnapshotCopy.
  EVALUATE mfDisposition(mfIdx)
    WHEN "ABSENT"
      CONTINUE
    WHEN "COPIED"
      PERFORM BuildSnapshotCopyName
      CALL "CONTENT-HASH" USING BY CONTENT snapshotCopyName,
        BY REFERENCE checkFingerprint, BY REFERENCE checkLineCount
      IF checkFingerprint NOT = mfFingerprint(mfIdx)
          OR checkLineCount NOT = mfLineCount(mfIdx) THEN
        DISPLAY "STATE-RESTORE: snapshot copy of "
          FUNCTION TRIM(mfFileName(mfIdx)) " does not match the manifest"
          " (lines " checkLineCount " expected " mfLineCount(mfIdx) ")"
        ADD 1 TO problemCount
      END-IF
    WHEN OTHER
      DISPLAY "STATE-RESTORE: unknown disposition "
        FUNCTION TRIM(mfDisposition(mfIdx)) " for "
        FUNCTION TRIM(mfFileName(mfIdx))
      ADD 1 TO problemCount
  END-EVALUATE.

BuildSnapshotCopyName.
  MOVE SPACES TO snapshotCopyName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    mfSequence(mfIdx) DELIMITED BY SIZE
    ".snap" DELIMITED BY SIZE
    INTO snapshotCopyName.

RestoreOneFile.
  MOVE SPACES TO systemCommand.
  IF mfDisposition(mfIdx) = "ABSENT" THEN
    STRING "rm -f '" DELIMITED BY SIZE
      FUNCTION TRIM(mfFileName(mfIdx)) DELIMITED BY SIZE
      "'" DELIMITED BY SIZE
      INTO systemCommand
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
    ADD 1 TO removedFileCount
    DISPLAY "STATE-RESTORE: " FUNCTION TRIM(mfFileName(mfIdx))
      " was absent at snapshot time, removed"
  ELSE
    PERFORM BuildSnapshotCopyName
    STRING "cp -p '" DELIMITED BY SIZE
      FUNCTION TRIM(snapshotCopyName) DELIMITED BY SIZE
      "' '" DELIMITED BY SIZE
      FUNCTION TRIM(mfFileName(mfIdx)) DELIMITED BY SIZE
      "'" DELIMITED BY SIZE
      INTO systemCommand
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
    CALL "CONTENT-HASH" USING BY CONTENT mfFileName(mfIdx),
      BY REFERENCE checkFingerprint, BY REFERENCE checkLineCount
    IF checkFingerprint NOT = mfFingerprint(mfIdx)
        OR checkLineCount NOT = mfLineCount(mfIdx) THEN
      DISPLAY "STATE-RESTORE: " FUNCTION TRIM(mfFileName(mfIdx))
        " did NOT restore cleanly"
      ADD 1 TO problemCount
    ELSE
      ADD 1 TO restoredFileCount
      DISPLAY "STATE-RESTORE: " FUNCTION TRIM(mfFileName(mfIdx))
        " restored, lines=" mfLineCount(mfIdx)
    END-IF
  END-IF.

RemoveFilesNotInSnapshot.
  MOVE SPACES TO systemCommand.
  STRING "ls -1d " DELIMITED BY SIZE
    FUNCTION TRIM(ptPattern(ptIdx)) DELIMITED BY SIZE
    " > '" DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    "' 2>/dev/null" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.
  MOVE 0 TO expandedListEofFlag.
  OPEN INPUT ExpandedListFile.
  IF expandedListFileStatus NOT = "00" THEN
    SET endOfExpandedList TO TRUE
  END-IF
  PERFORM UNTIL endOfExpandedList
    READ ExpandedListFile
      AT END SET endOfExpandedList TO TRUE
      NOT AT END
        IF expandedListRecord NOT = SPACES THEN
          MOVE expandedListRecord TO currentFileName
          PERFORM RemoveFileIfNotInManifest
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ExpandedListFile.

RemoveFileIfNotInManifest.
  MOVE 0 TO mfFoundFlag.
  PERFORM VARYING mfIdx FROM 1 BY 1
      UNTIL mfIdx > manifestEntryCount OR inManifest
    IF mfFileName(mfIdx) = currentFileName THEN
      SET inManifest TO TRUE
    END-IF
  END-PERFORM.
  IF NOT inManifest THEN
    MOVE SPACES TO systemCommand
    STRING "rm -f '" DELIMITED BY SIZE
      FUNCTION TRIM(currentFileName) DELIMITED BY SIZE
      "'" DELIMITED BY SIZE
      INTO systemCommand
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
    ADD 1 TO removedFileCount
    DISPLAY "STATE-RESTORE: " FUNCTION TRIM(currentFileName)
      " was created after the snapshot, removed"
  END-IF.
