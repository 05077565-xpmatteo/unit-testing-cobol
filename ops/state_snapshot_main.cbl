IDENTIFICATION DIVISION.
PROGRAM-ID. STATE-SNAPSHOT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL StateListFile ASSIGN TO stateListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS stateListFileStatus.

      SELECT OPTIONAL ExpandedListFile ASSIGN TO expandedListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS expandedListFileStatus.

      SELECT ManifestFile ASSIGN TO manifestFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS manifestFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD StateListFile.
    01 stateListRecord PIC X(256).

    FD ExpandedListFile.
    01 expandedListRecord PIC X(256).

    FD ManifestFile.
    01 manifestRecord PIC X(320).

  WORKING-STORAGE SECTION.
    01 snapshotRunId PIC X(20) VALUE SPACES.
    01 stateListFileName PIC X(256) VALUE SPACES.
    01 stateListFileStatus PIC XX VALUE "00".
    01 stateListEofFlag PIC 9 VALUE 0.
      88 endOfStateList VALUE 1.
    01 snapshotRootName PIC X(200) VALUE SPACES.
    01 snapshotDirectoryName PIC X(230) VALUE SPACES.
    01 expandedListFileName PIC X(256) VALUE SPACES.
    01 expandedListFileStatus PIC XX VALUE "00".
    01 expandedListEofFlag PIC 9 VALUE 0.
      88 endOfExpandedList VALUE 1.
    01 manifestFileName PIC X(256) VALUE SPACES.
    01 manifestFileStatus PIC XX VALUE "00".

    01 DefaultStateList.
      02 FILLER PIC X(30) VALUE "landing_zone_catalog.dat".
      02 FILLER PIC X(30) VALUE "nightly_run_control.dat".
      02 FILLER PIC X(30) VALUE "*.signatures".
      02 FILLER PIC X(30) VALUE "*.batchsuspense".
      02 FILLER PIC X(30) VALUE "*.seq".
      02 FILLER PIC X(30) VALUE "*.journal".
      02 FILLER PIC X(30) VALUE "*.suspense".
      02 FILLER PIC X(30) VALUE "*.credithold".
    01 DefaultStateEntries REDEFINES DefaultStateList.
      02 defaultStateEntry PIC X(30) OCCURS 8 TIMES.
    01 defaultIdx PIC 9.

    01 stateEntryText PIC X(256).
    01 stateFileName PIC X(256).
    01 stateNameLength PIC 9(4).
    01 companionFileName PIC X(256).
    01 wildcardCount PIC 9(4).

    01 SnapshotTable.
      02 SnapshotEntry OCCURS 500 TIMES.
        03 snFileName PIC X(256).
    01 snapshotEntryCount PIC 9(4) VALUE 0.
    01 snIdx PIC 9(4).
    01 snFoundFlag PIC 9 VALUE 0.
      88 alreadySnapshotted VALUE 1.

    01 snapshotCopyName PIC X(256).
    01 sourceFingerprint PIC X(19).
    01 sourceLineCount PIC 9(9).
    01 copyFingerprint PIC X(19).
    01 copyLineCount PIC 9(9).
    01 copiedFileCount PIC 9(4) VALUE 0.
    01 absentFileCount PIC 9(4) VALUE 0.
    01 snapshotLineTotal PIC 9(9) VALUE 0.
    01 snapshotFailedFlag PIC 9 VALUE 0.
      88 snapshotHasFailed VALUE 1.

    01 systemCommand PIC X(800).

    01 alertSeverity PIC X VALUE 'C'.
    01 alertProgramName PIC X(20) VALUE "STATE-SNAPSHOT".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT snapshotRunId FROM ARGUMENT-VALUE.
  ACCEPT stateListFileName FROM ARGUMENT-VALUE.
  ACCEPT snapshotRootName FROM ARGUMENT-VALUE.
  IF snapshotRunId = SPACES THEN
    ACCEPT snapshotRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
      ON EXCEPTION MOVE SPACES TO snapshotRunId
    END-ACCEPT
  END-IF.
  IF snapshotRunId = SPACES THEN
    DISPLAY "STATE-SNAPSHOT: job NOT started - a run ID is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF stateListFileName = SPACES THEN
    MOVE "nightly_state_files.dat" TO stateListFileName
  END-IF.
  IF snapshotRootName = SPACES THEN
    MOVE "snapshots" TO snapshotRootName
  END-IF.

  MOVE SPACES TO snapshotDirectoryName.
  STRING FUNCTION TRIM(snapshotRootName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(snapshotRunId) DELIMITED BY SIZE
    INTO snapshotDirectoryName.
  MOVE SPACES TO manifestFileName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/manifest.dat" DELIMITED BY SIZE
    INTO manifestFileName.
  MOVE SPACES TO expandedListFileName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/expanded.tmp" DELIMITED BY SIZE
    INTO expandedListFileName.

  DISPLAY "STATE-SNAPSHOT: job started " FUNCTION CURRENT-DATE(1:14)
    " runId=" FUNCTION TRIM(snapshotRunId)
    " directory=" FUNCTION TRIM(snapshotDirectoryName).

  MOVE SPACES TO systemCommand.
  STRING "mkdir -p '" DELIMITED BY SIZE
    FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "'" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

  OPEN OUTPUT ManifestFile.
  IF manifestFileStatus NOT = "00" THEN
    DISPLAY "STATE-SNAPSHOT: job NOT started - unable to open "
      FUNCTION TRIM(manifestFileName) ", status=" manifestFileStatus
    MOVE SPACES TO alertMessageText
    STRING "snapshot for " DELIMITED BY SIZE
      FUNCTION TRIM(snapshotRunId) DELIMITED BY SIZE
      " not taken, manifest could not be opened" DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  MOVE SPACES TO manifestRecord.
  STRING "#snapshot runId=" DELIMITED BY SIZE
    FUNCTION TRIM(snapshotRunId) DELIMITED BY SIZE
    " taken=" DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    INTO manifestRecord.
  WRITE manifestRecord.

  PERFORM VARYING defaultIdx FROM 1 BY 1 UNTIL defaultIdx > 8
    MOVE defaultStateEntry(defaultIdx) TO stateEntryText
    PERFORM SnapshotStateEntry
  END-PERFORM.

  OPEN INPUT StateListFile.
  IF stateListFileStatus NOT = "00" THEN
    DISPLAY "STATE-SNAPSHOT: no state list " FUNCTION TRIM(stateListFileName)
      ", only the standard state files are taken"
    SET endOfStateList TO TRUE
  END-IF
  PERFORM UNTIL endOfStateList
    READ StateListFile
      AT END SET endOfStateList TO TRUE
      NOT AT END
        IF stateListRecord NOT = SPACES
            AND stateListRecord(1:1) NOT = '#' THEN
          MOVE FUNCTION TRIM(stateListRecord) TO stateEntryText
          PERFORM SnapshotStateEntry
        END-IF
    END-READ
  END-PERFORM.
  CLOSE StateListFile.

  IF NOT snapshotHasFailed THEN
    MOVE SPACES TO manifestRecord
    STRING "#end files=" DELIMITED BY SIZE
      snapshotEntryCount DELIMITED BY SIZE
      " copied=" DELIMITED BY SIZE
      copiedFileCount DELIMITED BY SIZE
      " absent=" DELIMITED BY SIZE
      absentFileCount DELIMITED BY SIZE
      " lines=" DELIMITED BY SIZE
      snapshotLineTotal DELIMITED BY SIZE
      INTO manifestRecord
    WRITE manifestRecord
  END-IF.
  CLOSE ManifestFile.

  MOVE SPACES TO systemCommand.
  STRING "rm -f '" DELIMITED BY SIZE
    FUNCTION TRIM(expandedListFileName) DELIMITED BY SIZE
    "'" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

  IF snapshotHasFailed THEN
    DISPLAY "STATE-SNAPSHOT: snapshot " FUNCTION TRIM(snapshotRunId)
      " is INCOMPLETE and cannot be restored"
    MOVE SPACES TO alertMessageText
    STRING "snapshot for " DELIMITED BY SIZE
      FUNCTION TRIM(snapshotRunId) DELIMITED BY SIZE
      " is incomplete, see " DELIMITED BY SIZE
      FUNCTION TRIM(manifestFileName) DELIMITED BY SIZE
      INTO alertMessageText
    PERFORM RaiseOperatorAlert
    MOVE 8 TO RETURN-CODE
  ELSE
    DISPLAY "STATE-SNAPSHOT: job ended " FUNCTION CURRENT-DATE(1:14)
      " files=" snapshotEntryCount " copied=" copiedFileCount
      " absent=" absentFileCount " lines=" snapshotLineTotal
  END-IF.
  GOBACK.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.

SnapshotStateEntry.
  IF FUNCTION TRIM(stateEntryText) = SPACES THEN
    CONTINUE
  ELSE
    MOVE 0 TO wildcardCount
    INSPECT stateEntryText TALLYING wildcardCount FOR ALL "*" ALL "?"
    IF wildcardCount = 0 THEN
      MOVE stateEntryText TO stateFileName
      PERFORM SnapshotOneFile THRU SnapshotOneFile-EXIT
      PERFORM SnapshotCompanionFile
    ELSE
      PERFORM ExpandStatePattern
    END-IF
  END-IF.

SnapshotCompanionFile.
  MOVE SPACES TO companionFileName.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(stateFileName)) TO stateNameLength.
  EVALUATE TRUE
    WHEN stateNameLength > 4
        AND stateFileName(stateNameLength - 3:4) = ".seq"
      MOVE stateFileName(1:stateNameLength - 4) TO companionFileName
    WHEN stateNameLength > 8
        AND stateFileName(stateNameLength - 7:8) = ".journal"
      MOVE stateFileName(1:stateNameLength - 8) TO companionFileName
    WHEN stateNameLength > 4
        AND stateFileName(stateNameLength - 3:4) = ".log"
      STRING FUNCTION TRIM(stateFileName) DELIMITED BY SIZE
        ".seq" DELIMITED BY SIZE
        INTO companionFileName
    WHEN OTHER
      CONTINUE
  END-EVALUATE.
  IF companionFileName NOT = SPACES THEN
    MOVE companionFileName TO stateFileName
    PERFORM SnapshotOneFile THRU SnapshotOneFile-EXIT
  END-IF.

ExpandStatePattern.
  MOVE SPACES TO manifestRecord.
  STRING "#pattern " DELIMITED BY SIZE
    FUNCTION TRIM(stateEntryText) DELIMITED BY SIZE
    INTO manifestRecord.
  WRITE manifestRecord.
  MOVE SPACES TO systemCommand.
  STRING "ls -1d " DELIMITED BY SIZE
    FUNCTION TRIM(stateEntryText) DELIMITED BY SIZE
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
          MOVE expandedListRecord TO stateFileName
          PERFORM SnapshotOneFile THRU SnapshotOneFile-EXIT
          PERFORM SnapshotCompanionFile
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ExpandedListFile.

SnapshotOneFile.
  MOVE 0 TO snFoundFlag.
  PERFORM VARYING snIdx FROM 1 BY 1
      UNTIL snIdx > snapshotEntryCount OR alreadySnapshotted
    IF snFileName(snIdx) = stateFileName THEN
      SET alreadySnapshotted TO TRUE
    END-IF
  END-PERFORM.
  IF alreadySnapshotted THEN
    GO TO SnapshotOneFile-EXIT
  END-IF.
  IF snapshotEntryCount >= 500 THEN
    DISPLAY "STATE-SNAPSHOT: more than 500 state files, "
      FUNCTION TRIM(stateFileName) " NOT taken"
    SET snapshotHasFailed TO TRUE
    GO TO SnapshotOneFile-EXIT
  END-IF.
  ADD 1 TO snapshotEntryCount.
  MOVE stateFileName TO snFileName(snapshotEntryCount).

  CALL "CONTENT-HASH" USING BY CONTENT stateFileName,
    BY REFERENCE sourceFingerprint, BY REFERENCE sourceLineCount.
  IF sourceFingerprint = SPACES THEN
    ADD 1 TO absentFileCount
    MOVE SPACES TO manifestRecord
    STRING snapshotEntryCount DELIMITED BY SIZE
      ",ABSENT,000000000,," DELIMITED BY SIZE
      FUNCTION TRIM(stateFileName) DELIMITED BY SIZE
      INTO manifestRecord
    WRITE manifestRecord
    DISPLAY "STATE-SNAPSHOT: " FUNCTION TRIM(stateFileName)
      " does not exist, recorded as absent"
    GO TO SnapshotOneFile-EXIT
  END-IF.

  MOVE SPACES TO snapshotCopyName.
  STRING FUNCTION TRIM(snapshotDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    snapshotEntryCount DELIMITED BY SIZE
    ".snap" DELIMITED BY SIZE
    INTO snapshotCopyName.
  MOVE SPACES TO systemCommand.
  STRING "cp -p '" DELIMITED BY SIZE
    FUNCTION TRIM(stateFileName) DELIMITED BY SIZE
    "' '" DELIMITED BY SIZE
    FUNCTION TRIM(snapshotCopyName) DELIMITED BY SIZE
    "'" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.
  CALL "CONTENT-HASH" USING BY CONTENT snapshotCopyName,
    BY REFERENCE copyFingerprint, BY REFERENCE copyLineCount.
  IF copyFingerprint NOT = sourceFingerprint
      OR copyLineCount NOT = sourceLineCount THEN
    DISPLAY "STATE-SNAPSHOT: copy of " FUNCTION TRIM(stateFileName)
      " does not match the original, snapshot FAILED"
    SET snapshotHasFailed TO TRUE
    GO TO SnapshotOneFile-EXIT
  END-IF.
  ADD 1 TO copiedFileCount.
  ADD sourceLineCount TO snapshotLineTotal.
  MOVE SPACES TO manifestRecord.
  STRING snapshotEntryCount DELIMITED BY SIZE
    ",COPIED," DELIMITED BY SIZE
    sourceLineCount DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    sourceFingerprint DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(stateFileName) DELIMITED BY SIZE
    INTO manifestRecord.
  WRITE manifestRecord.
  DISPLAY "STATE-SNAPSHOT: " FUNCTION TRIM(stateFileName)
    " lines=" sourceLineCount " fingerprint=" sourceFingerprint.
SnapshotOneFile-EXIT.
  EXIT.
