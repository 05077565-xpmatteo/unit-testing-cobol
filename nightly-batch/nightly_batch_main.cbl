      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS jobHistoryFileStatus.

      SELECT OPTIONAL ParallelListFile ASSIGN TO parallelListFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS parallelListFileStatus.

      SELECT ParallelScriptFile ASSIGN TO parallelScriptFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS parallelScriptFileStatus.

      SELECT OPTIONAL ParallelGradeFile ASSIGN TO parallelGradeFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS parallelGradeFileStatus.

      SELECT OPTIONAL LandingCatalogFile ASSIGN TO landingCatalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS landingCatalogFileStatus.

DATA DIVISION.
  FILE SECTION.

    01 statusReportFileRecord PIC X(200).

    FD RunStateFile.
    01 runStateFileRecord PIC X(60).

    FD SlaConfigFile.
    01 slaConfigFileRecord PIC X(40).
      02 wcrInputFileName    PIC X(256).

    FD JobHistoryFile.
    01 jobHistoryRecord PIC X(600).

    FD ParallelListFile.
    01 parallelListRecord PIC X(250).

    FD ParallelScriptFile.
    01 parallelScriptRecord PIC X(800).

    FD ParallelGradeFile.
    01 parallelGradeRecord PIC X(10).

    FD LandingCatalogFile.
    01 landingCatalogRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 stepListFileName PIC X(256).
    01 runStateFileStatus PIC XX VALUE "00".
    01 runStateEofFlag PIC 9 VALUE 0.
      88 endOfRunState VALUE 1.
    01 priorRunFlag PIC 9 VALUE 0.
      88 priorRunRestored VALUE 1.
    01 priorRunIdPart PIC X(12).
    01 priorStartPart PIC X(14).
    01 priorDatePart PIC X(8).

    01 StepTable.
      02 StepEntry OCCURS 200 TIMES.
        03 stepSlaSeconds PIC 9(6).
        03 stepLateFlag PIC 9.
        03 stepGrade PIC 9(4).
        03 stepCalendarRule PIC X(20).
        03 stepCalendarReason PIC X(80).
        03 stepWaitCutoff PIC X(4).
        03 stepWaitAction PIC X(5).
        03 stepHoldReason PIC X(80).
    01 stepCount PIC 9(4) VALUE 0.
    01 stepIdx PIC 9(4).
    01 depIdx PIC 9(4).
      88 dependencyFound VALUE 1.
    01 depSatisfiedFlag PIC 9 VALUE 0.
      88 dependencySatisfied VALUE 1.
    01 depHeldFlag PIC 9 VALUE 0.
      88 dependencyHeld VALUE 1.

    01 stepParsePointer PIC 9(4).
    01 stepRecordLength PIC 9(4).
    01 skippedStepCount PIC 9(9) VALUE 0.
    01 resumedStepCount PIC 9(9) VALUE 0.
    01 lateStepCount PIC 9(9) VALUE 0.
    01 notDueStepCount PIC 9(9) VALUE 0.
    01 heldStepCount PIC 9(9) VALUE 0.
    01 lateFileCount PIC 9(9) VALUE 0.
    01 missingFileCount PIC 9(9) VALUE 0.

    01 runDateText PIC X(8) VALUE SPACES.
    01 calendarRunDate PIC 9(8) VALUE 0.
    01 calendarRule PIC X(20).
    01 calendarResult PIC X.
      88 calendarStepIsDue VALUE "Y".
      88 calendarStepNotDue VALUE "N".
      88 calendarRuleInError VALUE "E".
    01 calendarReason PIC X(80).

    01 slaConfigFileName PIC X(256) VALUE SPACES.
    01 slaConfigFileStatus PIC XX VALUE "00".
    01 sumLinesValue PIC 9(12) VALUE 0.
    01 sumEntryFoundFlag PIC 9 VALUE 0.
      88 sumEntryFound VALUE 1.
    01 historyBeforePart PIC X(600).
    01 historyAfterPart PIC X(600).
    01 historyFieldPart PIC X(40).
    01 ReconcileResultTable.
      02 reconcileResultLine PIC X(200) OCCURS 50 TIMES.
    01 projectedRunSeconds PIC 9(8) VALUE 0.
    01 projectionIdx PIC 9(4).

    01 parallelListFileName PIC X(256).
    01 parallelListFileStatus PIC XX VALUE "00".
    01 parallelListEofFlag PIC 9 VALUE 0.
      88 endOfParallelList VALUE 1.
    01 parallelScriptFileName PIC X(300).
    01 parallelScriptFileStatus PIC XX VALUE "00".
    01 parallelGradeFileName PIC X(310).
    01 parallelGradeFileStatus PIC XX VALUE "00".
    01 parallelProgramText PIC X(200).
    01 parallelProgramName PIC X(120).
    01 parallelExtraArgs PIC X(200).
    01 parallelArgPointer PIC 9(4).
    01 parallelArgLength PIC 9(4).
    01 parallelInputName PIC X(120).
    01 parallelOutputName PIC X(120).
    01 parallelPieceCount PIC 99 VALUE 0.
    01 parallelPieceIdx PIC 99.
    01 parallelPieceGrade PIC 9(4) VALUE 0.
    01 parallelFailedCount PIC 99 VALUE 0.
    01 parallelStepFlag PIC 9 VALUE 0.
      88 isParallelStep VALUE 1.

    01 landingCatalogFileName PIC X(256) VALUE SPACES.
    01 landingCatalogFileStatus PIC XX VALUE "00".
    01 landingCatalogEofFlag PIC 9 VALUE 0.
      88 endOfLandingCatalog VALUE 1.
    01 catalogNamePart PIC X(100).
    01 catalogCountPart PIC X(20).
    01 catalogStatusPart PIC X(10).
    01 catalogRunPart PIC X(12).
    01 catalogStampPart PIC X(14).

    01 WaitFileTable.
      02 WaitFileEntry OCCURS 200 TIMES.
        03 wfStepIdx PIC 9(4).
        03 wfFileName PIC X(100).
        03 wfStatus PIC X(8).
        03 wfArrivedStamp PIC X(14).
    01 waitFileCount PIC 9(4) VALUE 0.
    01 wfIdx PIC 9(4).
    01 waitFileListText PIC X(120).
    01 waitCutoffText PIC X(20).
    01 waitCutoffPart PIC X(10).
    01 waitActionPart PIC X(10).
    01 waitFileName PIC X(100).
    01 waitListPointer PIC 9(4).
    01 waitListLength PIC 9(4).
    01 waitPollText PIC X(6) VALUE SPACES.
    01 waitPollSeconds PIC 9(4) VALUE 60.
    01 waitCutoffStamp PIC X(12).
    01 waitWindowStamp PIC X(12).
    01 waitCurrentStamp PIC X(12).
    01 waitDayNumber PIC 9(8).
    01 waitDateValue PIC 9(8).
    01 waitMinuteDifference PIC S9(5).
    01 waitOutstandingCount PIC 9(4) VALUE 0.
    01 waitMissingCount PIC 9(4) VALUE 0.

    01 snapshotProgramName PIC X(120) VALUE SPACES.
    01 snapshotStatus PIC X(6) VALUE "OFF".

    01 distributionProgramName PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.

Main.
  ACCEPT reconcileSpecFileName FROM ARGUMENT-VALUE.

  MOVE FUNCTION CURRENT-DATE(1:14) TO runStartStamp.
  MOVE SPACES TO runStateFileName.
  STRING FUNCTION TRIM(statusReportFileName) DELIMITED BY SIZE
    ".state" DELIMITED BY SIZE
    INTO runStateFileName.
  IF isRestartMode THEN
    PERFORM LoadPriorRunIdentity
  END-IF.
  IF NOT priorRunRestored THEN
    PERFORM AllocateRunId
  END-IF.

  DISPLAY "NIGHTLY-BATCH: job started " FUNCTION CURRENT-DATE(1:14)
    " runId=" FUNCTION TRIM(nightlyRunId)
    " stepList=" FUNCTION TRIM(stepListFileName).

  PERFORM LoadStepDefinitions.
  IF stepCount = 0 THEN
      " previously completed step(s) will be skipped"
  END-IF.

  IF NOT priorRunRestored THEN
    ACCEPT runDateText FROM ENVIRONMENT "NIGHTLY_RUN_DATE"
      ON EXCEPTION MOVE SPACES TO runDateText
    END-ACCEPT
    IF runDateText IS NUMERIC THEN
      MOVE runDateText TO calendarRunDate
    ELSE
      MOVE runStartStamp(1:8) TO calendarRunDate
    END-IF
  END-IF.
  IF NOT isRestartMode THEN
    PERFORM StartRunState
  END-IF.
  PERFORM VARYING stepIdx FROM 1 BY 1 UNTIL stepIdx > stepCount
    PERFORM ApplyStepCalendar
  END-PERFORM.
  ACCEPT landingCatalogFileName FROM ENVIRONMENT "LANDING_ZONE_CATALOG"
    ON EXCEPTION MOVE SPACES TO landingCatalogFileName
  END-ACCEPT.
  IF landingCatalogFileName = SPACES THEN
    MOVE "landing_zone_catalog.dat" TO landingCatalogFileName
  END-IF.
  ACCEPT waitPollText FROM ENVIRONMENT "NIGHTLY_ARRIVAL_POLL"
    ON EXCEPTION MOVE SPACES TO waitPollText
  END-ACCEPT.
  IF waitPollText NOT = SPACES
      AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(waitPollText)) = 0 THEN
    COMPUTE waitPollSeconds = FUNCTION NUMVAL(FUNCTION TRIM(waitPollText))
  END-IF.
  IF waitPollSeconds = 0 THEN
    MOVE 60 TO waitPollSeconds
  END-IF.
  IF notDueStepCount > 0 THEN
    DISPLAY "NIGHTLY-BATCH: " notDueStepCount
      " step(s) not due on " calendarRunDate " by the business calendar"
  END-IF.

  IF NOT isRestartMode THEN
    PERFORM TakeStateSnapshot THRU TakeStateSnapshot-EXIT
  END-IF.

  PERFORM VARYING stepIdx FROM 1 BY 1 UNTIL stepIdx > stepCount
    PERFORM RunOneStep THRU RunOneStep-EXIT
  END-PERFORM.
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    " started=" DELIMITED BY SIZE
    runStartStamp DELIMITED BY SIZE
    " calendarDate=" DELIMITED BY SIZE
    calendarRunDate DELIMITED BY SIZE
    " snapshot=" DELIMITED BY SIZE
    FUNCTION TRIM(snapshotStatus) DELIMITED BY SIZE
    INTO statusReportFileRecord.
  WRITE statusReportFileRecord.
  PERFORM VARYING stepIdx FROM 1 BY 1 UNTIL stepIdx > stepCount
    PERFORM WriteStepStatusLine THRU WriteStepStatusLine-EXIT
  END-PERFORM.
  PERFORM VARYING wfIdx FROM 1 BY 1 UNTIL wfIdx > waitFileCount
    IF wfStatus(wfIdx) NOT = "PENDING" THEN
      PERFORM WriteArrivalStatusLine
    END-IF
  END-PERFORM.
  MOVE SPACES TO statusReportFileRecord.
  STRING "summary steps=" DELIMITED BY SIZE
    jobCount DELIMITED BY SIZE
    " failures=" DELIMITED BY SIZE
    jobFailureCount DELIMITED BY SIZE
    " warnings=" DELIMITED BY SIZE
    warningStepCount DELIMITED BY SIZE
    " skipped=" DELIMITED BY SIZE
    skippedStepCount DELIMITED BY SIZE
    " notDue=" DELIMITED BY SIZE
    notDueStepCount DELIMITED BY SIZE
    " held=" DELIMITED BY SIZE
    heldStepCount DELIMITED BY SIZE
    " lateFiles=" DELIMITED BY SIZE
    lateFileCount DELIMITED BY SIZE
    " missingFiles=" DELIMITED BY SIZE
    missingFileCount DELIMITED BY SIZE
    INTO statusReportFileRecord.
  WRITE statusReportFileRecord.
  PERFORM VARYING rrIdx FROM 1 BY 1
    UNTIL rrIdx > reconcileResultCount
    MOVE reconcileResultLine(rrIdx) TO statusReportFileRecord
  END-PERFORM.
  CLOSE StatusReportFile.

  IF jobFailureCount = 0 AND heldStepCount = 0 THEN
    MOVE SPACES TO systemCommand
    STRING "rm -f " DELIMITED BY SIZE
      FUNCTION TRIM(runStateFileName) DELIMITED BY SIZE
      INTO systemCommand
    CALL "SYSTEM" USING systemCommand
    PERFORM DistributeReports THRU DistributeReports-EXIT
  ELSE
    DISPLAY "NIGHTLY-BATCH: report distribution deferred until the "
      "cycle completes"
  END-IF.
  IF jobFailureCount > 0 THEN
    IF snapshotStatus = "FAILED" THEN
      DISPLAY "NIGHTLY-BATCH: run incomplete, correct the state "
        "snapshot and rerun the cycle"
    ELSE
      DISPLAY "NIGHTLY-BATCH: run incomplete, restart with RESTART to "
        "resume from the failed step"
    END-IF
  END-IF.
  IF heldStepCount > 0 THEN
    DISPLAY "NIGHTLY-BATCH: run incomplete, " heldStepCount
      " step(s) held for inbound files, restart with RESTART once "
      "they arrive"
  END-IF.

  DISPLAY "NIGHTLY-BATCH: job ended " FUNCTION CURRENT-DATE(1:14)
    " steps=" jobCount " failures=" jobFailureCount
    " warnings=" warningStepCount
    " skipped=" skippedStepCount
    " notDue=" notDueStepCount
    " held=" heldStepCount.

  IF jobFailureCount > 0 THEN
    MOVE 'C' TO alertSeverity
    PERFORM RaiseOperatorAlert
    MOVE 1 TO RETURN-CODE
  END-IF.
  IF heldStepCount > 0 THEN
    MOVE 1 TO RETURN-CODE
  END-IF.

  GOBACK.

      stepOnFailure(stepCount), stepProgram(stepCount)
    WITH POINTER stepParsePointer
  END-UNSTRING.
  PERFORM ParseStepOption
    UNTIL stepProgram(stepCount)(1:5) NOT = "WHEN="
      AND stepProgram(stepCount)(1:5) NOT = "WAIT=".
  MOVE FUNCTION LENGTH(FUNCTION TRIM(stepListFileRecord, TRAILING))
    TO stepRecordLength.
  IF stepParsePointer <= stepRecordLength THEN
LoadOneStepDefinition-EXIT.
  EXIT.

ParseStepOption.
  IF stepProgram(stepCount)(1:5) = "WHEN=" THEN
    MOVE FUNCTION UPPER-CASE(stepProgram(stepCount)(6:20))
      TO stepCalendarRule(stepCount)
  ELSE
    PERFORM ParseStepWaitOption
  END-IF.
  MOVE SPACES TO stepProgram(stepCount).
  UNSTRING stepListFileRecord DELIMITED BY ','
    INTO stepProgram(stepCount)
    WITH POINTER stepParsePointer
  END-UNSTRING.

ParseStepWaitOption.
  MOVE SPACES TO waitFileListText waitCutoffText waitCutoffPart
    waitActionPart.
  UNSTRING stepProgram(stepCount)(6:115) DELIMITED BY '@'
    INTO waitFileListText, waitCutoffText.
  UNSTRING waitCutoffText DELIMITED BY ':'
    INTO waitCutoffPart, waitActionPart.
  MOVE FUNCTION UPPER-CASE(waitActionPart) TO waitActionPart.
  IF waitActionPart = SPACES THEN
    MOVE "HOLD" TO waitActionPart
  END-IF.
  MOVE waitCutoffPart(1:4) TO stepWaitCutoff(stepCount).
  MOVE waitActionPart TO stepWaitAction(stepCount).
  IF waitCutoffPart(1:4) IS NOT NUMERIC
      OR waitCutoffPart(5:6) NOT = SPACES
      OR waitCutoffPart(1:2) > "23" OR waitCutoffPart(3:2) > "59"
      OR (waitActionPart NOT = "RUN" AND waitActionPart NOT = "HOLD")
      OR waitFileListText = SPACES THEN
    DISPLAY "NIGHTLY-BATCH: WARNING - step "
      FUNCTION TRIM(stepName(stepCount)) " has an invalid arrival wait "
      FUNCTION TRIM(stepProgram(stepCount))
    MOVE "ERROR" TO stepWaitAction(stepCount)
  END-IF.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(waitFileListText, TRAILING))
    TO waitListLength.
  MOVE 1 TO waitListPointer.
  PERFORM UNTIL waitListPointer > waitListLength
    MOVE SPACES TO waitFileName
    UNSTRING waitFileListText DELIMITED BY '+'
      INTO waitFileName
      WITH POINTER waitListPointer
    END-UNSTRING
    IF waitFileName NOT = SPACES THEN
      IF waitFileCount < 200 THEN
        ADD 1 TO waitFileCount
        MOVE stepCount TO wfStepIdx(waitFileCount)
        MOVE FUNCTION TRIM(waitFileName) TO wfFileName(waitFileCount)
        MOVE "PENDING" TO wfStatus(waitFileCount)
        MOVE SPACES TO wfArrivedStamp(waitFileCount)
      ELSE
        DISPLAY "NIGHTLY-BATCH: WARNING - inbound file table full, "
          FUNCTION TRIM(waitFileName) " is not waited for"
      END-IF
    END-IF
  END-PERFORM.

LoadPriorRunState.
  MOVE 0 TO runStateEofFlag.
  OPEN INPUT RunStateFile.
    READ RunStateFile
      AT END SET endOfRunState TO TRUE
      NOT AT END
        IF runStateFileRecord(1:1) NOT = '#' THEN
          PERFORM VARYING depIdx FROM 1 BY 1 UNTIL depIdx > stepCount
            IF stepName(depIdx) = runStateFileRecord THEN
              MOVE "DONE" TO stepStatus(depIdx)
              ADD 1 TO resumedStepCount
            END-IF
          END-PERFORM
        END-IF
    END-READ
  END-PERFORM
  CLOSE RunStateFile.

LoadPriorRunIdentity.
  MOVE 0 TO priorRunFlag.
  OPEN INPUT RunStateFile.
  IF runStateFileStatus = "00" THEN
    READ RunStateFile
      NOT AT END
        IF runStateFileRecord(1:5) = "#run " THEN
          MOVE SPACES TO priorRunIdPart priorStartPart priorDatePart
          UNSTRING runStateFileRecord(6:) DELIMITED BY ALL SPACE
            INTO priorRunIdPart, priorStartPart, priorDatePart
          IF priorRunIdPart NOT = SPACES AND priorStartPart IS NUMERIC
              AND priorDatePart IS NUMERIC THEN
            MOVE priorRunIdPart TO nightlyRunId
            MOVE priorStartPart TO runStartStamp
            MOVE priorDatePart TO calendarRunDate
            SET priorRunRestored TO TRUE
          END-IF
        END-IF
    END-READ
  END-IF.
  CLOSE RunStateFile.
  IF priorRunRestored THEN
    DISPLAY "NIGHTLY-BATCH: restart resumes run "
      FUNCTION TRIM(nightlyRunId) " started " runStartStamp
      " for calendar date " calendarRunDate
  ELSE
    DISPLAY "NIGHTLY-BATCH: WARNING - " FUNCTION TRIM(runStateFileName)
      " holds no run identity, the restart runs under a new run ID"
  END-IF.

StartRunState.
  OPEN OUTPUT RunStateFile.
  IF runStateFileStatus = "00" OR runStateFileStatus = "05" THEN
    MOVE SPACES TO runStateFileRecord
    STRING "#run " DELIMITED BY SIZE
      FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      runStartStamp DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      calendarRunDate DELIMITED BY SIZE
      INTO runStateFileRecord
    END-STRING
    WRITE runStateFileRecord
    CLOSE RunStateFile
  ELSE
    DISPLAY "NIGHTLY-BATCH: WARNING - unable to record run state, "
      "status=" runStateFileStatus
  END-IF.

RunOneStep.
  IF stepStatus(stepIdx) = "DONE" THEN
    DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
      " already completed in a prior run, skipping"
    GO TO RunOneStep-EXIT
  END-IF.
  IF stepStatus(stepIdx) = "NOT-DUE" THEN
    DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
      " not due, " FUNCTION TRIM(stepCalendarReason(stepIdx))
    GO TO RunOneStep-EXIT
  END-IF.
  IF stepStatus(stepIdx) = "FAILED" THEN
    GO TO RunOneStep-EXIT
  END-IF.
  IF stopRequested THEN
    MOVE "SKIPPED" TO stepStatus(stepIdx)
    ADD 1 TO skippedStepCount
  END-IF.
  IF stepDependsOn(stepIdx) NOT = SPACES THEN
    PERFORM CheckStepDependency
    IF dependencyHeld THEN
      MOVE "HELD" TO stepStatus(stepIdx)
      ADD 1 TO heldStepCount
      MOVE SPACES TO stepHoldReason(stepIdx)
      STRING "dependency " DELIMITED BY SIZE
        FUNCTION TRIM(stepDependsOn(stepIdx)) DELIMITED BY SIZE
        " is held" DELIMITED BY SIZE
        INTO stepHoldReason(stepIdx)
      END-STRING
      DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
        " held, " FUNCTION TRIM(stepHoldReason(stepIdx))
      GO TO RunOneStep-EXIT
    END-IF
    IF NOT dependencySatisfied THEN
      MOVE "SKIPPED" TO stepStatus(stepIdx)
      ADD 1 TO skippedStepCount
    END-IF
  END-IF.

  IF stepWaitAction(stepIdx) NOT = SPACES THEN
    PERFORM WaitForInboundFiles THRU WaitForInboundFiles-EXIT
    IF stepStatus(stepIdx) NOT = "PENDING" THEN
      GO TO RunOneStep-EXIT
    END-IF
  END-IF.

  ADD 1 TO jobCount.
  MOVE 0 TO parallelStepFlag.
  IF stepProgram(stepIdx) = "PARALLEL" THEN
    SET isParallelStep TO TRUE
    PERFORM BuildParallelScript THRU BuildParallelScript-EXIT
    IF parallelPieceCount = 0 THEN
      MOVE "FAILED" TO stepStatus(stepIdx)
      MOVE 8 TO stepGrade(stepIdx)
      ADD 1 TO jobFailureCount
      DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
        " FAILED, no partitions to run from "
        FUNCTION TRIM(parallelListFileName)
      IF stepOnFailure(stepIdx) = "STOP" THEN
        SET stopRequested TO TRUE
      END-IF
      GO TO RunOneStep-EXIT
    END-IF
    MOVE SPACES TO systemCommand
    STRING "sh " DELIMITED BY SIZE
      FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
  ELSE
    MOVE SPACES TO systemCommand
    STRING "NIGHTLY_RUN_ID=" DELIMITED BY SIZE
      FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(stepProgram(stepIdx)) DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(stepArguments(stepIdx)) DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
  END-IF.
  DISPLAY "NIGHTLY-BATCH: running step " FUNCTION TRIM(stepName(stepIdx))
    ": " FUNCTION TRIM(systemCommand).
  MOVE FUNCTION CURRENT-DATE(1:14) TO stepStartStamp(stepIdx).
      MOVE stepRawStatus TO stepGradeValue
    END-IF
  END-IF.
  IF isParallelStep THEN
    PERFORM CollectParallelGrades
  END-IF.
  MOVE stepGradeValue TO stepGrade(stepIdx).
  MOVE FUNCTION CURRENT-DATE(1:14) TO stepEndStamp(stepIdx).
  MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO stepEndSeconds.
RunOneStep-EXIT.
  EXIT.

TakeStateSnapshot.
  ACCEPT snapshotProgramName FROM ENVIRONMENT "NIGHTLY_SNAPSHOT_PROGRAM"
    ON EXCEPTION MOVE SPACES TO snapshotProgramName
  END-ACCEPT.
  IF snapshotProgramName = SPACES THEN
    MOVE "state_snapshot" TO snapshotProgramName
  END-IF.
  IF snapshotProgramName = "NONE" THEN
    DISPLAY "NIGHTLY-BATCH: state snapshot disabled"
    GO TO TakeStateSnapshot-EXIT
  END-IF.
  MOVE SPACES TO systemCommand.
  STRING "NIGHTLY_RUN_ID=" DELIMITED BY SIZE
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(snapshotProgramName) DELIMITED BY SIZE
    INTO systemCommand
  END-STRING.
  DISPLAY "NIGHTLY-BATCH: taking state snapshot: "
    FUNCTION TRIM(systemCommand).
  CALL "SYSTEM" USING systemCommand.
  MOVE RETURN-CODE TO stepRawStatus.
  MOVE 0 TO RETURN-CODE.
  IF stepRawStatus = 0 THEN
    MOVE "OK" TO snapshotStatus
    GO TO TakeStateSnapshot-EXIT
  END-IF.
  MOVE "FAILED" TO snapshotStatus.
  ADD 1 TO jobFailureCount.
  SET stopRequested TO TRUE.
  DISPLAY "NIGHTLY-BATCH: state snapshot FAILED, no steps will run "
    "without a restore point".
  MOVE 'C' TO alertSeverity.
  MOVE SPACES TO alertMessageText.
  STRING "state snapshot for " DELIMITED BY SIZE
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    " failed, nightly steps not run" DELIMITED BY SIZE
    INTO alertMessageText
  END-STRING.
  PERFORM RaiseOperatorAlert.
TakeStateSnapshot-EXIT.
  EXIT.

DistributeReports.
  ACCEPT distributionProgramName
    FROM ENVIRONMENT "NIGHTLY_DISTRIBUTION_PROGRAM"
    ON EXCEPTION MOVE SPACES TO distributionProgramName
  END-ACCEPT.
  IF distributionProgramName = SPACES THEN
    MOVE "report_distribution" TO distributionProgramName
  END-IF.
  IF distributionProgramName = "NONE" THEN
    DISPLAY "NIGHTLY-BATCH: report distribution disabled"
    GO TO DistributeReports-EXIT
  END-IF.
  MOVE SPACES TO systemCommand.
  IF isRestartMode AND NOT priorRunRestored THEN
    STRING "NIGHTLY_RUN_ID=" DELIMITED BY SIZE
      FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
      " NIGHTLY_RUN_DATE=" DELIMITED BY SIZE
      calendarRunDate DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(distributionProgramName) DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
  ELSE
    STRING "NIGHTLY_RUN_ID=" DELIMITED BY SIZE
      FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
      " NIGHTLY_RUN_DATE=" DELIMITED BY SIZE
      calendarRunDate DELIMITED BY SIZE
      " NIGHTLY_RUN_STARTED=" DELIMITED BY SIZE
      runStartStamp DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      FUNCTION TRIM(distributionProgramName) DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
  END-IF.
  DISPLAY "NIGHTLY-BATCH: distributing reports: "
    FUNCTION TRIM(systemCommand).
  CALL "SYSTEM" USING systemCommand.
  MOVE RETURN-CODE TO stepRawStatus.
  MOVE 0 TO RETURN-CODE.
  IF stepRawStatus >= 256 THEN
    COMPUTE stepGradeValue = stepRawStatus / 256
  ELSE
    IF stepRawStatus < 0 THEN
      MOVE 8 TO stepGradeValue
    ELSE
      MOVE stepRawStatus TO stepGradeValue
    END-IF
  END-IF.
  IF stepGradeValue NOT = 0 THEN
    DISPLAY "NIGHTLY-BATCH: report distribution ended with grade "
      stepGradeValue ", see the distribution log"
  END-IF.
DistributeReports-EXIT.
  EXIT.

BuildParallelScript.
  MOVE 0 TO parallelPieceCount.
  MOVE SPACES TO parallelListFileName parallelProgramText.
  MOVE 1 TO parallelArgPointer.
  UNSTRING stepArguments(stepIdx) DELIMITED BY ALL SPACE
    INTO parallelListFileName
    WITH POINTER parallelArgPointer
  END-UNSTRING.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(stepArguments(stepIdx), TRAILING))
    TO parallelArgLength.
  IF parallelArgPointer <= parallelArgLength THEN
    MOVE stepArguments(stepIdx)(parallelArgPointer:
        parallelArgLength - parallelArgPointer + 1)
      TO parallelProgramText
  END-IF.
  IF parallelListFileName = SPACES OR parallelProgramText = SPACES THEN
    DISPLAY "NIGHTLY-BATCH: WARNING - parallel step "
      FUNCTION TRIM(stepName(stepIdx))
      " needs a control file and a program"
    GO TO BuildParallelScript-EXIT
  END-IF.
  MOVE SPACES TO parallelProgramName parallelExtraArgs.
  MOVE 1 TO parallelArgPointer.
  UNSTRING parallelProgramText DELIMITED BY ALL SPACE
    INTO parallelProgramName
    WITH POINTER parallelArgPointer
  END-UNSTRING.
  MOVE FUNCTION LENGTH(FUNCTION TRIM(parallelProgramText, TRAILING))
    TO parallelArgLength.
  IF parallelArgPointer <= parallelArgLength THEN
    MOVE parallelProgramText(parallelArgPointer:
        parallelArgLength - parallelArgPointer + 1)
      TO parallelExtraArgs
  END-IF.
  MOVE SPACES TO parallelScriptFileName.
  STRING FUNCTION TRIM(statusReportFileName) DELIMITED BY SIZE
    "." DELIMITED BY SIZE
    FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
    ".par" DELIMITED BY SIZE
    INTO parallelScriptFileName.
  MOVE 0 TO parallelListEofFlag.
  OPEN INPUT ParallelListFile.
  IF parallelListFileStatus NOT = "00" THEN
    DISPLAY "NIGHTLY-BATCH: WARNING - unable to open parallel control "
      "file " FUNCTION TRIM(parallelListFileName)
      ", status=" parallelListFileStatus
    GO TO BuildParallelScript-EXIT
  END-IF.
  OPEN OUTPUT ParallelScriptFile.
  PERFORM UNTIL endOfParallelList
    READ ParallelListFile
      AT END SET endOfParallelList TO TRUE
      NOT AT END PERFORM WriteParallelPieceLine
        THRU WriteParallelPieceLine-EXIT
    END-READ
  END-PERFORM.
  CLOSE ParallelListFile.
  MOVE "wait" TO parallelScriptRecord.
  WRITE parallelScriptRecord.
  PERFORM VARYING parallelPieceIdx FROM 1 BY 1
      UNTIL parallelPieceIdx > parallelPieceCount
    MOVE SPACES TO parallelScriptRecord
    STRING "cat " DELIMITED BY SIZE
      FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      parallelPieceIdx DELIMITED BY SIZE
      ".log" DELIMITED BY SIZE
      INTO parallelScriptRecord
    WRITE parallelScriptRecord
  END-PERFORM.
  CLOSE ParallelScriptFile.
  DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
    " runs " parallelPieceCount " partition(s) concurrently from "
    FUNCTION TRIM(parallelListFileName).
BuildParallelScript-EXIT.
  EXIT.

WriteParallelPieceLine.
  IF parallelListRecord = SPACES OR parallelListRecord(1:1) = '#'
      OR parallelPieceCount >= 99 THEN
    GO TO WriteParallelPieceLine-EXIT
  END-IF.
  MOVE SPACES TO parallelInputName parallelOutputName.
  UNSTRING parallelListRecord DELIMITED BY ','
    INTO parallelInputName, parallelOutputName.
  ADD 1 TO parallelPieceCount.
  MOVE SPACES TO parallelScriptRecord.
  STRING "( NIGHTLY_RUN_ID=" DELIMITED BY SIZE
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    " NIGHTLY_PARTITION=" DELIMITED BY SIZE
    parallelPieceCount DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(parallelProgramName) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(parallelInputName) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(parallelOutputName) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    FUNCTION TRIM(parallelExtraArgs) DELIMITED BY SIZE
    " > " DELIMITED BY SIZE
    FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
    "." DELIMITED BY SIZE
    parallelPieceCount DELIMITED BY SIZE
    ".log 2>&1 ; echo $? > " DELIMITED BY SIZE
    FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
    "." DELIMITED BY SIZE
    parallelPieceCount DELIMITED BY SIZE
    ".rc ) &" DELIMITED BY SIZE
    INTO parallelScriptRecord
  END-STRING.
  WRITE parallelScriptRecord.
WriteParallelPieceLine-EXIT.
  EXIT.

CollectParallelGrades.
  MOVE 0 TO stepGradeValue.
  MOVE 0 TO parallelFailedCount.
  PERFORM VARYING parallelPieceIdx FROM 1 BY 1
      UNTIL parallelPieceIdx > parallelPieceCount
    MOVE SPACES TO parallelGradeFileName
    STRING FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
      "." DELIMITED BY SIZE
      parallelPieceIdx DELIMITED BY SIZE
      ".rc" DELIMITED BY SIZE
      INTO parallelGradeFileName
    MOVE 8 TO parallelPieceGrade
    OPEN INPUT ParallelGradeFile
    IF parallelGradeFileStatus = "00" THEN
      READ ParallelGradeFile
        NOT AT END
          IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(parallelGradeRecord)) = 0
            COMPUTE parallelPieceGrade
              = FUNCTION NUMVAL(FUNCTION TRIM(parallelGradeRecord))
          END-IF
      END-READ
    END-IF
    CLOSE ParallelGradeFile
    IF parallelPieceGrade > 4 THEN
      ADD 1 TO parallelFailedCount
    END-IF
    IF parallelPieceGrade > stepGradeValue THEN
      MOVE parallelPieceGrade TO stepGradeValue
    END-IF
    DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
      " partition " parallelPieceIdx " ended with grade "
      parallelPieceGrade
  END-PERFORM.
  IF parallelFailedCount > 0 THEN
    DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
      " had " parallelFailedCount " failed partition(s)"
  END-IF.
  MOVE SPACES TO systemCommand.
  STRING "rm -f " DELIMITED BY SIZE
    FUNCTION TRIM(parallelScriptFileName) DELIMITED BY SIZE
    ".*.rc" DELIMITED BY SIZE
    INTO systemCommand.
  CALL "SYSTEM" USING systemCommand.
  MOVE 0 TO RETURN-CODE.

RunReconciliations.
  MOVE 0 TO reconcileSpecEofFlag
  OPEN INPUT ReconcileSpecFile
CheckStepDependency.
  MOVE 0 TO depFoundFlag
  MOVE 0 TO depSatisfiedFlag
  MOVE 0 TO depHeldFlag
  PERFORM VARYING depIdx FROM 1 BY 1
    UNTIL depIdx > stepCount OR dependencyFound
    IF stepName(depIdx) = stepDependsOn(stepIdx) THEN
      SET dependencyFound TO TRUE
      IF stepStatus(depIdx) = "OK" OR stepStatus(depIdx) = "DONE"
          OR stepStatus(depIdx) = "WARNING"
          OR stepStatus(depIdx) = "NOT-DUE" THEN
        SET dependencySatisfied TO TRUE
      END-IF
      IF stepStatus(depIdx) = "FAILED"
          AND stepOnFailure(depIdx) = "CONTINUE" THEN
        SET dependencySatisfied TO TRUE
      END-IF
      IF stepStatus(depIdx) = "HELD" THEN
        SET dependencyHeld TO TRUE
      END-IF
    END-IF
  END-PERFORM
  IF NOT dependencyFound THEN
      FUNCTION TRIM(stepDependsOn(stepIdx))
  END-IF.

ApplyStepCalendar.
  IF stepStatus(stepIdx) = "PENDING"
      AND stepCalendarRule(stepIdx) NOT = SPACES THEN
    MOVE stepCalendarRule(stepIdx) TO calendarRule
    CALL "BUSINESS-CALENDAR" USING BY CONTENT calendarRunDate,
      BY CONTENT calendarRule, BY REFERENCE calendarResult,
      BY REFERENCE calendarReason
    MOVE calendarReason TO stepCalendarReason(stepIdx)
    EVALUATE TRUE
      WHEN calendarStepNotDue
        MOVE "NOT-DUE" TO stepStatus(stepIdx)
        ADD 1 TO notDueStepCount
      WHEN calendarRuleInError
        MOVE "FAILED" TO stepStatus(stepIdx)
        MOVE 8 TO stepGrade(stepIdx)
        ADD 1 TO jobFailureCount
        DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
          " FAILED, " FUNCTION TRIM(calendarReason)
        IF stepOnFailure(stepIdx) = "STOP" THEN
          SET stopRequested TO TRUE
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE
  END-IF.

WaitForInboundFiles.
  IF stepWaitAction(stepIdx) = "ERROR" THEN
    MOVE "FAILED" TO stepStatus(stepIdx)
    MOVE 8 TO stepGrade(stepIdx)
    ADD 1 TO jobFailureCount
    DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
      " FAILED, arrival wait is not file+file@HHMM[:RUN|:HOLD]"
    IF stepOnFailure(stepIdx) = "STOP" THEN
      SET stopRequested TO TRUE
    END-IF
    GO TO WaitForInboundFiles-EXIT
  END-IF.
  PERFORM ComputeArrivalCutoff.
  DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
    " waiting for inbound files until " waitCutoffStamp
    " (" FUNCTION TRIM(stepWaitAction(stepIdx)) " at cutoff)".
  PERFORM PollLandingCatalog.
  MOVE FUNCTION CURRENT-DATE(1:12) TO waitCurrentStamp.
  PERFORM UNTIL waitOutstandingCount = 0
      OR waitCurrentStamp >= waitCutoffStamp
    MOVE SPACES TO systemCommand
    STRING "sleep " DELIMITED BY SIZE
      waitPollSeconds DELIMITED BY SIZE
      INTO systemCommand
    END-STRING
    CALL "SYSTEM" USING systemCommand
    MOVE 0 TO RETURN-CODE
    PERFORM PollLandingCatalog
    MOVE FUNCTION CURRENT-DATE(1:12) TO waitCurrentStamp
  END-PERFORM.
  MOVE 0 TO waitMissingCount.
  PERFORM VARYING wfIdx FROM 1 BY 1 UNTIL wfIdx > waitFileCount
    IF wfStepIdx(wfIdx) = stepIdx THEN
      PERFORM ReportOneArrival
    END-IF
  END-PERFORM.
  IF waitMissingCount > 0 THEN
    IF stepWaitAction(stepIdx) = "HOLD" THEN
      MOVE "HELD" TO stepStatus(stepIdx)
      ADD 1 TO heldStepCount
      MOVE SPACES TO stepHoldReason(stepIdx)
      STRING waitMissingCount DELIMITED BY SIZE
        " inbound file(s) missing at cutoff " DELIMITED BY SIZE
        stepWaitCutoff(stepIdx) DELIMITED BY SIZE
        INTO stepHoldReason(stepIdx)
      END-STRING
      DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
        " held, " FUNCTION TRIM(stepHoldReason(stepIdx))
    ELSE
      DISPLAY "NIGHTLY-BATCH: step " FUNCTION TRIM(stepName(stepIdx))
        " runs without " waitMissingCount " missing inbound file(s)"
    END-IF
  END-IF.
WaitForInboundFiles-EXIT.
  EXIT.

ComputeArrivalCutoff.
  MOVE FUNCTION CURRENT-DATE(1:12) TO waitCurrentStamp.
  COMPUTE waitMinuteDifference
    = FUNCTION NUMVAL(stepWaitCutoff(stepIdx)(1:2)) * 60
    + FUNCTION NUMVAL(stepWaitCutoff(stepIdx)(3:2))
    - FUNCTION NUMVAL(waitCurrentStamp(9:2)) * 60
    - FUNCTION NUMVAL(waitCurrentStamp(11:2)).
  MOVE waitCurrentStamp(1:8) TO waitDateValue.
  COMPUTE waitDayNumber = FUNCTION INTEGER-OF-DATE(waitDateValue).
  IF waitMinuteDifference > 720 THEN
    SUBTRACT 1 FROM waitDayNumber
  END-IF.
  IF waitMinuteDifference < -720 THEN
    ADD 1 TO waitDayNumber
  END-IF.
  COMPUTE waitDateValue = FUNCTION DATE-OF-INTEGER(waitDayNumber).
  MOVE SPACES TO waitCutoffStamp.
  STRING waitDateValue DELIMITED BY SIZE
    stepWaitCutoff(stepIdx) DELIMITED BY SIZE
    INTO waitCutoffStamp.
  SUBTRACT 1 FROM waitDayNumber.
  COMPUTE waitDateValue = FUNCTION DATE-OF-INTEGER(waitDayNumber).
  MOVE SPACES TO waitWindowStamp.
  STRING waitDateValue DELIMITED BY SIZE
    stepWaitCutoff(stepIdx) DELIMITED BY SIZE
    INTO waitWindowStamp.

PollLandingCatalog.
  MOVE 0 TO landingCatalogEofFlag.
  OPEN INPUT LandingCatalogFile.
  IF landingCatalogFileStatus NOT = "00" THEN
    SET endOfLandingCatalog TO TRUE
  END-IF
  PERFORM UNTIL endOfLandingCatalog
    READ LandingCatalogFile
      AT END SET endOfLandingCatalog TO TRUE
      NOT AT END PERFORM MatchCatalogArrival
    END-READ
  END-PERFORM
  CLOSE LandingCatalogFile.
  MOVE 0 TO waitOutstandingCount.
  PERFORM VARYING wfIdx FROM 1 BY 1 UNTIL wfIdx > waitFileCount
    IF wfStepIdx(wfIdx) = stepIdx AND wfStatus(wfIdx) = "PENDING" THEN
      ADD 1 TO waitOutstandingCount
    END-IF
  END-PERFORM.

MatchCatalogArrival.
  IF landingCatalogRecord NOT = SPACES
      AND landingCatalogRecord(1:1) NOT = '#' THEN
    MOVE SPACES TO catalogNamePart catalogCountPart catalogStatusPart
      catalogRunPart catalogStampPart
    UNSTRING landingCatalogRecord DELIMITED BY ','
      INTO catalogNamePart, catalogCountPart, catalogStatusPart,
        catalogRunPart, catalogStampPart
    IF catalogStampPart(1:12) IS NUMERIC
        AND catalogStampPart(1:12) > waitWindowStamp THEN
      PERFORM VARYING wfIdx FROM 1 BY 1 UNTIL wfIdx > waitFileCount
        IF wfStepIdx(wfIdx) = stepIdx AND wfStatus(wfIdx) = "PENDING"
            AND wfFileName(wfIdx) = catalogNamePart THEN
          MOVE catalogStampPart TO wfArrivedStamp(wfIdx)
          IF catalogStampPart(1:12) <= waitCutoffStamp THEN
            MOVE "ARRIVED" TO wfStatus(wfIdx)
          ELSE
            MOVE "LATE" TO wfStatus(wfIdx)
          END-IF
        END-IF
      END-PERFORM
    END-IF
  END-IF.

ReportOneArrival.
  EVALUATE wfStatus(wfIdx)
    WHEN "LATE"
      ADD 1 TO lateFileCount
      DISPLAY "NIGHTLY-BATCH: inbound file " FUNCTION TRIM(wfFileName(wfIdx))
        " for step " FUNCTION TRIM(stepName(stepIdx))
        " arrived LATE at " wfArrivedStamp(wfIdx)
      MOVE 'W' TO alertSeverity
      MOVE SPACES TO alertMessageText
      STRING "inbound file " DELIMITED BY SIZE
        FUNCTION TRIM(wfFileName(wfIdx)) DELIMITED BY SIZE
        " for step " DELIMITED BY SIZE
        FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
        " arrived late at " DELIMITED BY SIZE
        wfArrivedStamp(wfIdx) DELIMITED BY SIZE
        INTO alertMessageText
      PERFORM RaiseOperatorAlert
    WHEN "PENDING"
      MOVE "MISSING" TO wfStatus(wfIdx)
      ADD 1 TO missingFileCount
      ADD 1 TO waitMissingCount
      DISPLAY "NIGHTLY-BATCH: inbound file " FUNCTION TRIM(wfFileName(wfIdx))
        " for step " FUNCTION TRIM(stepName(stepIdx))
        " MISSING at cutoff " waitCutoffStamp
      MOVE SPACES TO alertMessageText
      IF stepWaitAction(stepIdx) = "HOLD" THEN
        MOVE 'C' TO alertSeverity
        STRING "inbound file " DELIMITED BY SIZE
          FUNCTION TRIM(wfFileName(wfIdx)) DELIMITED BY SIZE
          " missing at cutoff " DELIMITED BY SIZE
          stepWaitCutoff(stepIdx) DELIMITED BY SIZE
          ", step " DELIMITED BY SIZE
          FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
          " and its dependents held" DELIMITED BY SIZE
          INTO alertMessageText
      ELSE
        MOVE 'W' TO alertSeverity
        STRING "inbound file " DELIMITED BY SIZE
          FUNCTION TRIM(wfFileName(wfIdx)) DELIMITED BY SIZE
          " missing at cutoff " DELIMITED BY SIZE
          stepWaitCutoff(stepIdx) DELIMITED BY SIZE
          ", step " DELIMITED BY SIZE
          FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
          " ran without it" DELIMITED BY SIZE
          INTO alertMessageText
      END-IF
      PERFORM RaiseOperatorAlert
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

RecordStepCompletion.
  OPEN EXTEND RunStateFile
  IF runStateFileStatus = "00" OR runStateFileStatus = "05" THEN

WriteStepStatusLine.
  MOVE SPACES TO statusReportFileRecord.
  IF stepStatus(stepIdx) = "HELD" THEN
    STRING
      "step=" DELIMITED BY SIZE
      FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
      " program=" DELIMITED BY SIZE
      FUNCTION TRIM(stepProgram(stepIdx)) DELIMITED BY SIZE
      " status=HELD reason=" DELIMITED BY SIZE
      FUNCTION TRIM(stepHoldReason(stepIdx)) DELIMITED BY SIZE
      INTO statusReportFileRecord
    END-STRING
    WRITE statusReportFileRecord
    GO TO WriteStepStatusLine-EXIT
  END-IF.
  IF stepCalendarReason(stepIdx) NOT = SPACES THEN
    STRING
      "step=" DELIMITED BY SIZE
      FUNCTION TRIM(stepName(stepIdx)) DELIMITED BY SIZE
      " program=" DELIMITED BY SIZE
      FUNCTION TRIM(stepProgram(stepIdx)) DELIMITED BY SIZE
      " status=" DELIMITED BY SIZE
      FUNCTION TRIM(stepStatus(stepIdx)) DELIMITED BY SIZE
      " calendar=" DELIMITED BY SIZE
      FUNCTION TRIM(stepCalendarRule(stepIdx)) DELIMITED BY SIZE
      " reason=" DELIMITED BY SIZE
      FUNCTION TRIM(stepCalendarReason(stepIdx)) DELIMITED BY SIZE
      INTO statusReportFileRecord
    END-STRING
    WRITE statusReportFileRecord
    GO TO WriteStepStatusLine-EXIT
  END-IF.
  IF stepLateFlag(stepIdx) = 1 THEN
    STRING
      "step=" DELIMITED BY SIZE
    END-STRING
  END-IF.
  WRITE statusReportFileRecord.
WriteStepStatusLine-EXIT.
  EXIT.

WriteArrivalStatusLine.
  MOVE SPACES TO statusReportFileRecord.
  STRING
    "arrival=" DELIMITED BY SIZE
    FUNCTION TRIM(wfFileName(wfIdx)) DELIMITED BY SIZE
    " step=" DELIMITED BY SIZE
    FUNCTION TRIM(stepName(wfStepIdx(wfIdx))) DELIMITED BY SIZE
    " status=" DELIMITED BY SIZE
    FUNCTION TRIM(wfStatus(wfIdx)) DELIMITED BY SIZE
    " cutoff=" DELIMITED BY SIZE
    stepWaitCutoff(wfStepIdx(wfIdx)) DELIMITED BY SIZE
    " atCutoff=" DELIMITED BY SIZE
    FUNCTION TRIM(stepWaitAction(wfStepIdx(wfIdx))) DELIMITED BY SIZE
    " registered=" DELIMITED BY SIZE
    wfArrivedStamp(wfIdx) DELIMITED BY SIZE
    INTO statusReportFileRecord
  END-STRING.
  WRITE statusReportFileRecord.
