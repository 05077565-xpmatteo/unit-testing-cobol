IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-GL-INTERFACE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT GlOutputFile ASSIGN TO glOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS glOutputFileStatus.

      SELECT TransmissionFile ASSIGN TO transmissionFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS transmissionFileStatus.

      SELECT RetainedCopyFile ASSIGN TO retainedCopyFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS retainedCopyFileStatus.

      SELECT OPTIONAL RegisterFile ASSIGN TO registerFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS registerFileStatus.

      SELECT AckFile ASSIGN TO ackFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS ackFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile.
    01 listFileRecord PIC X(200).

    FD GlOutputFile.
    01 glOutputRecord PIC X(100).

    FD TransmissionFile.
    01 transmissionRecord PIC X(300).

    FD RetainedCopyFile.
    01 retainedCopyRecord PIC X(300).

    FD RegisterFile.
    01 registerRecord PIC X(300).

    FD AckFile.
    01 ackRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 interfaceModeArg PIC X(4) VALUE SPACES.
      88 isSendMode VALUE 'SEND'.
      88 isAckMode VALUE 'ACK'.

    01 listFileName PIC X(256) VALUE SPACES.
    01 listFileStatus PIC XX VALUE "00".
    01 listEofFlag PIC 9 VALUE 0.
      88 endOfListFile VALUE 1.

    01 glOutputFileName PIC X(200).
    01 glOutputFileStatus PIC XX VALUE "00".
    01 glOutputEofFlag PIC 9 VALUE 0.
      88 endOfGlOutput VALUE 1.

    01 transmissionDirectoryName PIC X(200) VALUE SPACES.
    01 transmissionFileName PIC X(256).
    01 transmissionFileStatus PIC XX VALUE "00".
    01 retainedCopyFileName PIC X(300).
    01 retainedCopyFileStatus PIC XX VALUE "00".
    01 retainedCopyEofFlag PIC 9 VALUE 0.
      88 endOfRetainedCopy VALUE 1.

    01 registerFileName PIC X(256) VALUE SPACES.
    01 registerFileStatus PIC XX VALUE "00".
    01 registerEofFlag PIC 9 VALUE 0.
      88 endOfRegister VALUE 1.

    01 ackFileName PIC X(256) VALUE SPACES.
    01 ackFileStatus PIC XX VALUE "00".
    01 ackEofFlag PIC 9 VALUE 0.
      88 endOfAckFile VALUE 1.

    01 RegisterTable.
      02 RegisterEntry OCCURS 2000 TIMES.
        03 rgSequence PIC 9(9).
        03 rgStatus PIC X(8).
        03 rgTransmissionFile PIC X(100).
        03 rgFileCount PIC 9(5).
        03 rgRecordCount PIC 9(9).
        03 rgHashTotal PIC S9(13)V99.
        03 rgCreatedAt PIC X(14).
        03 rgSendCount PIC 9(3).
        03 rgLastSentAt PIC X(14).
        03 rgAckAt PIC X(14).
        03 rgAckReason PIC X(60).
    01 registerEntryCount PIC 9(4) VALUE 0.
    01 rgIdx PIC 9(4).
    01 rgMatchIdx PIC 9(4) VALUE 0.
    01 registerFoundFlag PIC 9 VALUE 0.
      88 registerEntryFound VALUE 1.

    01 registerSeqPart PIC X(12).
    01 registerStatusPart PIC X(12).
    01 registerFilePart PIC X(100).
    01 registerFilesPart PIC X(12).
    01 registerRecordsPart PIC X(12).
    01 registerHashPart PIC X(20).
    01 registerCreatedPart PIC X(14).
    01 registerSendsPart PIC X(5).
    01 registerSentPart PIC X(14).
    01 registerAckAtPart PIC X(14).
    01 registerReasonPart PIC X(60).

    01 ackTypePart PIC X(4).
    01 ackSeqPart PIC X(12).
    01 ackStatusPart PIC X(12).
    01 ackRecordsPart PIC X(12).
    01 ackHashPart PIC X(20).
    01 ackReasonPart PIC X(60).
    01 ackSequence PIC 9(9).
    01 ackRecordCount PIC 9(9).
    01 ackHashTotal PIC S9(13)V99.

    01 SumFileGlDetailLine.
      02 glDetailAccountCode PIC X(10).
      02 glDetailSeparator1  PIC X.
      02 glDetailPeriod      PIC X(6).
      02 glDetailSeparator2  PIC X.
      02 glDetailAmount      PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    01 GlOutputTable.
      02 GlOutputEntry OCCURS 200 TIMES.
        03 goFileName PIC X(200).
        03 goRecordCount PIC 9(9).
        03 goHashTotal PIC S9(13)V99.
    01 glOutputCount PIC 9(4) VALUE 0.
    01 goIdx PIC 9(4).

    01 transmissionSequence PIC 9(9) VALUE 0.
    01 transmissionRecordCount PIC 9(9) VALUE 0.
    01 transmissionHashTotal PIC S9(13)V99 VALUE 0.
    01 fileRecordCount PIC 9(9) VALUE 0.
    01 fileHashTotal PIC S9(13)V99 VALUE 0.
    01 copiedRecordCount PIC 9(9) VALUE 0.

    01 nightlyRunId PIC X(12) VALUE SPACES.
    01 currentTimestamp PIC X(14).
    01 todayDate PIC X(8).

    01 sentCount PIC 9(9) VALUE 0.
    01 resentCount PIC 9(9) VALUE 0.
    01 acceptedCount PIC 9(9) VALUE 0.
    01 rejectedCount PIC 9(9) VALUE 0.
    01 ackExceptionCount PIC 9(9) VALUE 0.
    01 pendingCount PIC 9(9) VALUE 0.
    01 warningFlag PIC 9 VALUE 0.
      88 hasWarnings VALUE 1.

    01 hashDisplay PIC -(13)9.99.
    01 hashDisplay2 PIC -(13)9.99.
    01 countDisplay PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.

    01 alertSeverity PIC X.
    01 alertProgramName PIC X(20) VALUE "SUM-GL-INTERFACE".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT interfaceModeArg FROM ARGUMENT-VALUE.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT transmissionDirectoryName FROM ARGUMENT-VALUE.
  ACCEPT registerFileName FROM ARGUMENT-VALUE.
  ACCEPT nightlyRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
    ON EXCEPTION MOVE SPACES TO nightlyRunId
  END-ACCEPT.

  MOVE FUNCTION UPPER-CASE(interfaceModeArg) TO interfaceModeArg.
  IF transmissionDirectoryName = SPACES THEN
    MOVE "." TO transmissionDirectoryName
  END-IF.
  IF registerFileName = SPACES THEN
    MOVE "gl_interface_register.dat" TO registerFileName
  END-IF.
  MOVE FUNCTION CURRENT-DATE(1:14) TO currentTimestamp.
  MOVE currentTimestamp(1:8) TO todayDate.

  IF NOT isSendMode AND NOT isAckMode THEN
    DISPLAY "SUM-GL-INTERFACE: job NOT started - mode must be SEND or ACK"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF listFileName = SPACES THEN
    DISPLAY "SUM-GL-INTERFACE: job NOT started - no "
      "list file or acknowledgment file given"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  DISPLAY "SUM-GL-INTERFACE: job started " currentTimestamp
    " mode=" FUNCTION TRIM(interfaceModeArg)
    " file=" FUNCTION TRIM(listFileName)
    " register=" FUNCTION TRIM(registerFileName).

  PERFORM LoadRegister.
  IF RETURN-CODE = 8 THEN
    GOBACK
  END-IF.

  IF isSendMode THEN
    PERFORM ResendUnacknowledged
    PERFORM SendTransmission THRU SendTransmission-EXIT
  ELSE
    MOVE listFileName TO ackFileName
    PERFORM ApplyAcknowledgments THRU ApplyAcknowledgments-EXIT
  END-IF.
  IF RETURN-CODE = 8 THEN
    GOBACK
  END-IF.

  PERFORM RewriteRegister.
  IF RETURN-CODE = 8 THEN
    GOBACK
  END-IF.

  MOVE 0 TO pendingCount.
  PERFORM VARYING rgIdx FROM 1 BY 1 UNTIL rgIdx > registerEntryCount
    IF rgStatus(rgIdx) = "SENT" THEN
      ADD 1 TO pendingCount
    END-IF
  END-PERFORM.

  DISPLAY "SUM-GL-INTERFACE: job ended " FUNCTION CURRENT-DATE(1:14)
    " sent=" sentCount
    " resent=" resentCount
    " accepted=" acceptedCount
    " rejected=" rejectedCount
    " awaitingAck=" pendingCount.
  IF hasWarnings THEN
    DISPLAY "SUM-GL-INTERFACE: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadRegister.
  MOVE 0 TO registerEofFlag.
  OPEN INPUT RegisterFile.
  IF registerFileStatus NOT = "00" THEN
    IF registerFileStatus NOT = "05" THEN
      DISPLAY "SUM-GL-INTERFACE: job NOT started - unable to read "
        "register " FUNCTION TRIM(registerFileName)
        ", status=" registerFileStatus
      MOVE 8 TO RETURN-CODE
    END-IF
    SET endOfRegister TO TRUE
  END-IF.
  PERFORM UNTIL endOfRegister
    READ RegisterFile
      AT END SET endOfRegister TO TRUE
      NOT AT END
        IF registerRecord NOT = SPACES THEN
          PERFORM LoadOneRegisterEntry
        END-IF
    END-READ
  END-PERFORM.
  CLOSE RegisterFile.

LoadOneRegisterEntry.
  IF registerEntryCount >= 2000 THEN
    DISPLAY "SUM-GL-INTERFACE: WARNING - register table full, "
      "older entries ignored"
    SET hasWarnings TO TRUE
  ELSE
    MOVE SPACES TO registerSeqPart registerStatusPart registerFilePart
      registerFilesPart registerRecordsPart registerHashPart
      registerCreatedPart registerSendsPart registerSentPart
      registerAckAtPart registerReasonPart
    UNSTRING registerRecord DELIMITED BY ','
      INTO registerSeqPart, registerStatusPart, registerFilePart,
        registerFilesPart, registerRecordsPart, registerHashPart,
        registerCreatedPart, registerSendsPart, registerSentPart,
        registerAckAtPart, registerReasonPart
    ADD 1 TO registerEntryCount
    MOVE FUNCTION NUMVAL(registerSeqPart)
      TO rgSequence(registerEntryCount)
    MOVE registerStatusPart TO rgStatus(registerEntryCount)
    MOVE registerFilePart TO rgTransmissionFile(registerEntryCount)
    MOVE FUNCTION NUMVAL(registerFilesPart)
      TO rgFileCount(registerEntryCount)
    MOVE FUNCTION NUMVAL(registerRecordsPart)
      TO rgRecordCount(registerEntryCount)
    MOVE FUNCTION NUMVAL(registerHashPart)
      TO rgHashTotal(registerEntryCount)
    MOVE registerCreatedPart TO rgCreatedAt(registerEntryCount)
    MOVE FUNCTION NUMVAL(registerSendsPart)
      TO rgSendCount(registerEntryCount)
    MOVE registerSentPart TO rgLastSentAt(registerEntryCount)
    MOVE registerAckAtPart TO rgAckAt(registerEntryCount)
    MOVE registerReasonPart TO rgAckReason(registerEntryCount)
  END-IF.

RewriteRegister.
  OPEN OUTPUT RegisterFile.
  IF registerFileStatus NOT = "00" AND registerFileStatus NOT = "05" THEN
    DISPLAY "SUM-GL-INTERFACE: unable to rewrite register "
      FUNCTION TRIM(registerFileName) ", status=" registerFileStatus
    MOVE 8 TO RETURN-CODE
  ELSE
    PERFORM VARYING rgIdx FROM 1 BY 1 UNTIL rgIdx > registerEntryCount
      MOVE rgHashTotal(rgIdx) TO hashDisplay
      MOVE SPACES TO registerRecord
      STRING rgSequence(rgIdx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(rgStatus(rgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(rgTransmissionFile(rgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        rgFileCount(rgIdx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        rgRecordCount(rgIdx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(hashDisplay) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        rgCreatedAt(rgIdx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        rgSendCount(rgIdx) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(rgLastSentAt(rgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(rgAckAt(rgIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(rgAckReason(rgIdx)) DELIMITED BY SIZE
        INTO registerRecord
      END-STRING
      WRITE registerRecord
    END-PERFORM
    CLOSE RegisterFile
  END-IF.

ResendUnacknowledged.
  PERFORM VARYING rgIdx FROM 1 BY 1 UNTIL rgIdx > registerEntryCount
    IF rgStatus(rgIdx) = "SENT"
        AND rgLastSentAt(rgIdx)(1:8) < todayDate THEN
      PERFORM ResendOneTransmission
    END-IF
  END-PERFORM.

ResendOneTransmission.
  SET hasWarnings TO TRUE.
  MOVE rgSequence(rgIdx) TO transmissionSequence.
  PERFORM BuildTransmissionFileNames.
  MOVE 0 TO copiedRecordCount.
  MOVE 0 TO retainedCopyEofFlag.
  OPEN INPUT RetainedCopyFile.
  IF retainedCopyFileStatus NOT = "00" THEN
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "GL transmission " DELIMITED BY SIZE
      rgSequence(rgIdx) DELIMITED BY SIZE
      " sent " DELIMITED BY SIZE
      rgLastSentAt(rgIdx) DELIMITED BY SIZE
      " is unacknowledged and its retained copy "
        DELIMITED BY SIZE
      FUNCTION TRIM(retainedCopyFileName) DELIMITED BY SIZE
      " is missing" DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
    DISPLAY "SUM-GL-INTERFACE: WARNING - " FUNCTION TRIM(alertMessageText)
    PERFORM RaiseOperatorAlert
  ELSE
    OPEN OUTPUT TransmissionFile
    PERFORM UNTIL endOfRetainedCopy
      READ RetainedCopyFile
        AT END SET endOfRetainedCopy TO TRUE
        NOT AT END
          MOVE retainedCopyRecord TO transmissionRecord
          WRITE transmissionRecord
          ADD 1 TO copiedRecordCount
      END-READ
    END-PERFORM
    CLOSE TransmissionFile
    CLOSE RetainedCopyFile
    MOVE 'W' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "GL transmission " DELIMITED BY SIZE
      rgSequence(rgIdx) DELIMITED BY SIZE
      " sent " DELIMITED BY SIZE
      rgLastSentAt(rgIdx) DELIMITED BY SIZE
      " was not acknowledged, re-sent as " DELIMITED BY SIZE
      FUNCTION TRIM(transmissionFileName) DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
    DISPLAY "SUM-GL-INTERFACE: WARNING - " FUNCTION TRIM(alertMessageText)
    PERFORM RaiseOperatorAlert
    ADD 1 TO rgSendCount(rgIdx)
    MOVE currentTimestamp TO rgLastSentAt(rgIdx)
    ADD 1 TO resentCount
  END-IF.

BuildTransmissionFileNames.
  MOVE SPACES TO transmissionFileName.
  STRING FUNCTION TRIM(transmissionDirectoryName) DELIMITED BY SIZE
    "/GLXMIT_" DELIMITED BY SIZE
    transmissionSequence DELIMITED BY SIZE
    ".dat" DELIMITED BY SIZE
    INTO transmissionFileName.
  MOVE SPACES TO retainedCopyFileName.
  STRING FUNCTION TRIM(registerFileName) DELIMITED BY SIZE
    "." DELIMITED BY SIZE
    transmissionSequence DELIMITED BY SIZE
    INTO retainedCopyFileName.

SendTransmission.
  MOVE 0 TO listEofFlag.
  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-GL-INTERFACE: unable to open list file "
      FUNCTION TRIM(listFileName) ", status=" listFileStatus
    MOVE 8 TO RETURN-CODE
    GO TO SendTransmission-EXIT
  END-IF.
  PERFORM UNTIL endOfListFile
    READ ListFile
      AT END SET endOfListFile TO TRUE
      NOT AT END
        IF listFileRecord NOT = SPACES THEN
          PERFORM MeasureOneGlOutput
        END-IF
    END-READ
  END-PERFORM.
  CLOSE ListFile.

  IF glOutputCount = 0 THEN
    DISPLAY "SUM-GL-INTERFACE: no GL outputs to send tonight"
    GO TO SendTransmission-EXIT
  END-IF.
  IF registerEntryCount >= 2000 THEN
    DISPLAY "SUM-GL-INTERFACE: register is full, nothing sent"
    MOVE 8 TO RETURN-CODE
    GO TO SendTransmission-EXIT
  END-IF.

  CALL "AUDIT-SEQ" USING BY CONTENT registerFileName,
    BY REFERENCE transmissionSequence.
  PERFORM BuildTransmissionFileNames.
  OPEN OUTPUT TransmissionFile.
  IF transmissionFileStatus NOT = "00" THEN
    DISPLAY "SUM-GL-INTERFACE: unable to create "
      FUNCTION TRIM(transmissionFileName)
      ", status=" transmissionFileStatus
    MOVE 8 TO RETURN-CODE
    GO TO SendTransmission-EXIT
  END-IF.
  OPEN OUTPUT RetainedCopyFile.
  IF retainedCopyFileStatus NOT = "00" THEN
    DISPLAY "SUM-GL-INTERFACE: unable to create "
      FUNCTION TRIM(retainedCopyFileName)
      ", status=" retainedCopyFileStatus
    CLOSE TransmissionFile
    MOVE 8 TO RETURN-CODE
    GO TO SendTransmission-EXIT
  END-IF.

  MOVE glOutputCount TO countDisplay.
  MOVE SPACES TO transmissionRecord.
  STRING "HDR,GLXMIT," DELIMITED BY SIZE
    transmissionSequence DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    currentTimestamp DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay) DELIMITED BY SIZE
    INTO transmissionRecord.
  PERFORM WriteTransmissionRecord.

  PERFORM VARYING goIdx FROM 1 BY 1 UNTIL goIdx > glOutputCount
    PERFORM CopyOneGlOutput
  END-PERFORM.

  MOVE transmissionHashTotal TO hashDisplay.
  MOVE SPACES TO transmissionRecord.
  STRING "TRL," DELIMITED BY SIZE
    transmissionSequence DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    transmissionRecordCount DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(hashDisplay) DELIMITED BY SIZE
    INTO transmissionRecord.
  PERFORM WriteTransmissionRecord.
  CLOSE TransmissionFile.
  CLOSE RetainedCopyFile.

  ADD 1 TO registerEntryCount.
  MOVE transmissionSequence TO rgSequence(registerEntryCount).
  MOVE "SENT" TO rgStatus(registerEntryCount).
  MOVE transmissionFileName TO rgTransmissionFile(registerEntryCount).
  MOVE glOutputCount TO rgFileCount(registerEntryCount).
  MOVE transmissionRecordCount TO rgRecordCount(registerEntryCount).
  MOVE transmissionHashTotal TO rgHashTotal(registerEntryCount).
  MOVE currentTimestamp TO rgCreatedAt(registerEntryCount).
  MOVE 1 TO rgSendCount(registerEntryCount).
  MOVE currentTimestamp TO rgLastSentAt(registerEntryCount).
  MOVE SPACES TO rgAckAt(registerEntryCount).
  MOVE SPACES TO rgAckReason(registerEntryCount).
  ADD 1 TO sentCount.
  DISPLAY "SUM-GL-INTERFACE: transmission " transmissionSequence
    " written to " FUNCTION TRIM(transmissionFileName)
    " files=" glOutputCount
    " records=" transmissionRecordCount
    " hashTotal=" FUNCTION TRIM(hashDisplay).
SendTransmission-EXIT.
  EXIT.

MeasureOneGlOutput.
  IF glOutputCount >= 200 THEN
    DISPLAY "SUM-GL-INTERFACE: WARNING - more than 200 GL outputs, "
      FUNCTION TRIM(listFileRecord) " not sent"
    SET hasWarnings TO TRUE
  ELSE
    MOVE FUNCTION TRIM(listFileRecord) TO glOutputFileName
    MOVE 0 TO fileRecordCount
    MOVE 0 TO fileHashTotal
    MOVE 0 TO glOutputEofFlag
    OPEN INPUT GlOutputFile
    IF glOutputFileStatus NOT = "00" THEN
      DISPLAY "SUM-GL-INTERFACE: WARNING - could not open "
        FUNCTION TRIM(glOutputFileName) ", status=" glOutputFileStatus
        ", not sent"
      SET hasWarnings TO TRUE
    ELSE
      PERFORM UNTIL endOfGlOutput
        READ GlOutputFile
          AT END SET endOfGlOutput TO TRUE
          NOT AT END PERFORM TallyOneGlRecord
        END-READ
      END-PERFORM
      CLOSE GlOutputFile
      ADD 1 TO glOutputCount
      MOVE glOutputFileName TO goFileName(glOutputCount)
      MOVE fileRecordCount TO goRecordCount(glOutputCount)
      MOVE fileHashTotal TO goHashTotal(glOutputCount)
    END-IF
  END-IF.

TallyOneGlRecord.
  IF glOutputRecord NOT = SPACES THEN
    ADD 1 TO fileRecordCount
    IF glOutputRecord(1:8) NOT = 'CURRENCY'
        AND glOutputRecord(1:8) NOT = 'SUBTOTAL'
        AND glOutputRecord(1:7) NOT = 'GLTOTAL' THEN
      MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
      IF glDetailAmount IS NUMERIC THEN
        IF glDetailAmount < 0 THEN
          SUBTRACT glDetailAmount FROM fileHashTotal
        ELSE
          ADD glDetailAmount TO fileHashTotal
        END-IF
      END-IF
    END-IF
  END-IF.

CopyOneGlOutput.
  MOVE goFileName(goIdx) TO glOutputFileName.
  MOVE goRecordCount(goIdx) TO countDisplay.
  MOVE goHashTotal(goIdx) TO hashDisplay.
  MOVE SPACES TO transmissionRecord.
  STRING "FIL," DELIMITED BY SIZE
    FUNCTION TRIM(glOutputFileName) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay) DELIMITED BY SIZE
    "," DELIMITED BY SIZE
    FUNCTION TRIM(hashDisplay) DELIMITED BY SIZE
    INTO transmissionRecord.
  PERFORM WriteTransmissionRecord.
  MOVE 0 TO glOutputEofFlag.
  OPEN INPUT GlOutputFile.
  PERFORM UNTIL endOfGlOutput
    READ GlOutputFile
      AT END SET endOfGlOutput TO TRUE
      NOT AT END
        IF glOutputRecord NOT = SPACES THEN
          MOVE SPACES TO transmissionRecord
          STRING "REC," DELIMITED BY SIZE
            FUNCTION TRIM(glOutputRecord, TRAILING) DELIMITED BY SIZE
            INTO transmissionRecord
          END-STRING
          PERFORM WriteTransmissionRecord
          ADD 1 TO transmissionRecordCount
        END-IF
    END-READ
  END-PERFORM.
  CLOSE GlOutputFile.
  ADD goHashTotal(goIdx) TO transmissionHashTotal.

WriteTransmissionRecord.
  WRITE transmissionRecord.
  MOVE transmissionRecord TO retainedCopyRecord.
  WRITE retainedCopyRecord.

ApplyAcknowledgments.
  MOVE 0 TO ackEofFlag.
  OPEN INPUT AckFile.
  IF ackFileStatus NOT = "00" THEN
    DISPLAY "SUM-GL-INTERFACE: unable to open acknowledgment file "
      FUNCTION TRIM(ackFileName) ", status=" ackFileStatus
    MOVE 8 TO RETURN-CODE
    GO TO ApplyAcknowledgments-EXIT
  END-IF.
  PERFORM UNTIL endOfAckFile
    READ AckFile
      AT END SET endOfAckFile TO TRUE
      NOT AT END
        IF ackRecord NOT = SPACES THEN
          PERFORM ApplyOneAcknowledgment THRU ApplyOneAcknowledgment-EXIT
        END-IF
    END-READ
  END-PERFORM.
  CLOSE AckFile.
ApplyAcknowledgments-EXIT.
  EXIT.

ApplyOneAcknowledgment.
  MOVE SPACES TO ackTypePart ackSeqPart ackStatusPart ackRecordsPart
    ackHashPart ackReasonPart.
  UNSTRING ackRecord DELIMITED BY ','
    INTO ackTypePart, ackSeqPart, ackStatusPart, ackRecordsPart,
      ackHashPart, ackReasonPart.
  IF FUNCTION UPPER-CASE(ackTypePart) NOT = "ACK" THEN
    GO TO ApplyOneAcknowledgment-EXIT
  END-IF.
  MOVE FUNCTION UPPER-CASE(ackStatusPart) TO ackStatusPart.
  IF FUNCTION TEST-NUMVAL(ackSeqPart) NOT = 0
      OR (ackStatusPart NOT = "ACCEPTED" AND ackStatusPart NOT = "REJECTED")
      THEN
    DISPLAY "SUM-GL-INTERFACE: WARNING - malformed acknowledgment "
      FUNCTION TRIM(ackRecord) " ignored"
    ADD 1 TO ackExceptionCount
    SET hasWarnings TO TRUE
    GO TO ApplyOneAcknowledgment-EXIT
  END-IF.
  MOVE FUNCTION NUMVAL(ackSeqPart) TO ackSequence.

  MOVE 0 TO registerFoundFlag.
  MOVE 0 TO rgMatchIdx.
  PERFORM VARYING rgIdx FROM 1 BY 1
    UNTIL rgIdx > registerEntryCount OR registerEntryFound
    IF rgSequence(rgIdx) = ackSequence THEN
      SET registerEntryFound TO TRUE
      MOVE rgIdx TO rgMatchIdx
    END-IF
  END-PERFORM.
  IF NOT registerEntryFound THEN
    DISPLAY "SUM-GL-INTERFACE: WARNING - acknowledgment for unknown "
      "transmission " ackSequence " ignored"
    ADD 1 TO ackExceptionCount
    SET hasWarnings TO TRUE
    GO TO ApplyOneAcknowledgment-EXIT
  END-IF.
  IF rgStatus(rgMatchIdx) NOT = "SENT" THEN
    DISPLAY "SUM-GL-INTERFACE: transmission " ackSequence
      " already " FUNCTION TRIM(rgStatus(rgMatchIdx))
      ", repeated acknowledgment ignored"
    GO TO ApplyOneAcknowledgment-EXIT
  END-IF.

  IF ackStatusPart = "ACCEPTED" AND ackRecordsPart NOT = SPACES THEN
    MOVE FUNCTION NUMVAL(ackRecordsPart) TO ackRecordCount
    MOVE 0 TO ackHashTotal
    IF ackHashPart NOT = SPACES THEN
      MOVE FUNCTION NUMVAL(ackHashPart) TO ackHashTotal
    END-IF
    IF ackRecordCount NOT = rgRecordCount(rgMatchIdx)
        OR (ackHashPart NOT = SPACES
          AND ackHashTotal NOT = rgHashTotal(rgMatchIdx)) THEN
      MOVE "REJECTED" TO ackStatusPart
      MOVE ackRecordCount TO countDisplay
      MOVE rgRecordCount(rgMatchIdx) TO countDisplay2
      MOVE ackHashTotal TO hashDisplay
      MOVE rgHashTotal(rgMatchIdx) TO hashDisplay2
      MOVE SPACES TO ackReasonPart
      STRING "ack totals disagree: records=" DELIMITED BY SIZE
        FUNCTION TRIM(countDisplay) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
        " hash=" DELIMITED BY SIZE
        FUNCTION TRIM(hashDisplay) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(hashDisplay2) DELIMITED BY SIZE
        INTO ackReasonPart
      END-STRING
    END-IF
  END-IF.

  INSPECT ackReasonPart REPLACING ALL ',' BY ' '.
  MOVE ackStatusPart TO rgStatus(rgMatchIdx).
  MOVE currentTimestamp TO rgAckAt(rgMatchIdx).
  MOVE ackReasonPart TO rgAckReason(rgMatchIdx).
  IF ackStatusPart = "ACCEPTED" THEN
    ADD 1 TO acceptedCount
    DISPLAY "SUM-GL-INTERFACE: transmission " ackSequence " accepted"
  ELSE
    ADD 1 TO rejectedCount
    SET hasWarnings TO TRUE
    MOVE 'C' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING "GL transmission " DELIMITED BY SIZE
      ackSequence DELIMITED BY SIZE
      " rejected by the corporate ledger: " DELIMITED BY SIZE
      FUNCTION TRIM(ackReasonPart) DELIMITED BY SIZE
      INTO alertMessageText
    END-STRING
    DISPLAY "SUM-GL-INTERFACE: WARNING - " FUNCTION TRIM(alertMessageText)
    PERFORM RaiseOperatorAlert
  END-IF.
ApplyOneAcknowledgment-EXIT.
  EXIT.

RaiseOperatorAlert.
  CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
    BY CONTENT alertProgramName, BY CONTENT alertMessageText.
