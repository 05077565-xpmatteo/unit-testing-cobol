IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-RECURRING.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ScheduleFile ASSIGN TO scheduleFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS scheduleFileStatus.

      SELECT GeneratedInputFile ASSIGN TO generatedFilePath
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS generatedFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ScheduleFile.
    01 scheduleFileRecord PIC X(200).

    FD GeneratedInputFile.
    01 generatedInputRecord PIC X(100).

  WORKING-STORAGE SECTION.
    01 scheduleFileName PIC X(100).
    01 scheduleFileStatus PIC XX VALUE "00".
    01 scheduleEofFlag PIC 9 VALUE 0.
      88 endOfScheduleFile VALUE 1.

    01 inboundDirectoryName PIC X(200).
    01 fileNamePrefix PIC X(30) VALUE SPACES.
    01 fileNameSuffix PIC X(30) VALUE SPACES.
    01 generatedFileName PIC X(100).
    01 generatedFilePath PIC X(310).
    01 generatedFileStatus PIC XX VALUE "00".

    01 runDate PIC X(8) VALUE SPACES.
    01 runDateInteger PIC 9(8).
    01 runTimestamp PIC X(21).

    01 ScheduleTable.
      02 ScheduleEntry OCCURS 2000 TIMES.
        03 rsLineText PIC X(200).
        03 rsRawLineFlag PIC 9.
          88 rsRewriteAsRead VALUE 1.
        03 rsScheduleId PIC X(20).
        03 rsCustomerId PIC X(30).
        03 rsAmountText PIC X(20).
        03 rsFrequency PIC X(10).
        03 rsStartDate PIC X(8).
        03 rsEndDate PIC X(8).
        03 rsLastGeneratedDate PIC X(8).
    01 scheduleEntryCount PIC 9(4) VALUE 0.
    01 rsIdx PIC 9(4).
    01 scheduleOverflowFlag PIC 9 VALUE 0.
      88 scheduleTableOverflowed VALUE 1.

    01 DueChargeTable.
      02 DueChargeEntry OCCURS 5000 TIMES.
        03 dcInvoiceNumber PIC X(30).
        03 dcCustomerId PIC X(30).
        03 dcAmount PIC S9(9)V99.
    01 dueChargeCount PIC 9(4) VALUE 0.
    01 dcIdx PIC 9(4).

    01 entryValidFlag PIC 9 VALUE 0.
      88 entryIsValid VALUE 1.
    01 frequencyMonths PIC 9(2) VALUE 0.
    01 frequencyDays PIC 9(3) VALUE 0.
    01 entryAmount PIC S9(9)V99.
    01 startDateInteger PIC 9(8).
    01 endDateInteger PIC 9(8).
    01 lastGeneratedInteger PIC 9(8).
    01 occurrenceNumber PIC 9(6).
    01 occurrenceDate PIC 9(8).
    01 occurrenceDateText REDEFINES occurrenceDate PIC X(8).
    01 occurrenceInteger PIC 9(8).
    01 occurrenceDoneFlag PIC 9 VALUE 0.
      88 occurrencesDone VALUE 1.
    01 lastAddedDate PIC X(8).
    01 chargeTableFullFlag PIC 9 VALUE 0.
      88 chargeTableIsFull VALUE 1.
    01 startYear PIC 9(4).
    01 startMonth PIC 9(2).
    01 startDay PIC 9(2).
    01 monthOffset PIC 9(6).
    01 occurrenceYear PIC 9(4).
    01 occurrenceMonth PIC 9(2).
    01 occurrenceDay PIC 9(2).
    01 daysInMonth PIC 9(2).

    01 invalidEntryCount PIC 9(9) VALUE 0.
    01 generatedAmountTotal PIC S9(11)V99 VALUE 0.
    01 amountDisplay1 PIC -(9)9.99.
    01 amountDisplay2 PIC -(11)9.99.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

PROCEDURE DIVISION.

Main.
  ACCEPT scheduleFileName FROM ARGUMENT-VALUE.
  ACCEPT inboundDirectoryName FROM ARGUMENT-VALUE.
  ACCEPT runDate FROM ARGUMENT-VALUE.
  ACCEPT fileNamePrefix FROM ARGUMENT-VALUE.
  ACCEPT fileNameSuffix FROM ARGUMENT-VALUE.

  MOVE FUNCTION CURRENT-DATE TO runTimestamp.
  IF runDate = SPACES THEN
    MOVE runTimestamp(1:8) TO runDate
  END-IF.
  IF runDate IS NOT NUMERIC THEN
    DISPLAY "SUM-RECURRING: job NOT started - run date "
      FUNCTION TRIM(runDate) " is not YYYYMMDD"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  COMPUTE runDateInteger = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(runDate)).
  IF fileNameSuffix = SPACES THEN
    MOVE ".csv" TO fileNameSuffix
  END-IF.

  DISPLAY "SUM-RECURRING: job started " runTimestamp(1:14)
    " schedule=" FUNCTION TRIM(scheduleFileName)
    " runDate=" runDate
    " inbound=" FUNCTION TRIM(inboundDirectoryName).

  PERFORM LoadScheduleFile.
  IF scheduleFileStatus NOT = "00" AND NOT endOfScheduleFile THEN
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF scheduleTableOverflowed THEN
    DISPLAY "SUM-RECURRING: job NOT started - schedule master "
      FUNCTION TRIM(scheduleFileName)
      " exceeds the 2000-entry table, no charges generated"
      " and schedule master left unchanged"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM VARYING rsIdx FROM 1 BY 1 UNTIL rsIdx > scheduleEntryCount
    IF NOT rsRewriteAsRead(rsIdx) THEN
      PERFORM GenerateDueCharges THRU GenerateDueCharges-EXIT
    END-IF
  END-PERFORM.

  IF dueChargeCount > 0 THEN
    PERFORM WriteGeneratedInputFile
    IF generatedFileStatus NOT = "00" THEN
      DISPLAY "SUM-RECURRING: job FAILED - unable to write "
        FUNCTION TRIM(generatedFilePath) ", status=" generatedFileStatus
        ", schedule master left unchanged"
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
  ELSE
    DISPLAY "SUM-RECURRING: no charges due through " runDate
      ", no input file written"
  END-IF.

  PERFORM RewriteScheduleFile.

  MOVE generatedAmountTotal TO amountDisplay2.
  DISPLAY "SUM-RECURRING: job ended " FUNCTION CURRENT-DATE(1:14)
    " schedules=" scheduleEntryCount
    " charges=" dueChargeCount
    " total=" FUNCTION TRIM(amountDisplay2)
    " invalid=" invalidEntryCount.

  IF runHasWarnings THEN
    DISPLAY "SUM-RECURRING: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

LoadScheduleFile.
  MOVE 0 TO scheduleEofFlag
  OPEN INPUT ScheduleFile
  IF scheduleFileStatus NOT = "00" THEN
    DISPLAY "SUM-RECURRING: unable to open schedule master "
      FUNCTION TRIM(scheduleFileName) ", status=" scheduleFileStatus
  ELSE
    PERFORM UNTIL endOfScheduleFile
      READ ScheduleFile
        AT END SET endOfScheduleFile TO TRUE
        NOT AT END PERFORM LoadOneScheduleEntry
      END-READ
    END-PERFORM
    CLOSE ScheduleFile
  END-IF.

LoadOneScheduleEntry.
  IF scheduleEntryCount < 2000 THEN
    ADD 1 TO scheduleEntryCount
    MOVE SPACES TO ScheduleEntry(scheduleEntryCount)
    MOVE scheduleFileRecord TO rsLineText(scheduleEntryCount)
    MOVE 0 TO rsRawLineFlag(scheduleEntryCount)
    IF scheduleFileRecord = SPACES OR scheduleFileRecord(1:1) = '#' THEN
      SET rsRewriteAsRead(scheduleEntryCount) TO TRUE
    ELSE
      UNSTRING scheduleFileRecord DELIMITED BY ','
        INTO rsScheduleId(scheduleEntryCount),
          rsCustomerId(scheduleEntryCount),
          rsAmountText(scheduleEntryCount),
          rsFrequency(scheduleEntryCount),
          rsStartDate(scheduleEntryCount),
          rsEndDate(scheduleEntryCount),
          rsLastGeneratedDate(scheduleEntryCount)
      MOVE FUNCTION UPPER-CASE(rsFrequency(scheduleEntryCount))
        TO rsFrequency(scheduleEntryCount)
    END-IF
  ELSE
    SET scheduleTableOverflowed TO TRUE
    SET endOfScheduleFile TO TRUE
  END-IF.

GenerateDueCharges.
  PERFORM ValidateScheduleEntry.
  IF NOT entryIsValid THEN
    ADD 1 TO invalidEntryCount
    SET runHasWarnings TO TRUE
    SET rsRewriteAsRead(rsIdx) TO TRUE
    DISPLAY "SUM-RECURRING: WARNING - schedule entry skipped: "
      FUNCTION TRIM(rsLineText(rsIdx))
    GO TO GenerateDueCharges-EXIT
  END-IF.
  IF rsLastGeneratedDate(rsIdx) >= runDate THEN
    GO TO GenerateDueCharges-EXIT
  END-IF.
  MOVE rsStartDate(rsIdx)(1:4) TO startYear.
  MOVE rsStartDate(rsIdx)(5:2) TO startMonth.
  MOVE rsStartDate(rsIdx)(7:2) TO startDay.
  MOVE 0 TO occurrenceNumber.
  MOVE 0 TO occurrenceDoneFlag.
  MOVE SPACES TO lastAddedDate.
  PERFORM UNTIL occurrencesDone
    PERFORM ComputeOccurrenceDate
    IF occurrenceInteger > runDateInteger
        OR occurrenceInteger > endDateInteger THEN
      SET occurrencesDone TO TRUE
    ELSE
      IF occurrenceInteger > lastGeneratedInteger THEN
        PERFORM AddDueCharge
      END-IF
      ADD 1 TO occurrenceNumber
    END-IF
  END-PERFORM.
  IF chargeTableIsFull THEN
    IF lastAddedDate NOT = SPACES THEN
      MOVE lastAddedDate TO rsLastGeneratedDate(rsIdx)
    END-IF
  ELSE
    MOVE runDate TO rsLastGeneratedDate(rsIdx)
  END-IF.
GenerateDueCharges-EXIT.
  EXIT.

ValidateScheduleEntry.
  SET entryIsValid TO TRUE
  MOVE 0 TO frequencyMonths
  MOVE 0 TO frequencyDays
  EVALUATE FUNCTION TRIM(rsFrequency(rsIdx))
    WHEN 'DAILY'     MOVE 1 TO frequencyDays
    WHEN 'WEEKLY'    MOVE 7 TO frequencyDays
    WHEN 'MONTHLY'   MOVE 1 TO frequencyMonths
    WHEN 'QUARTERLY' MOVE 3 TO frequencyMonths
    WHEN 'ANNUAL'    MOVE 12 TO frequencyMonths
    WHEN OTHER       MOVE 0 TO entryValidFlag
  END-EVALUATE
  IF rsCustomerId(rsIdx) = SPACES OR rsScheduleId(rsIdx) = SPACES THEN
    MOVE 0 TO entryValidFlag
  END-IF
  IF FUNCTION TEST-NUMVAL(rsAmountText(rsIdx)) = 0 THEN
    COMPUTE entryAmount = FUNCTION NUMVAL(rsAmountText(rsIdx))
  ELSE
    MOVE 0 TO entryValidFlag
  END-IF
  IF rsStartDate(rsIdx) IS NUMERIC
      AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(rsStartDate(rsIdx)))
        = 0 THEN
    COMPUTE startDateInteger
      = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rsStartDate(rsIdx)))
  ELSE
    MOVE 0 TO entryValidFlag
  END-IF
  IF rsEndDate(rsIdx) = SPACES THEN
    MOVE 99999999 TO endDateInteger
  ELSE
    IF rsEndDate(rsIdx) IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(rsEndDate(rsIdx)))
          = 0 THEN
      COMPUTE endDateInteger
        = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rsEndDate(rsIdx)))
    ELSE
      MOVE 0 TO entryValidFlag
    END-IF
  END-IF
  IF rsLastGeneratedDate(rsIdx) = SPACES THEN
    MOVE 0 TO lastGeneratedInteger
  ELSE
    IF rsLastGeneratedDate(rsIdx) IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(
          FUNCTION NUMVAL(rsLastGeneratedDate(rsIdx))) = 0 THEN
      COMPUTE lastGeneratedInteger = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(rsLastGeneratedDate(rsIdx)))
    ELSE
      MOVE 0 TO entryValidFlag
    END-IF
  END-IF.

ComputeOccurrenceDate.
  IF frequencyDays > 0 THEN
    COMPUTE occurrenceInteger
      = startDateInteger + occurrenceNumber * frequencyDays
  ELSE
    COMPUTE monthOffset
      = startMonth - 1 + occurrenceNumber * frequencyMonths
    COMPUTE occurrenceYear = startYear + monthOffset / 12
    COMPUTE occurrenceMonth = FUNCTION MOD(monthOffset, 12) + 1
    EVALUATE occurrenceMonth
      WHEN 4 WHEN 6 WHEN 9 WHEN 11
        MOVE 30 TO daysInMonth
      WHEN 2
        IF FUNCTION MOD(occurrenceYear, 400) = 0
            OR (FUNCTION MOD(occurrenceYear, 4) = 0
              AND FUNCTION MOD(occurrenceYear, 100) NOT = 0) THEN
          MOVE 29 TO daysInMonth
        ELSE
          MOVE 28 TO daysInMonth
        END-IF
      WHEN OTHER
        MOVE 31 TO daysInMonth
    END-EVALUATE
    MOVE startDay TO occurrenceDay
    IF occurrenceDay > daysInMonth THEN
      MOVE daysInMonth TO occurrenceDay
    END-IF
    COMPUTE occurrenceDate = occurrenceYear * 10000
      + occurrenceMonth * 100 + occurrenceDay
    COMPUTE occurrenceInteger = FUNCTION INTEGER-OF-DATE(occurrenceDate)
  END-IF
  COMPUTE occurrenceDate = FUNCTION DATE-OF-INTEGER(occurrenceInteger).

AddDueCharge.
  IF dueChargeCount < 5000 THEN
    ADD 1 TO dueChargeCount
    MOVE SPACES TO dcInvoiceNumber(dueChargeCount)
    STRING FUNCTION TRIM(rsScheduleId(rsIdx)) DELIMITED BY SIZE
      "-" DELIMITED BY SIZE
      occurrenceDateText DELIMITED BY SIZE
      INTO dcInvoiceNumber(dueChargeCount)
    MOVE rsCustomerId(rsIdx) TO dcCustomerId(dueChargeCount)
    MOVE entryAmount TO dcAmount(dueChargeCount)
    ADD entryAmount TO generatedAmountTotal
    MOVE occurrenceDateText TO lastAddedDate
  ELSE
    SET chargeTableIsFull TO TRUE
    DISPLAY "SUM-RECURRING: WARNING - due charge table full, "
      FUNCTION TRIM(rsScheduleId(rsIdx)) " " occurrenceDateText
      " left for the next run"
    SET runHasWarnings TO TRUE
    SET occurrencesDone TO TRUE
  END-IF.

WriteGeneratedInputFile.
  MOVE SPACES TO generatedFileName
  STRING FUNCTION TRIM(fileNamePrefix) DELIMITED BY SIZE
    "recurring_" DELIMITED BY SIZE
    runTimestamp(1:14) DELIMITED BY SIZE
    FUNCTION TRIM(fileNameSuffix) DELIMITED BY SIZE
    INTO generatedFileName
  MOVE SPACES TO generatedFilePath
  STRING FUNCTION TRIM(inboundDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(generatedFileName) DELIMITED BY SIZE
    INTO generatedFilePath
  OPEN OUTPUT GeneratedInputFile
  IF generatedFileStatus = "00" THEN
    PERFORM VARYING dcIdx FROM 1 BY 1 UNTIL dcIdx > dueChargeCount
      MOVE dcAmount(dcIdx) TO amountDisplay1
      MOVE SPACES TO generatedInputRecord
      STRING FUNCTION TRIM(dcInvoiceNumber(dcIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(dcCustomerId(dcIdx)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
        INTO generatedInputRecord
      WRITE generatedInputRecord
    END-PERFORM
    CLOSE GeneratedInputFile
    DISPLAY "SUM-RECURRING: wrote " dueChargeCount " charge(s) to "
      FUNCTION TRIM(generatedFilePath)
  END-IF.

RewriteScheduleFile.
  OPEN OUTPUT ScheduleFile
  IF scheduleFileStatus NOT = "00" THEN
    DISPLAY "SUM-RECURRING: WARNING - unable to rewrite schedule master "
      FUNCTION TRIM(scheduleFileName) ", status=" scheduleFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    PERFORM VARYING rsIdx FROM 1 BY 1 UNTIL rsIdx > scheduleEntryCount
      MOVE SPACES TO scheduleFileRecord
      IF rsRewriteAsRead(rsIdx) THEN
        MOVE rsLineText(rsIdx) TO scheduleFileRecord
      ELSE
        STRING FUNCTION TRIM(rsScheduleId(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsCustomerId(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsAmountText(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsFrequency(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsStartDate(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsEndDate(rsIdx)) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(rsLastGeneratedDate(rsIdx)) DELIMITED BY SIZE
          INTO scheduleFileRecord
      END-IF
      WRITE scheduleFileRecord
    END-PERFORM
    CLOSE ScheduleFile
  END-IF.
