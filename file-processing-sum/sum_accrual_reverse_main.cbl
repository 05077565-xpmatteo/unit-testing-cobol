IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-ACCRUAL-REVERSE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT ListFile ASSIGN TO listFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS listFileStatus.

      SELECT GlOutputFile ASSIGN TO glOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS glOutputFileStatus.

      SELECT PeriodCalendarFile ASSIGN TO periodCalendarFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS periodCalendarFileStatus.

      SELECT ReversingInputFile ASSIGN TO reversingInputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reversingInputFileStatus.

      SELECT ReversalReportFile ASSIGN TO reversalReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reversalReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD ListFile
    RECORD IS VARYING IN SIZE DEPENDING ON listLineLength.
    01 listFileRecord PIC X(200).

    FD GlOutputFile.
    01 glOutputRecord PIC X(100).

    FD PeriodCalendarFile.
    01 periodCalendarRecord PIC X(40).

    FD ReversingInputFile.
    01 reversingInputRecord PIC X(100).

    FD ReversalReportFile.
    01 reversalReportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 listFileName PIC X(100).
    01 listLineLength PIC 999.
    01 listFileStatus PIC XX VALUE "00".
    01 listEofFlag PIC 9 VALUE 0.
      88 endOfListFile VALUE 1.

    01 glOutputFileName PIC X(100).
    01 glOutputFileStatus PIC XX VALUE "00".
    01 glOutputEofFlag PIC 9 VALUE 0.
      88 endOfGlOutput VALUE 1.
    01 glOutputLineNumber PIC 9(9) VALUE 0.

    01 periodCalendarFileName PIC X(100) VALUE SPACES.
    01 periodCalendarFileStatus PIC XX VALUE "00".
    01 periodCalendarEofFlag PIC 9 VALUE 0.
      88 endOfPeriodCalendar VALUE 1.
    01 calendarPeriod PIC X(6).
    01 calendarStatus PIC X(10).

    01 reversingInputFileName PIC X(100) VALUE SPACES.
    01 reversingInputFileStatus PIC XX VALUE "00".

    01 reversalReportFileName PIC X(100) VALUE SPACES.
    01 reversalReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 accrualPeriod PIC X(6).
    01 reversalPeriod PIC X(6) VALUE SPACES.
    01 reversalDate PIC X(8) VALUE SPACES.

    01 SumFileGlDetailLine.
      02 glDetailAccountCode PIC X(10).
      02 glDetailSeparator1  PIC X.
      02 glDetailPeriod      PIC X(6).
      02 glDetailSeparator2  PIC X.
      02 glDetailAmount      PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    01 reversalAmount PIC S9(9)V99.
    01 originalTotal PIC S9(11)V99 VALUE 0.
    01 reversalTotal PIC S9(11)V99 VALUE 0.
    01 reversalCount PIC 9(9) VALUE 0.
    01 filesProcessedCount PIC 9(9) VALUE 0.
    01 warningRaisedFlag PIC 9 VALUE 0.
      88 runHasWarnings VALUE 1.

    01 amountDisplay1 PIC -(9)9.99.
    01 amountDisplay2 PIC -(9)9.99.
    01 lineNumberDisplay PIC Z(8)9.
    01 reportLineText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT listFileName FROM ARGUMENT-VALUE.
  ACCEPT accrualPeriod FROM ARGUMENT-VALUE.
  ACCEPT periodCalendarFileName FROM ARGUMENT-VALUE.
  ACCEPT reversingInputFileName FROM ARGUMENT-VALUE.
  ACCEPT reversalReportFileName FROM ARGUMENT-VALUE.

  DISPLAY "SUM-ACCRUAL-REVERSE: job started " FUNCTION CURRENT-DATE(1:14)
    " accrualPeriod=" accrualPeriod
    " list=" FUNCTION TRIM(listFileName).

  IF accrualPeriod IS NOT NUMERIC OR reversingInputFileName = SPACES THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: job NOT started - accrual period "
      "YYYYMM and a reversing input file are required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  PERFORM FindReversalPeriod.
  IF reversalPeriod = SPACES THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: job NOT started - no OPEN period after "
      accrualPeriod " in " FUNCTION TRIM(periodCalendarFileName)
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  STRING reversalPeriod DELIMITED BY SIZE
    "01" DELIMITED BY SIZE
    INTO reversalDate.

  OPEN INPUT ListFile.
  IF listFileStatus NOT = "00" THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: unable to open list file "
      FUNCTION TRIM(listFileName) ", status=" listFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  OPEN OUTPUT ReversingInputFile.
  IF reversalReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT ReversalReportFile
  END-IF.

  MOVE SPACES TO reportLineText.
  STRING "REVERSALS accrualPeriod=" DELIMITED BY SIZE
    accrualPeriod DELIMITED BY SIZE
    " reversalPeriod=" DELIMITED BY SIZE
    reversalPeriod DELIMITED BY SIZE
    " reversalDate=" DELIMITED BY SIZE
    reversalDate DELIMITED BY SIZE
    INTO reportLineText.
  PERFORM WriteReportLine.

  PERFORM UNTIL endOfListFile
    READ ListFile
      AT END SET endOfListFile TO TRUE
      NOT AT END
        MOVE SPACES TO glOutputFileName
        IF listLineLength > 0 THEN
          MOVE listFileRecord(1:listLineLength) TO glOutputFileName
        END-IF
        PERFORM ProcessOneGlOutput
    END-READ
  END-PERFORM.
  CLOSE ListFile.

  MOVE originalTotal TO amountDisplay1.
  MOVE reversalTotal TO amountDisplay2.
  MOVE SPACES TO reportLineText.
  STRING "TOTALS reversals=" DELIMITED BY SIZE
    reversalCount DELIMITED BY SIZE
    " originalTotal=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " reversalTotal=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reportLineText.
  PERFORM WriteReportLine.

  CLOSE ReversingInputFile.
  IF reportToFile THEN
    CLOSE ReversalReportFile
  END-IF.

  DISPLAY "SUM-ACCRUAL-REVERSE: job ended " FUNCTION CURRENT-DATE(1:14)
    " files=" filesProcessedCount
    " reversals=" reversalCount
    " reversalDate=" reversalDate.

  IF runHasWarnings THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

FindReversalPeriod.
  MOVE 0 TO periodCalendarEofFlag
  OPEN INPUT PeriodCalendarFile
  IF periodCalendarFileStatus NOT = "00" THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: unable to open period calendar "
      FUNCTION TRIM(periodCalendarFileName)
      ", status=" periodCalendarFileStatus
    SET endOfPeriodCalendar TO TRUE
  END-IF
  PERFORM UNTIL endOfPeriodCalendar
    READ PeriodCalendarFile
      AT END SET endOfPeriodCalendar TO TRUE
      NOT AT END
        MOVE SPACES TO calendarPeriod calendarStatus
        UNSTRING periodCalendarRecord DELIMITED BY ','
          INTO calendarPeriod, calendarStatus
        IF FUNCTION TRIM(calendarStatus) = 'OPEN'
            AND calendarPeriod > accrualPeriod
            AND (reversalPeriod = SPACES
              OR calendarPeriod < reversalPeriod) THEN
          MOVE calendarPeriod TO reversalPeriod
        END-IF
    END-READ
  END-PERFORM
  CLOSE PeriodCalendarFile.

ProcessOneGlOutput.
  MOVE 0 TO glOutputEofFlag
  MOVE 0 TO glOutputLineNumber
  OPEN INPUT GlOutputFile
  IF glOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-ACCRUAL-REVERSE: WARNING - could not open "
      FUNCTION TRIM(glOutputFileName) ", status=" glOutputFileStatus
    SET runHasWarnings TO TRUE
  ELSE
    ADD 1 TO filesProcessedCount
    PERFORM UNTIL endOfGlOutput
      READ GlOutputFile
        AT END SET endOfGlOutput TO TRUE
        NOT AT END
          ADD 1 TO glOutputLineNumber
          PERFORM ProcessOneGlRecord
      END-READ
    END-PERFORM
    CLOSE GlOutputFile
  END-IF.

ProcessOneGlRecord.
  IF glOutputRecord(31:4) = ' REV'
      AND glOutputRecord(1:7) NOT = 'GLTOTAL'
      AND glOutputRecord(1:8) NOT = 'SUBTOTAL'
      AND glOutputRecord(1:8) NOT = 'CURRENCY' THEN
    MOVE glOutputRecord(1:30) TO SumFileGlDetailLine
    IF glDetailPeriod = accrualPeriod THEN
      PERFORM WriteReversal
    END-IF
  END-IF.

WriteReversal.
  COMPUTE reversalAmount = 0 - glDetailAmount
  ADD 1 TO reversalCount
  ADD glDetailAmount TO originalTotal
  ADD reversalAmount TO reversalTotal
  MOVE glDetailAmount TO amountDisplay1
  MOVE reversalAmount TO amountDisplay2
  MOVE SPACES TO reversingInputRecord
  STRING reversalDate DELIMITED BY SIZE
    ',' DELIMITED BY SIZE
    FUNCTION TRIM(glDetailAccountCode) DELIMITED BY SIZE
    ',' DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    INTO reversingInputRecord
  WRITE reversingInputRecord
  MOVE glOutputLineNumber TO lineNumberDisplay
  MOVE SPACES TO reportLineText
  STRING "REVERSAL account=" DELIMITED BY SIZE
    FUNCTION TRIM(glDetailAccountCode) DELIMITED BY SIZE
    " originalPeriod=" DELIMITED BY SIZE
    glDetailPeriod DELIMITED BY SIZE
    " originalAmount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay1) DELIMITED BY SIZE
    " reversalDate=" DELIMITED BY SIZE
    reversalDate DELIMITED BY SIZE
    " reversalAmount=" DELIMITED BY SIZE
    FUNCTION TRIM(amountDisplay2) DELIMITED BY SIZE
    " source=" DELIMITED BY SIZE
    FUNCTION TRIM(glOutputFileName) DELIMITED BY SIZE
    " line=" DELIMITED BY SIZE
    FUNCTION TRIM(lineNumberDisplay) DELIMITED BY SIZE
    INTO reportLineText
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO reversalReportRecord
    WRITE reversalReportRecord
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
