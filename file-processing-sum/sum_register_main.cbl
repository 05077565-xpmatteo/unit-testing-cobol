IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-REGISTER.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT PostedRegisterFile ASSIGN TO postedRegisterFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS postedRegisterFileStatus.

      SELECT SumOutputFile ASSIGN TO sumOutputFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS sumOutputFileStatus.

      SELECT RegisterReportFile ASSIGN TO registerReportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS registerReportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD PostedRegisterFile.
    01 postedRegisterRecord.
      02 prLineNumber     PIC 9(9).
      02 prSeparator1     PIC X.
      02 prInvoiceNumber  PIC X(30).
      02 prSeparator2     PIC X.
      02 prCustomerId     PIC X(30).
      02 prSeparator3     PIC X.
      02 prAmount         PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    FD SumOutputFile.
    01 sumOutputRecord PIC X(100).

    FD RegisterReportFile.
    01 registerReportRecord PIC X(100).

  WORKING-STORAGE SECTION.
    01 sumOutputFileName PIC X(100) VALUE SPACES.
    01 sumOutputFileStatus PIC XX VALUE "00".
    01 sumOutputEofFlag PIC 9 VALUE 0.
      88 endOfSumOutput VALUE 1.

    01 postedRegisterFileName PIC X(107).
    01 postedRegisterFileStatus PIC XX VALUE "00".
    01 postedRegisterEofFlag PIC 9 VALUE 0.
      88 endOfPostedRegister VALUE 1.

    01 registerReportFileName PIC X(100) VALUE SPACES.
    01 registerReportFileStatus PIC XX VALUE "00".
    01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

    01 linesPerPageArg PIC X(4) VALUE SPACES.
    01 linesPerPage PIC 9(4) VALUE 50.
    01 runIdArg PIC X(14) VALUE SPACES.
    01 runDate PIC X(10).
    01 currentDate PIC X(8).

    01 pageNumber PIC 9(5) VALUE 0.
    01 pageDetailCount PIC 9(4) VALUE 0.
    01 pageTotal PIC S9(11)V99 VALUE 0.
    01 broughtForwardTotal PIC S9(11)V99 VALUE 0.
    01 registerTotal PIC S9(11)V99 VALUE 0.
    01 registerLineCount PIC 9(9) VALUE 0.
    01 pageAdvanceFlag PIC 9 VALUE 0.
      88 advanceToNewPage VALUE 1.

    01 trailerSeenFlag PIC 9 VALUE 0.
      88 trailerSeen VALUE 1.
    01 trailerCountKnownFlag PIC 9 VALUE 0.
      88 trailerCountKnown VALUE 1.
    01 trailerCount PIC 9(9) VALUE 0.
    01 trailerTotal PIC S9(11)V99 VALUE 0.
    01 trailerCountText PIC X(12).
    01 trailerAmountText PIC X(20).
    01 trailerMarkerText PIC X(10).
    01 outOfBalanceFlag PIC 9 VALUE 0.
      88 registerOutOfBalance VALUE 1.

    01 SumFileTrailerLine.
      02 trailerMarker      PIC X(7).
      02 trailerSeparator1  PIC X.
      02 trailerRecordCount PIC 9(9).
      02 trailerSeparator2  PIC X.
      02 trailerGrandTotal  PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    01 SumFileGlTrailerLine.
      02 glTrailerMarker     PIC X(7).
      02 glTrailerSeparator1 PIC X.
      02 glTrailerPeriod     PIC X(6).
      02 glTrailerSeparator2 PIC X.
      02 glTrailerAmount     PIC S9(9)V99 SIGN IS LEADING SEPARATE.

    01 RegisterHeadingLine1.
      02 FILLER PIC X(24) VALUE "POSTING REGISTER".
      02 FILLER PIC X(9) VALUE "RUN DATE ".
      02 rh1RunDate PIC X(10).
      02 FILLER PIC X(10) VALUE "   RUN ID ".
      02 rh1RunId PIC X(14).
      02 FILLER PIC X(18) VALUE SPACES.
      02 FILLER PIC X(5) VALUE "PAGE ".
      02 rh1PageNumber PIC Z(4)9.
    01 RegisterHeadingLine2.
      02 FILLER PIC X(7) VALUE "SOURCE ".
      02 rh2SourceName PIC X(93).
    01 RegisterHeadingLine3.
      02 FILLER PIC X(11) VALUE "     LINE".
      02 FILLER PIC X(32) VALUE "INVOICE".
      02 FILLER PIC X(32) VALUE "CUSTOMER".
      02 FILLER PIC X(13) VALUE "       AMOUNT".
    01 RegisterHeadingLine4.
      02 FILLER PIC X(9) VALUE ALL "-".
      02 FILLER PIC X(2) VALUE SPACES.
      02 FILLER PIC X(30) VALUE ALL "-".
      02 FILLER PIC X(2) VALUE SPACES.
      02 FILLER PIC X(30) VALUE ALL "-".
      02 FILLER PIC X(2) VALUE SPACES.
      02 FILLER PIC X(13) VALUE ALL "-".

    01 RegisterDetailLine.
      02 rdLineNumber PIC Z(8)9.
      02 FILLER PIC X(2) VALUE SPACES.
      02 rdInvoiceNumber PIC X(30).
      02 FILLER PIC X(2) VALUE SPACES.
      02 rdCustomerId PIC X(30).
      02 FILLER PIC X(2) VALUE SPACES.
      02 rdAmount PIC -(9)9.99.

    01 RegisterTotalLine.
      02 FILLER PIC X(43) VALUE SPACES.
      02 rtLabel PIC X(30).
      02 FILLER PIC X(2) VALUE SPACES.
      02 rtAmount PIC -(9)9.99.

    01 ControlTotalLine.
      02 FILLER PIC X(4) VALUE SPACES.
      02 ctLabel PIC X(40).
      02 ctValue PIC X(20).

    01 amountDisplay PIC -(11)9.99.
    01 countDisplay PIC Z(8)9.
    01 reportLineText PIC X(100).

PROCEDURE DIVISION.

Main.
  ACCEPT sumOutputFileName FROM ARGUMENT-VALUE.
  ACCEPT registerReportFileName FROM ARGUMENT-VALUE.
  ACCEPT linesPerPageArg FROM ARGUMENT-VALUE.
  ACCEPT runIdArg FROM ARGUMENT-VALUE.
  IF runIdArg = SPACES THEN
    ACCEPT runIdArg FROM ENVIRONMENT "NIGHTLY_RUN_ID"
      ON EXCEPTION MOVE SPACES TO runIdArg
    END-ACCEPT
  END-IF.
  IF runIdArg = SPACES THEN
    MOVE "STANDALONE" TO runIdArg
  END-IF.
  IF linesPerPageArg NOT = SPACES THEN
    IF FUNCTION TEST-NUMVAL(linesPerPageArg) = 0 THEN
      COMPUTE linesPerPage = FUNCTION NUMVAL(linesPerPageArg)
    END-IF
  END-IF.
  IF linesPerPage < 5 THEN
    MOVE 5 TO linesPerPage
  END-IF.

  IF sumOutputFileName = SPACES THEN
    DISPLAY "SUM-REGISTER: job NOT started - no SUM-FILE output given"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  MOVE SPACES TO postedRegisterFileName.
  STRING FUNCTION TRIM(sumOutputFileName) DELIMITED BY SIZE
    ".posted" DELIMITED BY SIZE
    INTO postedRegisterFileName.

  MOVE FUNCTION CURRENT-DATE(1:8) TO currentDate.
  MOVE SPACES TO runDate.
  STRING currentDate(1:4) "-" currentDate(5:2) "-" currentDate(7:2)
    DELIMITED BY SIZE INTO runDate.

  DISPLAY "SUM-REGISTER: job started " FUNCTION CURRENT-DATE(1:14)
    " output=" FUNCTION TRIM(sumOutputFileName)
    " linesPerPage=" linesPerPage
    " runId=" FUNCTION TRIM(runIdArg).

  PERFORM ReadSumFileTrailer.

  OPEN INPUT PostedRegisterFile.
  IF postedRegisterFileStatus NOT = "00" THEN
    DISPLAY "SUM-REGISTER: job NOT started - unable to open "
      FUNCTION TRIM(postedRegisterFileName)
      ", status=" postedRegisterFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  IF registerReportFileName NOT = SPACES THEN
    SET reportToFile TO TRUE
    OPEN OUTPUT RegisterReportFile
  END-IF.

  PERFORM StartNewPage.
  PERFORM UNTIL endOfPostedRegister
    READ PostedRegisterFile
      AT END SET endOfPostedRegister TO TRUE
      NOT AT END PERFORM PrintOneRegisterLine
    END-READ
  END-PERFORM.
  CLOSE PostedRegisterFile.

  PERFORM FinishPage.
  PERFORM PrintControlTotalPage.

  IF reportToFile THEN
    CLOSE RegisterReportFile
  END-IF.

  MOVE registerTotal TO amountDisplay.
  DISPLAY "SUM-REGISTER: job ended " FUNCTION CURRENT-DATE(1:14)
    " lines=" registerLineCount
    " pages=" pageNumber
    " total=" FUNCTION TRIM(amountDisplay).
  IF registerOutOfBalance THEN
    DISPLAY "SUM-REGISTER: WARNING - register does not tie to the "
      "SUM-FILE trailer"
    DISPLAY "SUM-REGISTER: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  END-IF.
  GOBACK.

ReadSumFileTrailer.
  MOVE 0 TO sumOutputEofFlag.
  OPEN INPUT SumOutputFile.
  IF sumOutputFileStatus NOT = "00" THEN
    DISPLAY "SUM-REGISTER: WARNING - unable to open "
      FUNCTION TRIM(sumOutputFileName) ", status=" sumOutputFileStatus
      " - no trailer to tie to"
    SET endOfSumOutput TO TRUE
  END-IF.
  PERFORM UNTIL endOfSumOutput
    READ SumOutputFile
      AT END SET endOfSumOutput TO TRUE
      NOT AT END PERFORM CheckOneSumOutputRecord
    END-READ
  END-PERFORM.
  CLOSE SumOutputFile.

CheckOneSumOutputRecord.
  EVALUATE TRUE
    WHEN sumOutputRecord(1:8) = "TRAILER,"
      MOVE SPACES TO trailerMarkerText trailerCountText trailerAmountText
      UNSTRING sumOutputRecord DELIMITED BY ","
        INTO trailerMarkerText, trailerCountText, trailerAmountText
      SET trailerSeen TO TRUE
      SET trailerCountKnown TO TRUE
      COMPUTE trailerCount = FUNCTION NUMVAL(trailerCountText)
      COMPUTE trailerTotal = FUNCTION NUMVAL(trailerAmountText)
    WHEN sumOutputRecord(1:8) = "TRAILER "
      MOVE sumOutputRecord(1:30) TO SumFileTrailerLine
      SET trailerSeen TO TRUE
      SET trailerCountKnown TO TRUE
      MOVE trailerRecordCount TO trailerCount
      MOVE trailerGrandTotal TO trailerTotal
    WHEN sumOutputRecord(1:8) = "GLTOTAL "
      MOVE sumOutputRecord(1:27) TO SumFileGlTrailerLine
      SET trailerSeen TO TRUE
      MOVE glTrailerAmount TO trailerTotal
    WHEN OTHER
      CONTINUE
  END-EVALUATE.

StartNewPage.
  ADD 1 TO pageNumber.
  MOVE 0 TO pageDetailCount.
  MOVE 0 TO pageTotal.
  MOVE runDate TO rh1RunDate.
  MOVE runIdArg TO rh1RunId.
  MOVE pageNumber TO rh1PageNumber.
  MOVE RegisterHeadingLine1 TO reportLineText.
  IF pageNumber > 1 THEN
    SET advanceToNewPage TO TRUE
  END-IF.
  PERFORM WriteReportLine.
  MOVE sumOutputFileName TO rh2SourceName.
  MOVE RegisterHeadingLine2 TO reportLineText.
  PERFORM WriteReportLine.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.
  MOVE RegisterHeadingLine3 TO reportLineText.
  PERFORM WriteReportLine.
  MOVE RegisterHeadingLine4 TO reportLineText.
  PERFORM WriteReportLine.
  IF pageNumber > 1 THEN
    MOVE "BROUGHT FORWARD" TO rtLabel
    MOVE broughtForwardTotal TO rtAmount
    MOVE RegisterTotalLine TO reportLineText
    PERFORM WriteReportLine
  END-IF.

PrintOneRegisterLine.
  IF pageDetailCount >= linesPerPage THEN
    PERFORM FinishPage
    PERFORM StartNewPage
  END-IF.
  MOVE prLineNumber TO rdLineNumber.
  MOVE prInvoiceNumber TO rdInvoiceNumber.
  MOVE prCustomerId TO rdCustomerId.
  MOVE prAmount TO rdAmount.
  MOVE RegisterDetailLine TO reportLineText.
  PERFORM WriteReportLine.
  ADD 1 TO pageDetailCount.
  ADD 1 TO registerLineCount.
  ADD prAmount TO pageTotal.
  ADD prAmount TO registerTotal.

FinishPage.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "PAGE TOTAL" TO rtLabel.
  MOVE pageTotal TO rtAmount.
  MOVE RegisterTotalLine TO reportLineText.
  PERFORM WriteReportLine.
  ADD pageTotal TO broughtForwardTotal.
  MOVE "CARRIED FORWARD" TO rtLabel.
  MOVE broughtForwardTotal TO rtAmount.
  MOVE RegisterTotalLine TO reportLineText.
  PERFORM WriteReportLine.

PrintControlTotalPage.
  ADD 1 TO pageNumber.
  MOVE pageNumber TO rh1PageNumber.
  MOVE RegisterHeadingLine1 TO reportLineText.
  SET advanceToNewPage TO TRUE.
  PERFORM WriteReportLine.
  MOVE RegisterHeadingLine2 TO reportLineText.
  PERFORM WriteReportLine.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "CONTROL TOTALS" TO reportLineText.
  PERFORM WriteReportLine.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.

  MOVE "LINES LISTED IN REGISTER" TO ctLabel.
  MOVE registerLineCount TO countDisplay.
  MOVE FUNCTION TRIM(countDisplay) TO ctValue.
  MOVE ControlTotalLine TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "SUM-FILE TRAILER RECORD COUNT" TO ctLabel.
  IF trailerCountKnown THEN
    MOVE trailerCount TO countDisplay
    MOVE FUNCTION TRIM(countDisplay) TO ctValue
  ELSE
    MOVE "NOT CARRIED" TO ctValue
  END-IF.
  MOVE ControlTotalLine TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "AMOUNT LISTED IN REGISTER" TO ctLabel.
  MOVE registerTotal TO amountDisplay.
  MOVE FUNCTION TRIM(amountDisplay) TO ctValue.
  MOVE ControlTotalLine TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "SUM-FILE TRAILER GRAND TOTAL" TO ctLabel.
  IF trailerSeen THEN
    MOVE trailerTotal TO amountDisplay
    MOVE FUNCTION TRIM(amountDisplay) TO ctValue
  ELSE
    MOVE "NO TRAILER FOUND" TO ctValue
  END-IF.
  MOVE ControlTotalLine TO reportLineText.
  PERFORM WriteReportLine.

  IF NOT trailerSeen OR trailerTotal NOT = registerTotal THEN
    SET registerOutOfBalance TO TRUE
  END-IF.
  IF trailerCountKnown AND trailerCount NOT = registerLineCount THEN
    SET registerOutOfBalance TO TRUE
  END-IF.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "REGISTER STATUS" TO ctLabel.
  IF registerOutOfBalance THEN
    MOVE "OUT OF BALANCE" TO ctValue
  ELSE
    MOVE "IN BALANCE" TO ctValue
  END-IF.
  MOVE ControlTotalLine TO reportLineText.
  PERFORM WriteReportLine.
  MOVE SPACES TO reportLineText.
  PERFORM WriteReportLine.
  MOVE "*** END OF REGISTER ***" TO reportLineText.
  PERFORM WriteReportLine.

WriteReportLine.
  IF reportToFile THEN
    MOVE reportLineText TO registerReportRecord
    IF advanceToNewPage THEN
      WRITE registerReportRecord AFTER ADVANCING PAGE
    ELSE
      WRITE registerReportRecord
    END-IF
  ELSE
    DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
  END-IF.
  MOVE 0 TO pageAdvanceFlag.
