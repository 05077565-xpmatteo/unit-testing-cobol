identification division.
program-id. layout-check.

environment division.
  input-output section.
    file-control.

      select layoutFile assign to layoutFileName
        organization is line sequential
        file status is layoutOpenStatus.

      select inputFile assign to inputFileName
        organization is line sequential
        file status is inputOpenStatus.

      select conformanceReportFile assign to conformanceReportFileName
        organization is line sequential.

data division.
  file section.
    fd layoutFile.
    01 layoutLine pic x(200).

    fd inputFile record is varying 0 to 2000 depending on inputLineLength.
    01 inputLine pic x(2000).

    fd conformanceReportFile.
    01 conformanceReportRecord pic x(250).

  working-storage section.
    01 layoutFileName pic x(256).
    01 layoutOpenStatus pic xx value "00".
    01 layoutFileStatus pic 9 value 0.
      88 endOfLayout value 1.
    01 layoutOpenedFlag pic 9 value 0.
      88 layoutWasOpened value 1.
    01 layoutErrorFlag pic 9 value 0.
      88 layoutHasErrors value 1.
    01 layoutLineNumber pic 9(4) value 0.

    01 inputFileName pic x(256).
    01 inputOpenStatus pic xx value "00".
    01 inputLineLength pic 9(4).
    01 inputFileStatus pic 9 value 0.
      88 endOfInput value 1.

    01 conformanceReportFileName pic x(256) value spaces.
    01 reportDestination pic 9 value 0.
      88 reportToFile value 1.

    01 samplesArg pic x(4) value spaces.
    01 samplesWanted pic 9(2) value 3.

    01 layoutNamePart pic x(30).
    01 layoutStartPart pic x(10).
    01 layoutLengthPart pic x(10).
    01 layoutTypePart pic x(10).
    01 layoutOptionPart pic x(10).

    01 expectedRecordLength pic 9(4) value 0.
    01 layoutEndPosition pic 9(4).

    01 FieldLayoutTable.
      02 FieldLayoutEntry occurs 50 times.
        03 flName pic x(30).
        03 flStart pic 9(4).
        03 flLength pic 9(4).
        03 flType pic x(1).
          88 flAlphanumeric value 'A'.
          88 flUnsigned value 'N'.
          88 flSigned value 'S'.
          88 flDate value 'D'.
        03 flBlankAllowed pic 9.
          88 flMayBeBlank value 1.
        03 flErrorCount pic 9(9).
        03 flSampleCount pic 9(2).
        03 FieldSampleTable.
          04 FieldSampleEntry occurs 10 times.
            05 fsLineNumber pic 9(9).
            05 fsValue pic x(40).
            05 fsReason pic x(20).
    01 fieldCount pic 9(2) value 0.
    01 fieldIndex pic 9(2).

    01 LengthSampleTable.
      02 LengthSampleEntry occurs 10 times.
        03 lsLineNumber pic 9(9).
        03 lsLength pic 9(4).
    01 lengthErrorCount pic 9(9) value 0.
    01 lengthSampleCount pic 9(2) value 0.
    01 sampleIdx pic 9(2).

    01 lineCount pic 9(9) value 0.
    01 conformingCount pic 9(9) value 0.
    01 recordErrorFlag pic 9 value 0.
      88 recordHasErrors value 1.

    01 fieldValue pic x(2000).
    01 fieldErrorReason pic x(20).
    01 scanPointer pic 9(4).
    01 scanChar pic x(1).
    01 digitCount pic 9(4).
    01 signCount pic 9(4).
    01 dateValue pic 9(8).

    01 typeDisplay pic x(8).
    01 sampleDisplayLength pic 9(4).
    01 reportLineText pic x(250).

procedure division.

main.
  accept layoutFileName from argument-value
  accept inputFileName from argument-value
  accept conformanceReportFileName from argument-value
  accept samplesArg from argument-value
  if samplesArg not = spaces
    move function numval(function trim(samplesArg)) to samplesWanted
    if samplesWanted > 10
      move 10 to samplesWanted
    end-if
  end-if

  perform loadLayout
  if layoutHasErrors
    display "layout-check: layout "
      function trim(layoutFileName) " has errors, nothing checked"
    move 1 to return-code
    goback
  end-if

  open input inputFile
  if inputOpenStatus not = "00"
    display "layout-check: unable to open "
      function trim(inputFileName) ", status=" inputOpenStatus
    move 1 to return-code
    goback
  end-if

  if conformanceReportFileName not = spaces
    set reportToFile to true
    open output conformanceReportFile
  end-if

  perform until endOfInput
    read inputFile
      at end set endOfInput to true
      not at end perform checkRecord
    end-read
  end-perform
  close inputFile

  perform writeConformanceReport

  if reportToFile
    close conformanceReportFile
  end-if
  if conformingCount < lineCount
    move 4 to return-code
  end-if
  goback
  .

loadLayout.
  open input layoutFile
  if layoutOpenStatus not = "00"
    display "layout-check: unable to open layout "
      function trim(layoutFileName) ", status=" layoutOpenStatus
    set layoutHasErrors to true
    set endOfLayout to true
  else
    set layoutWasOpened to true
  end-if
  perform until endOfLayout
    read layoutFile
      at end set endOfLayout to true
      not at end perform loadLayoutLine
    end-read
  end-perform
  if layoutWasOpened
    close layoutFile
  end-if

  if fieldCount = 0 and layoutWasOpened
    display "layout-check: layout " function trim(layoutFileName)
      " defines no fields"
    set layoutHasErrors to true
  end-if
  if expectedRecordLength = 0
    perform varying fieldIndex from 1 by 1 until fieldIndex > fieldCount
      compute layoutEndPosition
        = flStart(fieldIndex) + flLength(fieldIndex) - 1
      if layoutEndPosition > expectedRecordLength
        move layoutEndPosition to expectedRecordLength
      end-if
    end-perform
  end-if
  .

loadLayoutLine.
  add 1 to layoutLineNumber
  if layoutLine not = spaces and layoutLine(1:1) not = '#'
    perform parseLayoutLine
  end-if
  .

parseLayoutLine.
  move spaces to layoutNamePart layoutStartPart layoutLengthPart
    layoutTypePart layoutOptionPart
  unstring layoutLine delimited by ','
    into layoutNamePart, layoutStartPart, layoutLengthPart,
      layoutTypePart, layoutOptionPart
  end-unstring
  move function upper-case(function trim(layoutNamePart)) to layoutNamePart

  evaluate true
    when layoutNamePart = "RECORD"
      if function test-numval(function trim(layoutStartPart)) not = 0
        display "layout-check: layout line " layoutLineNumber
          " record length is not numeric"
        set layoutHasErrors to true
      else
        move function numval(function trim(layoutStartPart))
          to expectedRecordLength
      end-if
    when fieldCount >= 50
      display "layout-check: layout line " layoutLineNumber
        " exceeds 50 fields"
      set layoutHasErrors to true
    when function test-numval(function trim(layoutStartPart)) not = 0
        or function test-numval(function trim(layoutLengthPart)) not = 0
      display "layout-check: layout line " layoutLineNumber
        " start or length is not numeric"
      set layoutHasErrors to true
    when other
      perform addFieldDefinition
  end-evaluate
  .

addFieldDefinition.
  add 1 to fieldCount
  move layoutNamePart to flName(fieldCount)
  move function numval(function trim(layoutStartPart)) to flStart(fieldCount)
  move function numval(function trim(layoutLengthPart))
    to flLength(fieldCount)
  move function upper-case(function trim(layoutTypePart))
    to flType(fieldCount)
  move 0 to flBlankAllowed(fieldCount)
  if function upper-case(function trim(layoutOptionPart)) = "OPTIONAL"
    set flMayBeBlank(fieldCount) to true
  end-if
  move 0 to flErrorCount(fieldCount)
  move 0 to flSampleCount(fieldCount)

  if flStart(fieldCount) = 0 or flLength(fieldCount) = 0
    or flStart(fieldCount) + flLength(fieldCount) - 1 > 2000
    display "layout-check: layout line " layoutLineNumber
      " field " function trim(flName(fieldCount))
      " start/length outside 1-2000"
    set layoutHasErrors to true
  end-if
  if not flAlphanumeric(fieldCount) and not flUnsigned(fieldCount)
    and not flSigned(fieldCount) and not flDate(fieldCount)
    display "layout-check: layout line " layoutLineNumber
      " field " function trim(flName(fieldCount))
      " type must be A, N, S or D"
    set layoutHasErrors to true
  end-if
  if flDate(fieldCount) and flLength(fieldCount) not = 8
    display "layout-check: layout line " layoutLineNumber
      " date field " function trim(flName(fieldCount))
      " must be 8 long (CCYYMMDD)"
    set layoutHasErrors to true
  end-if
  .

checkRecord.
  add 1 to lineCount
  move 0 to recordErrorFlag
  if inputLineLength not = expectedRecordLength
    set recordHasErrors to true
    add 1 to lengthErrorCount
    if lengthSampleCount < samplesWanted
      add 1 to lengthSampleCount
      move lineCount to lsLineNumber(lengthSampleCount)
      move inputLineLength to lsLength(lengthSampleCount)
    end-if
  end-if
  perform varying fieldIndex from 1 by 1 until fieldIndex > fieldCount
    perform checkField
  end-perform
  if not recordHasErrors
    add 1 to conformingCount
  end-if
  .

checkField.
  move spaces to fieldErrorReason
  if flStart(fieldIndex) + flLength(fieldIndex) - 1 > inputLineLength
    move "beyond record end" to fieldErrorReason
  else
    move spaces to fieldValue
    move inputLine(flStart(fieldIndex):flLength(fieldIndex)) to fieldValue
    if fieldValue = spaces
      if not flMayBeBlank(fieldIndex)
        move "blank" to fieldErrorReason
      end-if
    else
      evaluate true
        when flAlphanumeric(fieldIndex)
          perform checkAlphanumericField
        when flUnsigned(fieldIndex)
          perform checkUnsignedField
        when flSigned(fieldIndex)
          perform checkSignedField
        when flDate(fieldIndex)
          perform checkDateField
      end-evaluate
    end-if
  end-if

  if fieldErrorReason not = spaces
    set recordHasErrors to true
    add 1 to flErrorCount(fieldIndex)
    if flSampleCount(fieldIndex) < samplesWanted
      add 1 to flSampleCount(fieldIndex)
      move lineCount to fsLineNumber(fieldIndex, flSampleCount(fieldIndex))
      if flStart(fieldIndex) <= inputLineLength
        move inputLine(flStart(fieldIndex):flLength(fieldIndex))
          to fsValue(fieldIndex, flSampleCount(fieldIndex))
      else
        move spaces to fsValue(fieldIndex, flSampleCount(fieldIndex))
      end-if
      move fieldErrorReason
        to fsReason(fieldIndex, flSampleCount(fieldIndex))
    end-if
  end-if
  .

checkAlphanumericField.
  perform varying scanPointer from 1 by 1
    until scanPointer > flLength(fieldIndex) or fieldErrorReason not = spaces
    move fieldValue(scanPointer:1) to scanChar
    if scanChar < space or function ord(scanChar) > 127
      move "non-printable" to fieldErrorReason
    end-if
  end-perform
  .

checkUnsignedField.
  if fieldValue(1:flLength(fieldIndex)) is not numeric
    move "not unsigned numeric" to fieldErrorReason
  end-if
  .

checkSignedField.
  move 0 to digitCount signCount
  perform varying scanPointer from 1 by 1
    until scanPointer > flLength(fieldIndex)
    move fieldValue(scanPointer:1) to scanChar
    evaluate true
      when scanChar >= '0' and scanChar <= '9'
        add 1 to digitCount
      when (scanChar = '+' or scanChar = '-')
          and (scanPointer = 1 or scanPointer = flLength(fieldIndex))
        add 1 to signCount
      when other
        move "not signed numeric" to fieldErrorReason
    end-evaluate
  end-perform
  if fieldErrorReason = spaces
    and (digitCount = 0 or signCount > 1)
    move "not signed numeric" to fieldErrorReason
  end-if
  .

checkDateField.
  if fieldValue(1:8) is not numeric
    move "date not numeric" to fieldErrorReason
  else
    move fieldValue(1:8) to dateValue
    if function test-date-yyyymmdd(dateValue) not = 0
      move "invalid date" to fieldErrorReason
    end-if
  end-if
  .

writeConformanceReport.
  move spaces to reportLineText
  string "CONFORMANCE file=" delimited by size
    function trim(inputFileName) delimited by size
    " layout=" delimited by size
    function trim(layoutFileName) delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  move spaces to reportLineText
  string "RECORDS read=" delimited by size
    lineCount delimited by size
    " conforming=" delimited by size
    conformingCount delimited by size
    " fields=" delimited by size
    fieldCount delimited by size
    " expected length=" delimited by size
    expectedRecordLength delimited by size
    into reportLineText
  end-string
  perform writeReportLine

  move spaces to reportLineText
  string "LENGTH errors=" delimited by size
    lengthErrorCount delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  perform varying sampleIdx from 1 by 1
    until sampleIdx > lengthSampleCount
    move spaces to reportLineText
    string "  SAMPLE line=" delimited by size
      lsLineNumber(sampleIdx) delimited by size
      " length=" delimited by size
      lsLength(sampleIdx) delimited by size
      into reportLineText
    end-string
    perform writeReportLine
  end-perform

  perform varying fieldIndex from 1 by 1 until fieldIndex > fieldCount
    perform writeOneFieldConformance
  end-perform
  .

writeOneFieldConformance.
  evaluate true
    when flAlphanumeric(fieldIndex) move "ALPHA" to typeDisplay
    when flUnsigned(fieldIndex) move "UNSIGNED" to typeDisplay
    when flSigned(fieldIndex) move "SIGNED" to typeDisplay
    when flDate(fieldIndex) move "DATE" to typeDisplay
  end-evaluate
  move spaces to reportLineText
  string "FIELD " delimited by size
    flName(fieldIndex) delimited by size
    " start=" delimited by size
    flStart(fieldIndex) delimited by size
    " length=" delimited by size
    flLength(fieldIndex) delimited by size
    " type=" delimited by size
    typeDisplay delimited by size
    " errors=" delimited by size
    flErrorCount(fieldIndex) delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  move flLength(fieldIndex) to sampleDisplayLength
  if sampleDisplayLength > 40
    move 40 to sampleDisplayLength
  end-if
  perform varying sampleIdx from 1 by 1
    until sampleIdx > flSampleCount(fieldIndex)
    move spaces to reportLineText
    string "  SAMPLE line=" delimited by size
      fsLineNumber(fieldIndex, sampleIdx) delimited by size
      " reason=" delimited by size
      fsReason(fieldIndex, sampleIdx) delimited by size
      " value='" delimited by size
      fsValue(fieldIndex, sampleIdx)(1:sampleDisplayLength)
        delimited by size
      "'" delimited by size
      into reportLineText
    end-string
    perform writeReportLine
  end-perform
  .

writeReportLine.
  if reportToFile
    move reportLineText to conformanceReportRecord
    write conformanceReportRecord
  else
    display function trim(reportLineText)
  end-if
  .
