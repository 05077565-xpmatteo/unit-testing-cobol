identification division.
program-id. ebcdic-convert.

environment division.
  input-output section.
    file-control.

      select layoutFile assign to layoutFileName
        organization is line sequential
        file status is layoutOpenStatus.

      select mainframeFile assign to inputFileName
        organization is sequential
        file status is inputOpenStatus.

      select convertedFile assign to outputFileName
        organization is line sequential
        file status is outputOpenStatus.

      select controlReportFile assign to controlReportFileName
        organization is line sequential.

data division.
  file section.
    fd layoutFile.
    01 layoutLine pic x(200).

    fd mainframeFile.
    01 mainframeByte pic x.

    fd convertedFile record is varying 0 to 2000 depending on outputLineLength.
    01 convertedLine pic x(2000).

    fd controlReportFile.
    01 controlReportRecord pic x(250).

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
    01 inputFileStatus pic 9 value 0.
      88 endOfInput value 1.

    01 outputFileName pic x(256).
    01 outputOpenStatus pic xx value "00".
    01 outputLineLength pic 9(4).
    01 outputPointer pic 9(4).
    01 outputFileStatus pic 9 value 0.
      88 endOfOutput value 1.

    01 controlReportFileName pic x(256).

    01 layoutNamePart pic x(30).
    01 layoutStartPart pic x(10).
    01 layoutLengthPart pic x(10).
    01 layoutTypePart pic x(10).
    01 layoutScalePart pic x(10).

    01 recordLength pic 9(4) value 0.
    01 layoutEndPosition pic 9(4).

    01 FieldLayoutTable.
      02 FieldLayoutEntry occurs 50 times.
        03 flName pic x(30).
        03 flStart pic 9(4).
        03 flLength pic 9(4).
        03 flType pic x(1).
          88 flCharacter value 'C'.
          88 flPacked value 'P'.
          88 flBinary value 'B'.
          88 flZoned value 'Z'.
          88 flNumeric value 'P' 'B' 'Z'.
        03 flScale pic 9.
    01 fieldCount pic 9(2) value 0.
    01 fieldIndex pic 9(2).

    01 ebcdicTranslateValues.
      02 filler pic x(32) value x"2020202020202020202020202020202020202020202020202020202020202020".
      02 filler pic x(32) value x"2020202020202020202020202020202020202020202020202020202020202020".
      02 filler pic x(32) value x"20203F3F3F3F3F3F3F3F3F2E3C282B7C263F3F3F3F3F3F3F3F3F21242A293B3F".
      02 filler pic x(32) value x"2D2F3F3F3F3F3F3F3F3F3F2C255F3E3F3F3F3F3F3F3F3F3F3F603A2340273D22".
      02 filler pic x(32) value x"3F6162636465666768693F3F3F3F3F3F3F6A6B6C6D6E6F7071723F3F3F3F3F3F".
      02 filler pic x(32) value x"3F7E737475767778797A3F3F3F3F3F3F5E3F3F3F3F3F3F3F3F3F5B5D3F3F3F3F".
      02 filler pic x(32) value x"7B4142434445464748493F3F3F3F3F3F7D4A4B4C4D4E4F5051523F3F3F3F3F3F".
      02 filler pic x(32) value x"5C3F535455565758595A3F3F3F3F3F3F303132333435363738393F3F3F3F3F20".
    01 ebcdicTranslateTable redefines ebcdicTranslateValues.
      02 asciiForEbcdic pic x occurs 256 times.

    01 hexDigitValues pic x(16) value "0123456789ABCDEF".

    01 mainframeRecord pic x(4000).
    01 bytePosition pic 9(4) value 0.
    01 byteIdx pic 9(4).
    01 byteValue pic 9(3).
    01 highNibble pic 9(2).
    01 lowNibble pic 9(2).

    01 fieldText pic x(2000).
    01 textPosition pic 9(4).
    01 numericValue pic s9(20).
    01 absoluteDigits pic 9(20).
    01 firstDigit pic 9(2).
    01 integerDigitCount pic 9(2).
    01 scaledValue pic s9(20)v9(9).
    01 recordHash pic 9(22)v9(9).
    01 hexPointer pic 9(2).
    01 fieldErrorFlag pic 9 value 0.
      88 fieldIsInvalid value 1.
    01 recordErrorFlag pic 9 value 0.
      88 recordIsInvalid value 1.
    01 invalidFieldHex pic x(40).

    01 recordsRead pic 9(9) value 0.
    01 recordsWritten pic 9(9) value 0.
    01 recordsRejected pic 9(9) value 0.
    01 recordsReread pic 9(9) value 0.
    01 partialRecordBytes pic 9(4) value 0.
    01 commasReplaced pic 9(9) value 0.
    01 hashBefore pic 9(22)v9(9) value 0.
    01 hashAfter pic 9(22)v9(9) value 0.
    01 hashDisplay pic z(21)9.9(9).

    01 rereadColumn pic x(100).
    01 rereadPointer pic 9(4).

    01 controlsFlag pic 9 value 0.
      88 controlsDisagree value 1.
    01 reportLineText pic x(250).

procedure division.

main.
  accept layoutFileName from argument-value
  accept inputFileName from argument-value
  accept outputFileName from argument-value
  if outputFileName = spaces
    move spaces to outputFileName
    string function trim(inputFileName) delimited by size
      ".txt" delimited by size
      into outputFileName
    end-string
  end-if
  move spaces to controlReportFileName
  string function trim(outputFileName) delimited by size
    ".control" delimited by size
    into controlReportFileName
  end-string

  perform loadLayout
  if layoutHasErrors
    display "ebcdic-convert: layout "
      function trim(layoutFileName) " has errors, nothing converted"
    move 1 to return-code
    goback
  end-if

  open input mainframeFile
  if inputOpenStatus not = "00"
    display "ebcdic-convert: unable to open "
      function trim(inputFileName) ", status=" inputOpenStatus
    move 1 to return-code
    goback
  end-if
  open output convertedFile
  if outputOpenStatus not = "00"
    display "ebcdic-convert: unable to open "
      function trim(outputFileName) ", status=" outputOpenStatus
    close mainframeFile
    move 1 to return-code
    goback
  end-if

  perform until endOfInput
    read mainframeFile
      at end set endOfInput to true
      not at end perform collectByte
    end-read
  end-perform
  move bytePosition to partialRecordBytes
  close mainframeFile
  close convertedFile

  perform rereadConvertedFile
  perform writeControlReport

  evaluate true
    when controlsDisagree
      move 8 to return-code
    when recordsRejected > 0
      move 4 to return-code
  end-evaluate
  goback
  .

loadLayout.
  open input layoutFile
  if layoutOpenStatus not = "00"
    display "ebcdic-convert: unable to open layout "
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

  if layoutWasOpened and fieldCount = 0
    display "ebcdic-convert: layout " function trim(layoutFileName)
      " defines no fields"
    set layoutHasErrors to true
  end-if
  if layoutWasOpened and recordLength = 0
    display "ebcdic-convert: layout " function trim(layoutFileName)
      " has no RECORD,length line"
    set layoutHasErrors to true
  end-if
  perform varying fieldIndex from 1 by 1 until fieldIndex > fieldCount
    compute layoutEndPosition
      = flStart(fieldIndex) + flLength(fieldIndex) - 1
    if layoutEndPosition > recordLength
      display "ebcdic-convert: field " function trim(flName(fieldIndex))
        " ends beyond the record length"
      set layoutHasErrors to true
    end-if
  end-perform
  .

loadLayoutLine.
  add 1 to layoutLineNumber
  if layoutLine not = spaces and layoutLine(1:1) not = '#'
    perform parseLayoutLine
  end-if
  .

parseLayoutLine.
  move spaces to layoutNamePart layoutStartPart layoutLengthPart
    layoutTypePart layoutScalePart
  unstring layoutLine delimited by ','
    into layoutNamePart, layoutStartPart, layoutLengthPart,
      layoutTypePart, layoutScalePart
  end-unstring
  move function upper-case(function trim(layoutNamePart)) to layoutNamePart

  evaluate true
    when layoutNamePart = "RECORD"
      if function test-numval(function trim(layoutStartPart)) not = 0
        display "ebcdic-convert: layout line " layoutLineNumber
          " record length is not numeric"
        set layoutHasErrors to true
      else
        move function numval(function trim(layoutStartPart))
          to recordLength
        if recordLength = 0 or recordLength > 4000
          display "ebcdic-convert: layout line " layoutLineNumber
            " record length must be 1-4000"
          set layoutHasErrors to true
        end-if
      end-if
    when fieldCount >= 50
      display "ebcdic-convert: layout line " layoutLineNumber
        " exceeds 50 fields"
      set layoutHasErrors to true
    when function test-numval(function trim(layoutStartPart)) not = 0
        or function test-numval(function trim(layoutLengthPart)) not = 0
      display "ebcdic-convert: layout line " layoutLineNumber
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
  move 0 to flScale(fieldCount)
  if layoutScalePart not = spaces
    if layoutScalePart(1:1) is numeric and layoutScalePart(2:) = spaces
      move layoutScalePart(1:1) to flScale(fieldCount)
    else
      display "ebcdic-convert: layout line " layoutLineNumber
        " scale must be a single digit"
      set layoutHasErrors to true
    end-if
  end-if

  if flStart(fieldCount) = 0 or flLength(fieldCount) = 0
    display "ebcdic-convert: layout line " layoutLineNumber
      " field " function trim(flName(fieldCount))
      " start and length must be greater than zero"
    set layoutHasErrors to true
  end-if
  evaluate true
    when flCharacter(fieldCount)
      continue
    when flPacked(fieldCount)
      if flLength(fieldCount) > 10
        display "ebcdic-convert: layout line " layoutLineNumber
          " packed field " function trim(flName(fieldCount))
          " is longer than 10 bytes"
        set layoutHasErrors to true
      end-if
    when flZoned(fieldCount)
      if flLength(fieldCount) > 19
        display "ebcdic-convert: layout line " layoutLineNumber
          " zoned field " function trim(flName(fieldCount))
          " is longer than 19 bytes"
        set layoutHasErrors to true
      end-if
    when flBinary(fieldCount)
      if flLength(fieldCount) not = 2 and flLength(fieldCount) not = 4
          and flLength(fieldCount) not = 8
        display "ebcdic-convert: layout line " layoutLineNumber
          " binary field " function trim(flName(fieldCount))
          " must be 2, 4 or 8 bytes"
        set layoutHasErrors to true
      end-if
    when other
      display "ebcdic-convert: layout line " layoutLineNumber
        " field " function trim(flName(fieldCount))
        " type must be C, P, B or Z"
      set layoutHasErrors to true
  end-evaluate
  .

collectByte.
  add 1 to bytePosition
  move mainframeByte to mainframeRecord(bytePosition:1)
  if bytePosition = recordLength
    perform convertRecord
    move 0 to bytePosition
  end-if
  .

convertRecord.
  add 1 to recordsRead
  move 0 to recordErrorFlag
  move 0 to recordHash
  move spaces to convertedLine
  move 1 to outputPointer
  perform varying fieldIndex from 1 by 1
    until fieldIndex > fieldCount or recordIsInvalid
    if fieldIndex > 1
      string "," delimited by size
        into convertedLine with pointer outputPointer
      end-string
    end-if
    move 0 to fieldErrorFlag
    evaluate true
      when flCharacter(fieldIndex)
        perform convertCharacterField
      when flPacked(fieldIndex)
        perform unpackPackedField
      when flZoned(fieldIndex)
        perform unpackZonedField
      when flBinary(fieldIndex)
        perform unpackBinaryField
    end-evaluate
    if fieldIsInvalid
      set recordIsInvalid to true
      perform noteRejectedRecord
    end-if
  end-perform

  if not recordIsInvalid
    compute outputLineLength = outputPointer - 1
    write convertedLine
    add 1 to recordsWritten
    add recordHash to hashBefore
  end-if
  .

convertCharacterField.
  move spaces to fieldText
  perform varying byteIdx from 1 by 1 until byteIdx > flLength(fieldIndex)
    compute textPosition = flStart(fieldIndex) + byteIdx - 1
    move asciiForEbcdic(function ord(mainframeRecord(textPosition:1)))
      to fieldText(byteIdx:1)
    if fieldText(byteIdx:1) = ','
      move space to fieldText(byteIdx:1)
      add 1 to commasReplaced
    end-if
  end-perform
  if fieldText not = spaces
    string function trim(fieldText) delimited by size
      into convertedLine with pointer outputPointer
    end-string
  end-if
  .

unpackPackedField.
  move 0 to numericValue
  perform varying byteIdx from 1 by 1
    until byteIdx > flLength(fieldIndex) or fieldIsInvalid
    compute textPosition = flStart(fieldIndex) + byteIdx - 1
    compute byteValue = function ord(mainframeRecord(textPosition:1)) - 1
    divide byteValue by 16 giving highNibble remainder lowNibble
    if highNibble > 9
      set fieldIsInvalid to true
    else
      compute numericValue = numericValue * 10 + highNibble
    end-if
    if byteIdx < flLength(fieldIndex)
      if lowNibble > 9
        set fieldIsInvalid to true
      else
        compute numericValue = numericValue * 10 + lowNibble
      end-if
    else
      evaluate lowNibble
        when 12 when 15 when 10 when 14
          continue
        when 13 when 11
          compute numericValue = 0 - numericValue
        when other
          set fieldIsInvalid to true
      end-evaluate
    end-if
  end-perform
  if not fieldIsInvalid
    perform appendNumericText
  end-if
  .

unpackZonedField.
  move 0 to numericValue
  perform varying byteIdx from 1 by 1
    until byteIdx > flLength(fieldIndex) or fieldIsInvalid
    compute textPosition = flStart(fieldIndex) + byteIdx - 1
    compute byteValue = function ord(mainframeRecord(textPosition:1)) - 1
    divide byteValue by 16 giving highNibble remainder lowNibble
    if lowNibble > 9
      set fieldIsInvalid to true
    else
      compute numericValue = numericValue * 10 + lowNibble
    end-if
    if byteIdx < flLength(fieldIndex)
      if highNibble not = 15
        set fieldIsInvalid to true
      end-if
    else
      evaluate highNibble
        when 12 when 15 when 10 when 14
          continue
        when 13 when 11
          compute numericValue = 0 - numericValue
        when other
          set fieldIsInvalid to true
      end-evaluate
    end-if
  end-perform
  if not fieldIsInvalid
    perform appendNumericText
  end-if
  .

unpackBinaryField.
  move 0 to numericValue
  perform varying byteIdx from 1 by 1 until byteIdx > flLength(fieldIndex)
    compute textPosition = flStart(fieldIndex) + byteIdx - 1
    compute byteValue = function ord(mainframeRecord(textPosition:1)) - 1
    compute numericValue = numericValue * 256 + byteValue
  end-perform
  move flStart(fieldIndex) to textPosition
  if function ord(mainframeRecord(textPosition:1)) > 128
    compute numericValue
      = numericValue - 256 ** flLength(fieldIndex)
  end-if
  perform appendNumericText
  .

appendNumericText.
  perform addFieldToRecordHash
  if numericValue < 0
    compute absoluteDigits = 0 - numericValue
  else
    move numericValue to absoluteDigits
  end-if
  move 1 to firstDigit
  perform until firstDigit >= 20 - flScale(fieldIndex)
      or absoluteDigits(firstDigit:1) not = '0'
    add 1 to firstDigit
  end-perform
  compute integerDigitCount = 21 - flScale(fieldIndex) - firstDigit
  if numericValue < 0
    string "-" delimited by size
      into convertedLine with pointer outputPointer
    end-string
  end-if
  string absoluteDigits(firstDigit:integerDigitCount) delimited by size
    into convertedLine with pointer outputPointer
  end-string
  if flScale(fieldIndex) > 0
    string "." delimited by size
      absoluteDigits(21 - flScale(fieldIndex):flScale(fieldIndex))
        delimited by size
      into convertedLine with pointer outputPointer
    end-string
  end-if
  .

addFieldToRecordHash.
  compute scaledValue = numericValue / 10 ** flScale(fieldIndex)
  if scaledValue < 0
    compute recordHash = recordHash - scaledValue
  else
    add scaledValue to recordHash
  end-if
  .

noteRejectedRecord.
  add 1 to recordsRejected
  if recordsRejected <= 10
    move spaces to invalidFieldHex
    move 1 to hexPointer
    perform varying byteIdx from 1 by 1
      until byteIdx > flLength(fieldIndex) or byteIdx > 20
      compute textPosition = flStart(fieldIndex) + byteIdx - 1
      compute byteValue = function ord(mainframeRecord(textPosition:1)) - 1
      divide byteValue by 16 giving highNibble remainder lowNibble
      string hexDigitValues(highNibble + 1:1) delimited by size
        hexDigitValues(lowNibble + 1:1) delimited by size
        into invalidFieldHex with pointer hexPointer
      end-string
    end-perform
    display "ebcdic-convert: record " recordsRead " rejected, field "
      function trim(flName(fieldIndex)) " has invalid data x'"
      function trim(invalidFieldHex) "'"
  end-if
  .

rereadConvertedFile.
  open input convertedFile
  if outputOpenStatus not = "00"
    display "ebcdic-convert: unable to reopen "
      function trim(outputFileName) ", status=" outputOpenStatus
    set controlsDisagree to true
    set endOfOutput to true
  end-if
  perform until endOfOutput
    read convertedFile
      at end set endOfOutput to true
      not at end perform rereadOneLine
    end-read
  end-perform
  if outputOpenStatus = "00" or outputOpenStatus = "10"
    close convertedFile
  end-if
  .

rereadOneLine.
  add 1 to recordsReread
  move 1 to rereadPointer
  perform varying fieldIndex from 1 by 1 until fieldIndex > fieldCount
    move spaces to rereadColumn
    unstring convertedLine(1:outputLineLength) delimited by ','
      into rereadColumn
      with pointer rereadPointer
    end-unstring
    if flNumeric(fieldIndex)
      compute hashAfter = hashAfter
        + function abs(function numval(function trim(rereadColumn)))
    end-if
  end-perform
  .

writeControlReport.
  if recordsRead not = recordsWritten + recordsRejected
    or recordsWritten not = recordsReread
    or hashBefore not = hashAfter
    or partialRecordBytes > 0
    set controlsDisagree to true
  end-if

  open output controlReportFile
  move spaces to reportLineText
  string "CONVERSION input=" delimited by size
    function trim(inputFileName) delimited by size
    " output=" delimited by size
    function trim(outputFileName) delimited by size
    " layout=" delimited by size
    function trim(layoutFileName) delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  move hashBefore to hashDisplay
  move spaces to reportLineText
  string "BEFORE records=" delimited by size
    recordsRead delimited by size
    " record-length=" delimited by size
    recordLength delimited by size
    " trailing-bytes=" delimited by size
    partialRecordBytes delimited by size
    " amount-hash=" delimited by size
    function trim(hashDisplay) delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  move hashAfter to hashDisplay
  move spaces to reportLineText
  string "AFTER  records=" delimited by size
    recordsReread delimited by size
    " written=" delimited by size
    recordsWritten delimited by size
    " rejected=" delimited by size
    recordsRejected delimited by size
    " amount-hash=" delimited by size
    function trim(hashDisplay) delimited by size
    into reportLineText
  end-string
  perform writeReportLine
  move spaces to reportLineText
  if controlsDisagree
    string "CONTROLS DISAGREE - conversion is not complete" delimited by size
      into reportLineText
    end-string
  else
    string "CONTROLS AGREE commas-replaced=" delimited by size
      commasReplaced delimited by size
      into reportLineText
    end-string
  end-if
  perform writeReportLine
  close controlReportFile
  .

writeReportLine.
  move reportLineText to controlReportRecord
  write controlReportRecord
  display "ebcdic-convert: " function trim(reportLineText)
  .
