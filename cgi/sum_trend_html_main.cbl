identification division.
  program-id. sum-trend-html.

environment division.
  input-output section.
    file-control.

      select optional jobHistoryFile assign to inputFileName
        organization is line sequential
        file status is jobHistoryFileStatus.

data division.
  file section.
    fd jobHistoryFile.
    01 jobHistoryRecord pic x(600).

  working-storage section.
    01 inputFileName pic x(256) value spaces.
    01 outputFileName pic x(256) value spaces.
    01 jobHistoryFileStatus pic xx value "00".

    01 jobHistoryEofFlag pic 9 value 0.
      88 endOfJobHistory value 1.

    01 historyKey pic x(20).
    01 historyDiscardText pic x(600).
    01 historyValueText pic x(600).
    01 historyFieldText pic x(30).
    01 historyStatus pic x(10).
    01 historyTotalText pic x(12).
    01 historyTotal redefines historyTotalText
      pic s9(9)v99 sign leading separate.

    01 maxTrendRuns pic 9(2) value 30.
    01 TrendTable.
      02 TrendRun occurs 30 times.
        03 trLabel pic x(20).
        03 trLines pic 9(9).
        03 trRejects pic 9(9).
        03 trDuplicates pic 9(9).
        03 trTotal pic s9(9)v99.
    01 trendRunCount pic 9(2) value 0.
    01 trIdx pic 9(2).
    01 failedRunCount pic 9(9) value 0.
    01 historyRunCount pic 9(9) value 0.

    01 trendMeasure pic x(10).
    01 trendMeasureSum pic s9(13)v99.

    01 chartSeries.
      02 seriesPointCount pic 9(4).
      02 seriesReferenceLabel pic x(20).
      02 seriesReferenceValue pic s9(13)v99.
      02 seriesPoint occurs 60 times.
        03 seriesLabel pic x(20).
        03 seriesValue pic s9(13)v99.

    01 tagName pic x(100).
    01 textContent pic x(100).
    01 countDisplay pic z(8)9.

    01 params.
      02 paramCount pic 9(3).
      02 paramTable.
        03 paramEntry occurs 50 times.
          04 paramName pic x(50).
          04 paramValue pic x(256).
    01 requestedParamName pic x(50).
    01 requestedParamValue pic x(256).
    01 cgiOutputMode pic 9 value 0.
      88 writeToStdout value 1.
    01 userSession.
      02 sessionUserId pic x(30).
      02 sessionRole pic x(10).
      02 sessionToken pic x(32).
      02 sessionStatus pic x(8).
        88 sessionIsValid values "OK", "BATCH".
      02 sessionMessage pic x(100).
    01 requiredRole pic x(10).

    01 doc.
      02 docOutputBuffer pic x(8000).
      02 docOutputBufferPointer pic 9(5).
      02 docIndentLevel pic 9(4).
      02 docTagOpenPending pic 9.
      02 docVoidElementPending pic 9.
      02 docOutputOverflow pic 9.
      02 docPrettyPrint pic 9.
      02 docNestingOverflow pic 9.
      02 docUnclosedTagFlag pic 9.
      02 docDocumentStartedFlag pic 9.
      02 docSegmentCount pic 9(4).
      02 docSegmentLengths pic 9(5) occurs 20 times.
      02 docSegmentTable.
        03 docSegmentBuffer pic x(8000) occurs 20 times.
      02 docOpenTagNamesTable.
        03 docOpenTagNames pic x(100) occurs 500 times.

procedure division.

Main.
  call "cgi-params-load" using params

  move "input" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to inputFileName
  else
    accept inputFileName from argument-value
  end-if
  if inputFileName = spaces
    move "sum_file_job_history.log" to inputFileName
  end-if

  move "output" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to outputFileName
  else
    accept outputFileName from argument-value
  end-if
  if outputFileName = spaces
    set writeToStdout to true
  end-if

  move spaces to userSession
  move "session" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move requestedParamValue(1:32) to sessionToken
  move "VIEWER" to requiredRole
  call "cgi-session-check" using userSession, by content requiredRole
  if not sessionIsValid
    call "cgi-session-deny-page" using userSession,
      by content outputFileName
    goback
  end-if

  if not writeToStdout
    display "SUM-TREND-HTML: job started " function current-date(1:14)
      " input=" function trim(inputFileName)
  end-if

  perform loadJobHistory
  perform renderTrendPage

  if writeToStdout
    display "Content-Type: text/html"
    display " "
    call "htmlgen-display" using doc
  else
    call "htmlgen-write-to-file" using doc, by content outputFileName
    display "SUM-TREND-HTML: job ended " function current-date(1:14)
      " runs=" trendRunCount
      " output=" function trim(outputFileName)
  end-if

  goback
  .

loadJobHistory.
  move 0 to trendRunCount
  move 0 to jobHistoryEofFlag
  open input jobHistoryFile
  if jobHistoryFileStatus not = "00"
    set endOfJobHistory to true
  end-if
  perform until endOfJobHistory
    read jobHistoryFile
      at end set endOfJobHistory to true
      not at end perform loadJobHistoryEntry
    end-read
  end-perform
  close jobHistoryFile
  .

loadJobHistoryEntry.
  if jobHistoryRecord(1:14) is numeric
    add 1 to historyRunCount
    move " status=" to historyKey
    perform extractHistoryField
    move historyFieldText to historyStatus
    if historyStatus not = "OK"
      add 1 to failedRunCount
    else
      if trendRunCount < maxTrendRuns
        add 1 to trendRunCount
      else
        perform varying trIdx from 1 by 1 until trIdx >= maxTrendRuns
          move TrendRun(trIdx + 1) to TrendRun(trIdx)
        end-perform
      end-if
      move spaces to trLabel(trendRunCount)
      string jobHistoryRecord(5:2) delimited by size
        "-" delimited by size
        jobHistoryRecord(7:2) delimited by size
        " " delimited by size
        jobHistoryRecord(9:2) delimited by size
        ":" delimited by size
        jobHistoryRecord(11:2) delimited by size
        into trLabel(trendRunCount)
      end-string
      move " lines=" to historyKey
      perform extractHistoryField
      move function numval(historyFieldText) to trLines(trendRunCount)
      move " rejected=" to historyKey
      perform extractHistoryField
      move function numval(historyFieldText) to trRejects(trendRunCount)
      move " duplicates=" to historyKey
      perform extractHistoryField
      move function numval(historyFieldText)
        to trDuplicates(trendRunCount)
      move " total=" to historyKey
      perform extractHistoryField
      move historyFieldText to historyTotalText
      if historyTotalText(2:11) is numeric
        move historyTotal to trTotal(trendRunCount)
      else
        move 0 to trTotal(trendRunCount)
      end-if
    end-if
  end-if
  .

extractHistoryField.
  move spaces to historyDiscardText historyValueText historyFieldText
  unstring jobHistoryRecord delimited by function trim(historyKey, trailing)
    into historyDiscardText, historyValueText
  end-unstring
  unstring historyValueText delimited by space into historyFieldText
  end-unstring
  if historyFieldText = spaces
    move "0" to historyFieldText
  end-if
  .

renderTrendPage.
  call "htmlgen-initialize" using doc
  move spaces to textContent
  move "SUM-FILE trend" to textContent
  call "htmlgen-begin-document" using doc, by content textContent

  move "h1" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to textContent
  move "SUM-FILE trend - last 30 runs" to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  move "p" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to textContent
  if trendRunCount = 0
    move "no successful runs are recorded in the job history"
      to textContent
  else
    move trendRunCount to countDisplay
    string function trim(countDisplay) delimited by size
      " successful runs from " delimited by size
      function trim(trLabel(1)) delimited by size
      " to " delimited by size
      function trim(trLabel(trendRunCount)) delimited by size
      into textContent
    end-string
  end-if
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if failedRunCount > 0
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move spaces to textContent
    move failedRunCount to countDisplay
    string function trim(countDisplay) delimited by size
      " failed runs in the job history are not charted" delimited by size
      into textContent
    end-string
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  end-if

  move "LINES" to trendMeasure
  move "Lines processed" to textContent
  perform renderTrendChart
  move "REJECTS" to trendMeasure
  move "Rejected lines" to textContent
  perform renderTrendChart
  move "DUPLICATES" to trendMeasure
  move "Duplicate lines" to textContent
  perform renderTrendChart
  move "TOTAL" to trendMeasure
  move "Grand total" to textContent
  perform renderTrendChart
  .

renderTrendChart.
  move "h2" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  move trendRunCount to seriesPointCount
  move 0 to trendMeasureSum
  perform varying trIdx from 1 by 1 until trIdx > trendRunCount
    move trLabel(trIdx) to seriesLabel(trIdx)
    evaluate trendMeasure
      when "LINES"      move trLines(trIdx) to seriesValue(trIdx)
      when "REJECTS"    move trRejects(trIdx) to seriesValue(trIdx)
      when "DUPLICATES" move trDuplicates(trIdx) to seriesValue(trIdx)
      when other        move trTotal(trIdx) to seriesValue(trIdx)
    end-evaluate
    add seriesValue(trIdx) to trendMeasureSum
  end-perform
  if trendRunCount > 0
    move "average" to seriesReferenceLabel
    compute seriesReferenceValue rounded
      = trendMeasureSum / trendRunCount
  else
    move spaces to seriesReferenceLabel
    move 0 to seriesReferenceValue
  end-if

  if trendMeasure = "TOTAL"
    call "htmlgen-add-line-chart" using doc, by content textContent,
      by reference chartSeries
  else
    call "htmlgen-add-bar-chart" using doc, by content textContent,
      by reference chartSeries
  end-if
  .
