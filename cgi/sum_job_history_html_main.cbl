data division.
  file section.
    fd jobHistoryFile.
    01 jobHistoryRecord pic X(600).

  working-storage section.
    01 inputFileName pic X(256).
    01 tagName pic X(100).
    01 textContent pic X(100).

    01 historyLineLength pic 9(4).
    01 historyPointer pic 9(4).
    01 historyToken pic X(600).
    01 historyTokenLength pic 9(4).
    01 cellPointer pic 9(4).

    01 params.
      02 paramCount pic 9(3).
      02 paramTable.
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

    01 renderedHtmlBuffer pic x(8000).

    01 doc.
    set writeToStdout to true
  end-if.

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
    display "SUM-JOB-HISTORY-HTML: job started "
      function current-date(1:14)

RenderJobHistoryRow.
  call "htmlgen-add-table-row" using doc
  move function length(function trim(jobHistoryRecord, trailing))
    to historyLineLength
  move 1 to historyPointer
  move spaces to textContent
  move 1 to cellPointer
  perform until historyPointer > historyLineLength
    move spaces to historyToken
    move 0 to historyTokenLength
    unstring jobHistoryRecord(1:historyLineLength) delimited by all space
      into historyToken count in historyTokenLength
      with pointer historyPointer
    end-unstring
    if historyTokenLength > 0
      perform addHistoryToken
    end-if
  end-perform
  if cellPointer > 1
    call "htmlgen-add-table-cell" using doc, by content textContent
  end-if
  call "htmlgen-end-element" using doc
  .

addHistoryToken.
  if cellPointer > 1 and cellPointer + historyTokenLength > 100
    call "htmlgen-add-table-cell" using doc, by content textContent
    move spaces to textContent
    move 1 to cellPointer
  end-if
  if cellPointer > 1
    string " " delimited by size
      into textContent with pointer cellPointer
    end-string
  end-if
  string historyToken(1:historyTokenLength) delimited by size
    into textContent with pointer cellPointer
    on overflow move 101 to cellPointer
  end-string
  .
