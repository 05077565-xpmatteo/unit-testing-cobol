    01 tagName pic X(100).
    01 textContent pic X(100).

    01 maskOutputName pic x(20).
    01 maskFieldName pic x(20).
    01 maskValue pic x(100).
    01 maskResult pic x(100).
    01 sumNameStart pic 9(4) value 0.
    01 sumCommaCount pic 9(4) value 0.
    01 sumCharIdx pic 9(4) value 0.

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
    display "REPORT-HTML: job started " function current-date(1:14)
      " input=" function trim(inputFileName)
  move spaces to textContent
  if sumLineLength > 0
    move sumReportRecord(1:sumLineLength) to textContent
    perform findSumCustomerName
    if sumNameStart > 0 and sumNameStart <= 100
      perform maskSumCustomerName
    end-if
  end-if
  call "htmlgen-add-table-cell" using doc, by content textContent
  call "htmlgen-end-element" using doc
  .

findSumCustomerName.
  move 0 to sumNameStart
  if sumLineLength > 63
      and (sumReportRecord(1:1) = "+" or sumReportRecord(1:1) = "-")
      and sumReportRecord(2:11) is numeric
      and sumReportRecord(63:1) = space
    move 64 to sumNameStart
  else
    move 0 to sumCommaCount
    perform varying sumCharIdx from 1 by 1
      until sumCharIdx > sumLineLength or sumNameStart > 0
      if sumReportRecord(sumCharIdx:1) = ","
        add 1 to sumCommaCount
        if sumCommaCount = 5 and sumCharIdx < sumLineLength
          compute sumNameStart = sumCharIdx + 1
        end-if
      end-if
    end-perform
  end-if
  .

maskSumCustomerName.
  move "HTML" to maskOutputName
  move "CUSTOMER-NAME" to maskFieldName
  move spaces to maskValue
  move sumReportRecord(sumNameStart:sumLineLength - sumNameStart + 1)
    to maskValue
  call "ID-MASK" using by content maskOutputName,
    by content maskFieldName, by content maskValue,
    by reference maskResult
  move spaces to textContent(sumNameStart:)
  move maskResult to textContent(sumNameStart:)
  .
