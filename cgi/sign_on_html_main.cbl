identification division.
  program-id. sign-on-html.

data division.
  working-storage section.
    01 outputFileName pic x(256) value spaces.
    01 cgiOutputMode pic 9 value 0.
      88 writeToStdout value 1.

    01 params.
      02 paramCount pic 9(3).
      02 paramTable.
        03 paramEntry occurs 50 times.
          04 paramName pic x(50).
          04 paramValue pic x(256).
    01 requestedParamName pic x(50).
    01 requestedParamValue pic x(256).

    01 actionRequested pic x(10) value spaces.
    01 userRequested pic x(30) value spaces.
    01 passwordRequested pic x(50) value spaces.

    01 userSession.
      02 sessionUserId pic x(30).
      02 sessionRole pic x(10).
      02 sessionToken pic x(32).
      02 sessionStatus pic x(8).
        88 sessionIsValid values "OK", "BATCH".
      02 sessionMessage pic x(100).
    01 requiredRole pic x(10).
    01 signedOnFlag pic 9 value 0.
      88 userIsSignedOn value 1.

    01 actionMessage pic x(100) value spaces.

    01 MenuTable.
      02 filler pic x(60) value "roster_maint        Roster maintenance".
      02 filler pic x(60) value "journal_entry       Manual journal entry".
      02 filler pic x(60) value "customer_inquiry    Customer account inquiry".
      02 filler pic x(60) value "sum_job_history     SUM-FILE job history".
      02 filler pic x(60) value "sum_trend           SUM-FILE 30-run trend".
    01 MenuEntries redefines MenuTable.
      02 MenuEntry occurs 5 times.
        03 menuProgram pic x(20).
        03 menuTitle pic x(40).
    01 menuIdx pic 9(2).

    01 tagName pic x(100).
    01 textContent pic x(100).
    01 attributeName pic x(100).
    01 attributeValue pic x(100).
    01 methodName pic x(10).
    01 actionUrl pic x(256).
    01 href pic x(256).
    01 labelText pic x(100).
    01 inputName pic x(100).
    01 inputValue pic x(100).
    01 renderedHtmlBuffer pic x(8000).

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

  move "action" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move function upper-case(function trim(requestedParamValue))
    to actionRequested

  move "user" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move requestedParamValue(1:30) to userRequested

  move "password" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move requestedParamValue(1:50) to passwordRequested

  move spaces to userSession
  move "session" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move requestedParamValue(1:32) to sessionToken

  evaluate true
    when actionRequested = "SIGNOFF"
      call "cgi-session-sign-off" using userSession
      move sessionMessage to actionMessage
    when userRequested not = spaces
      call "cgi-session-sign-on" using userSession,
        by content userRequested, by content passwordRequested
      if sessionStatus = "OK"
        set userIsSignedOn to true
      else
        move sessionMessage to actionMessage
      end-if
    when sessionToken not = spaces
      move "VIEWER" to requiredRole
      call "cgi-session-check" using userSession, by content requiredRole
      if sessionStatus = "OK"
        set userIsSignedOn to true
      else
        move sessionMessage to actionMessage
      end-if
    when other
      continue
  end-evaluate
  move spaces to passwordRequested

  perform renderSignOnPage

  goback
  .

renderSignOnPage.
  call "htmlgen-initialize" using doc
  move spaces to textContent
  move "Sign on" to textContent
  call "htmlgen-begin-document" using doc, by content textContent

  move "h1" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if actionMessage not = spaces
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move actionMessage to textContent
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  end-if

  if userIsSignedOn
    perform renderMenu
    perform renderSignOffForm
  else
    perform renderSignOnForm
  end-if

  if writeToStdout
    call "htmlgen-tostring" using doc, renderedHtmlBuffer
    display "Content-Type: text/html"
    display " "
    display function trim(renderedHtmlBuffer, trailing)
  else
    call "htmlgen-write-to-file" using doc, by content outputFileName
  end-if
  .

renderMenu.
  move "p" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to textContent
  string "Signed on as " delimited by size
    function trim(sessionUserId) delimited by size
    " (" delimited by size
    function lower-case(function trim(sessionRole)) delimited by size
    ")" delimited by size
    into textContent
  end-string
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  move "ul" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  perform varying menuIdx from 1 by 1 until menuIdx > 5
    move "li" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move spaces to href
    string "/cgi-bin/" delimited by size
      function trim(menuProgram(menuIdx)) delimited by size
      "?session=" delimited by size
      function trim(sessionToken) delimited by size
      into href
    end-string
    move spaces to textContent
    move menuTitle(menuIdx) to textContent
    call "htmlgen-add-link" using doc, by content href,
      by content textContent
    call "htmlgen-end-element" using doc
  end-perform
  call "htmlgen-end-element" using doc
  .

renderSignOffForm.
  move "POST" to methodName
  move spaces to actionUrl
  move "/cgi-bin/sign_on" to actionUrl
  call "htmlgen-start-form" using doc, by content methodName,
    by content actionUrl
  move spaces to inputName
  move "session" to inputName
  move spaces to inputValue
  move sessionToken to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "action" to inputName
  move spaces to inputValue
  move "SIGNOFF" to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to labelText
  move "Sign off" to labelText
  call "htmlgen-add-submit-button" using doc, by content labelText
  call "htmlgen-end-form" using doc
  .

renderSignOnForm.
  move "POST" to methodName
  move spaces to actionUrl
  move "/cgi-bin/sign_on" to actionUrl
  call "htmlgen-start-form" using doc, by content methodName,
    by content actionUrl
  move spaces to labelText
  move "User ID" to labelText
  move spaces to inputName
  move "user" to inputName
  move spaces to inputValue
  move userRequested to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move "label" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move "Password" to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc
  move "input" to tagName
  call "htmlgen-add-void-element" using doc, by content tagName
  move "type" to attributeName
  move "password" to attributeValue
  call "htmlgen-add-attribute" using doc, by content attributeName,
    by content attributeValue
  move "name" to attributeName
  move "password" to attributeValue
  call "htmlgen-add-attribute" using doc, by content attributeName,
    by content attributeValue
  move spaces to labelText
  move "Sign on" to labelText
  call "htmlgen-add-submit-button" using doc, by content labelText
  call "htmlgen-end-form" using doc
  .
