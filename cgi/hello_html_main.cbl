    01 nameRejectedFlag pic 9.
      88 nameIsRejected value 1.

    01 maskOutputName pic x(20) value "HTML".
    01 maskFieldName pic x(20) value "EMPLOYEE-NAME".
    01 maskValue pic x(100).
    01 maskResult pic x(100).
    01 greetingWordPart pic x(90).
    01 greetingRestPart pic x(90).
    01 greetingNamePart pic x(90).
    01 greetingTailPart pic x(90).

    01 tagName pic X(100).
    01 attributeName pic X(100).
    01 attributeValue pic X(100).
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

  call "HELLO-MESSAGE" using returnedMessage, by content userNameArgument,
    by content languageCodeArgument, by reference nameRejectedFlag
  perform MaskGreetingName

  call "htmlgen-initialize" using doc


  goback
  .

MaskGreetingName.
  move spaces to maskResult
  if userNameArgument not = spaces
    move userNameArgument to maskValue
    call "ID-MASK" using by content maskOutputName,
      by content maskFieldName, by content maskValue,
      by reference maskResult
  end-if
  if maskResult not = spaces and maskResult not = maskValue
    move spaces to greetingWordPart greetingRestPart greetingNamePart
      greetingTailPart
    if returnedMessage(1:9) = "Rejected:"
      unstring returnedMessage delimited by '"' into greetingWordPart
      move spaces to returnedMessage
      string function trim(greetingWordPart) delimited by size
        ' "' delimited by size
        function trim(maskResult) delimited by size
        '"' delimited by size
        into returnedMessage
      end-string
    else
      unstring returnedMessage delimited by ", "
        into greetingWordPart, greetingRestPart
      unstring greetingRestPart delimited by "!"
        into greetingNamePart, greetingTailPart
      move spaces to returnedMessage
      string function trim(greetingWordPart) delimited by size
        ", " delimited by size
        function trim(maskResult) delimited by size
        "!" delimited by size
        function trim(greetingTailPart, trailing) delimited by size
        into returnedMessage
      end-string
    end-if
  end-if
  .
