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
    01 userSession.
      02 sessionUserId pic x(30).
      02 sessionRole pic x(10).
      02 sessionToken pic x(32).
      02 sessionStatus pic x(8).
        88 sessionIsValid values "OK", "BATCH".
      02 sessionMessage pic x(100).
    01 requiredRole pic x(10).

    01 greetingCount pic 9(9) value 0.
    01 countDisplay pic zzzzzzzz9.

    set writeToStdout to true
  end-if

  call "cgi-params-load" using params
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

  call "htmlgen-initialize" using doc
  move spaces to textContent
  move "Nightly run portal" to textContent
