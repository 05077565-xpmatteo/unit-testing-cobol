    01 rosterDepartmentPart pic x(20).
    01 rosterTrailerMarker pic x(8).

    01 userSession.
      02 sessionUserId pic x(30).
      02 sessionRole pic x(10).
      02 sessionToken pic x(32).
      02 sessionStatus pic x(8).
        88 sessionIsValid values "OK", "BATCH".
      02 sessionMessage pic x(100).
    01 requiredRole pic x(10).
    01 roleGrantedFlag pic 9 value 0.
      88 roleIsGranted value 1.
    01 auditScreenName pic x(30) value "ROSTER-MAINT".
    01 auditKey pic x(60).
    01 auditBefore pic x(200).
    01 auditAfter pic x(200).

    01 actionMessage pic x(100) value spaces.
    01 rosterChangedFlag pic 9 value 0.
      88 rosterWasChanged value 1.
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

  move "action" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue

  perform loadRoster

  if actionRequested = "ADD" or "CHANGE" or "DELETE"
    move "MAINTAINER" to requiredRole
    call "cgi-session-authorize" using userSession,
      by content requiredRole, by reference roleGrantedFlag
    if not roleIsGranted
      move "roster NOT changed - your role does not allow maintenance"
        to actionMessage
      move spaces to actionRequested
    end-if
  end-if

  evaluate actionRequested
    when "ADD"    perform addRosterEntry
    when "CHANGE" perform changeRosterEntry
        move spaces to reDepartment(rosterEntryCount)
        set rosterWasChanged to true
        move "entry added" to actionMessage
        move spaces to auditBefore
        move rosterEntryCount to matchIdx
        perform describeRosterEntry
        perform writeChangeAudit
      else
        move "roster is full" to actionMessage
      end-if
  else
    perform findRosterEntry
    if rosterEntryFound
      perform describeRosterEntry
      move auditAfter to auditBefore
      move langRequested to reLanguage(matchIdx)
      set rosterWasChanged to true
      move "entry changed" to actionMessage
      perform describeRosterEntry
      perform writeChangeAudit
    else
      move "name is not on the roster" to actionMessage
    end-if
deleteRosterEntry.
  perform findRosterEntry
  if rosterEntryFound
    perform describeRosterEntry
    move auditAfter to auditBefore
    move spaces to auditAfter
    perform writeChangeAudit
    perform varying reIdx from matchIdx by 1
      until reIdx >= rosterEntryCount
      move RosterEntry(reIdx + 1) to RosterEntry(reIdx)
  end-if
  .

describeRosterEntry.
  move spaces to auditAfter
  string "name=" delimited by size
    function trim(reName(matchIdx)) delimited by size
    " lang=" delimited by size
    function trim(reLanguage(matchIdx)) delimited by size
    " id=" delimited by size
    function trim(reEmployeeId(matchIdx)) delimited by size
    " dept=" delimited by size
    function trim(reDepartment(matchIdx)) delimited by size
    into auditAfter
  end-string
  .

writeChangeAudit.
  move spaces to auditKey
  move reName(matchIdx) to auditKey
  call "cgi-change-audit" using userSession, by content auditScreenName,
    by content actionRequested, by content auditKey,
    by content auditBefore, by content auditAfter
  .

rewriteRoster.
  open output rosterFile
  if rosterFileStatus not = "00"
  move rosterFileName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "session" to inputName
  move spaces to inputValue
  move sessionToken to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputValue
  move spaces to labelText
  move "Action (ADD, CHANGE or DELETE)" to labelText
  move spaces to inputName
