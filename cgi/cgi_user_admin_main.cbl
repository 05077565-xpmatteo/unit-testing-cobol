identification division.
  program-id. cgi-user-admin.

environment division.
  input-output section.
    file-control.

      select optional userMasterFile assign to userMasterFileName
        organization is line sequential
        file status is userMasterFileStatus.

data division.
  file section.
    fd userMasterFile.
    01 userMasterRecord pic x(120).

  working-storage section.
    01 userMasterFileName pic x(256) value spaces.
    01 userMasterFileStatus pic xx value "00".
    01 userMasterEofFlag pic 9 value 0.
      88 endOfUserMaster value 1.

    01 actionArgument pic x(10) value spaces.
    01 userIdArgument pic x(30) value spaces.
    01 roleArgument pic x(10) value spaces.
    01 newPassword pic x(50) value spaces.

    01 UserTable.
      02 UserEntry occurs 1000 times.
        03 ueUserId pic x(30).
        03 ueRole pic x(10).
        03 ueSalt pic x(16).
        03 ueHash pic x(32).
        03 ueStatus pic x(1).
    01 userEntryCount pic 9(4) value 0.
    01 ueIdx pic 9(4).
    01 ueMatchIdx pic 9(4) value 0.
    01 userCommentCount pic 9(4) value 0.
    01 CommentTable.
      02 commentLine pic x(120) occurs 50 times.
    01 commentIdx pic 9(4).

    01 userIdPart pic x(30).
    01 rolePart pic x(10).
    01 saltPart pic x(16).
    01 hashPart pic x(32).
    01 statusPart pic x(1).

    01 userSession.
      02 sessionUserId pic x(30).
      02 sessionRole pic x(10).
      02 sessionToken pic x(32).
      02 sessionStatus pic x(8).
      02 sessionMessage pic x(100).
    01 requiredRole pic x(10) value "APPROVER".
    01 auditScreenName pic x(30) value "CGI-USER-ADMIN".
    01 auditKey pic x(60).
    01 auditBefore pic x(200).
    01 auditAfter pic x(200).

    01 saltCharacters pic x(36)
      value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
    01 saltCharIdx pic 9(2).
    01 saltPickIdx pic 9(2).
    01 randomSeed pic 9(9).
    01 randomValue pic v9(9).
    01 newSalt pic x(16).
    01 newHash pic x(32).

    01 masterChangedFlag pic 9 value 0.
      88 masterWasChanged value 1.
    01 adminFailedFlag pic 9 value 0.
      88 adminHasFailed value 1.

procedure division.

Main.
  accept actionArgument from argument-value
  accept userIdArgument from argument-value
  accept roleArgument from argument-value
  move function upper-case(function trim(actionArgument)) to actionArgument
  move function upper-case(function trim(userIdArgument)) to userIdArgument
  move function upper-case(function trim(roleArgument)) to roleArgument

  accept userMasterFileName from environment "CGI_USER_MASTER"
    on exception move spaces to userMasterFileName
  end-accept
  if userMasterFileName = spaces
    move "cgi_users.dat" to userMasterFileName
  end-if

  display "CGI-USER-ADMIN: job started " function current-date(1:14)
    " action=" function trim(actionArgument)
    " master=" function trim(userMasterFileName)

  move spaces to userSession
  call "cgi-session-check" using userSession, by content requiredRole

  perform loadUserMaster
  if actionArgument not = "LIST"
    if userIdArgument = spaces or userIdArgument(1:1) = "#"
      display "CGI-USER-ADMIN: job NOT started - a user ID is required"
      move 8 to return-code
      goback
    end-if
    inspect userIdArgument replacing all "," by " "
    perform findUser
  end-if

  evaluate actionArgument
    when "ADD"      perform addUser
    when "PASSWORD" perform changePassword
    when "ROLE"     perform changeRole
    when "DISABLE"  perform disableUser
    when "ENABLE"   perform enableUser
    when "LIST"     perform listUsers
    when other
      display "CGI-USER-ADMIN: job NOT started - action must be ADD, "
        "PASSWORD, ROLE, DISABLE, ENABLE or LIST"
      move 8 to return-code
      goback
  end-evaluate

  if masterWasChanged
    perform rewriteUserMaster
  end-if

  display "CGI-USER-ADMIN: job ended " function current-date(1:14)
  if adminHasFailed
    display "CGI-USER-ADMIN: job completed WITH WARNINGS"
    move 4 to return-code
  end-if
  goback
  .

loadUserMaster.
  move 0 to userEntryCount
  move 0 to userCommentCount
  move 0 to userMasterEofFlag
  open input userMasterFile
  if userMasterFileStatus not = "00"
    set endOfUserMaster to true
  end-if
  perform until endOfUserMaster
    read userMasterFile
      at end set endOfUserMaster to true
      not at end perform loadOneUser
    end-read
  end-perform
  close userMasterFile
  .

loadOneUser.
  evaluate true
    when userMasterRecord = spaces
      continue
    when userMasterRecord(1:1) = "#"
      if userCommentCount < 50
        add 1 to userCommentCount
        move userMasterRecord to commentLine(userCommentCount)
      end-if
    when userEntryCount >= 1000
      display "CGI-USER-ADMIN: WARNING - more than 1000 users, "
        "the rest are not maintained"
      set adminHasFailed to true
    when other
      move spaces to userIdPart rolePart saltPart hashPart statusPart
      unstring userMasterRecord delimited by ","
        into userIdPart, rolePart, saltPart, hashPart, statusPart
      end-unstring
      add 1 to userEntryCount
      move function upper-case(function trim(userIdPart))
        to ueUserId(userEntryCount)
      move function upper-case(function trim(rolePart))
        to ueRole(userEntryCount)
      move saltPart to ueSalt(userEntryCount)
      move hashPart to ueHash(userEntryCount)
      if statusPart = "D"
        move "D" to ueStatus(userEntryCount)
      else
        move "A" to ueStatus(userEntryCount)
      end-if
  end-evaluate
  .

findUser.
  move 0 to ueMatchIdx
  perform varying ueIdx from 1 by 1
    until ueIdx > userEntryCount or ueMatchIdx > 0
    if ueUserId(ueIdx) = userIdArgument
      move ueIdx to ueMatchIdx
    end-if
  end-perform
  .

checkRoleArgument.
  evaluate roleArgument
    when "VIEWER"
    when "MAINTAINER"
    when "APPROVER"
      continue
    when other
      display "CGI-USER-ADMIN: role must be VIEWER, MAINTAINER or "
        "APPROVER, not " function trim(roleArgument)
      set adminHasFailed to true
  end-evaluate
  .

readNewPassword.
  move spaces to newPassword
  accept newPassword
  if newPassword = spaces
    display "CGI-USER-ADMIN: no password was given on standard input"
    set adminHasFailed to true
  else
    perform generateSalt
    call "cgi-password-hash" using by content newSalt,
      by content newPassword, by reference newHash
    move spaces to newPassword
  end-if
  .

generateSalt.
  compute randomSeed = function mod(
      function numval(function current-date(9:8))
        + function length(function trim(userIdArgument)) * 7919,
      999999937)
  compute randomValue = function random(randomSeed)
  move spaces to newSalt
  perform varying saltCharIdx from 1 by 1 until saltCharIdx > 16
    compute randomValue = function random
    compute saltPickIdx = randomValue * 36 + 1
    move saltCharacters(saltPickIdx:1) to newSalt(saltCharIdx:1)
  end-perform
  .

addUser.
  if ueMatchIdx > 0
    display "CGI-USER-ADMIN: user " function trim(userIdArgument)
      " is already on the user master"
    set adminHasFailed to true
  else
    perform checkRoleArgument
    if not adminHasFailed
      perform readNewPassword
    end-if
    if not adminHasFailed
      if userEntryCount >= 1000
        display "CGI-USER-ADMIN: user master is full"
        set adminHasFailed to true
      else
        add 1 to userEntryCount
        move userIdArgument to ueUserId(userEntryCount)
        move roleArgument to ueRole(userEntryCount)
        move newSalt to ueSalt(userEntryCount)
        move newHash to ueHash(userEntryCount)
        move "A" to ueStatus(userEntryCount)
        set masterWasChanged to true
        move userEntryCount to ueMatchIdx
        perform describeUser
        move spaces to auditBefore
        perform writeChangeAudit
        display "CGI-USER-ADMIN: user " function trim(userIdArgument)
          " added as " function trim(roleArgument)
      end-if
    end-if
  end-if
  .

changePassword.
  if ueMatchIdx = 0
    perform reportUnknownUser
  else
    perform readNewPassword
    if not adminHasFailed
      move newSalt to ueSalt(ueMatchIdx)
      move newHash to ueHash(ueMatchIdx)
      set masterWasChanged to true
      move "password" to auditBefore
      move "password reset" to auditAfter
      perform writeChangeAudit
      display "CGI-USER-ADMIN: password changed for "
        function trim(userIdArgument)
    end-if
  end-if
  .

changeRole.
  if ueMatchIdx = 0
    perform reportUnknownUser
  else
    perform checkRoleArgument
    if not adminHasFailed
      perform describeUser
      move auditAfter to auditBefore
      move roleArgument to ueRole(ueMatchIdx)
      perform describeUser
      set masterWasChanged to true
      perform writeChangeAudit
      display "CGI-USER-ADMIN: user " function trim(userIdArgument)
        " is now " function trim(roleArgument)
    end-if
  end-if
  .

disableUser.
  if ueMatchIdx = 0
    perform reportUnknownUser
  else
    perform describeUser
    move auditAfter to auditBefore
    move "D" to ueStatus(ueMatchIdx)
    perform describeUser
    set masterWasChanged to true
    perform writeChangeAudit
    display "CGI-USER-ADMIN: user " function trim(userIdArgument)
      " disabled"
  end-if
  .

enableUser.
  if ueMatchIdx = 0
    perform reportUnknownUser
  else
    perform describeUser
    move auditAfter to auditBefore
    move "A" to ueStatus(ueMatchIdx)
    perform describeUser
    set masterWasChanged to true
    perform writeChangeAudit
    display "CGI-USER-ADMIN: user " function trim(userIdArgument)
      " enabled"
  end-if
  .

listUsers.
  perform varying ueIdx from 1 by 1 until ueIdx > userEntryCount
    display "CGI-USER-ADMIN: " ueUserId(ueIdx) " " ueRole(ueIdx)
      " " ueStatus(ueIdx)
  end-perform
  .

reportUnknownUser.
  display "CGI-USER-ADMIN: user " function trim(userIdArgument)
    " is not on the user master"
  set adminHasFailed to true
  .

describeUser.
  move spaces to auditAfter
  string "role=" delimited by size
    function trim(ueRole(ueMatchIdx)) delimited by size
    " status=" delimited by size
    ueStatus(ueMatchIdx) delimited by size
    into auditAfter
  end-string
  .

writeChangeAudit.
  move spaces to auditKey
  move userIdArgument to auditKey
  call "cgi-change-audit" using userSession, by content auditScreenName,
    by content actionArgument, by content auditKey,
    by content auditBefore, by content auditAfter
  .

rewriteUserMaster.
  open output userMasterFile
  if userMasterFileStatus not = "00" and userMasterFileStatus not = "05"
    display "CGI-USER-ADMIN: unable to rewrite user master "
      function trim(userMasterFileName) ", status=" userMasterFileStatus
    set adminHasFailed to true
  else
    perform varying commentIdx from 1 by 1
      until commentIdx > userCommentCount
      move commentLine(commentIdx) to userMasterRecord
      write userMasterRecord
    end-perform
    perform varying ueIdx from 1 by 1 until ueIdx > userEntryCount
      move spaces to userMasterRecord
      string function trim(ueUserId(ueIdx)) delimited by size
        "," delimited by size
        function trim(ueRole(ueIdx)) delimited by size
        "," delimited by size
        function trim(ueSalt(ueIdx)) delimited by size
        "," delimited by size
        function trim(ueHash(ueIdx)) delimited by size
        "," delimited by size
        ueStatus(ueIdx) delimited by size
        into userMasterRecord
      end-string
      write userMasterRecord
    end-perform
    close userMasterFile
  end-if
  .
