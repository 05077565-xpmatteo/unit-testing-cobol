identification division.
  program-id. cgi-session.

environment division.
  input-output section.
    file-control.

      select optional userMasterFile assign to userMasterFileName
        organization is line sequential
        file status is userMasterFileStatus.

      select optional sessionFile assign to sessionFileName
        organization is line sequential
        file status is sessionFileStatus.

      select optional changeAuditFile assign to changeAuditFileName
        organization is line sequential
        file status is changeAuditFileStatus.

data division.
  file section.
    fd userMasterFile.
    01 userMasterRecord pic x(120).

    fd sessionFile.
    01 sessionRecord pic x(120).

    fd changeAuditFile.
    01 changeAuditRecord pic x(600).

  working-storage section.
    01 userMasterFileName pic x(256) value spaces.
    01 userMasterFileStatus pic xx value "00".
    01 userMasterEofFlag pic 9 value 0.
      88 endOfUserMaster value 1.

    01 sessionFileName pic x(256) value spaces.
    01 sessionFileStatus pic xx value "00".
    01 sessionEofFlag pic 9 value 0.
      88 endOfSessionFile value 1.

    01 changeAuditFileName pic x(256) value spaces.
    01 changeAuditFileStatus pic xx value "00".

    01 gatewayInterface pic x(30) value spaces.
    01 batchUserName pic x(30) value spaces.
    01 timeoutText pic x(10) value spaces.
    01 sessionTimeoutMinutes pic 9(5) value 20.

    01 userIdField pic x(30).
    01 userRoleField pic x(10).
    01 userSaltField pic x(16).
    01 userHashField pic x(32).
    01 userStatusField pic x(1).
    01 userFoundFlag pic 9 value 0.
      88 userFound value 1.

    01 SessionTable.
      02 SessionEntry occurs 500 times.
        03 seToken pic x(32).
        03 seUserId pic x(30).
        03 seRole pic x(10).
        03 seSignedOnAt pic x(14).
        03 seLastActivityAt pic x(14).
    01 sessionEntryCount pic 9(4) value 0.
    01 seIdx pic 9(4).
    01 seMatchIdx pic 9(4) value 0.
    01 sessionTextParts.
      02 sessionTokenPart pic x(32).
      02 sessionUserPart pic x(30).
      02 sessionRolePart pic x(10).
      02 sessionSignedOnPart pic x(14).
      02 sessionActivityPart pic x(14).

    01 currentTimestamp pic x(14).
    01 timestampToConvert pic x(14).
    01 timestampMinutes pic 9(12).
    01 nowMinutes pic 9(12).
    01 idleMinutes pic s9(12).

    01 heldRoleRank pic 9.
    01 neededRoleRank pic 9.
    01 roleToRank pic x(10).
    01 roleRank pic 9.

    01 hashWorkText pic x(70).
    01 hashWorkLength pic 9(3).
    01 hashRound pic 9(4).
    01 hashCharIdx pic 9(3).
    01 hashCharValue pic 9(3).
    01 hashSumA pic 9(5).
    01 hashSumB pic 9(5).
    01 hashPolyP pic 9(9).
    01 hashPolyQ pic 9(9).
    01 HashLayout.
      02 hlPolyP pic 9(9).
      02 hlPolyQ pic 9(9).
      02 hlSumA pic 9(5).
      02 hlSumB pic 9(5).
      02 filler pic x(4) value spaces.
    01 hashSalt pic x(16).
    01 hashPassword pic x(50).
    01 computedHash pic x(32).

    01 tokenCharacters pic x(36)
      value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
    01 tokenCharIdx pic 9(2).
    01 tokenPickIdx pic 9(2).
    01 randomSeed pic 9(9).
    01 randomValue pic v9(9).
    01 randomSeededFlag pic 9 value 0.
      88 randomIsSeeded value 1.

    01 denyHtmlBuffer pic x(8000).
    01 denyTagName pic x(100).
    01 denyTextContent pic x(100).
    01 denyHref pic x(256).
    01 denyDoc.
      02 denyOutputBuffer pic x(8000).
      02 denyOutputBufferPointer pic 9(5).
      02 denyIndentLevel pic 9(4).
      02 denyTagOpenPending pic 9.
      02 denyVoidElementPending pic 9.
      02 denyOutputOverflow pic 9.
      02 denyPrettyPrint pic 9.
      02 denyNestingOverflow pic 9.
      02 denyUnclosedTagFlag pic 9.
      02 denyDocumentStartedFlag pic 9.
      02 denySegmentCount pic 9(4).
      02 denySegmentLengths pic 9(5) occurs 20 times.
      02 denySegmentTable.
        03 denySegmentBuffer pic x(8000) occurs 20 times.
      02 denyOpenTagNamesTable.
        03 denyOpenTagNames pic x(100) occurs 500 times.

  linkage section.
    01 sessionHandle.
      02 shUserId pic x(30).
      02 shRole pic x(10).
      02 shToken pic x(32).
      02 shStatus pic x(8).
      02 shMessage pic x(100).

    01 requiredRoleArgument pic x(10).
    01 grantedFlagArgument pic 9.
    01 outputFileNameArgument pic x(256).
    01 userIdArgument pic x(30).
    01 passwordArgument pic x(50).
    01 saltArgument pic x(16).
    01 hashArgument pic x(32).
    01 screenNameArgument pic x(30).
    01 changeActionArgument pic x(10).
    01 changeKeyArgument pic x(60).
    01 beforeValueArgument pic x(200).
    01 afterValueArgument pic x(200).

procedure division.

  entry "cgi-session-check" using by reference sessionHandle,
      by content requiredRoleArgument
    perform loadSettings
    move spaces to shMessage
    if gatewayInterface = spaces
      move "BATCH" to shStatus
      move batchUserName to shUserId
      move "APPROVER" to shRole
      goback
    end-if
    move "NONE" to shStatus
    move spaces to shUserId
    move spaces to shRole
    if shToken = spaces
      move "please sign on" to shMessage
      goback
    end-if
    perform loadSessions
    perform findSession
    if seMatchIdx = 0
      move "your session has ended - please sign on again" to shMessage
      perform rewriteSessions
      goback
    end-if
    move seUserId(seMatchIdx) to shUserId
    move seRole(seMatchIdx) to shRole
    move currentTimestamp to seLastActivityAt(seMatchIdx)
    perform rewriteSessions
    move function upper-case(requiredRoleArgument) to roleToRank
    perform rankRole
    move roleRank to neededRoleRank
    move shRole to roleToRank
    perform rankRole
    move roleRank to heldRoleRank
    if heldRoleRank < neededRoleRank
      move "DENIED" to shStatus
      move spaces to shMessage
      string "signed on as " delimited by size
        function trim(shUserId) delimited by size
        " - this screen needs the " delimited by size
        function lower-case(function trim(requiredRoleArgument))
          delimited by size
        " role" delimited by size
        into shMessage
      end-string
      goback
    end-if
    move "OK" to shStatus
    goback.

  entry "cgi-session-authorize" using by reference sessionHandle,
      by content requiredRoleArgument,
      by reference grantedFlagArgument
    move 0 to grantedFlagArgument
    if shStatus = "BATCH"
      move 1 to grantedFlagArgument
      goback
    end-if
    if shStatus not = "OK"
      goback
    end-if
    move function upper-case(requiredRoleArgument) to roleToRank
    perform rankRole
    move roleRank to neededRoleRank
    move shRole to roleToRank
    perform rankRole
    if roleRank >= neededRoleRank
      move 1 to grantedFlagArgument
    end-if
    goback.

  entry "cgi-session-deny-page" using by reference sessionHandle,
      by content outputFileNameArgument
    call "htmlgen-initialize" using denyDoc
    move spaces to denyTextContent
    move "Sign-on required" to denyTextContent
    call "htmlgen-begin-document" using denyDoc, by content denyTextContent
    move "h1" to denyTagName
    call "htmlgen-start-element" using denyDoc, by content denyTagName
    call "htmlgen-add-text-content" using denyDoc,
      by content denyTextContent
    call "htmlgen-end-element" using denyDoc
    move "p" to denyTagName
    call "htmlgen-start-element" using denyDoc, by content denyTagName
    move shMessage to denyTextContent
    call "htmlgen-add-text-content" using denyDoc,
      by content denyTextContent
    call "htmlgen-end-element" using denyDoc
    move "p" to denyTagName
    call "htmlgen-start-element" using denyDoc, by content denyTagName
    move spaces to denyHref
    move "/cgi-bin/sign_on" to denyHref
    move "Sign on" to denyTextContent
    call "htmlgen-add-link" using denyDoc, by content denyHref,
      by content denyTextContent
    call "htmlgen-end-element" using denyDoc
    if outputFileNameArgument = spaces
      call "htmlgen-tostring" using denyDoc, denyHtmlBuffer
      display "Content-Type: text/html"
      display " "
      display function trim(denyHtmlBuffer, trailing)
    else
      call "htmlgen-write-to-file" using denyDoc,
        by content outputFileNameArgument
    end-if
    goback.

  entry "cgi-session-sign-on" using by reference sessionHandle,
      by content userIdArgument,
      by content passwordArgument
    perform loadSettings
    move "NONE" to shStatus
    move spaces to shToken
    move spaces to shRole
    move function upper-case(function trim(userIdArgument)) to shUserId
    move "user ID or password not recognised" to shMessage
    if userIdArgument = spaces or passwordArgument = spaces
      goback
    end-if
    perform findUser
    if not userFound or userStatusField = "D"
      goback
    end-if
    move userSaltField to hashSalt
    move passwordArgument to hashPassword
    perform computePasswordHash
    move spaces to hashPassword
    if computedHash not = userHashField
      goback
    end-if
    perform loadSessions
    if sessionEntryCount >= 500
      move "too many users are signed on - try again later" to shMessage
      perform rewriteSessions
      goback
    end-if
    perform generateSessionToken
    add 1 to sessionEntryCount
    move shToken to seToken(sessionEntryCount)
    move shUserId to seUserId(sessionEntryCount)
    move userRoleField to seRole(sessionEntryCount)
    move currentTimestamp to seSignedOnAt(sessionEntryCount)
    move currentTimestamp to seLastActivityAt(sessionEntryCount)
    perform rewriteSessions
    move userRoleField to shRole
    move "OK" to shStatus
    move spaces to shMessage
    goback.

  entry "cgi-session-sign-off" using by reference sessionHandle
    perform loadSettings
    perform loadSessions
    perform findSession
    if seMatchIdx > 0
      move spaces to seToken(seMatchIdx)
    end-if
    perform rewriteSessions
    move spaces to shToken
    move "NONE" to shStatus
    move "signed off" to shMessage
    goback.

  entry "cgi-change-audit" using by reference sessionHandle,
      by content screenNameArgument,
      by content changeActionArgument,
      by content changeKeyArgument,
      by content beforeValueArgument,
      by content afterValueArgument
    perform loadSettings
    open extend changeAuditFile
    if changeAuditFileStatus = "00" or changeAuditFileStatus = "05"
      move spaces to changeAuditRecord
      string currentTimestamp delimited by size
        "|" delimited by size
        function trim(shUserId) delimited by size
        "|" delimited by size
        function trim(shRole) delimited by size
        "|" delimited by size
        function trim(screenNameArgument) delimited by size
        "|" delimited by size
        function trim(changeActionArgument) delimited by size
        "|" delimited by size
        function trim(changeKeyArgument) delimited by size
        "|before=" delimited by size
        function trim(beforeValueArgument) delimited by size
        "|after=" delimited by size
        function trim(afterValueArgument) delimited by size
        into changeAuditRecord
      end-string
      write changeAuditRecord
      close changeAuditFile
    else
      display "CGI-SESSION: WARNING - unable to open change audit log "
        function trim(changeAuditFileName)
        ", status=" changeAuditFileStatus upon syserr
    end-if
    goback.

  entry "cgi-password-hash" using by content saltArgument,
      by content passwordArgument,
      by reference hashArgument
    move saltArgument to hashSalt
    move passwordArgument to hashPassword
    perform computePasswordHash
    move spaces to hashPassword
    move computedHash to hashArgument
    goback.

  goback.

loadSettings.
  move function current-date(1:14) to currentTimestamp
  move spaces to gatewayInterface
  accept gatewayInterface from environment "GATEWAY_INTERFACE"
    on exception move spaces to gatewayInterface
  end-accept
  move spaces to batchUserName
  accept batchUserName from environment "USER"
    on exception move spaces to batchUserName
  end-accept
  if batchUserName = spaces
    move "BATCH" to batchUserName
  end-if
  move function upper-case(batchUserName) to batchUserName
  move spaces to userMasterFileName
  accept userMasterFileName from environment "CGI_USER_MASTER"
    on exception move spaces to userMasterFileName
  end-accept
  if userMasterFileName = spaces
    move "cgi_users.dat" to userMasterFileName
  end-if
  move spaces to sessionFileName
  accept sessionFileName from environment "CGI_SESSION_FILE"
    on exception move spaces to sessionFileName
  end-accept
  if sessionFileName = spaces
    move "cgi_sessions.dat" to sessionFileName
  end-if
  move spaces to changeAuditFileName
  accept changeAuditFileName from environment "CGI_CHANGE_AUDIT"
    on exception move spaces to changeAuditFileName
  end-accept
  if changeAuditFileName = spaces
    move "cgi_change_audit.log" to changeAuditFileName
  end-if
  move spaces to timeoutText
  accept timeoutText from environment "CGI_SESSION_TIMEOUT"
    on exception move spaces to timeoutText
  end-accept
  move 20 to sessionTimeoutMinutes
  if timeoutText not = spaces
    if function test-numval(timeoutText) = 0
      compute sessionTimeoutMinutes = function numval(timeoutText)
    end-if
  end-if
  if sessionTimeoutMinutes = 0
    move 20 to sessionTimeoutMinutes
  end-if
  .

findUser.
  move 0 to userFoundFlag
  move 0 to userMasterEofFlag
  open input userMasterFile
  if userMasterFileStatus not = "00"
    set endOfUserMaster to true
  end-if
  perform until endOfUserMaster or userFound
    read userMasterFile
      at end set endOfUserMaster to true
      not at end
        if userMasterRecord not = spaces
            and userMasterRecord(1:1) not = "#"
          move spaces to userIdField userRoleField userSaltField
            userHashField userStatusField
          unstring userMasterRecord delimited by ","
            into userIdField, userRoleField, userSaltField,
              userHashField, userStatusField
          end-unstring
          if function upper-case(function trim(userIdField)) = shUserId
            set userFound to true
            move function upper-case(function trim(userRoleField))
              to userRoleField
          end-if
        end-if
    end-read
  end-perform
  close userMasterFile
  .

loadSessions.
  move 0 to sessionEntryCount
  move 0 to sessionEofFlag
  move currentTimestamp to timestampToConvert
  perform timestampToMinutes
  move timestampMinutes to nowMinutes
  open input sessionFile
  if sessionFileStatus not = "00"
    set endOfSessionFile to true
  end-if
  perform until endOfSessionFile
    read sessionFile
      at end set endOfSessionFile to true
      not at end perform loadOneSession
    end-read
  end-perform
  close sessionFile
  .

loadOneSession.
  if sessionRecord not = spaces and sessionEntryCount < 500
    move spaces to sessionTextParts
    unstring sessionRecord delimited by ","
      into sessionTokenPart, sessionUserPart, sessionRolePart,
        sessionSignedOnPart, sessionActivityPart
    end-unstring
    move sessionActivityPart to timestampToConvert
    perform timestampToMinutes
    compute idleMinutes = nowMinutes - timestampMinutes
    if sessionActivityPart is numeric
        and idleMinutes <= sessionTimeoutMinutes
      add 1 to sessionEntryCount
      move sessionTokenPart to seToken(sessionEntryCount)
      move sessionUserPart to seUserId(sessionEntryCount)
      move sessionRolePart to seRole(sessionEntryCount)
      move sessionSignedOnPart to seSignedOnAt(sessionEntryCount)
      move sessionActivityPart to seLastActivityAt(sessionEntryCount)
    end-if
  end-if
  .

findSession.
  move 0 to seMatchIdx
  perform varying seIdx from 1 by 1
    until seIdx > sessionEntryCount or seMatchIdx > 0
    if seToken(seIdx) = shToken and shToken not = spaces
      move seIdx to seMatchIdx
    end-if
  end-perform
  .

rewriteSessions.
  open output sessionFile
  if sessionFileStatus = "00" or sessionFileStatus = "05"
    perform varying seIdx from 1 by 1 until seIdx > sessionEntryCount
      if seToken(seIdx) not = spaces
        move spaces to sessionRecord
        string function trim(seToken(seIdx)) delimited by size
          "," delimited by size
          function trim(seUserId(seIdx)) delimited by size
          "," delimited by size
          function trim(seRole(seIdx)) delimited by size
          "," delimited by size
          seSignedOnAt(seIdx) delimited by size
          "," delimited by size
          seLastActivityAt(seIdx) delimited by size
          into sessionRecord
        end-string
        write sessionRecord
      end-if
    end-perform
    close sessionFile
  else
    display "CGI-SESSION: WARNING - unable to rewrite session file "
      function trim(sessionFileName)
      ", status=" sessionFileStatus upon syserr
  end-if
  .

timestampToMinutes.
  move 0 to timestampMinutes
  if timestampToConvert is numeric
    compute timestampMinutes
      = function integer-of-date(function numval(timestampToConvert(1:8)))
          * 1440
        + function numval(timestampToConvert(9:2)) * 60
        + function numval(timestampToConvert(11:2))
  end-if
  .

rankRole.
  evaluate function trim(roleToRank)
    when "VIEWER"     move 1 to roleRank
    when "MAINTAINER" move 2 to roleRank
    when "APPROVER"   move 3 to roleRank
    when other        move 0 to roleRank
  end-evaluate
  .

computePasswordHash.
  move spaces to hashWorkText
  string function trim(hashSalt) delimited by size
    ":" delimited by size
    function trim(hashPassword) delimited by size
    into hashWorkText
  end-string
  move function length(function trim(hashWorkText, trailing))
    to hashWorkLength
  move 1 to hashSumA
  move 0 to hashSumB
  move 0 to hashPolyP
  move 7 to hashPolyQ
  perform varying hashRound from 1 by 1 until hashRound > 1000
    perform varying hashCharIdx from 1 by 1
        until hashCharIdx > hashWorkLength
      move function ord(hashWorkText(hashCharIdx:1)) to hashCharValue
      compute hashSumA
        = function mod(hashSumA + hashCharValue + hashRound, 65521)
      compute hashSumB = function mod(hashSumB + hashSumA, 65521)
      compute hashPolyP = function mod(
          hashPolyP * 257 + hashCharValue + hashSumB, 999999937)
      compute hashPolyQ = function mod(
          hashPolyQ * 131 + hashCharValue + hashSumA, 999999929)
    end-perform
  end-perform
  move hashPolyP to hlPolyP
  move hashPolyQ to hlPolyQ
  move hashSumA to hlSumA
  move hashSumB to hlSumB
  move HashLayout to computedHash
  .

generateSessionToken.
  if not randomIsSeeded
    compute randomSeed = function mod(
        function numval(function current-date(9:8))
          + hashPolyP + hashPolyQ, 999999937)
    compute randomValue = function random(randomSeed)
    set randomIsSeeded to true
  end-if
  move spaces to shToken
  perform varying tokenCharIdx from 1 by 1 until tokenCharIdx > 32
    compute randomValue = function random
    compute tokenPickIdx = randomValue * 36 + 1
    move tokenCharacters(tokenPickIdx:1) to shToken(tokenCharIdx:1)
  end-perform
  .
