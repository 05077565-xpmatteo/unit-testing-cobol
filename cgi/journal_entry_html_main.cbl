identification division.
  program-id. journal-entry-html.

environment division.
  input-output section.
    file-control.

      select optional journalQueueFile assign to journalQueueFileName
        organization is line sequential
        file status is journalQueueFileStatus.

      select approvedJournalFile assign to approvedJournalFileName
        organization is line sequential
        file status is approvedJournalFileStatus.

data division.
  file section.
    fd journalQueueFile.
    01 journalQueueRecord pic x(300).

    fd approvedJournalFile.
    01 approvedJournalRecord pic x(200).

  working-storage section.
    01 journalQueueFileName pic x(256).
    01 journalQueueFileStatus pic xx value "00".
    01 journalQueueEofFlag pic 9 value 0.
      88 endOfJournalQueue value 1.

    01 approvedDirectoryName pic x(200) value spaces.
    01 approvedJournalFileName pic x(256).
    01 approvedJournalFileStatus pic xx value "00".

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
    01 journalIdRequested pic x(10) value spaces.
    01 descriptionRequested pic x(60) value spaces.

    01 maxEntryLines pic 9(2) value 8.
    01 EntryLineTable.
      02 EntryLine occurs 8 times.
        03 elAccount pic x(10).
        03 elDebitText pic x(20).
        03 elCreditText pic x(20).
        03 elDebit pic s9(9)v99.
        03 elCredit pic s9(9)v99.
    01 elIdx pic 9(2).
    01 elLineNumberText pic 9.
    01 enteredLineCount pic 9(2) value 0.
    01 entryDebitTotal pic s9(11)v99 value 0.
    01 entryCreditTotal pic s9(11)v99 value 0.
    01 entryRejectedFlag pic 9 value 0.
      88 entryIsRejected value 1.

    01 JournalHeaderTable.
      02 JournalHeader occurs 500 times.
        03 jhJournalId pic x(10).
        03 jhStatus pic x(8).
        03 jhEnteredBy pic x(30).
        03 jhEnteredAt pic x(14).
        03 jhApprovedBy pic x(30).
        03 jhApprovedAt pic x(14).
        03 jhDescription pic x(60).
        03 jhTotal pic s9(11)v99.
    01 journalHeaderCount pic 9(4) value 0.
    01 jhIdx pic 9(4).
    01 jhMatchIdx pic 9(4) value 0.
    01 journalFoundFlag pic 9 value 0.
      88 journalFound value 1.

    01 JournalLineTable.
      02 JournalLine occurs 4000 times.
        03 jlJournalId pic x(10).
        03 jlAccount pic x(10).
        03 jlDebit pic s9(9)v99.
        03 jlCredit pic s9(9)v99.
    01 journalLineCount pic 9(4) value 0.
    01 jlIdx pic 9(4).

    01 queueRecordType pic x(2).
    01 queueField1 pic x(60).
    01 queueField2 pic x(60).
    01 queueField3 pic x(60).
    01 queueField4 pic x(60).
    01 queueField5 pic x(60).
    01 queueField6 pic x(60).
    01 queueField7 pic x(60).

    01 nextJournalNumber pic 9(8) value 0.
    01 journalNumberPart pic 9(8).
    01 currentTimestamp pic x(14).
    01 queueChangedFlag pic 9 value 0.
      88 queueWasChanged value 1.
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
    01 auditScreenName pic x(30) value "JOURNAL-ENTRY".
    01 auditKey pic x(60).
    01 auditBefore pic x(200).
    01 auditAfter pic x(200).

    01 actionMessage pic x(100) value spaces.

    01 amountDisplay1 pic -(9)9.99.
    01 amountDisplay2 pic -(9)9.99.
    01 totalDisplay pic -(11)9.99.

    01 tagName pic x(100).
    01 textContent pic x(100).
    01 methodName pic x(10).
    01 actionUrl pic x(256).
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

  move "queue" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to journalQueueFileName
  else
    accept journalQueueFileName from argument-value
  end-if

  move "outdir" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to approvedDirectoryName
  else
    accept approvedDirectoryName from argument-value
  end-if
  if approvedDirectoryName = spaces
    move "." to approvedDirectoryName
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

  if sessionStatus = "OK"
    move sessionUserId to userRequested
  else
    accept userRequested from environment "REMOTE_USER"
      on exception move spaces to userRequested
    end-accept
    if userRequested = spaces
      move "user" to requestedParamName
      call "cgi-params-get" using params, by content requestedParamName,
        by reference requestedParamValue
      move requestedParamValue(1:30) to userRequested
    end-if
  end-if
  inspect userRequested replacing all "," by " "

  move "action" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move function upper-case(function trim(requestedParamValue))
    to actionRequested

  move "journal" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move function upper-case(function trim(requestedParamValue))
    to journalIdRequested

  move "description" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move requestedParamValue(1:60) to descriptionRequested
  inspect descriptionRequested replacing all "," by " "

  perform loadEntryLines
  perform loadJournalQueue
  move function current-date(1:14) to currentTimestamp

  evaluate actionRequested
    when "SAVE"
      move "MAINTAINER" to requiredRole
    when "APPROVE"
    when "REJECT"
      move "APPROVER" to requiredRole
    when other
      move spaces to requiredRole
  end-evaluate
  if requiredRole not = spaces
    call "cgi-session-authorize" using userSession,
      by content requiredRole, by reference roleGrantedFlag
    if not roleIsGranted
      move spaces to actionMessage
      string "journal NOT changed - " delimited by size
        function trim(actionRequested) delimited by size
        " needs the " delimited by size
        function lower-case(function trim(requiredRole)) delimited by size
        " role" delimited by size
        into actionMessage
      end-string
      move spaces to actionRequested
    end-if
  end-if

  evaluate actionRequested
    when "SAVE"    perform saveJournal
    when "APPROVE" perform approveJournal
    when "REJECT"  perform rejectJournal
    when other     continue
  end-evaluate

  if queueWasChanged
    perform rewriteJournalQueue
  end-if

  perform renderJournalPage

  goback
  .

loadEntryLines.
  perform varying elIdx from 1 by 1 until elIdx > maxEntryLines
    move elIdx to elLineNumberText
    move spaces to requestedParamName
    string "account" delimited by size
      elLineNumberText delimited by size
      into requestedParamName
    end-string
    call "cgi-params-get" using params, by content requestedParamName,
      by reference requestedParamValue
    move function upper-case(function trim(requestedParamValue))
      to elAccount(elIdx)
    inspect elAccount(elIdx) replacing all "," by " "
    move spaces to requestedParamName
    string "debit" delimited by size
      elLineNumberText delimited by size
      into requestedParamName
    end-string
    call "cgi-params-get" using params, by content requestedParamName,
      by reference requestedParamValue
    move function trim(requestedParamValue) to elDebitText(elIdx)
    move spaces to requestedParamName
    string "credit" delimited by size
      elLineNumberText delimited by size
      into requestedParamName
    end-string
    call "cgi-params-get" using params, by content requestedParamName,
      by reference requestedParamValue
    move function trim(requestedParamValue) to elCreditText(elIdx)
    move 0 to elDebit(elIdx)
    move 0 to elCredit(elIdx)
  end-perform
  .

loadJournalQueue.
  move 0 to journalHeaderCount
  move 0 to journalLineCount
  move 0 to journalQueueEofFlag
  open input journalQueueFile
  if journalQueueFileStatus not = "00"
    if journalQueueFileStatus not = "05"
      move "journal queue could not be opened" to actionMessage
    end-if
    set endOfJournalQueue to true
  end-if
  perform until endOfJournalQueue
    read journalQueueFile
      at end set endOfJournalQueue to true
      not at end perform loadOneQueueRecord
    end-read
  end-perform
  close journalQueueFile
  .

loadOneQueueRecord.
  if journalQueueRecord = spaces
    continue
  else
    move spaces to queueRecordType queueField1 queueField2 queueField3
      queueField4 queueField5 queueField6 queueField7
    unstring journalQueueRecord delimited by ","
      into queueRecordType, queueField1, queueField2, queueField3,
        queueField4, queueField5, queueField6, queueField7
    end-unstring
    evaluate queueRecordType
      when "H"
        if journalHeaderCount < 500
          add 1 to journalHeaderCount
          move queueField1 to jhJournalId(journalHeaderCount)
          move queueField2 to jhStatus(journalHeaderCount)
          move queueField3 to jhEnteredBy(journalHeaderCount)
          move queueField4 to jhEnteredAt(journalHeaderCount)
          move queueField5 to jhApprovedBy(journalHeaderCount)
          move queueField6 to jhApprovedAt(journalHeaderCount)
          move queueField7 to jhDescription(journalHeaderCount)
          move 0 to jhTotal(journalHeaderCount)
          if queueField1(3:8) is numeric
            move queueField1(3:8) to journalNumberPart
            if journalNumberPart > nextJournalNumber
              move journalNumberPart to nextJournalNumber
            end-if
          end-if
        end-if
      when "L"
        if journalLineCount < 4000
          add 1 to journalLineCount
          move queueField1 to jlJournalId(journalLineCount)
          move queueField2 to jlAccount(journalLineCount)
          compute jlDebit(journalLineCount)
            = function numval(queueField3)
          compute jlCredit(journalLineCount)
            = function numval(queueField4)
          if journalHeaderCount > 0
            add jlDebit(journalLineCount) to jhTotal(journalHeaderCount)
          end-if
        end-if
      when other
        continue
    end-evaluate
  end-if
  .

findJournal.
  move 0 to journalFoundFlag
  move 0 to jhMatchIdx
  perform varying jhIdx from 1 by 1
    until jhIdx > journalHeaderCount or journalFound
    if jhJournalId(jhIdx) = journalIdRequested
      set journalFound to true
      move jhIdx to jhMatchIdx
    end-if
  end-perform
  .

validateEntryLines.
  move 0 to entryRejectedFlag
  move 0 to enteredLineCount
  move 0 to entryDebitTotal
  move 0 to entryCreditTotal
  perform varying elIdx from 1 by 1
    until elIdx > maxEntryLines or entryIsRejected
    if elAccount(elIdx) not = spaces
        or elDebitText(elIdx) not = spaces
        or elCreditText(elIdx) not = spaces
      perform validateOneEntryLine
    end-if
  end-perform
  if not entryIsRejected
    if enteredLineCount < 2
      set entryIsRejected to true
      move "a journal needs at least two lines" to actionMessage
    else
      if entryDebitTotal not = entryCreditTotal
        set entryIsRejected to true
        move entryDebitTotal to amountDisplay1
        move entryCreditTotal to amountDisplay2
        move spaces to actionMessage
        string "journal NOT saved - it does not balance: debits="
            delimited by size
          function trim(amountDisplay1) delimited by size
          " credits=" delimited by size
          function trim(amountDisplay2) delimited by size
          into actionMessage
        end-string
      end-if
    end-if
  end-if
  .

validateOneEntryLine.
  move elIdx to elLineNumberText
  if elAccount(elIdx) = spaces
    set entryIsRejected to true
    move spaces to actionMessage
    string "line " delimited by size
      elLineNumberText delimited by size
      " has no account" delimited by size
      into actionMessage
    end-string
  else
    if (elDebitText(elIdx) = spaces and elCreditText(elIdx) = spaces)
        or (elDebitText(elIdx) not = spaces
          and elCreditText(elIdx) not = spaces)
      set entryIsRejected to true
      move spaces to actionMessage
      string "line " delimited by size
        elLineNumberText delimited by size
        " needs either a debit or a credit" delimited by size
        into actionMessage
      end-string
    else
      if elDebitText(elIdx) not = spaces
        if function test-numval(elDebitText(elIdx)) = 0
          compute elDebit(elIdx) = function numval(elDebitText(elIdx))
        else
          move -1 to elDebit(elIdx)
        end-if
        if elDebit(elIdx) <= 0
          set entryIsRejected to true
        end-if
      else
        if function test-numval(elCreditText(elIdx)) = 0
          compute elCredit(elIdx) = function numval(elCreditText(elIdx))
        else
          move -1 to elCredit(elIdx)
        end-if
        if elCredit(elIdx) <= 0
          set entryIsRejected to true
        end-if
      end-if
      if entryIsRejected
        move spaces to actionMessage
        string "line " delimited by size
          elLineNumberText delimited by size
          " amount must be a positive number" delimited by size
          into actionMessage
        end-string
      else
        add 1 to enteredLineCount
        add elDebit(elIdx) to entryDebitTotal
        add elCredit(elIdx) to entryCreditTotal
      end-if
    end-if
  end-if
  .

saveJournal.
  if userRequested = spaces
    move "journal NOT saved - no user given" to actionMessage
  else
    perform validateEntryLines
    if not entryIsRejected
      if journalHeaderCount >= 500
          or journalLineCount + enteredLineCount > 4000
        move "journal queue is full" to actionMessage
      else
        add 1 to nextJournalNumber
        add 1 to journalHeaderCount
        move spaces to jhJournalId(journalHeaderCount)
        string "JE" delimited by size
          nextJournalNumber delimited by size
          into jhJournalId(journalHeaderCount)
        end-string
        move "PENDING" to jhStatus(journalHeaderCount)
        move userRequested to jhEnteredBy(journalHeaderCount)
        move currentTimestamp to jhEnteredAt(journalHeaderCount)
        move spaces to jhApprovedBy(journalHeaderCount)
        move spaces to jhApprovedAt(journalHeaderCount)
        move descriptionRequested to jhDescription(journalHeaderCount)
        move entryDebitTotal to jhTotal(journalHeaderCount)
        perform varying elIdx from 1 by 1 until elIdx > maxEntryLines
          if elAccount(elIdx) not = spaces
            add 1 to journalLineCount
            move jhJournalId(journalHeaderCount)
              to jlJournalId(journalLineCount)
            move elAccount(elIdx) to jlAccount(journalLineCount)
            move elDebit(elIdx) to jlDebit(journalLineCount)
            move elCredit(elIdx) to jlCredit(journalLineCount)
          end-if
        end-perform
        set queueWasChanged to true
        move spaces to actionMessage
        string "journal " delimited by size
          function trim(jhJournalId(journalHeaderCount)) delimited by size
          " saved and queued for approval" delimited by size
          into actionMessage
        end-string
        move jhJournalId(journalHeaderCount) to auditKey
        move spaces to auditBefore
        move journalHeaderCount to jhMatchIdx
        perform describeJournal
        perform writeChangeAudit
        perform varying elIdx from 1 by 1 until elIdx > maxEntryLines
          move spaces to elAccount(elIdx) elDebitText(elIdx)
            elCreditText(elIdx)
        end-perform
        move spaces to descriptionRequested
      end-if
    end-if
  end-if
  .

checkApprovalAllowed.
  move 0 to entryRejectedFlag
  perform findJournal
  evaluate true
    when userRequested = spaces
      set entryIsRejected to true
      move "no user given" to actionMessage
    when not journalFound
      set entryIsRejected to true
      move "journal is not in the queue" to actionMessage
    when jhStatus(jhMatchIdx) not = "PENDING"
      set entryIsRejected to true
      move "journal is not pending" to actionMessage
    when jhEnteredBy(jhMatchIdx) = userRequested
      set entryIsRejected to true
      move "a journal must be approved by someone other than who entered it"
        to actionMessage
    when other
      continue
  end-evaluate
  .

approveJournal.
  perform checkApprovalAllowed
  if not entryIsRejected
    perform writeApprovedJournal
    if approvedJournalFileStatus = "00"
      perform describeJournal
      move auditAfter to auditBefore
      move "APPROVED" to jhStatus(jhMatchIdx)
      move userRequested to jhApprovedBy(jhMatchIdx)
      move currentTimestamp to jhApprovedAt(jhMatchIdx)
      set queueWasChanged to true
      move spaces to actionMessage
      string "journal " delimited by size
        function trim(journalIdRequested) delimited by size
        " approved and written to " delimited by size
        function trim(approvedJournalFileName) delimited by size
        into actionMessage
      end-string
      move jhJournalId(jhMatchIdx) to auditKey
      perform describeJournal
      perform writeChangeAudit
    else
      move "approved journal file could not be written" to actionMessage
    end-if
  end-if
  .

rejectJournal.
  perform checkApprovalAllowed
  if not entryIsRejected
    perform describeJournal
    move auditAfter to auditBefore
    move "REJECTED" to jhStatus(jhMatchIdx)
    move userRequested to jhApprovedBy(jhMatchIdx)
    move currentTimestamp to jhApprovedAt(jhMatchIdx)
    set queueWasChanged to true
    move spaces to actionMessage
    string "journal " delimited by size
      function trim(journalIdRequested) delimited by size
      " rejected" delimited by size
      into actionMessage
    end-string
    move jhJournalId(jhMatchIdx) to auditKey
    perform describeJournal
    perform writeChangeAudit
  end-if
  .

describeJournal.
  move jhTotal(jhMatchIdx) to totalDisplay
  move spaces to auditAfter
  string "status=" delimited by size
    function trim(jhStatus(jhMatchIdx)) delimited by size
    " enteredBy=" delimited by size
    function trim(jhEnteredBy(jhMatchIdx)) delimited by size
    " approvedBy=" delimited by size
    function trim(jhApprovedBy(jhMatchIdx)) delimited by size
    " total=" delimited by size
    function trim(totalDisplay) delimited by size
    " description=" delimited by size
    function trim(jhDescription(jhMatchIdx)) delimited by size
    into auditAfter
  end-string
  .

writeChangeAudit.
  call "cgi-change-audit" using userSession, by content auditScreenName,
    by content actionRequested, by content auditKey,
    by content auditBefore, by content auditAfter
  .

writeApprovedJournal.
  move spaces to approvedJournalFileName
  string function trim(approvedDirectoryName) delimited by size
    "/manual_je_" delimited by size
    function trim(jhJournalId(jhMatchIdx)) delimited by size
    ".csv" delimited by size
    into approvedJournalFileName
  end-string
  open output approvedJournalFile
  if approvedJournalFileStatus = "00"
    move spaces to approvedJournalRecord
    string "# manual journal " delimited by size
      function trim(jhJournalId(jhMatchIdx)) delimited by size
      " enteredBy=" delimited by size
      function trim(jhEnteredBy(jhMatchIdx)) delimited by size
      " enteredAt=" delimited by size
      jhEnteredAt(jhMatchIdx) delimited by size
      " approvedBy=" delimited by size
      function trim(userRequested) delimited by size
      " approvedAt=" delimited by size
      currentTimestamp delimited by size
      into approvedJournalRecord
    end-string
    write approvedJournalRecord
    move spaces to approvedJournalRecord
    string "# description=" delimited by size
      function trim(jhDescription(jhMatchIdx)) delimited by size
      into approvedJournalRecord
    end-string
    write approvedJournalRecord
    perform varying jlIdx from 1 by 1 until jlIdx > journalLineCount
      if jlJournalId(jlIdx) = jhJournalId(jhMatchIdx)
        perform writeApprovedJournalLine
      end-if
    end-perform
    close approvedJournalFile
  end-if
  .

writeApprovedJournalLine.
  move spaces to approvedJournalRecord
  move jlDebit(jlIdx) to amountDisplay1
  move jlCredit(jlIdx) to amountDisplay2
  if jlDebit(jlIdx) not = 0
    string function trim(jhJournalId(jhMatchIdx)) delimited by size
      "," delimited by size
      function trim(amountDisplay1) delimited by size
      ",," delimited by size
      function trim(jlAccount(jlIdx)) delimited by size
      into approvedJournalRecord
    end-string
  else
    string function trim(jhJournalId(jhMatchIdx)) delimited by size
      ",," delimited by size
      function trim(amountDisplay2) delimited by size
      "," delimited by size
      function trim(jlAccount(jlIdx)) delimited by size
      into approvedJournalRecord
    end-string
  end-if
  write approvedJournalRecord
  .

rewriteJournalQueue.
  open output journalQueueFile
  if journalQueueFileStatus not = "00" and journalQueueFileStatus not = "05"
    move "journal queue could not be rewritten" to actionMessage
  else
    perform varying jhIdx from 1 by 1 until jhIdx > journalHeaderCount
      move spaces to journalQueueRecord
      string "H," delimited by size
        function trim(jhJournalId(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhStatus(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhEnteredBy(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhEnteredAt(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhApprovedBy(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhApprovedAt(jhIdx)) delimited by size
        "," delimited by size
        function trim(jhDescription(jhIdx)) delimited by size
        into journalQueueRecord
      end-string
      write journalQueueRecord
      perform varying jlIdx from 1 by 1 until jlIdx > journalLineCount
        if jlJournalId(jlIdx) = jhJournalId(jhIdx)
          move jlDebit(jlIdx) to amountDisplay1
          move jlCredit(jlIdx) to amountDisplay2
          move spaces to journalQueueRecord
          string "L," delimited by size
            function trim(jlJournalId(jlIdx)) delimited by size
            "," delimited by size
            function trim(jlAccount(jlIdx)) delimited by size
            "," delimited by size
            function trim(amountDisplay1) delimited by size
            "," delimited by size
            function trim(amountDisplay2) delimited by size
            into journalQueueRecord
          end-string
          write journalQueueRecord
        end-if
      end-perform
    end-perform
  end-if
  close journalQueueFile
  .

renderJournalPage.
  call "htmlgen-initialize" using doc
  move spaces to textContent
  move "Manual journal entry" to textContent
  call "htmlgen-begin-document" using doc, by content textContent

  move "h1" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move "Manual journal entry" to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if actionMessage not = spaces
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move actionMessage to textContent
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  end-if

  perform renderJournalQueueTable
  perform renderEntryForm
  perform renderApprovalForm

  if writeToStdout
    call "htmlgen-tostring" using doc, renderedHtmlBuffer
    display "Content-Type: text/html"
    display " "
    display function trim(renderedHtmlBuffer, trailing)
  else
    call "htmlgen-write-to-file" using doc, by content outputFileName
  end-if
  .

renderJournalQueueTable.
  move "table" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  call "htmlgen-add-table-row" using doc
  move "Journal" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Status" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Entered by" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Approved by" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Total" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Description" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  call "htmlgen-end-element" using doc
  perform varying jhIdx from 1 by 1 until jhIdx > journalHeaderCount
    if jhStatus(jhIdx) = "PENDING"
      call "htmlgen-add-table-row" using doc
      move spaces to textContent
      move jhJournalId(jhIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move jhStatus(jhIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move jhEnteredBy(jhIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move jhApprovedBy(jhIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move jhTotal(jhIdx) to totalDisplay
      move spaces to textContent
      move function trim(totalDisplay) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move jhDescription(jhIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      call "htmlgen-end-element" using doc
    end-if
  end-perform
  call "htmlgen-end-element" using doc
  .

renderEntryForm.
  move "POST" to methodName
  move spaces to actionUrl
  move "/cgi-bin/journal_entry" to actionUrl
  call "htmlgen-start-form" using doc, by content methodName,
    by content actionUrl
  perform renderCommonHiddenFields
  move spaces to inputName
  move "action" to inputName
  move spaces to inputValue
  move "SAVE" to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to labelText
  move "Description" to labelText
  move spaces to inputName
  move "description" to inputName
  move spaces to inputValue
  move descriptionRequested to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  perform varying elIdx from 1 by 1 until elIdx > maxEntryLines
    perform renderEntryFormLine
  end-perform
  move spaces to labelText
  move "Save journal" to labelText
  call "htmlgen-add-submit-button" using doc, by content labelText
  call "htmlgen-end-form" using doc
  .

renderEntryFormLine.
  move elIdx to elLineNumberText
  move "p" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to labelText
  string "Account " delimited by size
    elLineNumberText delimited by size
    into labelText
  end-string
  move spaces to inputName
  string "account" delimited by size
    elLineNumberText delimited by size
    into inputName
  end-string
  move spaces to inputValue
  move elAccount(elIdx) to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "Debit" to labelText
  move spaces to inputName
  string "debit" delimited by size
    elLineNumberText delimited by size
    into inputName
  end-string
  move spaces to inputValue
  move elDebitText(elIdx) to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "Credit" to labelText
  move spaces to inputName
  string "credit" delimited by size
    elLineNumberText delimited by size
    into inputName
  end-string
  move spaces to inputValue
  move elCreditText(elIdx) to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  call "htmlgen-end-element" using doc
  .

renderApprovalForm.
  move "POST" to methodName
  move spaces to actionUrl
  move "/cgi-bin/journal_entry" to actionUrl
  call "htmlgen-start-form" using doc, by content methodName,
    by content actionUrl
  perform renderCommonHiddenFields
  move spaces to labelText
  move "Journal" to labelText
  move spaces to inputName
  move "journal" to inputName
  move spaces to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "Action (APPROVE or REJECT)" to labelText
  move spaces to inputName
  move "action" to inputName
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "Apply" to labelText
  call "htmlgen-add-submit-button" using doc, by content labelText
  call "htmlgen-end-form" using doc
  .

renderCommonHiddenFields.
  move spaces to inputName
  move "queue" to inputName
  move spaces to inputValue
  move journalQueueFileName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "outdir" to inputName
  move spaces to inputValue
  move approvedDirectoryName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "user" to inputName
  move spaces to inputValue
  move userRequested to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "session" to inputName
  move spaces to inputValue
  move sessionToken to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  .
