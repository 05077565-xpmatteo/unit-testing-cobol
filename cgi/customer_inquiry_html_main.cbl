identification division.
  program-id. customer-inquiry-html.

environment division.
  input-output section.
    file-control.

      select optional customerMasterFile assign to customerMasterFileName
        organization is line sequential
        file status is customerMasterFileStatus.

      select optional accountMasterFile assign to accountMasterFileName
        organization is line sequential
        file status is accountMasterFileStatus.

      select optional postingJournalFile assign to postingJournalFileName
        organization is line sequential
        file status is postingJournalFileStatus.

      select optional rejectsFile assign to rejectsFileName
        organization is line sequential
        file status is rejectsFileStatus.

      select optional suspenseFile assign to suspenseFileName
        organization is line sequential
        file status is suspenseFileStatus.

      select optional drcrSuspenseFile assign to drcrSuspenseFileName
        organization is line sequential
        file status is drcrSuspenseFileStatus.

data division.
  file section.
    fd customerMasterFile.
    01 customerMasterRecord pic x(80).

    fd accountMasterFile.
    01 accountMasterRecord.
      02 masterCustomerId pic x(30).
      02 masterSeparator1 pic x.
      02 masterBalance pic s9(9)v99 sign is leading separate.
      02 masterSeparator2 pic x.
      02 masterLastPostedDate pic x(8).
      02 masterSeparator3 pic x.
      02 masterLifetimeCount pic 9(9).

    fd postingJournalFile.
    01 postingJournalRecord.
      02 pjTimestamp pic x(14).
      02 pjSeparator1 pic x.
      02 pjRunId pic x(14).
      02 pjSeparator2 pic x.
      02 pjSourceProgram pic x(14).
      02 pjSeparator3 pic x.
      02 pjCustomerId pic x(30).
      02 pjSeparator4 pic x.
      02 pjBeforeBalance pic s9(9)v99 sign is leading separate.
      02 pjSeparator5 pic x.
      02 pjAmount pic s9(9)v99 sign is leading separate.
      02 pjSeparator6 pic x.
      02 pjAfterBalance pic s9(9)v99 sign is leading separate.
      02 pjSeparator7 pic x.
      02 pjPostingCount pic 9(9).
      02 pjSeparator8 pic x.
      02 pjPostedDate pic x(8).

    fd rejectsFile.
    01 rejectsFileRecord.
      02 rejectLineNumber pic 9(9).
      02 rejectSeparator pic x.
      02 rejectText pic x(200).
      02 rejectReasonSeparator pic x.
      02 rejectReason pic x(40).

    fd suspenseFile.
    01 suspenseFileRecord.
      02 suspenseDate pic x(8).
      02 suspenseSeparator pic x.
      02 suspenseText pic x(200).

    fd drcrSuspenseFile.
    01 drcrSuspenseRecord.
      02 dsrBatchId pic x(20).
      02 dsrSeparator pic x.
      02 dsrText pic x(200).

  working-storage section.
    01 customerMasterFileName pic x(256) value spaces.
    01 customerMasterFileStatus pic xx value "00".
    01 customerMasterEofFlag pic 9 value 0.
      88 endOfCustomerMaster value 1.

    01 accountMasterFileName pic x(256) value spaces.
    01 accountMasterFileStatus pic xx value "00".
    01 accountMasterEofFlag pic 9 value 0.
      88 endOfAccountMaster value 1.

    01 postingJournalFileName pic x(264) value spaces.
    01 postingJournalFileStatus pic xx value "00".
    01 postingJournalEofFlag pic 9 value 0.
      88 endOfPostingJournal value 1.

    01 sumOutputFileName pic x(240) value spaces.
    01 rejectsFileName pic x(256) value spaces.
    01 rejectsFileStatus pic xx value "00".
    01 suspenseFileName pic x(256) value spaces.
    01 suspenseFileStatus pic xx value "00".
    01 drcrSuspenseFileName pic x(256) value spaces.
    01 drcrSuspenseFileStatus pic xx value "00".
    01 exceptionEofFlag pic 9 value 0.
      88 endOfExceptionFile value 1.
    01 inquiryFileOpenFlag pic 9 value 0.
      88 inquiryFileIsOpen value 1.

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

    01 customerRequested pic x(30) value spaces.
    01 nameRequested pic x(30) value spaces.
    01 searchNameText pic x(30).
    01 searchNameLength pic 9(2).
    01 customerNameUpper pic x(30).
    01 nameMatchTally pic 9(4).

    01 CustomerMasterTable.
      02 CustomerMasterEntry occurs 5000 times.
        03 cmCustomerId pic x(30).
        03 cmCustomerName pic x(30).
    01 customerMasterCount pic 9(5) value 0.
    01 cmIdx pic 9(5).

    01 maxNameMatches pic 9(2) value 20.
    01 NameMatchTable.
      02 nameMatchIdx pic 9(5) occurs 20 times.
    01 nameMatchCount pic 9(5) value 0.
    01 nmIdx pic 9(5).

    01 selectedCustomerId pic x(30) value spaces.
    01 selectedCustomerName pic x(30) value spaces.
    01 customerSelectedFlag pic 9 value 0.
      88 customerIsSelected value 1.
    01 onCustomerMasterFlag pic 9 value 0.
      88 customerOnMaster value 1.

    01 maskOutputName pic x(20).
    01 maskFieldName pic x(20).
    01 maskValue pic x(100).
    01 maskResult pic x(100).
    01 htmlCustomerId pic x(30) value spaces.
    01 htmlCustomerName pic x(30) value spaces.
    01 rejectsCustomerId pic x(30) value spaces.
    01 alternateCustomerId pic x(30) value spaces.
    01 maskedMatchCount pic 9(5) value 0.
    01 maskedMatchIdx pic 9(5) value 0.
    01 maskedLineText pic x(200).
    01 maskedLinePointer pic 9(4).

    01 accountFoundFlag pic 9 value 0.
      88 accountFound value 1.
    01 accountBalance pic s9(9)v99 value 0.
    01 accountLastPostedDate pic x(8) value spaces.
    01 accountLifetimeCount pic 9(9) value 0.

    01 maxRecentPostings pic 9(2) value 10.
    01 RecentPostingTable.
      02 RecentPosting occurs 10 times.
        03 rpPostedDate pic x(8).
        03 rpTimestamp pic x(14).
        03 rpSourceProgram pic x(14).
        03 rpBeforeBalance pic s9(9)v99.
        03 rpAmount pic s9(9)v99.
        03 rpAfterBalance pic s9(9)v99.
        03 rpPostingCount pic 9(9).
    01 recentPostingCount pic 9(2) value 0.
    01 rpIdx pic 9(2).
    01 postingsSeenCount pic 9(9) value 0.

    01 maxExceptionLines pic 9(2) value 20.
    01 ExceptionLineTable.
      02 ExceptionLine occurs 20 times.
        03 exKey pic x(20).
        03 exText pic x(100).
        03 exReason pic x(40).
    01 exceptionLineCount pic 9(2) value 0.
    01 exceptionsSeenCount pic 9(9) value 0.
    01 exIdx pic 9(2).

    01 lineTextToCheck pic x(200).
    01 lineFieldText pic x(200).
    01 lineFieldPointer pic 9(4).
    01 lineTextLength pic 9(4).
    01 lineOwnedFlag pic 9 value 0.
      88 lineIsCustomers value 1.

    01 actionMessage pic x(100) value spaces.
    01 sectionTitle pic x(100).
    01 sectionKeyHeading pic x(30).
    01 sectionFileName pic x(256).
    01 amountDisplay1 pic -(9)9.99.
    01 countDisplay pic zzzzzzzz9.
    01 dateToFormat pic x(8).
    01 dateDisplay pic x(10).

    01 tagName pic x(100).
    01 textContent pic x(100).
    01 methodName pic x(10).
    01 actionUrl pic x(256).
    01 href pic x(256).
    01 hrefPointer pic 9(4).
    01 labelText pic x(100).
    01 inputName pic x(100).
    01 inputValue pic x(100).
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

  move "custmaster" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to customerMasterFileName
  else
    accept customerMasterFileName from argument-value
  end-if

  move "acctmaster" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to accountMasterFileName
  else
    accept accountMasterFileName from argument-value
  end-if

  move "sumoutput" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  if requestedParamValue not = spaces
    move requestedParamValue to sumOutputFileName
  else
    accept sumOutputFileName from argument-value
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

  move "customer" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move function upper-case(function trim(requestedParamValue))
    to customerRequested

  move "name" to requestedParamName
  call "cgi-params-get" using params, by content requestedParamName,
    by reference requestedParamValue
  move function trim(requestedParamValue) to nameRequested

  perform loadCustomerMaster

  evaluate true
    when customerRequested not = spaces
      perform selectCustomerById
    when nameRequested not = spaces
      perform searchCustomerByName
    when other
      continue
  end-evaluate

  if customerIsSelected
    perform maskSelectedCustomer
    perform loadAccountMasterEntry
    perform loadRecentPostings
  end-if

  perform renderInquiryPage

  goback
  .

loadCustomerMaster.
  move 0 to inquiryFileOpenFlag
  move 0 to customerMasterCount
  move 0 to customerMasterEofFlag
  if customerMasterFileName = spaces
    move "no customer master given - searching by name is not available"
      to actionMessage
    set endOfCustomerMaster to true
  else
    open input customerMasterFile
    set inquiryFileIsOpen to true
    if customerMasterFileStatus not = "00"
      move "customer master could not be opened" to actionMessage
      set endOfCustomerMaster to true
    end-if
  end-if
  perform until endOfCustomerMaster
    read customerMasterFile
      at end set endOfCustomerMaster to true
      not at end
        if customerMasterRecord not = spaces
            and customerMasterRecord(1:1) not = "#"
            and customerMasterCount < 5000
          add 1 to customerMasterCount
          move spaces to CustomerMasterEntry(customerMasterCount)
          unstring customerMasterRecord delimited by ','
            into cmCustomerId(customerMasterCount),
              cmCustomerName(customerMasterCount)
          end-unstring
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close customerMasterFile
  end-if
  .

selectCustomerById.
  move customerRequested to selectedCustomerId
  set customerIsSelected to true
  move 0 to onCustomerMasterFlag
  perform varying cmIdx from 1 by 1
    until cmIdx > customerMasterCount or customerOnMaster
    if function upper-case(cmCustomerId(cmIdx)) = customerRequested
      set customerOnMaster to true
      move cmCustomerId(cmIdx) to selectedCustomerId
      move cmCustomerName(cmIdx) to selectedCustomerName
    end-if
  end-perform
  if not customerOnMaster
    perform selectCustomerByMaskedId
  end-if
  if not customerOnMaster and customerMasterCount > 0
    move spaces to actionMessage
    string "customer " delimited by size
      function trim(customerRequested) delimited by size
      " is not on the customer master" delimited by size
      into actionMessage
    end-string
  end-if
  .

selectCustomerByMaskedId.
  move 0 to maskedMatchCount
  move 0 to maskedMatchIdx
  move "HTML" to maskOutputName
  move "CUSTOMER-ID" to maskFieldName
  perform varying cmIdx from 1 by 1 until cmIdx > customerMasterCount
    move cmCustomerId(cmIdx) to maskValue
    call "ID-MASK" using by content maskOutputName,
      by content maskFieldName, by content maskValue,
      by reference maskResult
    if maskResult not = maskValue
        and function upper-case(maskResult) = customerRequested
      add 1 to maskedMatchCount
      move cmIdx to maskedMatchIdx
    end-if
  end-perform
  if maskedMatchCount = 1
    set customerOnMaster to true
    move cmCustomerId(maskedMatchIdx) to selectedCustomerId
    move cmCustomerName(maskedMatchIdx) to selectedCustomerName
  end-if
  .

maskSelectedCustomer.
  move "CUSTOMER-ID" to maskFieldName
  move selectedCustomerId to maskValue
  move "HTML" to maskOutputName
  call "ID-MASK" using by content maskOutputName,
    by content maskFieldName, by content maskValue,
    by reference maskResult
  move maskResult to htmlCustomerId
  move "REJECTS" to maskOutputName
  call "ID-MASK" using by content maskOutputName,
    by content maskFieldName, by content maskValue,
    by reference maskResult
  move function upper-case(maskResult) to rejectsCustomerId
  move "CUSTOMER-NAME" to maskFieldName
  move selectedCustomerName to maskValue
  move "HTML" to maskOutputName
  call "ID-MASK" using by content maskOutputName,
    by content maskFieldName, by content maskValue,
    by reference maskResult
  move maskResult to htmlCustomerName
  .

searchCustomerByName.
  move 0 to nameMatchCount
  move function upper-case(nameRequested) to searchNameText
  move function length(function trim(searchNameText)) to searchNameLength
  move function trim(searchNameText) to searchNameText
  perform varying cmIdx from 1 by 1 until cmIdx > customerMasterCount
    move function upper-case(cmCustomerName(cmIdx)) to customerNameUpper
    move 0 to nameMatchTally
    inspect customerNameUpper tallying nameMatchTally
      for all searchNameText(1:searchNameLength)
    if nameMatchTally > 0
      add 1 to nameMatchCount
      if nameMatchCount <= maxNameMatches
        move cmIdx to nameMatchIdx(nameMatchCount)
      end-if
    end-if
  end-perform
  evaluate true
    when nameMatchCount = 0
      move spaces to actionMessage
      string "no customer name contains " delimited by size
        function trim(nameRequested) delimited by size
        into actionMessage
      end-string
    when nameMatchCount = 1
      move nameMatchIdx(1) to cmIdx
      move cmCustomerId(cmIdx) to selectedCustomerId
      move cmCustomerName(cmIdx) to selectedCustomerName
      set customerIsSelected to true
      set customerOnMaster to true
    when nameMatchCount > maxNameMatches
      move nameMatchCount to countDisplay
      move spaces to actionMessage
      string function trim(countDisplay) delimited by size
        " customers match - showing the first 20, narrow the search"
          delimited by size
        into actionMessage
      end-string
    when other
      continue
  end-evaluate
  .

loadAccountMasterEntry.
  move 0 to inquiryFileOpenFlag
  move 0 to accountFoundFlag
  move 0 to accountMasterEofFlag
  if accountMasterFileName = spaces
    set endOfAccountMaster to true
  else
    open input accountMasterFile
    set inquiryFileIsOpen to true
    if accountMasterFileStatus not = "00"
      move "account master could not be opened" to actionMessage
      set endOfAccountMaster to true
    end-if
  end-if
  perform until endOfAccountMaster or accountFound
    read accountMasterFile
      at end set endOfAccountMaster to true
      not at end
        if function upper-case(masterCustomerId)
            = function upper-case(selectedCustomerId)
          set accountFound to true
          move masterBalance to accountBalance
          move masterLastPostedDate to accountLastPostedDate
          move masterLifetimeCount to accountLifetimeCount
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close accountMasterFile
  end-if
  .

loadRecentPostings.
  move 0 to inquiryFileOpenFlag
  move 0 to recentPostingCount
  move 0 to postingsSeenCount
  move 0 to postingJournalEofFlag
  if accountMasterFileName = spaces
    set endOfPostingJournal to true
  else
    move spaces to postingJournalFileName
    string function trim(accountMasterFileName) delimited by size
      ".journal" delimited by size
      into postingJournalFileName
    end-string
    open input postingJournalFile
    set inquiryFileIsOpen to true
    if postingJournalFileStatus not = "00"
      set endOfPostingJournal to true
    end-if
  end-if
  perform until endOfPostingJournal
    read postingJournalFile
      at end set endOfPostingJournal to true
      not at end
        if function upper-case(pjCustomerId)
            = function upper-case(selectedCustomerId)
          perform keepRecentPosting
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close postingJournalFile
  end-if
  .

keepRecentPosting.
  add 1 to postingsSeenCount
  if recentPostingCount >= maxRecentPostings
    perform varying rpIdx from 1 by 1 until rpIdx >= maxRecentPostings
      move RecentPosting(rpIdx + 1) to RecentPosting(rpIdx)
    end-perform
  else
    add 1 to recentPostingCount
  end-if
  move pjPostedDate to rpPostedDate(recentPostingCount)
  move pjTimestamp to rpTimestamp(recentPostingCount)
  move pjSourceProgram to rpSourceProgram(recentPostingCount)
  move pjBeforeBalance to rpBeforeBalance(recentPostingCount)
  move pjAmount to rpAmount(recentPostingCount)
  move pjAfterBalance to rpAfterBalance(recentPostingCount)
  move pjPostingCount to rpPostingCount(recentPostingCount)
  .

checkLineOwnership.
  move 0 to lineOwnedFlag
  move function length(function trim(lineTextToCheck, trailing))
    to lineTextLength
  move 1 to lineFieldPointer
  perform until lineFieldPointer > lineTextLength or lineIsCustomers
    move spaces to lineFieldText
    unstring lineTextToCheck(1:lineTextLength) delimited by ','
      into lineFieldText
      with pointer lineFieldPointer
    end-unstring
    if function upper-case(function trim(lineFieldText))
        = function upper-case(selectedCustomerId)
      set lineIsCustomers to true
    end-if
    if alternateCustomerId not = spaces
        and function upper-case(function trim(lineFieldText))
        = alternateCustomerId
      set lineIsCustomers to true
    end-if
  end-perform
  .

keepExceptionLine.
  add 1 to exceptionsSeenCount
  if exceptionLineCount < maxExceptionLines
    add 1 to exceptionLineCount
    perform maskOwnedLine
    move maskedLineText to exText(exceptionLineCount)
  end-if
  .

maskOwnedLine.
  move spaces to maskedLineText
  move 1 to maskedLinePointer
  move function length(function trim(lineTextToCheck, trailing))
    to lineTextLength
  move 1 to lineFieldPointer
  perform until lineFieldPointer > lineTextLength
    if lineFieldPointer > 1
      string "," delimited by size
        into maskedLineText with pointer maskedLinePointer
      end-string
    end-if
    move spaces to lineFieldText
    unstring lineTextToCheck(1:lineTextLength) delimited by ','
      into lineFieldText
      with pointer lineFieldPointer
    end-unstring
    if function upper-case(function trim(lineFieldText))
        = function upper-case(selectedCustomerId)
        or (alternateCustomerId not = spaces
        and function upper-case(function trim(lineFieldText))
        = alternateCustomerId)
      string function trim(htmlCustomerId) delimited by size
        into maskedLineText with pointer maskedLinePointer
      end-string
    else
      string function trim(lineFieldText, trailing) delimited by size
        into maskedLineText with pointer maskedLinePointer
      end-string
    end-if
  end-perform
  if lineTextToCheck(lineTextLength:1) = ","
    string "," delimited by size
      into maskedLineText with pointer maskedLinePointer
    end-string
  end-if
  .

loadRejectedLines.
  move 0 to inquiryFileOpenFlag
  move 0 to exceptionLineCount
  move 0 to exceptionsSeenCount
  move 0 to exceptionEofFlag
  move spaces to rejectsFileName
  string function trim(sumOutputFileName) delimited by size
    ".rejects" delimited by size
    into rejectsFileName
  end-string
  move rejectsFileName to sectionFileName
  move rejectsCustomerId to alternateCustomerId
  open input rejectsFile
  set inquiryFileIsOpen to true
  if rejectsFileStatus not = "00"
    set endOfExceptionFile to true
  end-if
  perform until endOfExceptionFile
    read rejectsFile
      at end set endOfExceptionFile to true
      not at end
        move rejectText to lineTextToCheck
        perform checkLineOwnership
        if lineIsCustomers
          perform keepExceptionLine
          if exceptionLineCount = exceptionsSeenCount
            move rejectLineNumber to countDisplay
            move function trim(countDisplay) to exKey(exceptionLineCount)
            move rejectReason to exReason(exceptionLineCount)
          end-if
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close rejectsFile
  end-if
  .

loadSuspenseLines.
  move 0 to inquiryFileOpenFlag
  move 0 to exceptionLineCount
  move 0 to exceptionsSeenCount
  move 0 to exceptionEofFlag
  move spaces to suspenseFileName
  string function trim(sumOutputFileName) delimited by size
    ".suspense" delimited by size
    into suspenseFileName
  end-string
  move suspenseFileName to sectionFileName
  move spaces to alternateCustomerId
  open input suspenseFile
  set inquiryFileIsOpen to true
  if suspenseFileStatus not = "00"
    set endOfExceptionFile to true
  end-if
  perform until endOfExceptionFile
    read suspenseFile
      at end set endOfExceptionFile to true
      not at end
        move suspenseText to lineTextToCheck
        perform checkLineOwnership
        if lineIsCustomers
          perform keepExceptionLine
          if exceptionLineCount = exceptionsSeenCount
            move suspenseDate to exKey(exceptionLineCount)
            move "held for a closed or unknown period"
              to exReason(exceptionLineCount)
          end-if
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close suspenseFile
  end-if
  .

loadDrcrSuspenseLines.
  move 0 to inquiryFileOpenFlag
  move 0 to exceptionLineCount
  move 0 to exceptionsSeenCount
  move 0 to exceptionEofFlag
  move spaces to drcrSuspenseFileName
  string function trim(sumOutputFileName) delimited by size
    ".batchsuspense" delimited by size
    into drcrSuspenseFileName
  end-string
  move drcrSuspenseFileName to sectionFileName
  move spaces to alternateCustomerId
  open input drcrSuspenseFile
  set inquiryFileIsOpen to true
  if drcrSuspenseFileStatus not = "00"
    set endOfExceptionFile to true
  end-if
  perform until endOfExceptionFile
    read drcrSuspenseFile
      at end set endOfExceptionFile to true
      not at end
        move dsrText to lineTextToCheck
        perform checkLineOwnership
        if lineIsCustomers
          perform keepExceptionLine
          if exceptionLineCount = exceptionsSeenCount
            move dsrBatchId to exKey(exceptionLineCount)
            move "held in an unbalanced batch"
              to exReason(exceptionLineCount)
          end-if
        end-if
    end-read
  end-perform
  if inquiryFileIsOpen
    close drcrSuspenseFile
  end-if
  .

renderInquiryPage.
  call "htmlgen-initialize" using doc
  move spaces to textContent
  move "Customer account inquiry" to textContent
  call "htmlgen-begin-document" using doc, by content textContent

  move "h1" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move "Customer account inquiry" to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if actionMessage not = spaces
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move actionMessage to textContent
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  end-if

  perform renderSearchForm

  if nameMatchCount > 1
    perform renderNameMatches
  end-if

  if customerIsSelected
    perform renderAccountSummary
    perform renderRecentPostings
    if sumOutputFileName not = spaces
      perform loadRejectedLines
      move "Rejected lines" to sectionTitle
      move "Input line" to sectionKeyHeading
      perform renderExceptionSection
      perform loadSuspenseLines
      move "Suspense lines" to sectionTitle
      move "Suspended" to sectionKeyHeading
      perform renderExceptionSection
      perform loadDrcrSuspenseLines
      move "DRCR suspense lines" to sectionTitle
      move "Batch" to sectionKeyHeading
      perform renderExceptionSection
    end-if
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

renderSearchForm.
  move "GET" to methodName
  move spaces to actionUrl
  move "/cgi-bin/customer_inquiry" to actionUrl
  call "htmlgen-start-form" using doc, by content methodName,
    by content actionUrl
  perform renderCommonHiddenFields
  move spaces to labelText
  move "Customer ID" to labelText
  move spaces to inputName
  move "customer" to inputName
  move spaces to inputValue
  move customerRequested to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "or part of the name" to labelText
  move spaces to inputName
  move "name" to inputName
  move spaces to inputValue
  move nameRequested to inputValue
  call "htmlgen-add-text-input" using doc, by content labelText,
    by content inputName, by content inputValue
  move spaces to labelText
  move "Look up" to labelText
  call "htmlgen-add-submit-button" using doc, by content labelText
  call "htmlgen-end-form" using doc
  .

renderCommonHiddenFields.
  move spaces to inputName
  move "custmaster" to inputName
  move spaces to inputValue
  move customerMasterFileName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "acctmaster" to inputName
  move spaces to inputValue
  move accountMasterFileName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "sumoutput" to inputName
  move spaces to inputValue
  move sumOutputFileName(1:100) to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  move spaces to inputName
  move "session" to inputName
  move spaces to inputValue
  move sessionToken to inputValue
  call "htmlgen-add-hidden-field" using doc, by content inputName,
    by content inputValue
  .

renderNameMatches.
  move "h2" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to textContent
  string "Customers whose name contains " delimited by size
    function trim(nameRequested) delimited by size
    into textContent
  end-string
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  move "table" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  call "htmlgen-add-table-row" using doc
  move "Customer" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move "Name" to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  call "htmlgen-end-element" using doc
  perform varying nmIdx from 1 by 1
    until nmIdx > nameMatchCount or nmIdx > maxNameMatches
    move nameMatchIdx(nmIdx) to cmIdx
    move cmCustomerId(cmIdx) to selectedCustomerId
    move cmCustomerName(cmIdx) to selectedCustomerName
    perform maskSelectedCustomer
    call "htmlgen-add-table-row" using doc
    move "td" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    perform buildCustomerHref
    move spaces to textContent
    move htmlCustomerId to textContent
    call "htmlgen-add-link" using doc, by content href,
      by content textContent
    call "htmlgen-end-element" using doc
    move spaces to textContent
    move htmlCustomerName to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    call "htmlgen-end-element" using doc
  end-perform
  call "htmlgen-end-element" using doc
  .

buildCustomerHref.
  move spaces to href
  move 1 to hrefPointer
  string "/cgi-bin/customer_inquiry?customer=" delimited by size
    function trim(htmlCustomerId) delimited by size
    into href with pointer hrefPointer
  end-string
  if customerMasterFileName not = spaces
    string "&custmaster=" delimited by size
      function trim(customerMasterFileName) delimited by size
      into href with pointer hrefPointer
    end-string
  end-if
  if accountMasterFileName not = spaces
    string "&acctmaster=" delimited by size
      function trim(accountMasterFileName) delimited by size
      into href with pointer hrefPointer
    end-string
  end-if
  if sumOutputFileName not = spaces
    string "&sumoutput=" delimited by size
      function trim(sumOutputFileName) delimited by size
      into href with pointer hrefPointer
    end-string
  end-if
  if sessionToken not = spaces
    string "&session=" delimited by size
      function trim(sessionToken) delimited by size
      into href with pointer hrefPointer
    end-string
  end-if
  .

renderAccountSummary.
  move "h2" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move spaces to textContent
  string "Customer " delimited by size
    function trim(htmlCustomerId) delimited by size
    " " delimited by size
    function trim(htmlCustomerName) delimited by size
    into textContent
  end-string
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if not accountFound
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move "no entry on the account master - nothing has been posted"
      to textContent
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  else
    move "table" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    call "htmlgen-add-table-row" using doc
    move "Current balance" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Last posted" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Lifetime postings" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    call "htmlgen-end-element" using doc
    call "htmlgen-add-table-row" using doc
    move accountBalance to amountDisplay1
    move spaces to textContent
    move function trim(amountDisplay1) to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move accountLastPostedDate to dateToFormat
    perform formatPostedDate
    move spaces to textContent
    move dateDisplay to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move accountLifetimeCount to countDisplay
    move spaces to textContent
    move function trim(countDisplay) to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    call "htmlgen-end-element" using doc
    call "htmlgen-end-element" using doc
  end-if
  .

formatPostedDate.
  move spaces to dateDisplay
  if dateToFormat is numeric
    string dateToFormat(1:4) delimited by size
      "-" delimited by size
      dateToFormat(5:2) delimited by size
      "-" delimited by size
      dateToFormat(7:2) delimited by size
      into dateDisplay
    end-string
  else
    move dateToFormat to dateDisplay
  end-if
  .

renderRecentPostings.
  move "h2" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move "Recent postings" to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if recentPostingCount = 0
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move "none in the posting journal" to textContent
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  else
    move "table" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    call "htmlgen-add-table-row" using doc
    move "Posted" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Program" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Before" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Amount" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "After" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Lines" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    call "htmlgen-end-element" using doc
    perform varying rpIdx from recentPostingCount by -1 until rpIdx < 1
      perform renderRecentPostingRow
    end-perform
    call "htmlgen-end-element" using doc
    if postingsSeenCount > recentPostingCount
      move "p" to tagName
      call "htmlgen-start-element" using doc, by content tagName
      move postingsSeenCount to countDisplay
      move spaces to textContent
      string "latest 10 of " delimited by size
        function trim(countDisplay) delimited by size
        " journal entries" delimited by size
        into textContent
      end-string
      call "htmlgen-add-text-content" using doc, by content textContent
      call "htmlgen-end-element" using doc
    end-if
  end-if
  .

renderRecentPostingRow.
  call "htmlgen-add-table-row" using doc
  move rpPostedDate(rpIdx) to dateToFormat
  perform formatPostedDate
  move spaces to textContent
  move dateDisplay to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move spaces to textContent
  move rpSourceProgram(rpIdx) to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move rpBeforeBalance(rpIdx) to amountDisplay1
  move spaces to textContent
  move function trim(amountDisplay1) to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move rpAmount(rpIdx) to amountDisplay1
  move spaces to textContent
  move function trim(amountDisplay1) to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move rpAfterBalance(rpIdx) to amountDisplay1
  move spaces to textContent
  move function trim(amountDisplay1) to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  move rpPostingCount(rpIdx) to countDisplay
  move spaces to textContent
  move function trim(countDisplay) to textContent
  call "htmlgen-add-table-cell" using doc, by content textContent
  call "htmlgen-end-element" using doc
  .

renderExceptionSection.
  move "h2" to tagName
  call "htmlgen-start-element" using doc, by content tagName
  move sectionTitle to textContent
  call "htmlgen-add-text-content" using doc, by content textContent
  call "htmlgen-end-element" using doc

  if exceptionLineCount = 0
    move "p" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    move spaces to textContent
    string "none in " delimited by size
      function trim(sectionFileName) delimited by size
      into textContent
    end-string
    call "htmlgen-add-text-content" using doc, by content textContent
    call "htmlgen-end-element" using doc
  else
    move "table" to tagName
    call "htmlgen-start-element" using doc, by content tagName
    call "htmlgen-add-table-row" using doc
    move sectionKeyHeading to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Line" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    move "Reason" to textContent
    call "htmlgen-add-table-cell" using doc, by content textContent
    call "htmlgen-end-element" using doc
    perform varying exIdx from 1 by 1 until exIdx > exceptionLineCount
      call "htmlgen-add-table-row" using doc
      move spaces to textContent
      move exKey(exIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move exText(exIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      move spaces to textContent
      move exReason(exIdx) to textContent
      call "htmlgen-add-table-cell" using doc, by content textContent
      call "htmlgen-end-element" using doc
    end-perform
    call "htmlgen-end-element" using doc
    if exceptionsSeenCount > exceptionLineCount
      move "p" to tagName
      call "htmlgen-start-element" using doc, by content tagName
      move exceptionsSeenCount to countDisplay
      move spaces to textContent
      string "first 20 of " delimited by size
        function trim(countDisplay) delimited by size
        " lines shown" delimited by size
        into textContent
      end-string
      call "htmlgen-add-text-content" using doc, by content textContent
      call "htmlgen-end-element" using doc
    end-if
  end-if
  .
