         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS deptGreetingFileStatus.

      SELECT OPTIONAL occasionFile ASSIGN TO "hello_occasions.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS occasionFileStatus.

      SELECT OPTIONAL contactFile ASSIGN TO "hello_contacts.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS contactFileStatus.

      SELECT OPTIONAL outboundFile ASSIGN TO "hello_outbound.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS outboundFileStatus.

      SELECT OPTIONAL deliveryStatusFile
         ASSIGN TO "hello_delivery_status.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS deliveryStatusFileStatus.

      SELECT deliveryExceptionFile
         ASSIGN TO "hello_delivery_exceptions.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS deliveryExceptionFileStatus.

DATA DIVISION.
   FILE SECTION.
   FD rosterFile.
   FD deptGreetingFile.
   01 deptGreetingRecord PIC X(120).

   FD occasionFile.
   01 occasionFileRecord PIC X(80).

   FD contactFile.
   01 contactFileRecord PIC X(120).

   FD outboundFile.
   01 outboundRecord PIC X(250).

   FD deliveryStatusFile.
   01 deliveryStatusRecord PIC X(250).

   FD deliveryExceptionFile.
   01 deliveryExceptionRecord PIC X(200).

   WORKING-STORAGE SECTION.
   01 RETURNED-MESSAGE PIC A(90).
   01 USER-NAME PIC A(50).
   01 alertProgramName PIC X(20) VALUE "HELLO".
   01 alertMessageText PIC X(200).

   01 occasionFileStatus PIC XX VALUE "00".
   01 occasionEofFlag PIC 9 VALUE 0.
      88 endOfOccasions VALUE 1.
   01 OccasionTable.
      02 OccasionEntry OCCURS 2000 TIMES.
         03 ocEmployeeId PIC X(10).
         03 ocBirthMonthDay PIC X(4).
         03 ocHireDate PIC X(8).
   01 occasionCount PIC 9(4) VALUE 0.
   01 ocIdx PIC 9(4).
   01 occasionIdPart PIC X(10).
   01 occasionBirthPart PIC X(10).
   01 occasionHirePart PIC X(10).
   01 todayMonthDay PIC X(4).
   01 todayYear PIC 9(4).
   01 todayIsLeapYearFlag PIC 9 VALUE 0.
      88 todayIsInLeapYear VALUE 1.
   01 occasionMonthDay PIC X(4).
   01 occasionCode PIC X(8) VALUE SPACES.
   01 occasionYears PIC 9(2) VALUE 0.
   01 hireYear PIC 9(4).
   01 occasionGreetedCount PIC 9(9) VALUE 0.

   01 contactFileStatus PIC XX VALUE "00".
   01 contactEofFlag PIC 9 VALUE 0.
      88 endOfContacts VALUE 1.
   01 ContactTable.
      02 ContactEntry OCCURS 2000 TIMES.
         03 ctEmployeeId PIC X(10).
         03 ctChannel PIC X(5).
         03 ctAddress PIC X(80).
   01 contactCount PIC 9(4) VALUE 0.
   01 ctIdx PIC 9(4).
   01 contactIdx PIC 9(4) VALUE 0.
   01 contactIdPart PIC X(10).
   01 contactChannelPart PIC X(10).
   01 contactAddressPart PIC X(80).
   01 outboundFileStatus PIC XX VALUE "00".
   01 outboundQueuedCount PIC 9(9) VALUE 0.
   01 noContactCount PIC 9(9) VALUE 0.
   01 deliveryStatusFileStatus PIC XX VALUE "00".
   01 deliveryStatusEofFlag PIC 9 VALUE 0.
      88 endOfDeliveryStatus VALUE 1.
   01 deliveryExceptionFileStatus PIC XX VALUE "00".
   01 deliveryMessageIdPart PIC X(20).
   01 deliveryEmployeeIdPart PIC X(10).
   01 deliveryChannelPart PIC X(10).
   01 deliveryAddressPart PIC X(80).
   01 deliveryStatusPart PIC X(12).
   01 deliveryReasonPart PIC X(80).
   01 deliveryStatusReadCount PIC 9(9) VALUE 0.
   01 deliveryExceptionCount PIC 9(9) VALUE 0.
   01 doneStatusFileName PIC X(60).

   01 maskOutputName PIC X(20) VALUE "HELLO-AUDIT".
   01 maskFieldName PIC X(20) VALUE "EMPLOYEE-NAME".
   01 maskValue PIC X(100).
   01 maskResult PIC X(100).
   01 auditUserText PIC X(100).
   01 auditMessageText PIC X(150).
   01 greetingWordPart PIC X(90).
   01 greetingRestPart PIC X(90).
   01 greetingNamePart PIC X(90).
   01 greetingTailPart PIC X(90).

PROCEDURE DIVISION.
   ACCEPT nightlyRunId FROM ENVIRONMENT "NIGHTLY_RUN_ID"
     ON EXCEPTION MOVE SPACES TO nightlyRunId
   EXIT.

GREET-ONE.
   MOVE SPACES TO occasionCode.
   IF currentEmployeeId NOT = SPACES AND occasionCount > 0 THEN
     PERFORM FIND-TODAYS-OCCASION THRU FIND-TODAYS-OCCASION-EXIT
   END-IF.
   IF occasionCode NOT = SPACES THEN
     CALL 'HELLO-OCCASION-MESSAGE' USING RETURNED-MESSAGE,
       BY CONTENT USER-NAME, BY CONTENT EFFECTIVE-LANGUAGE-CODE,
       BY REFERENCE nameRejectedFlag, BY CONTENT occasionCode,
       BY CONTENT occasionYears
     IF NOT nameIsRejected THEN
       ADD 1 TO occasionGreetedCount
     END-IF
   ELSE
     CALL 'HELLO-MESSAGE' USING RETURNED-MESSAGE, BY CONTENT USER-NAME,
       BY CONTENT EFFECTIVE-LANGUAGE-CODE, BY REFERENCE nameRejectedFlag
   END-IF.
   IF currentDepartment NOT = SPACES AND NOT nameIsRejected THEN
     PERFORM WRITE-DEPT-GREETING THRU WRITE-DEPT-GREETING-EXIT
   ELSE
     DISPLAY FUNCTION TRIM(RETURNED-MESSAGE)
   END-IF.
   PERFORM LOG-AUDIT-ENTRY THRU LOG-AUDIT-ENTRY-EXIT.
   IF contactCount > 0 AND currentEmployeeId NOT = SPACES
       AND NOT nameIsRejected THEN
     PERFORM QUEUE-OUTBOUND-MESSAGE THRU QUEUE-OUTBOUND-MESSAGE-EXIT
   END-IF.
   IF nameIsRejected THEN
     ADD 1 TO rejectedNameCount
     IF hasMaxRejectsThreshold AND rejectedNameCount >= maxRejectsThreshold THEN

GREET-ROSTER.
   PERFORM LOAD-TODAYS-GREETED-NAMES THRU LOAD-TODAYS-GREETED-NAMES-EXIT.
   PERFORM LOAD-OCCASIONS THRU LOAD-OCCASIONS-EXIT.
   PERFORM PROCESS-DELIVERY-STATUS THRU PROCESS-DELIVERY-STATUS-EXIT.
   PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT.
   OPEN INPUT rosterFile.
   PERFORM UNTIL endOfRoster OR jobHasFailed
     READ rosterFile
   END-PERFORM.
   CLOSE rosterFile.
   PERFORM VERIFY-ROSTER-TRAILER-COUNT THRU VERIFY-ROSTER-TRAILER-COUNT-EXIT.
   IF occasionGreetedCount > 0 THEN
     DISPLAY "HELLO: occasion greetings today=" occasionGreetedCount
   END-IF.
   IF contactCount > 0 THEN
     DISPLAY "HELLO: outbound messages queued=" outboundQueuedCount
       " noContact=" noContactCount
   END-IF.

WRITE-DEPT-GREETING.
   MOVE SPACES TO deptGreetingFileName.
   END-IF
   CALL "AUDIT-SEQ" USING BY CONTENT auditLogName,
     BY REFERENCE auditSequenceNumber
   PERFORM MASK-AUDIT-NAME THRU MASK-AUDIT-NAME-EXIT
   MOVE SPACES TO auditFileRecord
   MOVE FUNCTION CURRENT-DATE TO auditTimestamp
   STRING
     auditTimestamp(1:14) DELIMITED BY SIZE
     " user=" DELIMITED BY SIZE
     FUNCTION TRIM(auditUserText) DELIMITED BY SIZE
     " lang=" DELIMITED BY SIZE
     EFFECTIVE-LANGUAGE-CODE DELIMITED BY SIZE
     " message=" DELIMITED BY SIZE
     FUNCTION TRIM(auditMessageText) DELIMITED BY SIZE
     " runId=" DELIMITED BY SIZE
     FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
     " seq=" DELIMITED BY SIZE
LOG-AUDIT-ENTRY-EXIT.
   EXIT.

MASK-AUDIT-NAME.
   MOVE USER-NAME TO auditUserText.
   MOVE RETURNED-MESSAGE TO auditMessageText.
   IF USER-NAME = SPACES THEN
     GO TO MASK-AUDIT-NAME-EXIT
   END-IF.
   MOVE USER-NAME TO maskValue.
   CALL "ID-MASK" USING BY CONTENT maskOutputName,
     BY CONTENT maskFieldName, BY CONTENT maskValue,
     BY REFERENCE maskResult.
   IF maskResult = maskValue THEN
     GO TO MASK-AUDIT-NAME-EXIT
   END-IF.
   MOVE maskResult TO auditUserText.
   MOVE SPACES TO greetingWordPart greetingNamePart greetingTailPart.
   MOVE SPACES TO auditMessageText.
   IF RETURNED-MESSAGE(1:9) = "Rejected:" THEN
     UNSTRING RETURNED-MESSAGE DELIMITED BY '"'
       INTO greetingWordPart
     STRING FUNCTION TRIM(greetingWordPart) DELIMITED BY SIZE
       ' "' DELIMITED BY SIZE
       FUNCTION TRIM(maskResult) DELIMITED BY SIZE
       '"' DELIMITED BY SIZE
       INTO auditMessageText
     END-STRING
   ELSE
     UNSTRING RETURNED-MESSAGE DELIMITED BY ", "
       INTO greetingWordPart, greetingRestPart
     UNSTRING greetingRestPart DELIMITED BY "!"
       INTO greetingNamePart, greetingTailPart
     STRING FUNCTION TRIM(greetingWordPart) DELIMITED BY SIZE
       ", " DELIMITED BY SIZE
       FUNCTION TRIM(maskResult) DELIMITED BY SIZE
       "!" DELIMITED BY SIZE
       FUNCTION TRIM(greetingTailPart, TRAILING) DELIMITED BY SIZE
       INTO auditMessageText
     END-STRING
   END-IF.
MASK-AUDIT-NAME-EXIT.
   EXIT.

LOAD-TODAYS-GREETED-NAMES.
   MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate.
   MOVE 0 TO alreadyGreetedCount.
   PERFORM APPEND-GREETED-STORE THRU APPEND-GREETED-STORE-EXIT.
RECORD-GREETED-NAME-EXIT.
   EXIT.

LOAD-OCCASIONS.
   MOVE 0 TO occasionCount.
   MOVE 0 TO occasionEofFlag.
   MOVE FUNCTION CURRENT-DATE(1:4) TO todayYear.
   MOVE FUNCTION CURRENT-DATE(5:4) TO todayMonthDay.
   MOVE 0 TO todayIsLeapYearFlag.
   IF FUNCTION MOD(todayYear, 4) = 0
       AND (FUNCTION MOD(todayYear, 100) NOT = 0
         OR FUNCTION MOD(todayYear, 400) = 0) THEN
     SET todayIsInLeapYear TO TRUE
   END-IF.
   OPEN INPUT occasionFile.
   IF occasionFileStatus NOT = "00" THEN
     SET endOfOccasions TO TRUE
   END-IF.
   PERFORM UNTIL endOfOccasions
     READ occasionFile
       AT END SET endOfOccasions TO TRUE
       NOT AT END
         IF occasionFileRecord NOT = SPACES
             AND occasionFileRecord(1:1) NOT = '#'
             AND occasionCount < 2000 THEN
           MOVE SPACES TO occasionIdPart occasionBirthPart occasionHirePart
           UNSTRING occasionFileRecord DELIMITED BY ','
             INTO occasionIdPart, occasionBirthPart, occasionHirePart
           ADD 1 TO occasionCount
           MOVE occasionIdPart TO ocEmployeeId(occasionCount)
           MOVE occasionBirthPart(1:4) TO ocBirthMonthDay(occasionCount)
           MOVE occasionHirePart(1:8) TO ocHireDate(occasionCount)
         END-IF
     END-READ
   END-PERFORM.
   CLOSE occasionFile.
LOAD-OCCASIONS-EXIT.
   EXIT.

FIND-TODAYS-OCCASION.
   MOVE SPACES TO occasionCode.
   MOVE 0 TO occasionYears.
   PERFORM VARYING ocIdx FROM 1 BY 1
     UNTIL ocIdx > occasionCount OR occasionCode NOT = SPACES
     IF ocEmployeeId(ocIdx) = currentEmployeeId THEN
       MOVE ocBirthMonthDay(ocIdx) TO occasionMonthDay
       PERFORM ADJUST-LEAP-DAY-OCCASION
       IF ocBirthMonthDay(ocIdx) IS NUMERIC
           AND occasionMonthDay = todayMonthDay THEN
         MOVE 'BIRTHDAY' TO occasionCode
       ELSE
         MOVE ocHireDate(ocIdx)(5:4) TO occasionMonthDay
         PERFORM ADJUST-LEAP-DAY-OCCASION
         IF ocHireDate(ocIdx) IS NUMERIC
             AND occasionMonthDay = todayMonthDay THEN
           MOVE ocHireDate(ocIdx)(1:4) TO hireYear
           IF hireYear < todayYear THEN
             MOVE 'ANNIV' TO occasionCode
             COMPUTE occasionYears = todayYear - hireYear
           END-IF
         END-IF
       END-IF
     END-IF
   END-PERFORM.
FIND-TODAYS-OCCASION-EXIT.
   EXIT.

ADJUST-LEAP-DAY-OCCASION.
   IF occasionMonthDay = '0229' AND NOT todayIsInLeapYear THEN
     MOVE '0228' TO occasionMonthDay
   END-IF.

LOAD-CONTACTS.
   MOVE 0 TO contactCount.
   MOVE 0 TO contactEofFlag.
   OPEN INPUT contactFile.
   IF contactFileStatus NOT = "00" THEN
     SET endOfContacts TO TRUE
   END-IF.
   PERFORM UNTIL endOfContacts
     READ contactFile
       AT END SET endOfContacts TO TRUE
       NOT AT END
         PERFORM LOAD-ONE-CONTACT THRU LOAD-ONE-CONTACT-EXIT
     END-READ
   END-PERFORM.
   CLOSE contactFile.
LOAD-CONTACTS-EXIT.
   EXIT.

LOAD-ONE-CONTACT.
   IF contactFileRecord = SPACES OR contactFileRecord(1:1) = '#' THEN
     GO TO LOAD-ONE-CONTACT-EXIT
   END-IF.
   MOVE SPACES TO contactIdPart contactChannelPart contactAddressPart.
   UNSTRING contactFileRecord DELIMITED BY ','
     INTO contactIdPart, contactChannelPart, contactAddressPart.
   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(contactChannelPart))
     TO contactChannelPart.
   IF contactIdPart = SPACES OR contactAddressPart = SPACES
       OR (contactChannelPart NOT = "EMAIL"
         AND contactChannelPart NOT = "SMS") THEN
     DISPLAY "HELLO: WARNING - contact ignored: "
       FUNCTION TRIM(contactFileRecord)
     GO TO LOAD-ONE-CONTACT-EXIT
   END-IF.
   IF contactCount < 2000 THEN
     ADD 1 TO contactCount
     MOVE FUNCTION TRIM(contactIdPart) TO ctEmployeeId(contactCount)
     MOVE contactChannelPart TO ctChannel(contactCount)
     MOVE FUNCTION TRIM(contactAddressPart) TO ctAddress(contactCount)
   END-IF.
LOAD-ONE-CONTACT-EXIT.
   EXIT.

QUEUE-OUTBOUND-MESSAGE.
   MOVE 0 TO contactIdx.
   PERFORM VARYING ctIdx FROM 1 BY 1
     UNTIL ctIdx > contactCount OR contactIdx > 0
     IF ctEmployeeId(ctIdx) = currentEmployeeId THEN
       MOVE ctIdx TO contactIdx
     END-IF
   END-PERFORM.
   IF contactIdx = 0 THEN
     ADD 1 TO noContactCount
     GO TO QUEUE-OUTBOUND-MESSAGE-EXIT
   END-IF.
   OPEN EXTEND outboundFile.
   IF outboundFileStatus NOT = "00" AND outboundFileStatus NOT = "05" THEN
     DISPLAY "HELLO: unable to open outbound message file, status="
       outboundFileStatus
     SET runHasWarnings TO TRUE
     GO TO QUEUE-OUTBOUND-MESSAGE-EXIT
   END-IF.
   MOVE SPACES TO outboundRecord.
   STRING auditTimestamp(1:8) DELIMITED BY SIZE
     "-" DELIMITED BY SIZE
     auditSequenceNumber DELIMITED BY SIZE
     "|" DELIMITED BY SIZE
     FUNCTION TRIM(currentEmployeeId) DELIMITED BY SIZE
     "|" DELIMITED BY SIZE
     FUNCTION TRIM(ctChannel(contactIdx)) DELIMITED BY SIZE
     "|" DELIMITED BY SIZE
     FUNCTION TRIM(ctAddress(contactIdx)) DELIMITED BY SIZE
     "|" DELIMITED BY SIZE
     FUNCTION TRIM(RETURNED-MESSAGE) DELIMITED BY SIZE
     INTO outboundRecord.
   WRITE outboundRecord.
   CLOSE outboundFile.
   ADD 1 TO outboundQueuedCount.
QUEUE-OUTBOUND-MESSAGE-EXIT.
   EXIT.

PROCESS-DELIVERY-STATUS.
   MOVE 0 TO deliveryStatusEofFlag.
   OPEN INPUT deliveryStatusFile.
   IF deliveryStatusFileStatus NOT = "00" THEN
     CLOSE deliveryStatusFile
     GO TO PROCESS-DELIVERY-STATUS-EXIT
   END-IF.
   OPEN OUTPUT deliveryExceptionFile.
   IF deliveryExceptionFileStatus NOT = "00" THEN
     DISPLAY "HELLO: unable to open delivery exceptions report, status="
       deliveryExceptionFileStatus
     SET runHasWarnings TO TRUE
     CLOSE deliveryStatusFile
     GO TO PROCESS-DELIVERY-STATUS-EXIT
   END-IF.
   MOVE SPACES TO deliveryExceptionRecord.
   STRING "DELIVERY EXCEPTIONS " DELIMITED BY SIZE
     FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
     INTO deliveryExceptionRecord.
   WRITE deliveryExceptionRecord.
   PERFORM UNTIL endOfDeliveryStatus
     READ deliveryStatusFile
       AT END SET endOfDeliveryStatus TO TRUE
       NOT AT END
         PERFORM CHECK-ONE-DELIVERY-STATUS
           THRU CHECK-ONE-DELIVERY-STATUS-EXIT
     END-READ
   END-PERFORM.
   MOVE SPACES TO deliveryExceptionRecord.
   STRING "TOTAL statusRecords=" DELIMITED BY SIZE
     deliveryStatusReadCount DELIMITED BY SIZE
     " notDelivered=" DELIMITED BY SIZE
     deliveryExceptionCount DELIMITED BY SIZE
     INTO deliveryExceptionRecord.
   WRITE deliveryExceptionRecord.
   CLOSE deliveryExceptionFile.
   CLOSE deliveryStatusFile.
   MOVE SPACES TO doneStatusFileName.
   STRING "hello_delivery_status." DELIMITED BY SIZE
     FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
     ".done" DELIMITED BY SIZE
     INTO doneStatusFileName.
   MOVE SPACES TO systemCommand.
   STRING "mv hello_delivery_status.dat " DELIMITED BY SIZE
     FUNCTION TRIM(doneStatusFileName) DELIMITED BY SIZE
     INTO systemCommand.
   CALL "SYSTEM" USING systemCommand.
   DISPLAY "HELLO: delivery status records=" deliveryStatusReadCount
     " notDelivered=" deliveryExceptionCount.
   IF deliveryExceptionCount > 0 THEN
     DISPLAY "HELLO: WARNING - " deliveryExceptionCount
       " greetings were not delivered, see hello_delivery_exceptions.txt"
     SET runHasWarnings TO TRUE
   END-IF.
PROCESS-DELIVERY-STATUS-EXIT.
   EXIT.

CHECK-ONE-DELIVERY-STATUS.
   IF deliveryStatusRecord = SPACES
       OR deliveryStatusRecord(1:1) = '#' THEN
     GO TO CHECK-ONE-DELIVERY-STATUS-EXIT
   END-IF.
   ADD 1 TO deliveryStatusReadCount.
   MOVE SPACES TO deliveryMessageIdPart deliveryEmployeeIdPart
     deliveryChannelPart deliveryAddressPart deliveryStatusPart
     deliveryReasonPart.
   UNSTRING deliveryStatusRecord DELIMITED BY '|'
     INTO deliveryMessageIdPart, deliveryEmployeeIdPart,
       deliveryChannelPart, deliveryAddressPart, deliveryStatusPart,
       deliveryReasonPart.
   IF FUNCTION UPPER-CASE(FUNCTION TRIM(deliveryStatusPart))
       = "DELIVERED" THEN
     GO TO CHECK-ONE-DELIVERY-STATUS-EXIT
   END-IF.
   ADD 1 TO deliveryExceptionCount.
   MOVE SPACES TO deliveryExceptionRecord.
   STRING FUNCTION UPPER-CASE(FUNCTION TRIM(deliveryStatusPart))
       DELIMITED BY SIZE
     " " DELIMITED BY SIZE
     FUNCTION TRIM(deliveryMessageIdPart) DELIMITED BY SIZE
     " employee=" DELIMITED BY SIZE
     FUNCTION TRIM(deliveryEmployeeIdPart) DELIMITED BY SIZE
     " " DELIMITED BY SIZE
     FUNCTION TRIM(deliveryChannelPart) DELIMITED BY SIZE
     " " DELIMITED BY SIZE
     FUNCTION TRIM(deliveryAddressPart) DELIMITED BY SIZE
     " reason=" DELIMITED BY SIZE
     FUNCTION TRIM(deliveryReasonPart) DELIMITED BY SIZE
     INTO deliveryExceptionRecord.
   WRITE deliveryExceptionRecord.
CHECK-ONE-DELIVERY-STATUS-EXIT.
   EXIT.
