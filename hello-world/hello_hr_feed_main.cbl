IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-HR-FEED.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT rosterFile ASSIGN TO rosterFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS rosterFileStatus.

      SELECT hrExtractFile ASSIGN TO hrExtractFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS hrExtractFileStatus.

      SELECT OPTIONAL preferredNameFile
         ASSIGN TO "hello_preferred_names.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS preferredNameFileStatus.

      SELECT ChangeReportFile ASSIGN TO changeReportFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS changeReportFileStatus.

DATA DIVISION.
   FILE SECTION.
   FD rosterFile.
   01 rosterFileRecord PIC X(90).

   FD hrExtractFile.
   01 hrExtractFileRecord PIC X(120).

   FD preferredNameFile.
   01 preferredNameFileRecord PIC X(130).

   FD ChangeReportFile.
   01 changeReportRecord PIC X(200).

   WORKING-STORAGE SECTION.
   01 rosterFileName PIC X(256).
   01 rosterFileStatus PIC XX VALUE "00".
   01 rosterEofFlag PIC 9 VALUE 0.
      88 endOfRoster VALUE 1.

   01 hrExtractFileName PIC X(256).
   01 hrExtractFileStatus PIC XX VALUE "00".
   01 hrExtractEofFlag PIC 9 VALUE 0.
      88 endOfHrExtract VALUE 1.

   01 preferredNameFileStatus PIC XX VALUE "00".
   01 preferredNameEofFlag PIC 9 VALUE 0.
      88 endOfPreferredNames VALUE 1.
   01 preferredNamesChangedFlag PIC 9 VALUE 0.
      88 preferredNamesChanged VALUE 1.

   01 changeReportFileName PIC X(256) VALUE SPACES.
   01 changeReportFileStatus PIC XX VALUE "00".
   01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

   01 RosterTable.
      02 RosterEntry OCCURS 2000 TIMES.
         03 reName PIC X(50).
         03 reLanguage PIC X(2).
         03 reEmployeeId PIC X(10).
         03 reDepartment PIC X(20).
   01 rosterEntryCount PIC 9(4) VALUE 0.
   01 rosterCountBefore PIC 9(4) VALUE 0.
   01 reIdx PIC 9(4).
   01 matchIdx PIC 9(4) VALUE 0.
   01 rosterNamePart PIC X(50).
   01 rosterLangPart PIC X(2).
   01 rosterEmployeeIdPart PIC X(10).
   01 rosterDepartmentPart PIC X(20).
   01 rosterTrailerMarker PIC X(8).
   01 rosterTrailerCount PIC 9(9).

   01 HrExtractTable.
      02 HrExtractEntry OCCURS 2000 TIMES.
         03 hxLineNumber PIC 9(6).
         03 hxEmployeeId PIC X(10).
         03 hxName PIC X(50).
         03 hxDepartment PIC X(20).
         03 hxLanguage PIC X(2).
         03 hxStatus PIC X(10).
   01 hrExtractCount PIC 9(4) VALUE 0.
   01 hxIdx PIC 9(4).
   01 hrExtractLineNumber PIC 9(6) VALUE 0.
   01 hrExtractTrailerFlag PIC 9 VALUE 0.
      88 hrExtractHasTrailer VALUE 1.
   01 hrExtractTrailerCount PIC 9(9) VALUE 0.
   01 hrTrailerCountPart PIC X(20).
   01 hrExtractOverflowCount PIC 9(6) VALUE 0.
   01 hrLanguagePart PIC X(10).

   01 PreferredNameTable.
      02 PreferredNameEntry OCCURS 500 TIMES.
         03 pnName PIC X(50).
         03 pnPreferred PIC X(50).
         03 pnHonorific PIC X(20).
   01 preferredNameCount PIC 9(4) VALUE 0.
   01 pnIdx PIC 9(4).

   01 returnedMessage PIC X(90).
   01 validationName PIC X(50).
   01 validationLanguage PIC X(2).
   01 nameRejectedFlag PIC 9.
      88 nameIsRejected VALUE 1.

   01 changeAction PIC X(10).
   01 beforeValuesText PIC X(80).
   01 afterValuesText PIC X(80).
   01 entryValuesText PIC X(80).
   01 rejectReasonText PIC X(60).

   01 addedCount PIC 9(6) VALUE 0.
   01 changedCount PIC 9(6) VALUE 0.
   01 terminatedCount PIC 9(6) VALUE 0.
   01 unchangedCount PIC 9(6) VALUE 0.
   01 rejectedCount PIC 9(6) VALUE 0.
   01 preferredRemovedCount PIC 9(6) VALUE 0.

   01 reportLineText PIC X(200).

PROCEDURE DIVISION.
   ACCEPT rosterFileName FROM ARGUMENT-VALUE.
   ACCEPT hrExtractFileName FROM ARGUMENT-VALUE.
   ACCEPT changeReportFileName FROM ARGUMENT-VALUE.

   DISPLAY "HELLO-HR-FEED: job started " FUNCTION CURRENT-DATE(1:14)
     " roster=" FUNCTION TRIM(rosterFileName)
     " extract=" FUNCTION TRIM(hrExtractFileName).

   PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
   PERFORM LOAD-HR-EXTRACT THRU LOAD-HR-EXTRACT-EXIT.
   IF hrExtractHasTrailer
       AND hrExtractTrailerCount NOT = hrExtractCount
         + hrExtractOverflowCount THEN
     DISPLAY "HELLO-HR-FEED: job NOT started - extract trailer count "
       hrExtractTrailerCount " does not match detail records "
       hrExtractCount
     MOVE 8 TO RETURN-CODE
     GOBACK
   END-IF.
   IF hrExtractOverflowCount > 0 THEN
     DISPLAY "HELLO-HR-FEED: job NOT started - extract exceeds "
       "2000 records, " hrExtractOverflowCount " not loaded"
     MOVE 8 TO RETURN-CODE
     GOBACK
   END-IF.
   PERFORM LOAD-PREFERRED-NAMES THRU LOAD-PREFERRED-NAMES-EXIT.

   IF changeReportFileName NOT = SPACES THEN
     SET reportToFile TO TRUE
     OPEN OUTPUT ChangeReportFile
   END-IF.
   MOVE SPACES TO reportLineText.
   STRING "HR FEED CHANGE REPORT " DELIMITED BY SIZE
     FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
     " EXTRACT " DELIMITED BY SIZE
     FUNCTION TRIM(hrExtractFileName) DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.

   PERFORM VARYING hxIdx FROM 1 BY 1 UNTIL hxIdx > hrExtractCount
     PERFORM APPLY-ONE-HR-RECORD THRU APPLY-ONE-HR-RECORD-EXIT
   END-PERFORM.

   IF addedCount + changedCount + terminatedCount > 0 THEN
     PERFORM REWRITE-ROSTER THRU REWRITE-ROSTER-EXIT
   END-IF.
   IF preferredNamesChanged THEN
     PERFORM REWRITE-PREFERRED-NAMES THRU REWRITE-PREFERRED-NAMES-EXIT
   END-IF.

   MOVE SPACES TO reportLineText.
   STRING "TOTALS added=" DELIMITED BY SIZE
     addedCount DELIMITED BY SIZE
     " changed=" DELIMITED BY SIZE
     changedCount DELIMITED BY SIZE
     " terminated=" DELIMITED BY SIZE
     terminatedCount DELIMITED BY SIZE
     " unchanged=" DELIMITED BY SIZE
     unchangedCount DELIMITED BY SIZE
     " rejected=" DELIMITED BY SIZE
     rejectedCount DELIMITED BY SIZE
     " rosterBefore=" DELIMITED BY SIZE
     rosterCountBefore DELIMITED BY SIZE
     " rosterAfter=" DELIMITED BY SIZE
     rosterEntryCount DELIMITED BY SIZE
     " preferredNamesRemoved=" DELIMITED BY SIZE
     preferredRemovedCount DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.
   IF reportToFile THEN
     CLOSE ChangeReportFile
   END-IF.

   DISPLAY "HELLO-HR-FEED: job ended " FUNCTION CURRENT-DATE(1:14)
     " added=" addedCount " changed=" changedCount
     " terminated=" terminatedCount " rejected=" rejectedCount.
   IF RETURN-CODE = 0 AND rejectedCount > 0 THEN
     DISPLAY "HELLO-HR-FEED: job completed WITH WARNINGS"
     MOVE 4 TO RETURN-CODE
   END-IF.
   GOBACK.

LOAD-ROSTER.
   OPEN INPUT rosterFile.
   IF rosterFileStatus NOT = "00" THEN
     DISPLAY "HELLO-HR-FEED: unable to open roster "
       FUNCTION TRIM(rosterFileName) ", status=" rosterFileStatus
     MOVE 1 TO RETURN-CODE
     GOBACK
   END-IF.
   PERFORM UNTIL endOfRoster
     READ rosterFile
       AT END SET endOfRoster TO TRUE
       NOT AT END
         MOVE rosterFileRecord(1:8) TO rosterTrailerMarker
         IF rosterFileRecord NOT = SPACES
             AND rosterTrailerMarker NOT = "TRAILER,"
             AND rosterEntryCount < 2000 THEN
           ADD 1 TO rosterEntryCount
           MOVE SPACES TO rosterNamePart rosterLangPart
             rosterEmployeeIdPart rosterDepartmentPart
           UNSTRING rosterFileRecord DELIMITED BY ","
             INTO rosterNamePart, rosterLangPart,
               rosterEmployeeIdPart, rosterDepartmentPart
           MOVE rosterNamePart TO reName(rosterEntryCount)
           MOVE rosterLangPart TO reLanguage(rosterEntryCount)
           MOVE rosterEmployeeIdPart TO reEmployeeId(rosterEntryCount)
           MOVE rosterDepartmentPart TO reDepartment(rosterEntryCount)
         END-IF
     END-READ
   END-PERFORM.
   CLOSE rosterFile.
   MOVE rosterEntryCount TO rosterCountBefore.
LOAD-ROSTER-EXIT.
   EXIT.

LOAD-HR-EXTRACT.
   OPEN INPUT hrExtractFile.
   IF hrExtractFileStatus NOT = "00" THEN
     DISPLAY "HELLO-HR-FEED: unable to open extract "
       FUNCTION TRIM(hrExtractFileName) ", status=" hrExtractFileStatus
     MOVE 1 TO RETURN-CODE
     GOBACK
   END-IF.
   PERFORM UNTIL endOfHrExtract
     READ hrExtractFile
       AT END SET endOfHrExtract TO TRUE
       NOT AT END
         ADD 1 TO hrExtractLineNumber
         PERFORM LOAD-ONE-HR-LINE THRU LOAD-ONE-HR-LINE-EXIT
     END-READ
   END-PERFORM.
   CLOSE hrExtractFile.
LOAD-HR-EXTRACT-EXIT.
   EXIT.

LOAD-ONE-HR-LINE.
   IF hrExtractFileRecord = SPACES
       OR hrExtractFileRecord(1:1) = '#' THEN
     GO TO LOAD-ONE-HR-LINE-EXIT
   END-IF.
   IF hrExtractFileRecord(1:8) = "TRAILER," THEN
     MOVE SPACES TO hrTrailerCountPart
     UNSTRING hrExtractFileRecord(9:) DELIMITED BY ','
       INTO hrTrailerCountPart
     COMPUTE hrExtractTrailerCount
       = FUNCTION NUMVAL(FUNCTION TRIM(hrTrailerCountPart))
     SET hrExtractHasTrailer TO TRUE
     GO TO LOAD-ONE-HR-LINE-EXIT
   END-IF.
   IF hrExtractCount >= 2000 THEN
     ADD 1 TO hrExtractOverflowCount
     GO TO LOAD-ONE-HR-LINE-EXIT
   END-IF.
   ADD 1 TO hrExtractCount.
   MOVE SPACES TO HrExtractEntry(hrExtractCount) hrLanguagePart.
   MOVE hrExtractLineNumber TO hxLineNumber(hrExtractCount).
   UNSTRING hrExtractFileRecord DELIMITED BY ','
     INTO hxEmployeeId(hrExtractCount), hxName(hrExtractCount),
       hxDepartment(hrExtractCount), hrLanguagePart,
       hxStatus(hrExtractCount).
   MOVE FUNCTION TRIM(hxEmployeeId(hrExtractCount))
     TO hxEmployeeId(hrExtractCount).
   MOVE FUNCTION TRIM(hxName(hrExtractCount)) TO hxName(hrExtractCount).
   MOVE FUNCTION TRIM(hxDepartment(hrExtractCount))
     TO hxDepartment(hrExtractCount).
   MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(hrLanguagePart))
     TO hxLanguage(hrExtractCount).
   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(hxStatus(hrExtractCount)))
     TO hxStatus(hrExtractCount).
LOAD-ONE-HR-LINE-EXIT.
   EXIT.

LOAD-PREFERRED-NAMES.
   OPEN INPUT preferredNameFile.
   IF preferredNameFileStatus NOT = "00" THEN
     SET endOfPreferredNames TO TRUE
   END-IF.
   PERFORM UNTIL endOfPreferredNames
     READ preferredNameFile
       AT END SET endOfPreferredNames TO TRUE
       NOT AT END
         IF preferredNameFileRecord NOT = SPACES
             AND preferredNameCount < 500 THEN
           ADD 1 TO preferredNameCount
           MOVE SPACES TO PreferredNameEntry(preferredNameCount)
           UNSTRING preferredNameFileRecord DELIMITED BY ','
             INTO pnName(preferredNameCount),
               pnPreferred(preferredNameCount),
               pnHonorific(preferredNameCount)
         END-IF
     END-READ
   END-PERFORM.
   CLOSE preferredNameFile.
LOAD-PREFERRED-NAMES-EXIT.
   EXIT.

APPLY-ONE-HR-RECORD.
   IF hxEmployeeId(hxIdx) = SPACES THEN
     MOVE "employee ID is missing" TO rejectReasonText
     PERFORM REJECT-HR-RECORD
     GO TO APPLY-ONE-HR-RECORD-EXIT
   END-IF.
   PERFORM FIND-ROSTER-EMPLOYEE THRU FIND-ROSTER-EMPLOYEE-EXIT.
   EVALUATE hxStatus(hxIdx)(1:1)
     WHEN 'T'
       PERFORM TERMINATE-ROSTER-EMPLOYEE
         THRU TERMINATE-ROSTER-EMPLOYEE-EXIT
     WHEN 'A'
       IF hxName(hxIdx) = SPACES THEN
         MOVE "employee name is missing" TO rejectReasonText
         PERFORM REJECT-HR-RECORD
         GO TO APPLY-ONE-HR-RECORD-EXIT
       END-IF
       MOVE hxName(hxIdx) TO validationName
       MOVE hxLanguage(hxIdx) TO validationLanguage
       MOVE 0 TO nameRejectedFlag
       CALL "HELLO-MESSAGE" USING returnedMessage,
         BY CONTENT validationName, BY CONTENT validationLanguage,
         BY REFERENCE nameRejectedFlag
       IF nameIsRejected THEN
         MOVE "employee name has invalid characters" TO rejectReasonText
         PERFORM REJECT-HR-RECORD
         GO TO APPLY-ONE-HR-RECORD-EXIT
       END-IF
       IF matchIdx = 0 THEN
         PERFORM ADD-ROSTER-EMPLOYEE THRU ADD-ROSTER-EMPLOYEE-EXIT
       ELSE
         PERFORM CHANGE-ROSTER-EMPLOYEE THRU CHANGE-ROSTER-EMPLOYEE-EXIT
       END-IF
     WHEN OTHER
       MOVE SPACES TO rejectReasonText
       STRING "unknown status " DELIMITED BY SIZE
         FUNCTION TRIM(hxStatus(hxIdx)) DELIMITED BY SIZE
         ", expected A or T" DELIMITED BY SIZE
         INTO rejectReasonText
       PERFORM REJECT-HR-RECORD
   END-EVALUATE.
APPLY-ONE-HR-RECORD-EXIT.
   EXIT.

FIND-ROSTER-EMPLOYEE.
   MOVE 0 TO matchIdx.
   PERFORM VARYING reIdx FROM 1 BY 1
     UNTIL reIdx > rosterEntryCount OR matchIdx > 0
     IF FUNCTION TRIM(reEmployeeId(reIdx)) = hxEmployeeId(hxIdx) THEN
       MOVE reIdx TO matchIdx
     END-IF
   END-PERFORM.
   IF matchIdx > 0 OR hxStatus(hxIdx)(1:1) NOT = 'A' THEN
     GO TO FIND-ROSTER-EMPLOYEE-EXIT
   END-IF.
   PERFORM VARYING reIdx FROM 1 BY 1
     UNTIL reIdx > rosterEntryCount OR matchIdx > 0
     IF reEmployeeId(reIdx) = SPACES
         AND FUNCTION UPPER-CASE(FUNCTION TRIM(reName(reIdx)))
           = FUNCTION UPPER-CASE(hxName(hxIdx)) THEN
       MOVE reIdx TO matchIdx
     END-IF
   END-PERFORM.
FIND-ROSTER-EMPLOYEE-EXIT.
   EXIT.

ADD-ROSTER-EMPLOYEE.
   IF rosterEntryCount >= 2000 THEN
     MOVE "roster is full, joiner not added" TO rejectReasonText
     PERFORM REJECT-HR-RECORD
     GO TO ADD-ROSTER-EMPLOYEE-EXIT
   END-IF.
   ADD 1 TO rosterEntryCount.
   MOVE hxName(hxIdx) TO reName(rosterEntryCount).
   MOVE hxLanguage(hxIdx) TO reLanguage(rosterEntryCount).
   MOVE hxEmployeeId(hxIdx) TO reEmployeeId(rosterEntryCount).
   MOVE hxDepartment(hxIdx) TO reDepartment(rosterEntryCount).
   MOVE rosterEntryCount TO reIdx.
   PERFORM FORMAT-ROSTER-VALUES.
   MOVE "(none)" TO beforeValuesText.
   MOVE entryValuesText TO afterValuesText.
   MOVE "ADD" TO changeAction.
   PERFORM WRITE-CHANGE-LINE.
   ADD 1 TO addedCount.
ADD-ROSTER-EMPLOYEE-EXIT.
   EXIT.

CHANGE-ROSTER-EMPLOYEE.
   IF FUNCTION TRIM(reName(matchIdx)) = hxName(hxIdx)
       AND reLanguage(matchIdx) = hxLanguage(hxIdx)
       AND FUNCTION TRIM(reEmployeeId(matchIdx)) = hxEmployeeId(hxIdx)
       AND FUNCTION TRIM(reDepartment(matchIdx)) = hxDepartment(hxIdx)
       THEN
     ADD 1 TO unchangedCount
     GO TO CHANGE-ROSTER-EMPLOYEE-EXIT
   END-IF.
   MOVE matchIdx TO reIdx.
   PERFORM FORMAT-ROSTER-VALUES.
   MOVE entryValuesText TO beforeValuesText.
   MOVE hxName(hxIdx) TO reName(matchIdx).
   MOVE hxLanguage(hxIdx) TO reLanguage(matchIdx).
   MOVE hxEmployeeId(hxIdx) TO reEmployeeId(matchIdx).
   MOVE hxDepartment(hxIdx) TO reDepartment(matchIdx).
   PERFORM FORMAT-ROSTER-VALUES.
   MOVE entryValuesText TO afterValuesText.
   MOVE "CHANGE" TO changeAction.
   PERFORM WRITE-CHANGE-LINE.
   ADD 1 TO changedCount.
CHANGE-ROSTER-EMPLOYEE-EXIT.
   EXIT.

TERMINATE-ROSTER-EMPLOYEE.
   IF matchIdx = 0 THEN
     MOVE "terminated employee is not on the roster" TO rejectReasonText
     PERFORM REJECT-HR-RECORD
     GO TO TERMINATE-ROSTER-EMPLOYEE-EXIT
   END-IF.
   MOVE matchIdx TO reIdx.
   PERFORM FORMAT-ROSTER-VALUES.
   MOVE entryValuesText TO beforeValuesText.
   MOVE "(removed)" TO afterValuesText.
   MOVE "TERMINATE" TO changeAction.
   PERFORM WRITE-CHANGE-LINE.
   PERFORM REMOVE-PREFERRED-NAME THRU REMOVE-PREFERRED-NAME-EXIT.
   PERFORM VARYING reIdx FROM matchIdx BY 1
     UNTIL reIdx >= rosterEntryCount
     MOVE RosterEntry(reIdx + 1) TO RosterEntry(reIdx)
   END-PERFORM.
   SUBTRACT 1 FROM rosterEntryCount.
   ADD 1 TO terminatedCount.
TERMINATE-ROSTER-EMPLOYEE-EXIT.
   EXIT.

REMOVE-PREFERRED-NAME.
   MOVE 0 TO pnIdx.
   PERFORM VARYING reIdx FROM 1 BY 1
     UNTIL reIdx > preferredNameCount OR pnIdx > 0
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(pnName(reIdx)))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(reName(matchIdx))) THEN
       MOVE reIdx TO pnIdx
     END-IF
   END-PERFORM.
   IF pnIdx = 0 THEN
     GO TO REMOVE-PREFERRED-NAME-EXIT
   END-IF.
   MOVE SPACES TO beforeValuesText.
   STRING FUNCTION TRIM(pnName(pnIdx)) DELIMITED BY SIZE
     "," DELIMITED BY SIZE
     FUNCTION TRIM(pnPreferred(pnIdx)) DELIMITED BY SIZE
     "," DELIMITED BY SIZE
     FUNCTION TRIM(pnHonorific(pnIdx)) DELIMITED BY SIZE
     INTO beforeValuesText.
   MOVE "(removed)" TO afterValuesText.
   MOVE "PREFNAME" TO changeAction.
   PERFORM WRITE-CHANGE-LINE.
   PERFORM VARYING reIdx FROM pnIdx BY 1
     UNTIL reIdx >= preferredNameCount
     MOVE PreferredNameEntry(reIdx + 1) TO PreferredNameEntry(reIdx)
   END-PERFORM.
   SUBTRACT 1 FROM preferredNameCount.
   SET preferredNamesChanged TO TRUE.
   ADD 1 TO preferredRemovedCount.
REMOVE-PREFERRED-NAME-EXIT.
   EXIT.

FORMAT-ROSTER-VALUES.
   MOVE SPACES TO entryValuesText.
   STRING FUNCTION TRIM(reName(reIdx)) DELIMITED BY SIZE
     "," DELIMITED BY SIZE
     FUNCTION TRIM(reLanguage(reIdx)) DELIMITED BY SIZE
     "," DELIMITED BY SIZE
     FUNCTION TRIM(reDepartment(reIdx)) DELIMITED BY SIZE
     INTO entryValuesText.

REJECT-HR-RECORD.
   ADD 1 TO rejectedCount.
   MOVE SPACES TO reportLineText.
   STRING "REJECT    " DELIMITED BY SIZE
     hxEmployeeId(hxIdx) DELIMITED BY SIZE
     " line " DELIMITED BY SIZE
     hxLineNumber(hxIdx) DELIMITED BY SIZE
     ": " DELIMITED BY SIZE
     FUNCTION TRIM(rejectReasonText) DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.

WRITE-CHANGE-LINE.
   MOVE SPACES TO reportLineText.
   STRING changeAction DELIMITED BY SIZE
     hxEmployeeId(hxIdx) DELIMITED BY SIZE
     " before=" DELIMITED BY SIZE
     FUNCTION TRIM(beforeValuesText) DELIMITED BY SIZE
     " after=" DELIMITED BY SIZE
     FUNCTION TRIM(afterValuesText) DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.

REWRITE-ROSTER.
   OPEN OUTPUT rosterFile.
   IF rosterFileStatus NOT = "00" THEN
     DISPLAY "HELLO-HR-FEED: unable to rewrite roster "
       FUNCTION TRIM(rosterFileName) ", status=" rosterFileStatus
     MOVE 8 TO RETURN-CODE
     GO TO REWRITE-ROSTER-EXIT
   END-IF.
   PERFORM VARYING reIdx FROM 1 BY 1 UNTIL reIdx > rosterEntryCount
     MOVE SPACES TO rosterFileRecord
     IF reEmployeeId(reIdx) = SPACES AND reDepartment(reIdx) = SPACES
       STRING
         FUNCTION TRIM(reName(reIdx)) DELIMITED BY SIZE
         "," DELIMITED BY SIZE
         FUNCTION TRIM(reLanguage(reIdx)) DELIMITED BY SIZE
         INTO rosterFileRecord
       END-STRING
     ELSE
       STRING
         FUNCTION TRIM(reName(reIdx)) DELIMITED BY SIZE
         "," DELIMITED BY SIZE
         FUNCTION TRIM(reLanguage(reIdx)) DELIMITED BY SIZE
         "," DELIMITED BY SIZE
         FUNCTION TRIM(reEmployeeId(reIdx)) DELIMITED BY SIZE
         "," DELIMITED BY SIZE
         FUNCTION TRIM(reDepartment(reIdx)) DELIMITED BY SIZE
         INTO rosterFileRecord
       END-STRING
     END-IF
     WRITE rosterFileRecord
   END-PERFORM.
   MOVE rosterEntryCount TO rosterTrailerCount.
   MOVE SPACES TO rosterFileRecord.
   STRING "TRAILER," DELIMITED BY SIZE
     rosterTrailerCount DELIMITED BY SIZE
     INTO rosterFileRecord.
   WRITE rosterFileRecord.
   CLOSE rosterFile.
REWRITE-ROSTER-EXIT.
   EXIT.

REWRITE-PREFERRED-NAMES.
   OPEN OUTPUT preferredNameFile.
   IF preferredNameFileStatus NOT = "00" THEN
     DISPLAY "HELLO-HR-FEED: unable to rewrite preferred names, status="
       preferredNameFileStatus
     MOVE 8 TO RETURN-CODE
     GO TO REWRITE-PREFERRED-NAMES-EXIT
   END-IF.
   PERFORM VARYING pnIdx FROM 1 BY 1 UNTIL pnIdx > preferredNameCount
     MOVE SPACES TO preferredNameFileRecord
     STRING
       FUNCTION TRIM(pnName(pnIdx)) DELIMITED BY SIZE
       ',' DELIMITED BY SIZE
       FUNCTION TRIM(pnPreferred(pnIdx)) DELIMITED BY SIZE
       ',' DELIMITED BY SIZE
       FUNCTION TRIM(pnHonorific(pnIdx)) DELIMITED BY SIZE
       INTO preferredNameFileRecord
     END-STRING
     WRITE preferredNameFileRecord
   END-PERFORM.
   CLOSE preferredNameFile.
REWRITE-PREFERRED-NAMES-EXIT.
   EXIT.

WRITE-REPORT-LINE.
   IF reportToFile THEN
     MOVE reportLineText TO changeReportRecord
     WRITE changeReportRecord
   ELSE
     DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
   END-IF.
