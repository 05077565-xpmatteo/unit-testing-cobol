IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-ATTENDANCE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT rosterFile ASSIGN TO rosterFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS rosterFileStatus.

      SELECT OPTIONAL shiftFile ASSIGN TO "hello_shifts.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS shiftFileStatus.

      SELECT OPTIONAL auditFile ASSIGN TO auditFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS auditFileStatus.

      SELECT CandidateFile ASSIGN TO candidateListFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS candidateFileStatus.

      SELECT AttendanceReportFile ASSIGN TO attendanceReportFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS attendanceReportFileStatus.

DATA DIVISION.
   FILE SECTION.
   FD rosterFile.
   01 rosterFileRecord PIC X(90).

   FD shiftFile.
   01 shiftFileRecord PIC X(80).

   FD auditFile.
   01 auditFileRecord PIC X(250).

   FD CandidateFile.
   01 candidateFileRecord PIC X(300).

   FD AttendanceReportFile.
   01 attendanceReportRecord PIC X(120).

   WORKING-STORAGE SECTION.
   01 rosterFileName PIC X(256).
   01 rosterFileStatus PIC XX VALUE "00".
   01 rosterEofFlag PIC 9 VALUE 0.
      88 endOfRoster VALUE 1.

   01 shiftFileStatus PIC XX VALUE "00".
   01 shiftEofFlag PIC 9 VALUE 0.
      88 endOfShifts VALUE 1.

   01 auditFileName PIC X(256).
   01 auditFileStatus PIC XX VALUE "00".
   01 auditEofFlag PIC 9 VALUE 0.
      88 endOfAudit VALUE 1.

   01 candidateListFileName PIC X(40)
      VALUE "hello_attendance_candidates.tmp".
   01 candidateFileStatus PIC XX VALUE "00".
   01 candidateEofFlag PIC 9 VALUE 0.
      88 endOfCandidates VALUE 1.

   01 attendanceReportFileName PIC X(256) VALUE SPACES.
   01 attendanceReportFileStatus PIC XX VALUE "00".
   01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

   01 daysBackArg PIC X(4) VALUE SPACES.
   01 daysBack PIC 9(4) VALUE 7.
   01 todayInteger PIC 9(8).
   01 firstInteger PIC 9(8).
   01 firstDate PIC 9(8).
   01 todayDate PIC 9(8).
   01 dayInteger PIC 9(8).
   01 dayNumber PIC 9(3).
   01 entryDate PIC X(8).
   01 entryDateNumber PIC 9(8).
   01 entryTime PIC X(6).

   01 entryUserPart PIC X(250).
   01 entryRemainderPart PIC X(250).
   01 entryDiscardPart PIC X(250).
   01 entryUserKey PIC X(50).

   01 maskOutputName PIC X(20) VALUE "HELLO-AUDIT".
   01 reportMaskOutputName PIC X(20) VALUE "ATTENDANCE".
   01 maskFieldName PIC X(20) VALUE "EMPLOYEE-NAME".
   01 maskValue PIC X(100).
   01 maskResult PIC X(100).

   01 RosterTable.
      02 RosterEntry OCCURS 2000 TIMES.
         03 reName PIC X(50).
         03 reNameKey PIC X(50).
         03 reMaskedKey PIC X(50).
         03 reReportName PIC X(50).
         03 reEmployeeId PIC X(10).
         03 reDepartment PIC X(20).
   01 rosterEntryCount PIC 9(4) VALUE 0.
   01 reIdx PIC 9(4).
   01 rosterNamePart PIC X(50).
   01 rosterLangPart PIC X(2).
   01 rosterEmployeeIdPart PIC X(10).
   01 rosterDepartmentPart PIC X(20).
   01 rosterTrailerMarker PIC X(8).

   01 RosterOrderTable.
      02 RosterOrderEntry OCCURS 2000 TIMES.
         03 roSortKey PIC X(70).
         03 roRosterIdx PIC 9(4).
   01 roIdx PIC 9(4).
   01 sortOuterIdx PIC 9(4).
   01 sortInnerIdx PIC 9(4).
   01 swapOrderEntry PIC X(74).

   01 ShiftTable.
      02 ShiftEntry OCCURS 500 TIMES.
         03 shKey PIC X(20).
         03 shStartTime PIC 9(4).
         03 shStartTimeText REDEFINES shStartTime.
            04 shStartHour PIC 99.
            04 shStartMinute PIC 99.
         03 shGraceMinutes PIC 9(3).
         03 shWorkDays PIC X(7).
   01 shiftCount PIC 9(4) VALUE 0.
   01 shIdx PIC 9(4).
   01 shiftIdx PIC 9(4) VALUE 0.
   01 shiftLineNumber PIC 9(6) VALUE 0.
   01 shiftKeyPart PIC X(20).
   01 shiftStartPart PIC X(10).
   01 shiftGracePart PIC X(10).
   01 shiftDaysPart PIC X(10).
   01 shiftLinesIgnoredCount PIC 9(6) VALUE 0.

   01 ArrivalTable.
      02 ArrivalEntry OCCURS 30000 TIMES.
         03 arRosterIdx PIC 9(4).
         03 arDayNumber PIC 9(3).
         03 arTime PIC X(6).
         03 arTimeText REDEFINES arTime.
            04 arHour PIC 99.
            04 arMinute PIC 99.
            04 arSecond PIC 99.
   01 arrivalCount PIC 9(5) VALUE 0.
   01 arIdx PIC 9(5).
   01 arrivalIdx PIC 9(5) VALUE 0.
   01 arrivalsDroppedCount PIC 9(6) VALUE 0.

   01 PeriodDayTable.
      02 PeriodDay OCCURS 92 TIMES.
         03 pdDate PIC 9(8).
         03 pdDateText REDEFINES pdDate.
            04 pdYearMonth PIC X(6).
            04 pdDay PIC X(2).
         03 pdDayOfWeek PIC 9.
         03 pdWeekIdx PIC 9(2).
         03 pdMonthIdx PIC 9.
   01 periodDayCount PIC 9(3) VALUE 0.
   01 pdIdx PIC 9(3).
   01 WeekStartTable.
      02 weekStartDate PIC 9(8) OCCURS 16 TIMES.
   01 weekCount PIC 9(2) VALUE 0.
   01 wkIdx PIC 9(2).
   01 MonthKeyTable.
      02 monthKey PIC X(6) OCCURS 5 TIMES.
   01 monthCount PIC 9 VALUE 0.
   01 mkIdx PIC 9.
   01 firstMondayInteger PIC 9(8).
   01 DayNameValues PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
   01 dayName PIC X(3).

   01 TotalsTable.
      02 TotalsLevel OCCURS 2 TIMES.
         03 WeekTotals OCCURS 16 TIMES.
            04 wtPresent PIC 9(5).
            04 wtLate PIC 9(5).
            04 wtAbsent PIC 9(5).
         03 MonthTotals OCCURS 5 TIMES.
            04 mtPresent PIC 9(5).
            04 mtLate PIC 9(5).
            04 mtAbsent PIC 9(5).
   01 levelIdx PIC 9.
   01 totalsIndent PIC X(4).

   01 workingDayFlag PIC 9 VALUE 0.
      88 isWorkingDay VALUE 1.
   01 dayStatus PIC X(16).
   01 arrivalMinutes PIC 9(4).
   01 startMinutes PIC 9(4).
   01 minutesLate PIC 9(4).
   01 minutesLateDisplay PIC ZZZ9.
   01 previousDepartment PIC X(20).

   01 presentCount PIC 9(7) VALUE 0.
   01 lateCount PIC 9(7) VALUE 0.
   01 absentCount PIC 9(7) VALUE 0.

   01 systemCommand PIC X(300).
   01 reportLineText PIC X(120).

PROCEDURE DIVISION.
   ACCEPT rosterFileName FROM ARGUMENT-VALUE.
   ACCEPT daysBackArg FROM ARGUMENT-VALUE.
   ACCEPT attendanceReportFileName FROM ARGUMENT-VALUE.

   IF daysBackArg NOT = SPACES THEN
     COMPUTE daysBack = FUNCTION NUMVAL(FUNCTION TRIM(daysBackArg))
   END-IF.
   IF daysBack = 0 THEN
     MOVE 7 TO daysBack
   END-IF.
   IF daysBack > 92 THEN
     DISPLAY "HELLO-ATTENDANCE: daysBack " daysBack
       " is more than 92, using 92"
     MOVE 92 TO daysBack
   END-IF.

   MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate.
   COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayDate).
   COMPUTE firstInteger = todayInteger - daysBack + 1.
   COMPUTE firstDate = FUNCTION DATE-OF-INTEGER(firstInteger).

   DISPLAY "HELLO-ATTENDANCE: job started " FUNCTION CURRENT-DATE(1:14)
     " roster=" FUNCTION TRIM(rosterFileName)
     " daysBack=" daysBack.

   PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
   PERFORM LOAD-SHIFTS THRU LOAD-SHIFTS-EXIT.
   PERFORM BUILD-PERIOD-CALENDAR THRU BUILD-PERIOD-CALENDAR-EXIT.
   PERFORM SCAN-AUDIT-TRAIL THRU SCAN-AUDIT-TRAIL-EXIT.
   PERFORM ORDER-ROSTER THRU ORDER-ROSTER-EXIT.

   IF attendanceReportFileName NOT = SPACES THEN
     SET reportToFile TO TRUE
     OPEN OUTPUT AttendanceReportFile
   END-IF.
   PERFORM WRITE-ATTENDANCE-REPORT THRU WRITE-ATTENDANCE-REPORT-EXIT.
   IF reportToFile THEN
     CLOSE AttendanceReportFile
   END-IF.

   IF arrivalsDroppedCount > 0 THEN
     DISPLAY "HELLO-ATTENDANCE: WARNING - " arrivalsDroppedCount
       " arrivals did not fit the arrival table"
     MOVE 4 TO RETURN-CODE
   END-IF.
   IF shiftLinesIgnoredCount > 0 THEN
     MOVE 4 TO RETURN-CODE
   END-IF.
   DISPLAY "HELLO-ATTENDANCE: job ended " FUNCTION CURRENT-DATE(1:14)
     " present=" presentCount " late=" lateCount
     " absent=" absentCount.
   GOBACK.

LOAD-ROSTER.
   OPEN INPUT rosterFile.
   IF rosterFileStatus NOT = "00" THEN
     DISPLAY "HELLO-ATTENDANCE: unable to open roster "
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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rosterNamePart))
             TO reNameKey(rosterEntryCount)
           MOVE rosterNamePart TO maskValue
           CALL "ID-MASK" USING BY CONTENT maskOutputName,
             BY CONTENT maskFieldName, BY CONTENT maskValue,
             BY REFERENCE maskResult
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(maskResult))
             TO reMaskedKey(rosterEntryCount)
           CALL "ID-MASK" USING BY CONTENT reportMaskOutputName,
             BY CONTENT maskFieldName, BY CONTENT maskValue,
             BY REFERENCE maskResult
           MOVE maskResult TO reReportName(rosterEntryCount)
           MOVE rosterEmployeeIdPart TO reEmployeeId(rosterEntryCount)
           IF rosterDepartmentPart = SPACES THEN
             MOVE "NO DEPARTMENT" TO reDepartment(rosterEntryCount)
           ELSE
             MOVE rosterDepartmentPart TO reDepartment(rosterEntryCount)
           END-IF
         END-IF
     END-READ
   END-PERFORM.
   CLOSE rosterFile.
LOAD-ROSTER-EXIT.
   EXIT.

LOAD-SHIFTS.
   OPEN INPUT shiftFile.
   IF shiftFileStatus NOT = "00" THEN
     SET endOfShifts TO TRUE
   END-IF.
   PERFORM UNTIL endOfShifts
     READ shiftFile
       AT END SET endOfShifts TO TRUE
       NOT AT END
         ADD 1 TO shiftLineNumber
         PERFORM LOAD-ONE-SHIFT THRU LOAD-ONE-SHIFT-EXIT
     END-READ
   END-PERFORM.
   CLOSE shiftFile.
LOAD-SHIFTS-EXIT.
   EXIT.

LOAD-ONE-SHIFT.
   IF shiftFileRecord = SPACES OR shiftFileRecord(1:1) = '#' THEN
     GO TO LOAD-ONE-SHIFT-EXIT
   END-IF.
   MOVE SPACES TO shiftKeyPart shiftStartPart shiftGracePart shiftDaysPart.
   UNSTRING shiftFileRecord DELIMITED BY ','
     INTO shiftKeyPart, shiftStartPart, shiftGracePart, shiftDaysPart.
   IF shiftKeyPart = SPACES
       OR shiftStartPart(1:4) NOT NUMERIC
       OR shiftStartPart(1:2) > "23" OR shiftStartPart(3:2) > "59"
       OR shiftCount >= 500 THEN
     DISPLAY "HELLO-ATTENDANCE: WARNING - shift line " shiftLineNumber
       " ignored: " FUNCTION TRIM(shiftFileRecord)
     ADD 1 TO shiftLinesIgnoredCount
     GO TO LOAD-ONE-SHIFT-EXIT
   END-IF.
   ADD 1 TO shiftCount.
   MOVE FUNCTION TRIM(shiftKeyPart) TO shKey(shiftCount).
   MOVE shiftStartPart(1:4) TO shStartTime(shiftCount).
   MOVE 0 TO shGraceMinutes(shiftCount).
   IF shiftGracePart NOT = SPACES THEN
     COMPUTE shGraceMinutes(shiftCount)
       = FUNCTION NUMVAL(FUNCTION TRIM(shiftGracePart))
   END-IF.
   IF shiftDaysPart = SPACES THEN
     MOVE "YYYYYNN" TO shWorkDays(shiftCount)
   ELSE
     MOVE FUNCTION UPPER-CASE(shiftDaysPart(1:7)) TO shWorkDays(shiftCount)
   END-IF.
LOAD-ONE-SHIFT-EXIT.
   EXIT.

BUILD-PERIOD-CALENDAR.
   COMPUTE firstMondayInteger
     = firstInteger - FUNCTION MOD(firstInteger - 1, 7).
   PERFORM VARYING dayInteger FROM firstInteger BY 1
     UNTIL dayInteger > todayInteger
     ADD 1 TO periodDayCount
     MOVE periodDayCount TO pdIdx
     COMPUTE pdDate(pdIdx) = FUNCTION DATE-OF-INTEGER(dayInteger)
     COMPUTE pdDayOfWeek(pdIdx) = FUNCTION MOD(dayInteger - 1, 7) + 1
     COMPUTE pdWeekIdx(pdIdx)
       = (dayInteger - firstMondayInteger) / 7 + 1
     IF pdWeekIdx(pdIdx) > weekCount THEN
       MOVE pdWeekIdx(pdIdx) TO weekCount
       COMPUTE weekStartDate(weekCount) = FUNCTION DATE-OF-INTEGER(
         firstMondayInteger + (weekCount - 1) * 7)
     END-IF
     IF monthCount = 0 THEN
       ADD 1 TO monthCount
       MOVE pdYearMonth(pdIdx) TO monthKey(monthCount)
     ELSE
       IF pdYearMonth(pdIdx) NOT = monthKey(monthCount) THEN
         ADD 1 TO monthCount
         MOVE pdYearMonth(pdIdx) TO monthKey(monthCount)
       END-IF
     END-IF
     MOVE monthCount TO pdMonthIdx(pdIdx)
   END-PERFORM.
BUILD-PERIOD-CALENDAR-EXIT.
   EXIT.

SCAN-AUDIT-TRAIL.
   MOVE SPACES TO systemCommand.
   STRING "ls -1 hello_audit.log hello_audit.*.log 2>/dev/null > "
       DELIMITED BY SIZE
     FUNCTION TRIM(candidateListFileName) DELIMITED BY SIZE
     INTO systemCommand.
   CALL "SYSTEM" USING systemCommand.
   MOVE 0 TO candidateEofFlag.
   OPEN INPUT CandidateFile.
   IF candidateFileStatus NOT = "00" THEN
     SET endOfCandidates TO TRUE
   END-IF.
   PERFORM UNTIL endOfCandidates
     READ CandidateFile
       AT END SET endOfCandidates TO TRUE
       NOT AT END
         IF candidateFileRecord NOT = SPACES THEN
           MOVE FUNCTION TRIM(candidateFileRecord) TO auditFileName
           PERFORM SCAN-ONE-AUDIT-FILE THRU SCAN-ONE-AUDIT-FILE-EXIT
         END-IF
     END-READ
   END-PERFORM.
   CLOSE CandidateFile.
   MOVE SPACES TO systemCommand.
   STRING "rm -f " DELIMITED BY SIZE
     FUNCTION TRIM(candidateListFileName) DELIMITED BY SIZE
     INTO systemCommand.
   CALL "SYSTEM" USING systemCommand.
SCAN-AUDIT-TRAIL-EXIT.
   EXIT.

SCAN-ONE-AUDIT-FILE.
   MOVE 0 TO auditEofFlag.
   OPEN INPUT auditFile.
   IF auditFileStatus NOT = "00" THEN
     SET endOfAudit TO TRUE
   END-IF.
   PERFORM UNTIL endOfAudit
     READ auditFile
       AT END SET endOfAudit TO TRUE
       NOT AT END
         PERFORM COLLECT-ARRIVAL THRU COLLECT-ARRIVAL-EXIT
     END-READ
   END-PERFORM.
   CLOSE auditFile.
SCAN-ONE-AUDIT-FILE-EXIT.
   EXIT.

COLLECT-ARRIVAL.
   IF auditFileRecord = SPACES
       OR auditFileRecord(1:14) NOT NUMERIC THEN
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   MOVE auditFileRecord(1:8) TO entryDate.
   MOVE auditFileRecord(9:6) TO entryTime.
   COMPUTE entryDateNumber = FUNCTION NUMVAL(entryDate).
   IF entryDateNumber < firstDate OR entryDateNumber > todayDate THEN
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   MOVE SPACES TO entryDiscardPart.
   MOVE SPACES TO entryRemainderPart.
   UNSTRING auditFileRecord DELIMITED BY " user="
     INTO entryDiscardPart, entryRemainderPart.
   MOVE SPACES TO entryUserPart.
   UNSTRING entryRemainderPart DELIMITED BY " lang="
     INTO entryUserPart, entryDiscardPart.
   IF entryUserPart = SPACES THEN
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(entryUserPart)) TO entryUserKey.
   MOVE 0 TO reIdx.
   PERFORM VARYING roIdx FROM 1 BY 1
     UNTIL roIdx > rosterEntryCount OR reIdx > 0
     IF reNameKey(roIdx) = entryUserKey
         OR reMaskedKey(roIdx) = entryUserKey THEN
       MOVE roIdx TO reIdx
     END-IF
   END-PERFORM.
   IF reIdx = 0 THEN
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   COMPUTE dayNumber = FUNCTION INTEGER-OF-DATE(entryDateNumber)
     - firstInteger + 1.
   PERFORM FIND-ARRIVAL THRU FIND-ARRIVAL-EXIT.
   IF arrivalIdx > 0 THEN
     IF entryTime < arTime(arrivalIdx) THEN
       MOVE entryTime TO arTime(arrivalIdx)
     END-IF
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   IF arrivalCount >= 30000 THEN
     ADD 1 TO arrivalsDroppedCount
     GO TO COLLECT-ARRIVAL-EXIT
   END-IF.
   ADD 1 TO arrivalCount.
   MOVE reIdx TO arRosterIdx(arrivalCount).
   MOVE dayNumber TO arDayNumber(arrivalCount).
   MOVE entryTime TO arTime(arrivalCount).
COLLECT-ARRIVAL-EXIT.
   EXIT.

FIND-ARRIVAL.
   MOVE 0 TO arrivalIdx.
   PERFORM VARYING arIdx FROM 1 BY 1
     UNTIL arIdx > arrivalCount OR arrivalIdx > 0
     IF arRosterIdx(arIdx) = reIdx AND arDayNumber(arIdx) = dayNumber THEN
       MOVE arIdx TO arrivalIdx
     END-IF
   END-PERFORM.
FIND-ARRIVAL-EXIT.
   EXIT.

ORDER-ROSTER.
   PERFORM VARYING roIdx FROM 1 BY 1 UNTIL roIdx > rosterEntryCount
     MOVE reDepartment(roIdx) TO roSortKey(roIdx)(1:20)
     MOVE reNameKey(roIdx) TO roSortKey(roIdx)(21:50)
     MOVE roIdx TO roRosterIdx(roIdx)
   END-PERFORM.
   PERFORM VARYING sortOuterIdx FROM 1 BY 1
     UNTIL sortOuterIdx >= rosterEntryCount
     PERFORM VARYING sortInnerIdx FROM 1 BY 1
       UNTIL sortInnerIdx > rosterEntryCount - sortOuterIdx
       IF roSortKey(sortInnerIdx) > roSortKey(sortInnerIdx + 1) THEN
         MOVE RosterOrderEntry(sortInnerIdx) TO swapOrderEntry
         MOVE RosterOrderEntry(sortInnerIdx + 1)
           TO RosterOrderEntry(sortInnerIdx)
         MOVE swapOrderEntry TO RosterOrderEntry(sortInnerIdx + 1)
       END-IF
     END-PERFORM
   END-PERFORM.
ORDER-ROSTER-EXIT.
   EXIT.

WRITE-ATTENDANCE-REPORT.
   MOVE SPACES TO reportLineText.
   STRING "ATTENDANCE REPORT " DELIMITED BY SIZE
     firstDate DELIMITED BY SIZE
     " TO " DELIMITED BY SIZE
     todayDate DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.
   MOVE SPACES TO previousDepartment.
   PERFORM VARYING roIdx FROM 1 BY 1 UNTIL roIdx > rosterEntryCount
     MOVE roRosterIdx(roIdx) TO reIdx
     IF reDepartment(reIdx) NOT = previousDepartment THEN
       IF previousDepartment NOT = SPACES THEN
         PERFORM WRITE-DEPARTMENT-TOTALS
       END-IF
       MOVE reDepartment(reIdx) TO previousDepartment
       INITIALIZE TotalsLevel(2)
       MOVE SPACES TO reportLineText
       PERFORM WRITE-REPORT-LINE
       STRING "DEPARTMENT " DELIMITED BY SIZE
         FUNCTION TRIM(reDepartment(reIdx)) DELIMITED BY SIZE
         INTO reportLineText
       PERFORM WRITE-REPORT-LINE
     END-IF
     PERFORM REPORT-ONE-EMPLOYEE THRU REPORT-ONE-EMPLOYEE-EXIT
   END-PERFORM.
   IF previousDepartment NOT = SPACES THEN
     PERFORM WRITE-DEPARTMENT-TOTALS
   END-IF.
WRITE-ATTENDANCE-REPORT-EXIT.
   EXIT.

WRITE-DEPARTMENT-TOTALS.
   MOVE SPACES TO reportLineText.
   STRING "  DEPARTMENT " DELIMITED BY SIZE
     FUNCTION TRIM(previousDepartment) DELIMITED BY SIZE
     " TOTALS" DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.
   MOVE 2 TO levelIdx.
   MOVE "    " TO totalsIndent.
   PERFORM WRITE-PERIOD-TOTALS.

REPORT-ONE-EMPLOYEE.
   PERFORM FIND-EMPLOYEE-SHIFT THRU FIND-EMPLOYEE-SHIFT-EXIT.
   INITIALIZE TotalsLevel(1).
   MOVE SPACES TO reportLineText.
   IF shiftIdx > 0 THEN
     STRING "  " DELIMITED BY SIZE
       FUNCTION TRIM(reReportName(reIdx)) DELIMITED BY SIZE
       " (" DELIMITED BY SIZE
       FUNCTION TRIM(reEmployeeId(reIdx)) DELIMITED BY SIZE
       ") shift " DELIMITED BY SIZE
       shStartTime(shiftIdx) DELIMITED BY SIZE
       " grace " DELIMITED BY SIZE
       shGraceMinutes(shiftIdx) DELIMITED BY SIZE
       " days " DELIMITED BY SIZE
       shWorkDays(shiftIdx) DELIMITED BY SIZE
       INTO reportLineText
   ELSE
     STRING "  " DELIMITED BY SIZE
       FUNCTION TRIM(reReportName(reIdx)) DELIMITED BY SIZE
       " (" DELIMITED BY SIZE
       FUNCTION TRIM(reEmployeeId(reIdx)) DELIMITED BY SIZE
       ") no shift on file" DELIMITED BY SIZE
       INTO reportLineText
   END-IF.
   PERFORM WRITE-REPORT-LINE.
   PERFORM VARYING pdIdx FROM 1 BY 1 UNTIL pdIdx > periodDayCount
     PERFORM REPORT-ONE-DAY THRU REPORT-ONE-DAY-EXIT
   END-PERFORM.
   MOVE 1 TO levelIdx.
   MOVE "    " TO totalsIndent.
   PERFORM WRITE-PERIOD-TOTALS.
REPORT-ONE-EMPLOYEE-EXIT.
   EXIT.

FIND-EMPLOYEE-SHIFT.
   MOVE 0 TO shiftIdx.
   IF reEmployeeId(reIdx) NOT = SPACES THEN
     PERFORM VARYING shIdx FROM 1 BY 1
       UNTIL shIdx > shiftCount OR shiftIdx > 0
       IF shKey(shIdx) = reEmployeeId(reIdx) THEN
         MOVE shIdx TO shiftIdx
       END-IF
     END-PERFORM
   END-IF.
   PERFORM VARYING shIdx FROM 1 BY 1
     UNTIL shIdx > shiftCount OR shiftIdx > 0
     IF FUNCTION UPPER-CASE(shKey(shIdx))
         = FUNCTION UPPER-CASE(reDepartment(reIdx)) THEN
       MOVE shIdx TO shiftIdx
     END-IF
   END-PERFORM.
   PERFORM VARYING shIdx FROM 1 BY 1
     UNTIL shIdx > shiftCount OR shiftIdx > 0
     IF shKey(shIdx) = "*" THEN
       MOVE shIdx TO shiftIdx
     END-IF
   END-PERFORM.
FIND-EMPLOYEE-SHIFT-EXIT.
   EXIT.

REPORT-ONE-DAY.
   MOVE 0 TO workingDayFlag.
   IF shiftIdx > 0 THEN
     IF shWorkDays(shiftIdx)(pdDayOfWeek(pdIdx):1) = 'Y' THEN
       SET isWorkingDay TO TRUE
     END-IF
   ELSE
     IF pdDayOfWeek(pdIdx) <= 5 THEN
       SET isWorkingDay TO TRUE
     END-IF
   END-IF.
   MOVE pdIdx TO dayNumber.
   PERFORM FIND-ARRIVAL THRU FIND-ARRIVAL-EXIT.
   MOVE pdWeekIdx(pdIdx) TO wkIdx.
   MOVE pdMonthIdx(pdIdx) TO mkIdx.
   MOVE DayNameValues((pdDayOfWeek(pdIdx) - 1) * 3 + 1:3) TO dayName.
   MOVE SPACES TO dayStatus.
   MOVE 0 TO minutesLate.
   IF arrivalIdx > 0 THEN
     MOVE "ARRIVED" TO dayStatus
     IF shiftIdx > 0 AND isWorkingDay THEN
       COMPUTE arrivalMinutes = arHour(arrivalIdx) * 60
         + arMinute(arrivalIdx)
       COMPUTE startMinutes = shStartHour(shiftIdx) * 60
         + shStartMinute(shiftIdx)
       IF arrivalMinutes > startMinutes + shGraceMinutes(shiftIdx) THEN
         COMPUTE minutesLate = arrivalMinutes - startMinutes
         MOVE "LATE" TO dayStatus
       END-IF
     END-IF
     ADD 1 TO wtPresent(1, wkIdx) wtPresent(2, wkIdx)
       mtPresent(1, mkIdx) mtPresent(2, mkIdx) presentCount
     IF minutesLate > 0 THEN
       ADD 1 TO wtLate(1, wkIdx) wtLate(2, wkIdx)
         mtLate(1, mkIdx) mtLate(2, mkIdx) lateCount
     END-IF
   ELSE
     IF NOT isWorkingDay THEN
       GO TO REPORT-ONE-DAY-EXIT
     END-IF
     IF pdDate(pdIdx) = todayDate THEN
       MOVE "NOT YET GREETED" TO dayStatus
     ELSE
       MOVE "NO GREETING" TO dayStatus
       ADD 1 TO wtAbsent(1, wkIdx) wtAbsent(2, wkIdx)
         mtAbsent(1, mkIdx) mtAbsent(2, mkIdx) absentCount
     END-IF
   END-IF.
   MOVE SPACES TO reportLineText.
   STRING "    " DELIMITED BY SIZE
     pdDate(pdIdx) DELIMITED BY SIZE
     " " DELIMITED BY SIZE
     dayName DELIMITED BY SIZE
     " " DELIMITED BY SIZE
     INTO reportLineText.
   IF arrivalIdx > 0 THEN
     MOVE arTime(arrivalIdx) TO reportLineText(18:6)
   END-IF.
   MOVE dayStatus TO reportLineText(25:16).
   IF minutesLate > 0 THEN
     MOVE minutesLate TO minutesLateDisplay
     MOVE minutesLateDisplay TO reportLineText(30:4)
     MOVE "MIN" TO reportLineText(35:3)
   END-IF.
   PERFORM WRITE-REPORT-LINE.
REPORT-ONE-DAY-EXIT.
   EXIT.

WRITE-PERIOD-TOTALS.
   PERFORM VARYING wkIdx FROM 1 BY 1 UNTIL wkIdx > weekCount
     MOVE SPACES TO reportLineText
     STRING totalsIndent DELIMITED BY SIZE
       "WEEK OF " DELIMITED BY SIZE
       weekStartDate(wkIdx) DELIMITED BY SIZE
       " present=" DELIMITED BY SIZE
       wtPresent(levelIdx, wkIdx) DELIMITED BY SIZE
       " late=" DELIMITED BY SIZE
       wtLate(levelIdx, wkIdx) DELIMITED BY SIZE
       " absent=" DELIMITED BY SIZE
       wtAbsent(levelIdx, wkIdx) DELIMITED BY SIZE
       INTO reportLineText
     PERFORM WRITE-REPORT-LINE
   END-PERFORM.
   PERFORM VARYING mkIdx FROM 1 BY 1 UNTIL mkIdx > monthCount
     MOVE SPACES TO reportLineText
     STRING totalsIndent DELIMITED BY SIZE
       "MONTH   " DELIMITED BY SIZE
       monthKey(mkIdx) DELIMITED BY SIZE
       "   present=" DELIMITED BY SIZE
       mtPresent(levelIdx, mkIdx) DELIMITED BY SIZE
       " late=" DELIMITED BY SIZE
       mtLate(levelIdx, mkIdx) DELIMITED BY SIZE
       " absent=" DELIMITED BY SIZE
       mtAbsent(levelIdx, mkIdx) DELIMITED BY SIZE
       INTO reportLineText
     PERFORM WRITE-REPORT-LINE
   END-PERFORM.

WRITE-REPORT-LINE.
   IF reportToFile THEN
     MOVE reportLineText TO attendanceReportRecord
     WRITE attendanceReportRecord
   ELSE
     DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
   END-IF.
