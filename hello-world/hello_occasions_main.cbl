IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-OCCASIONS.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
      SELECT rosterFile ASSIGN TO rosterFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS rosterFileStatus.

      SELECT OPTIONAL occasionFile ASSIGN TO "hello_occasions.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS occasionFileStatus.

      SELECT OccasionReportFile ASSIGN TO occasionReportFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS occasionReportFileStatus.

DATA DIVISION.
   FILE SECTION.
   FD rosterFile.
   01 rosterFileRecord PIC X(90).

   FD occasionFile.
   01 occasionFileRecord PIC X(80).

   FD OccasionReportFile.
   01 occasionReportRecord PIC X(120).

   WORKING-STORAGE SECTION.
   01 rosterFileName PIC X(256).
   01 rosterFileStatus PIC XX VALUE "00".
   01 rosterEofFlag PIC 9 VALUE 0.
      88 endOfRoster VALUE 1.

   01 occasionFileStatus PIC XX VALUE "00".
   01 occasionEofFlag PIC 9 VALUE 0.
      88 endOfOccasions VALUE 1.

   01 occasionReportFileName PIC X(256) VALUE SPACES.
   01 occasionReportFileStatus PIC XX VALUE "00".
   01 reportDestinationFlag PIC 9 VALUE 0.
      88 reportToFile VALUE 1.

   01 daysAheadArg PIC X(4) VALUE SPACES.
   01 daysAhead PIC 9(4) VALUE 7.
   01 todayInteger PIC 9(8).
   01 dayOffset PIC 9(4).
   01 scanDate PIC 9(8).
   01 scanDateText REDEFINES scanDate.
      02 scanYear PIC 9(4).
      02 scanMonthDay PIC X(4).
   01 firstDate PIC 9(8).
   01 lastDate PIC 9(8).
   01 scanLeapYearFlag PIC 9 VALUE 0.
      88 scanIsLeapYear VALUE 1.
   01 scanDayOfWeek PIC 9.
   01 DayNameValues PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
   01 dayName PIC X(3).

   01 RosterTable.
      02 RosterEntry OCCURS 2000 TIMES.
         03 reName PIC X(50).
         03 reEmployeeId PIC X(10).
         03 reDepartment PIC X(20).
   01 rosterEntryCount PIC 9(4) VALUE 0.
   01 reIdx PIC 9(4).
   01 rosterNamePart PIC X(50).
   01 rosterLangPart PIC X(2).
   01 rosterEmployeeIdPart PIC X(10).
   01 rosterDepartmentPart PIC X(20).
   01 rosterTrailerMarker PIC X(8).

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
   01 occasionMonthDay PIC X(4).
   01 hireYear PIC 9(4).

   01 UpcomingTable.
      02 UpcomingEntry OCCURS 3000 TIMES.
         03 upSortKey.
            04 upDepartment PIC X(20).
            04 upOccasionDate PIC 9(8).
            04 upEmployeeId PIC X(10).
         03 upDayName PIC X(3).
         03 upOccasion PIC X(11).
         03 upYears PIC 9(2).
         03 upName PIC X(50).
   01 upcomingCount PIC 9(4) VALUE 0.
   01 upIdx PIC 9(4).
   01 sortOuterIdx PIC 9(4).
   01 sortInnerIdx PIC 9(4).
   01 swapEntry PIC X(104).
   01 previousDepartment PIC X(20).
   01 departmentCount PIC 9(4) VALUE 0.
   01 yearsDisplay PIC Z9.
   01 droppedCount PIC 9(4) VALUE 0.

   01 reportLineText PIC X(120).

PROCEDURE DIVISION.
   ACCEPT rosterFileName FROM ARGUMENT-VALUE.
   ACCEPT daysAheadArg FROM ARGUMENT-VALUE.
   ACCEPT occasionReportFileName FROM ARGUMENT-VALUE.

   IF daysAheadArg NOT = SPACES THEN
     COMPUTE daysAhead = FUNCTION NUMVAL(FUNCTION TRIM(daysAheadArg))
   END-IF.
   IF daysAhead = 0 THEN
     MOVE 7 TO daysAhead
   END-IF.

   COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(
     FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
   COMPUTE firstDate = FUNCTION DATE-OF-INTEGER(todayInteger).
   COMPUTE lastDate = FUNCTION DATE-OF-INTEGER(todayInteger + daysAhead - 1).

   DISPLAY "HELLO-OCCASIONS: job started " FUNCTION CURRENT-DATE(1:14)
     " roster=" FUNCTION TRIM(rosterFileName)
     " daysAhead=" daysAhead.

   PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
   PERFORM LOAD-OCCASIONS THRU LOAD-OCCASIONS-EXIT.

   IF occasionReportFileName NOT = SPACES THEN
     SET reportToFile TO TRUE
     OPEN OUTPUT OccasionReportFile
   END-IF.

   PERFORM VARYING dayOffset FROM 0 BY 1 UNTIL dayOffset >= daysAhead
     PERFORM COLLECT-DAY-OCCASIONS THRU COLLECT-DAY-OCCASIONS-EXIT
   END-PERFORM.
   PERFORM SORT-UPCOMING-OCCASIONS THRU SORT-UPCOMING-OCCASIONS-EXIT.
   PERFORM WRITE-OCCASION-REPORT THRU WRITE-OCCASION-REPORT-EXIT.

   IF reportToFile THEN
     CLOSE OccasionReportFile
   END-IF.
   IF droppedCount > 0 THEN
     DISPLAY "HELLO-OCCASIONS: WARNING - " droppedCount
       " occasions did not fit the report table"
     MOVE 4 TO RETURN-CODE
   END-IF.
   DISPLAY "HELLO-OCCASIONS: job ended " FUNCTION CURRENT-DATE(1:14)
     " occasions=" upcomingCount.
   GOBACK.

LOAD-ROSTER.
   OPEN INPUT rosterFile.
   IF rosterFileStatus NOT = "00" THEN
     DISPLAY "HELLO-OCCASIONS: unable to open roster "
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
           MOVE rosterEmployeeIdPart TO reEmployeeId(rosterEntryCount)
           MOVE rosterDepartmentPart TO reDepartment(rosterEntryCount)
         END-IF
     END-READ
   END-PERFORM.
   CLOSE rosterFile.
LOAD-ROSTER-EXIT.
   EXIT.

LOAD-OCCASIONS.
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

COLLECT-DAY-OCCASIONS.
   COMPUTE scanDate = FUNCTION DATE-OF-INTEGER(todayInteger + dayOffset).
   COMPUTE scanDayOfWeek
     = FUNCTION MOD(todayInteger + dayOffset - 1, 7) + 1.
   MOVE DayNameValues((scanDayOfWeek - 1) * 3 + 1:3) TO dayName.
   MOVE 0 TO scanLeapYearFlag.
   IF FUNCTION MOD(scanYear, 4) = 0
       AND (FUNCTION MOD(scanYear, 100) NOT = 0
         OR FUNCTION MOD(scanYear, 400) = 0) THEN
     SET scanIsLeapYear TO TRUE
   END-IF.
   PERFORM VARYING ocIdx FROM 1 BY 1 UNTIL ocIdx > occasionCount
     MOVE ocBirthMonthDay(ocIdx) TO occasionMonthDay
     PERFORM ADJUST-LEAP-DAY-OCCASION
     IF ocBirthMonthDay(ocIdx) IS NUMERIC
         AND occasionMonthDay = scanMonthDay THEN
       PERFORM ADD-UPCOMING-ENTRY THRU ADD-UPCOMING-ENTRY-EXIT
       MOVE "BIRTHDAY" TO upOccasion(upcomingCount)
     END-IF
     MOVE ocHireDate(ocIdx)(5:4) TO occasionMonthDay
     PERFORM ADJUST-LEAP-DAY-OCCASION
     IF ocHireDate(ocIdx) IS NUMERIC
         AND occasionMonthDay = scanMonthDay THEN
       MOVE ocHireDate(ocIdx)(1:4) TO hireYear
       IF hireYear < scanYear THEN
         PERFORM ADD-UPCOMING-ENTRY THRU ADD-UPCOMING-ENTRY-EXIT
         MOVE "ANNIVERSARY" TO upOccasion(upcomingCount)
         COMPUTE upYears(upcomingCount) = scanYear - hireYear
       END-IF
     END-IF
   END-PERFORM.
COLLECT-DAY-OCCASIONS-EXIT.
   EXIT.

ADJUST-LEAP-DAY-OCCASION.
   IF occasionMonthDay = '0229' AND NOT scanIsLeapYear THEN
     MOVE '0228' TO occasionMonthDay
   END-IF.

ADD-UPCOMING-ENTRY.
   IF upcomingCount >= 3000 THEN
     ADD 1 TO droppedCount
     GO TO ADD-UPCOMING-ENTRY-EXIT
   END-IF.
   ADD 1 TO upcomingCount.
   MOVE SPACES TO UpcomingEntry(upcomingCount).
   MOVE scanDate TO upOccasionDate(upcomingCount).
   MOVE dayName TO upDayName(upcomingCount).
   MOVE 0 TO upYears(upcomingCount).
   MOVE ocEmployeeId(ocIdx) TO upEmployeeId(upcomingCount).
   MOVE "NOT ON ROSTER" TO upDepartment(upcomingCount).
   PERFORM VARYING reIdx FROM 1 BY 1 UNTIL reIdx > rosterEntryCount
     IF reEmployeeId(reIdx) = ocEmployeeId(ocIdx) THEN
       MOVE reName(reIdx) TO upName(upcomingCount)
       IF reDepartment(reIdx) = SPACES THEN
         MOVE "NO DEPARTMENT" TO upDepartment(upcomingCount)
       ELSE
         MOVE reDepartment(reIdx) TO upDepartment(upcomingCount)
       END-IF
       SET reIdx TO rosterEntryCount
     END-IF
   END-PERFORM.
ADD-UPCOMING-ENTRY-EXIT.
   EXIT.

SORT-UPCOMING-OCCASIONS.
   PERFORM VARYING sortOuterIdx FROM 1 BY 1
     UNTIL sortOuterIdx >= upcomingCount
     PERFORM VARYING sortInnerIdx FROM 1 BY 1
       UNTIL sortInnerIdx > upcomingCount - sortOuterIdx
       IF upSortKey(sortInnerIdx) > upSortKey(sortInnerIdx + 1) THEN
         MOVE UpcomingEntry(sortInnerIdx) TO swapEntry
         MOVE UpcomingEntry(sortInnerIdx + 1) TO UpcomingEntry(sortInnerIdx)
         MOVE swapEntry TO UpcomingEntry(sortInnerIdx + 1)
       END-IF
     END-PERFORM
   END-PERFORM.
SORT-UPCOMING-OCCASIONS-EXIT.
   EXIT.

WRITE-OCCASION-REPORT.
   MOVE SPACES TO reportLineText.
   STRING "UPCOMING OCCASIONS " DELIMITED BY SIZE
     firstDate DELIMITED BY SIZE
     " TO " DELIMITED BY SIZE
     lastDate DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.
   IF upcomingCount = 0 THEN
     MOVE "NO OCCASIONS IN THIS PERIOD" TO reportLineText
     PERFORM WRITE-REPORT-LINE
     GO TO WRITE-OCCASION-REPORT-EXIT
   END-IF.
   MOVE SPACES TO previousDepartment.
   PERFORM VARYING upIdx FROM 1 BY 1 UNTIL upIdx > upcomingCount
     IF upDepartment(upIdx) NOT = previousDepartment THEN
       IF previousDepartment NOT = SPACES THEN
         PERFORM WRITE-DEPARTMENT-COUNT
       END-IF
       MOVE upDepartment(upIdx) TO previousDepartment
       MOVE 0 TO departmentCount
       MOVE SPACES TO reportLineText
       PERFORM WRITE-REPORT-LINE
       STRING "DEPARTMENT " DELIMITED BY SIZE
         FUNCTION TRIM(upDepartment(upIdx)) DELIMITED BY SIZE
         INTO reportLineText
       PERFORM WRITE-REPORT-LINE
     END-IF
     ADD 1 TO departmentCount
     MOVE SPACES TO reportLineText
     STRING "  " DELIMITED BY SIZE
       upOccasionDate(upIdx) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       upDayName(upIdx) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       upOccasion(upIdx) DELIMITED BY SIZE
       INTO reportLineText
     IF upYears(upIdx) > 0 THEN
       MOVE upYears(upIdx) TO yearsDisplay
       MOVE yearsDisplay TO reportLineText(29:2)
       MOVE "YRS" TO reportLineText(32:3)
     END-IF
     MOVE upEmployeeId(upIdx) TO reportLineText(36:10)
     MOVE upName(upIdx) TO reportLineText(47:50)
     PERFORM WRITE-REPORT-LINE
   END-PERFORM.
   PERFORM WRITE-DEPARTMENT-COUNT.
WRITE-OCCASION-REPORT-EXIT.
   EXIT.

WRITE-DEPARTMENT-COUNT.
   MOVE SPACES TO reportLineText.
   STRING "  OCCASIONS " DELIMITED BY SIZE
     departmentCount DELIMITED BY SIZE
     INTO reportLineText.
   PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
   IF reportToFile THEN
     MOVE reportLineText TO occasionReportRecord
     WRITE occasionReportRecord
   ELSE
     DISPLAY FUNCTION TRIM(reportLineText, TRAILING)
   END-IF.
