IDENTIFICATION DIVISION.
PROGRAM-ID. BUSINESS-CALENDAR.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL HolidayFile ASSIGN TO holidayFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS holidayFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD HolidayFile.
    01 holidayFileRecord PIC X(80).

  WORKING-STORAGE SECTION.
    01 holidayFileName PIC X(256) VALUE SPACES.
    01 holidayFileStatus PIC XX VALUE "00".
    01 holidayEofFlag PIC 9 VALUE 0.
      88 endOfHolidayFile VALUE 1.
    01 calendarLoadedFlag PIC 9 VALUE 0.
      88 calendarIsLoaded VALUE 1.

    01 HolidayTable.
      02 HolidayEntry OCCURS 1000 TIMES.
        03 holidayDate PIC 9(8).
        03 holidayName PIC X(40).
    01 holidayCount PIC 9(4) VALUE 0.
    01 holidayIdx PIC 9(4).
    01 holidayDatePart PIC X(8).
    01 holidayNamePart PIC X(40).

    01 WeekdayTable.
      02 FILLER PIC X(3) VALUE "MON".
      02 FILLER PIC X(3) VALUE "TUE".
      02 FILLER PIC X(3) VALUE "WED".
      02 FILLER PIC X(3) VALUE "THU".
      02 FILLER PIC X(3) VALUE "FRI".
      02 FILLER PIC X(3) VALUE "SAT".
      02 FILLER PIC X(3) VALUE "SUN".
    01 WeekdayNames REDEFINES WeekdayTable.
      02 weekdayName PIC X(3) OCCURS 7 TIMES.

    01 checkDate PIC 9(8).
    01 checkDateParts REDEFINES checkDate.
      02 checkYear PIC 9(4).
      02 checkMonth PIC 9(2).
      02 checkDay PIC 9(2).
    01 checkDayNumber PIC 9(9).
    01 checkWeekday PIC 9.
    01 checkBusinessFlag PIC 9.
      88 checkIsBusinessDay VALUE 1.
    01 checkHolidayIdx PIC 9(4).

    01 requestedDayNumber PIC 9(9).
    01 requestedWeekday PIC 9.
    01 requestedHolidayIdx PIC 9(4).
    01 requestedMonth PIC 9(6).
    01 scanDayNumber PIC 9(9).
    01 scanDate PIC 9(8).
    01 otherBusinessDayFlag PIC 9.
      88 otherBusinessDayFound VALUE 1.
    01 ruleWeekdayText PIC X(3).
    01 ruleWeekday PIC 9.
    01 weekdayIdx PIC 9.

  LINKAGE SECTION.
    01 calendarDateArg PIC 9(8).
    01 calendarRuleArg PIC X(20).
    01 calendarResultArg PIC X.
      88 calendarStepIsDue VALUE "Y".
      88 calendarStepNotDue VALUE "N".
      88 calendarRuleInError VALUE "E".
    01 calendarReasonArg PIC X(80).

PROCEDURE DIVISION USING calendarDateArg, calendarRuleArg,
    calendarResultArg, calendarReasonArg.

CheckCalendarRule.
  IF NOT calendarIsLoaded THEN
    PERFORM LoadHolidayFile
  END-IF.
  MOVE SPACES TO calendarReasonArg.
  SET calendarStepIsDue TO TRUE.
  IF FUNCTION TEST-DATE-YYYYMMDD(calendarDateArg) NOT = 0 THEN
    SET calendarRuleInError TO TRUE
    STRING "invalid calendar date " DELIMITED BY SIZE
      calendarDateArg DELIMITED BY SIZE
      INTO calendarReasonArg
    GOBACK
  END-IF.

  MOVE calendarDateArg TO checkDate.
  PERFORM CheckBusinessDay.
  MOVE checkDayNumber TO requestedDayNumber.
  MOVE checkWeekday TO requestedWeekday.
  MOVE checkHolidayIdx TO requestedHolidayIdx.
  MOVE calendarDateArg(1:6) TO requestedMonth.

  EVALUATE TRUE
    WHEN calendarRuleArg = SPACES OR calendarRuleArg = "DAILY"
      CONTINUE
    WHEN calendarRuleArg = "BUSINESS-DAY"
      IF NOT checkIsBusinessDay THEN
        PERFORM SetNotBusinessDayReason
      END-IF
    WHEN calendarRuleArg = "FIRST-BUSINESS-DAY"
      IF NOT checkIsBusinessDay THEN
        PERFORM SetNotBusinessDayReason
      ELSE
        PERFORM FindEarlierBusinessDay
        IF otherBusinessDayFound THEN
          SET calendarStepNotDue TO TRUE
          STRING "not the first business day of " DELIMITED BY SIZE
            requestedMonth DELIMITED BY SIZE
            INTO calendarReasonArg
        END-IF
      END-IF
    WHEN calendarRuleArg = "LAST-BUSINESS-DAY"
      IF NOT checkIsBusinessDay THEN
        PERFORM SetNotBusinessDayReason
      ELSE
        PERFORM FindLaterBusinessDay
        IF otherBusinessDayFound THEN
          SET calendarStepNotDue TO TRUE
          STRING "not the last business day of " DELIMITED BY SIZE
            requestedMonth DELIMITED BY SIZE
            INTO calendarReasonArg
        END-IF
      END-IF
    WHEN calendarRuleArg(1:7) = "WEEKLY-"
      MOVE calendarRuleArg(8:3) TO ruleWeekdayText
      MOVE 0 TO ruleWeekday
      PERFORM VARYING weekdayIdx FROM 1 BY 1 UNTIL weekdayIdx > 7
        IF weekdayName(weekdayIdx) = ruleWeekdayText
            AND calendarRuleArg(11:10) = SPACES THEN
          MOVE weekdayIdx TO ruleWeekday
        END-IF
      END-PERFORM
      IF ruleWeekday = 0 THEN
        PERFORM SetUnknownRuleReason
      ELSE
        IF ruleWeekday NOT = requestedWeekday THEN
          SET calendarStepNotDue TO TRUE
          STRING "runs on " DELIMITED BY SIZE
            ruleWeekdayText DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            calendarDateArg DELIMITED BY SIZE
            " is a " DELIMITED BY SIZE
            weekdayName(requestedWeekday) DELIMITED BY SIZE
            INTO calendarReasonArg
        END-IF
      END-IF
    WHEN OTHER
      PERFORM SetUnknownRuleReason
  END-EVALUATE.
  GOBACK.

SetNotBusinessDayReason.
  SET calendarStepNotDue TO TRUE.
  IF requestedHolidayIdx > 0 THEN
    STRING calendarDateArg DELIMITED BY SIZE
      " is a holiday (" DELIMITED BY SIZE
      FUNCTION TRIM(holidayName(requestedHolidayIdx)) DELIMITED BY SIZE
      ")" DELIMITED BY SIZE
      INTO calendarReasonArg
  ELSE
    STRING calendarDateArg DELIMITED BY SIZE
      " is a " DELIMITED BY SIZE
      weekdayName(requestedWeekday) DELIMITED BY SIZE
      ", not a business day" DELIMITED BY SIZE
      INTO calendarReasonArg
  END-IF.

SetUnknownRuleReason.
  SET calendarRuleInError TO TRUE.
  STRING "unknown calendar rule " DELIMITED BY SIZE
    FUNCTION TRIM(calendarRuleArg) DELIMITED BY SIZE
    INTO calendarReasonArg.

CheckBusinessDay.
  COMPUTE checkDayNumber = FUNCTION INTEGER-OF-DATE(checkDate).
  COMPUTE checkWeekday = FUNCTION MOD(checkDayNumber - 1, 7) + 1.
  MOVE 0 TO checkHolidayIdx.
  PERFORM VARYING holidayIdx FROM 1 BY 1
      UNTIL holidayIdx > holidayCount OR checkHolidayIdx > 0
    IF holidayDate(holidayIdx) = checkDate THEN
      MOVE holidayIdx TO checkHolidayIdx
    END-IF
  END-PERFORM.
  IF checkWeekday > 5 OR checkHolidayIdx > 0 THEN
    MOVE 0 TO checkBusinessFlag
  ELSE
    MOVE 1 TO checkBusinessFlag
  END-IF.

FindEarlierBusinessDay.
  MOVE 0 TO otherBusinessDayFlag.
  COMPUTE scanDayNumber = requestedDayNumber - 1.
  COMPUTE scanDate = FUNCTION DATE-OF-INTEGER(scanDayNumber).
  PERFORM UNTIL scanDate(1:6) NOT = requestedMonth
      OR otherBusinessDayFound
    MOVE scanDate TO checkDate
    PERFORM CheckBusinessDay
    IF checkIsBusinessDay THEN
      SET otherBusinessDayFound TO TRUE
    END-IF
    SUBTRACT 1 FROM scanDayNumber
    COMPUTE scanDate = FUNCTION DATE-OF-INTEGER(scanDayNumber)
  END-PERFORM.

FindLaterBusinessDay.
  MOVE 0 TO otherBusinessDayFlag.
  COMPUTE scanDayNumber = requestedDayNumber + 1.
  COMPUTE scanDate = FUNCTION DATE-OF-INTEGER(scanDayNumber).
  PERFORM UNTIL scanDate(1:6) NOT = requestedMonth
      OR otherBusinessDayFound
    MOVE scanDate TO checkDate
    PERFORM CheckBusinessDay
    IF checkIsBusinessDay THEN
      SET otherBusinessDayFound TO TRUE
    END-IF
    ADD 1 TO scanDayNumber
    COMPUTE scanDate = FUNCTION DATE-OF-INTEGER(scanDayNumber)
  END-PERFORM.

LoadHolidayFile.
  SET calendarIsLoaded TO TRUE.
  ACCEPT holidayFileName FROM ENVIRONMENT "BUSINESS_CALENDAR"
    ON EXCEPTION MOVE SPACES TO holidayFileName
  END-ACCEPT.
  IF holidayFileName = SPACES THEN
    MOVE "business_calendar.dat" TO holidayFileName
  END-IF.
  MOVE 0 TO holidayCount.
  MOVE 0 TO holidayEofFlag.
  OPEN INPUT HolidayFile.
  IF holidayFileStatus NOT = "00" THEN
    DISPLAY "BUSINESS-CALENDAR: WARNING - no holiday calendar "
      FUNCTION TRIM(holidayFileName)
      ", only weekends are treated as non-business days"
    SET endOfHolidayFile TO TRUE
  END-IF.
  PERFORM UNTIL endOfHolidayFile
    READ HolidayFile
      AT END SET endOfHolidayFile TO TRUE
      NOT AT END PERFORM LoadOneHoliday
    END-READ
  END-PERFORM.
  CLOSE HolidayFile.

LoadOneHoliday.
  IF holidayFileRecord = SPACES OR holidayFileRecord(1:1) = '#' THEN
    CONTINUE
  ELSE
    MOVE SPACES TO holidayDatePart holidayNamePart
    UNSTRING holidayFileRecord DELIMITED BY ','
      INTO holidayDatePart, holidayNamePart
    IF holidayDatePart IS NOT NUMERIC THEN
      DISPLAY "BUSINESS-CALENDAR: WARNING - invalid holiday line ignored: "
        FUNCTION TRIM(holidayFileRecord)
    ELSE
      IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(holidayDatePart))
          NOT = 0 THEN
        DISPLAY "BUSINESS-CALENDAR: WARNING - invalid holiday line "
          "ignored: " FUNCTION TRIM(holidayFileRecord)
      ELSE
        IF holidayCount >= 1000 THEN
          DISPLAY "BUSINESS-CALENDAR: WARNING - more than 1000 "
            "holidays, the rest are ignored"
          SET endOfHolidayFile TO TRUE
        ELSE
          ADD 1 TO holidayCount
          MOVE holidayDatePart TO holidayDate(holidayCount)
          MOVE FUNCTION TRIM(holidayNamePart) TO holidayName(holidayCount)
          IF holidayName(holidayCount) = SPACES THEN
            MOVE "holiday" TO holidayName(holidayCount)
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF.
