   01 RosterTable.
      02 RosterEntry OCCURS 500 TIMES.
         03 reName PIC X(50).
         03 reMaskedName PIC X(50).
         03 reGreetedFlag PIC 9.
   01 rosterEntryCount PIC 9(4) VALUE 0.
   01 reIdx PIC 9(4).
   01 offRosterCount PIC 9(4) VALUE 0.
   01 reportLineText PIC X(120).

   01 maskOutputName PIC X(20).
   01 maskFieldName PIC X(20) VALUE "EMPLOYEE-NAME".
   01 maskValue PIC X(100).
   01 maskResult PIC X(100).

PROCEDURE DIVISION.
   ACCEPT rosterFileName FROM ARGUMENT-VALUE.
   ACCEPT daysBackArg FROM ARGUMENT-VALUE.
           UNSTRING rosterFileRecord DELIMITED BY ","
             INTO rosterNamePart, rosterLangPart
           MOVE rosterNamePart TO reName(rosterEntryCount)
           MOVE "HELLO-AUDIT" TO maskOutputName
           MOVE rosterNamePart TO maskValue
           CALL "ID-MASK" USING BY CONTENT maskOutputName,
             BY CONTENT maskFieldName, BY CONTENT maskValue,
             BY REFERENCE maskResult
           MOVE maskResult TO reMaskedName(rosterEntryCount)
           MOVE 0 TO reGreetedFlag(rosterEntryCount)
         END-IF
     END-READ
   PERFORM VARYING reIdx FROM 1 BY 1 UNTIL reIdx > rosterEntryCount
     PERFORM VARYING gnIdx FROM 1 BY 1 UNTIL gnIdx > greetedNameCount
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(gnName(gnIdx)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(reName(reIdx)))
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(gnName(gnIdx)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(reMaskedName(reIdx)))
           THEN
         MOVE 1 TO reGreetedFlag(reIdx)
         MOVE 1 TO gnOnRosterFlag(gnIdx)
       END-IF
   PERFORM VARYING reIdx FROM 1 BY 1 UNTIL reIdx > rosterEntryCount
     IF reGreetedFlag(reIdx) = 0 THEN
       ADD 1 TO neverGreetedCount
       MOVE reName(reIdx) TO maskValue
       PERFORM MASK-REPORT-NAME
       MOVE SPACES TO reportLineText
       STRING "NEVERGREETED " DELIMITED BY SIZE
         FUNCTION TRIM(maskResult) DELIMITED BY SIZE
         INTO reportLineText
       PERFORM WRITE-REPORT-LINE
     END-IF
   PERFORM VARYING gnIdx FROM 1 BY 1 UNTIL gnIdx > greetedNameCount
     IF gnOnRosterFlag(gnIdx) = 0 THEN
       ADD 1 TO offRosterCount
       MOVE gnName(gnIdx) TO maskValue
       PERFORM MASK-REPORT-NAME
       MOVE SPACES TO reportLineText
       STRING "OFFROSTER " DELIMITED BY SIZE
         FUNCTION TRIM(maskResult) DELIMITED BY SIZE
         INTO reportLineText
       PERFORM WRITE-REPORT-LINE
     END-IF
WRITE-EXCEPTION-REPORT-EXIT.
   EXIT.

MASK-REPORT-NAME.
   MOVE "EXCEPTIONS" TO maskOutputName.
   CALL "ID-MASK" USING BY CONTENT maskOutputName,
     BY CONTENT maskFieldName, BY CONTENT maskValue,
     BY REFERENCE maskResult.

WRITE-REPORT-LINE.
   IF reportToFile THEN
     MOVE reportLineText TO exceptionReportRecord
