    01 systemCommand PIC X(400).
    01 nightlyRunId PIC X(12) VALUE SPACES.
    01 registrationTimestamp PIC X(21).
    01 contentHashFileName PIC X(256).
    01 contentFingerprint PIC X(19).
    01 contentHashLineCount PIC 9(9).

    01 registeredCount PIC 9(9) VALUE 0.
    01 refusedCount PIC 9(9) VALUE 0.
      catalogFileStatus
  ELSE
    MOVE FUNCTION CURRENT-DATE TO registrationTimestamp
    MOVE inboundFilePath TO contentHashFileName
    CALL "CONTENT-HASH" USING BY CONTENT contentHashFileName,
      BY REFERENCE contentFingerprint, BY REFERENCE contentHashLineCount
    MOVE SPACES TO catalogFileRecord
    STRING
      FUNCTION TRIM(candidateName) DELIMITED BY SIZE
      FUNCTION TRIM(nightlyRunId) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      registrationTimestamp(1:14) DELIMITED BY SIZE
      "," DELIMITED BY SIZE
      contentFingerprint DELIMITED BY SIZE
      INTO catalogFileRecord
    END-STRING
    WRITE catalogFileRecord
  END-IF
  DISPLAY "SUM-LANDING-ZONE: registered "
    FUNCTION TRIM(candidateName)
    " records=" inboundLineCount
    " fingerprint=" contentFingerprint.

WriteControlEntry.
  MOVE SPACES TO controlFileRecord.
