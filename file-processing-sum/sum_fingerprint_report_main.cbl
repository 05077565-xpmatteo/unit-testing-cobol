IDENTIFICATION DIVISION.
PROGRAM-ID. SUM-FINGERPRINT-REPORT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.

      SELECT OPTIONAL CatalogFile ASSIGN TO catalogFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS catalogFileStatus.

      SELECT ReportFile ASSIGN TO reportFileName
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS reportFileStatus.

DATA DIVISION.
  FILE SECTION.

    FD CatalogFile.
    01 catalogFileRecord PIC X(200).

    FD ReportFile.
    01 reportRecord PIC X(200).

  WORKING-STORAGE SECTION.
    01 inboundDirectoryName PIC X(200) VALUE SPACES.
    01 catalogFileName PIC X(256) VALUE SPACES.
    01 catalogFileStatus PIC XX VALUE "00".
    01 catalogEofFlag PIC 9 VALUE 0.
      88 endOfCatalog VALUE 1.
    01 reportFileName PIC X(256) VALUE SPACES.
    01 reportFileStatus PIC XX VALUE "00".

    01 CatalogTable.
      02 CatalogEntry OCCURS 2000 TIMES.
        03 cgFileName PIC X(100).
        03 cgLineCount PIC X(12).
        03 cgRegisteredAt PIC X(14).
        03 cgFingerprint PIC X(19).
    01 catalogEntryCount PIC 9(4) VALUE 0.
    01 cgIdx PIC 9(4).
    01 cgMatchIdx PIC 9(4).
    01 catalogNamePart PIC X(100).
    01 catalogCountPart PIC X(12).
    01 catalogStatusPart PIC X(10).
    01 catalogRunIdPart PIC X(12).
    01 catalogStampPart PIC X(14).
    01 catalogFingerprintPart PIC X(19).

    01 hashedFileName PIC X(256).
    01 currentFingerprint PIC X(19).
    01 currentLineCount PIC 9(9).

    01 checkedCount PIC 9(9) VALUE 0.
    01 matchedCount PIC 9(9) VALUE 0.
    01 changedCount PIC 9(9) VALUE 0.
    01 missingCount PIC 9(9) VALUE 0.
    01 unregisteredCount PIC 9(9) VALUE 0.

    01 lineCountDisplay PIC Z(8)9.
    01 countDisplay1 PIC Z(8)9.
    01 countDisplay2 PIC Z(8)9.
    01 countDisplay3 PIC Z(8)9.
    01 countDisplay4 PIC Z(8)9.
    01 countDisplay5 PIC Z(8)9.

    01 alertSeverity PIC X VALUE 'W'.
    01 alertProgramName PIC X(20) VALUE "SUM-FINGERPRINT-RPT".
    01 alertMessageText PIC X(200).

PROCEDURE DIVISION.

Main.
  ACCEPT inboundDirectoryName FROM ARGUMENT-VALUE.
  ACCEPT catalogFileName FROM ARGUMENT-VALUE.
  ACCEPT reportFileName FROM ARGUMENT-VALUE.
  IF inboundDirectoryName = SPACES THEN
    DISPLAY "SUM-FINGERPRINT-REPORT: job NOT started - "
      "inbound directory argument is required"
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.
  IF catalogFileName = SPACES THEN
    MOVE "landing_zone_catalog.dat" TO catalogFileName
  END-IF.
  IF reportFileName = SPACES THEN
    MOVE "fingerprint_report.txt" TO reportFileName
  END-IF.

  DISPLAY "SUM-FINGERPRINT-REPORT: job started " FUNCTION CURRENT-DATE(1:14)
    " inbound=" FUNCTION TRIM(inboundDirectoryName)
    " catalog=" FUNCTION TRIM(catalogFileName).

  PERFORM LoadCatalog.

  OPEN OUTPUT ReportFile.
  IF reportFileStatus NOT = "00" THEN
    DISPLAY "SUM-FINGERPRINT-REPORT: job NOT started - unable to open "
      FUNCTION TRIM(reportFileName) ", status=" reportFileStatus
    MOVE 8 TO RETURN-CODE
    GOBACK
  END-IF.

  MOVE SPACES TO reportRecord
  STRING "CONTENT FINGERPRINT REPORT " DELIMITED BY SIZE
    FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
    " INBOUND " DELIMITED BY SIZE
    FUNCTION TRIM(inboundDirectoryName) DELIMITED BY SIZE
    INTO reportRecord
  WRITE reportRecord
  MOVE SPACES TO reportRecord
  WRITE reportRecord

  PERFORM VARYING cgIdx FROM 1 BY 1 UNTIL cgIdx > catalogEntryCount
    PERFORM CheckOneEntry THRU CheckOneEntry-EXIT
  END-PERFORM.

  MOVE checkedCount TO countDisplay1
  MOVE matchedCount TO countDisplay2
  MOVE changedCount TO countDisplay3
  MOVE missingCount TO countDisplay4
  MOVE unregisteredCount TO countDisplay5
  MOVE SPACES TO reportRecord
  WRITE reportRecord
  MOVE SPACES TO reportRecord
  STRING "CHECKED " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay1) DELIMITED BY SIZE
    "  UNCHANGED " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay2) DELIMITED BY SIZE
    "  CHANGED " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay3) DELIMITED BY SIZE
    "  MISSING " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay4) DELIMITED BY SIZE
    "  NO FINGERPRINT " DELIMITED BY SIZE
    FUNCTION TRIM(countDisplay5) DELIMITED BY SIZE
    INTO reportRecord
  WRITE reportRecord
  CLOSE ReportFile.

  DISPLAY "SUM-FINGERPRINT-REPORT: checked=" FUNCTION TRIM(countDisplay1)
    " unchanged=" FUNCTION TRIM(countDisplay2)
    " changed=" FUNCTION TRIM(countDisplay3)
    " missing=" FUNCTION TRIM(countDisplay4)
    " no-fingerprint=" FUNCTION TRIM(countDisplay5)
    " report=" FUNCTION TRIM(reportFileName).

  IF changedCount > 0 THEN
    MOVE 'W' TO alertSeverity
    MOVE SPACES TO alertMessageText
    STRING FUNCTION TRIM(countDisplay3) DELIMITED BY SIZE
      " inbound file(s) changed since registration, see " DELIMITED BY SIZE
      FUNCTION TRIM(reportFileName) DELIMITED BY SIZE
      INTO alertMessageText
    CALL "OPS-ALERT" USING BY CONTENT alertSeverity,
      BY CONTENT alertProgramName, BY CONTENT alertMessageText
    DISPLAY "SUM-FINGERPRINT-REPORT: job completed WITH WARNINGS"
    MOVE 4 TO RETURN-CODE
  ELSE
    DISPLAY "SUM-FINGERPRINT-REPORT: job ended " FUNCTION CURRENT-DATE(1:14)
  END-IF.

  GOBACK.

LoadCatalog.
  MOVE 0 TO catalogEntryCount
  MOVE 0 TO catalogEofFlag
  OPEN INPUT CatalogFile
  IF catalogFileStatus NOT = "00" THEN
    SET endOfCatalog TO TRUE
  END-IF
  PERFORM UNTIL endOfCatalog
    READ CatalogFile
      AT END SET endOfCatalog TO TRUE
      NOT AT END
        MOVE SPACES TO catalogNamePart catalogCountPart
          catalogStatusPart catalogRunIdPart catalogStampPart
          catalogFingerprintPart
        UNSTRING catalogFileRecord DELIMITED BY ','
          INTO catalogNamePart, catalogCountPart, catalogStatusPart,
            catalogRunIdPart, catalogStampPart, catalogFingerprintPart
        MOVE 0 TO cgMatchIdx
        PERFORM VARYING cgIdx FROM 1 BY 1
            UNTIL cgIdx > catalogEntryCount OR cgMatchIdx > 0
          IF cgFileName(cgIdx) = catalogNamePart THEN
            MOVE cgIdx TO cgMatchIdx
          END-IF
        END-PERFORM
        IF cgMatchIdx = 0 AND catalogEntryCount < 2000 THEN
          ADD 1 TO catalogEntryCount
          MOVE catalogEntryCount TO cgMatchIdx
        END-IF
        IF cgMatchIdx > 0 THEN
          MOVE catalogNamePart TO cgFileName(cgMatchIdx)
          MOVE catalogCountPart TO cgLineCount(cgMatchIdx)
          MOVE catalogStampPart TO cgRegisteredAt(cgMatchIdx)
          MOVE catalogFingerprintPart TO cgFingerprint(cgMatchIdx)
        END-IF
    END-READ
  END-PERFORM
  CLOSE CatalogFile.

CheckOneEntry.
  ADD 1 TO checkedCount
  IF cgFingerprint(cgIdx) = SPACES THEN
    ADD 1 TO unregisteredCount
    GO TO CheckOneEntry-EXIT
  END-IF

  MOVE SPACES TO hashedFileName
  STRING FUNCTION TRIM(inboundDirectoryName) DELIMITED BY SIZE
    "/" DELIMITED BY SIZE
    FUNCTION TRIM(cgFileName(cgIdx)) DELIMITED BY SIZE
    INTO hashedFileName
  CALL "CONTENT-HASH" USING BY CONTENT hashedFileName,
    BY REFERENCE currentFingerprint, BY REFERENCE currentLineCount

  IF currentFingerprint = SPACES THEN
    ADD 1 TO missingCount
    MOVE SPACES TO reportRecord
    STRING "MISSING   " DELIMITED BY SIZE
      cgFileName(cgIdx)(1:40) DELIMITED BY SIZE
      " REGISTERED " DELIMITED BY SIZE
      cgRegisteredAt(cgIdx) DELIMITED BY SIZE
      INTO reportRecord
    WRITE reportRecord
    GO TO CheckOneEntry-EXIT
  END-IF

  IF currentFingerprint = cgFingerprint(cgIdx) THEN
    ADD 1 TO matchedCount
    GO TO CheckOneEntry-EXIT
  END-IF

  ADD 1 TO changedCount
  MOVE currentLineCount TO lineCountDisplay
  MOVE SPACES TO reportRecord
  STRING "CHANGED   " DELIMITED BY SIZE
    cgFileName(cgIdx)(1:40) DELIMITED BY SIZE
    " REGISTERED " DELIMITED BY SIZE
    cgRegisteredAt(cgIdx) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    cgFingerprint(cgIdx) DELIMITED BY SIZE
    " LINES " DELIMITED BY SIZE
    FUNCTION TRIM(cgLineCount(cgIdx)) DELIMITED BY SIZE
    " NOW " DELIMITED BY SIZE
    currentFingerprint DELIMITED BY SIZE
    " LINES " DELIMITED BY SIZE
    FUNCTION TRIM(lineCountDisplay) DELIMITED BY SIZE
    INTO reportRecord
  WRITE reportRecord
  DISPLAY "SUM-FINGERPRINT-REPORT: WARNING - "
    FUNCTION TRIM(cgFileName(cgIdx)) " changed since registration".

CheckOneEntry-EXIT.
  EXIT.
