  FILE SECTION.

    FD AuditLogFile.
    01 auditLogRecord PIC X(600).

  WORKING-STORAGE SECTION.
    01 auditLogFileName PIC X(256).
    01 outOfOrderCount PIC 9(9) VALUE 0.
    01 countMismatchCount PIC 9(9) VALUE 0.

    01 beforeSeqPart PIC X(600).
    01 afterSeqPart PIC X(600).
    01 seqFieldText PIC X(12).
    01 cntFieldText PIC X(12).
    01 remainderPart PIC X(600).
    01 entrySequence PIC 9(9).
    01 entryCount PIC 9(9).
    01 previousSequence PIC 9(9) VALUE 0.
