    originalRecordCount DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(reconcileTotalDisplay) DELIMITED BY SIZE
    " output=" DELIMITED BY SIZE
    FUNCTION TRIM(originalOutputFileName) DELIMITED BY SIZE
    INTO reconciliationFileRecord.
  WRITE reconciliationFileRecord.
  MOVE supplementGrandTotal TO reconcileTotalDisplay.
    supplementRecordCount DELIMITED BY SIZE
    " total=" DELIMITED BY SIZE
    FUNCTION TRIM(reconcileTotalDisplay) DELIMITED BY SIZE
    " output=" DELIMITED BY SIZE
    FUNCTION TRIM(supplementOutputFileName) DELIMITED BY SIZE
    INTO reconciliationFileRecord.
  WRITE reconciliationFileRecord.
  MOVE correctedGrandTotal TO reconcileTotalDisplay.
