      88 previousWasSpace VALUE 1.
   01 validNameChar PIC 9 VALUE 0.
      88 nameCharIsValid VALUE 1.
   01 occasionModePending PIC 9 VALUE 0.
      88 isOccasionMode VALUE 1.
   01 yearsWord PIC X(6).
   01 yearsDisplay PIC Z9.

   LINKAGE SECTION.
   01 returnedMessage PIC X(90).
   01 languageCode PIC X(2).
   01 nameRejectedFlag PIC 9.
      88 nameIsRejected VALUE 1.
   01 occasionCode PIC X(8).
   01 occasionYears PIC 9(2).

PROCEDURE DIVISION USING returnedMessage, userName, languageCode,
    nameRejectedFlag.
  MOVE 0 TO occasionModePending.
  PERFORM BUILD-GREETING-MESSAGE.
  GOBACK.

  ENTRY "HELLO-OCCASION-MESSAGE" USING returnedMessage, userName,
      languageCode, nameRejectedFlag,
      BY REFERENCE occasionCode, BY REFERENCE occasionYears
  MOVE 1 TO occasionModePending.
  PERFORM BUILD-GREETING-MESSAGE.
  MOVE 0 TO occasionModePending.
  GOBACK.

BUILD-GREETING-MESSAGE.
  MOVE SPACES TO returnedMessage.
  MOVE 0 TO nameRejectedFlag.
  IF userName = SPACES THEN
    END-PERFORM
    PERFORM CONSULT-PREFERRED-NAME-MASTER
  END-IF.
  IF isOccasionMode THEN
    PERFORM LOOKUP-OCCASION-WORD
  ELSE
    PERFORM LOOKUP-GREETING-WORD
  END-IF.
  IF NOT catalogGreetingFound THEN
    EVALUATE languageCode
      WHEN 'es' MOVE 'Hola' TO greetingWord
    FUNCTION TRIM(userName) DELIMITED BY SIZE
    '!'
  INTO returnedMessage.
  IF isOccasionMode AND occasionCode = 'ANNIV' AND occasionYears > 0 THEN
    EVALUATE languageCode
      WHEN 'es' MOVE 'anos' TO yearsWord
      WHEN 'fr' MOVE 'ans' TO yearsWord
      WHEN 'it' MOVE 'anni' TO yearsWord
      WHEN OTHER MOVE 'years' TO yearsWord
    END-EVALUATE
    IF occasionYears = 1 AND yearsWord = 'years' THEN
      MOVE 'year' TO yearsWord
    END-IF
    MOVE occasionYears TO yearsDisplay
    STRING
      FUNCTION TRIM(returnedMessage) DELIMITED BY SIZE
      ' (' DELIMITED BY SIZE
      FUNCTION TRIM(yearsDisplay) DELIMITED BY SIZE
      ' ' DELIMITED BY SIZE
      FUNCTION TRIM(yearsWord) DELIMITED BY SIZE
      ')' DELIMITED BY SIZE
    INTO returnedMessage
  END-IF.

LOOKUP-OCCASION-WORD.
  IF NOT catalogIsLoaded THEN
    PERFORM LOAD-GREETING-CATALOG
  END-IF
  MOVE 0 TO greetingFoundFlag
  MOVE languageCode TO lookupLanguage
  IF lookupLanguage = SPACES THEN
    MOVE 'en' TO lookupLanguage
  END-IF
  MOVE occasionCode TO wantedTimeBand
  PERFORM SCAN-GREETING-CATALOG
  IF NOT catalogGreetingFound THEN
    SET catalogGreetingFound TO TRUE
    IF occasionCode = 'BIRTHDAY' THEN
      EVALUATE languageCode
        WHEN 'es' MOVE 'Feliz cumpleanos' TO greetingWord
        WHEN 'fr' MOVE 'Joyeux anniversaire' TO greetingWord
        WHEN 'it' MOVE 'Buon compleanno' TO greetingWord
        WHEN OTHER MOVE 'Happy birthday' TO greetingWord
      END-EVALUATE
    ELSE
      EVALUATE languageCode
        WHEN 'es' MOVE 'Feliz aniversario laboral' TO greetingWord
        WHEN 'fr' MOVE 'Joyeux anniversaire de service' TO greetingWord
        WHEN 'it' MOVE 'Buon anniversario di lavoro' TO greetingWord
        WHEN OTHER MOVE 'Happy work anniversary' TO greetingWord
      END-EVALUATE
    END-IF
  END-IF.

LOOKUP-GREETING-WORD.
  IF NOT catalogIsLoaded THEN
