   01 errorsCount PIC 999 VALUE 0.
   01 nameRejectedFlag PIC 9.
      88 nameIsRejected VALUE 1.
   01 occasionCode PIC X(8).
   01 occasionYears PIC 9(2).



      DISPLAY "Expected valid name not to be rejected: >" userName "<"
    END-IF

*> a birthday greeting replaces the everyday greeting
    MOVE 'alice' TO userName
    MOVE 'BIRTHDAY' TO occasionCode
    MOVE 0 TO occasionYears
    MOVE 'Happy birthday, Alice!' to expectedMessage
    PERFORM 'CHECK-OCCASION-MESSAGE'

*> a work anniversary greeting carries the years of service
    MOVE 'bob' TO userName
    MOVE 'ANNIV' TO occasionCode
    MOVE 5 TO occasionYears
    MOVE 'Happy work anniversary, Bob! (5 years)' to expectedMessage
    PERFORM 'CHECK-OCCASION-MESSAGE'

*> occasion greetings follow the employee's language
    MOVE 'maria' TO userName
    MOVE 'es' TO languageCode
    MOVE 'BIRTHDAY' TO occasionCode
    MOVE 'Feliz cumpleanos, Maria!' to expectedMessage
    PERFORM 'CHECK-OCCASION-MESSAGE'
    MOVE SPACES TO languageCode

*> the everyday greeting is unchanged after an occasion greeting
    MOVE 'foo' TO userName
    MOVE 'Hello, Foo!' to expectedMessage
    PERFORM 'CHECK-HELLO-MESSAGE'

    IF errorsCount > 0 THEN
      STOP RUN RETURNING 1
    END-IF.
    END-IF
    END-IF.

  CHECK-OCCASION-MESSAGE.
    CALL 'HELLO-OCCASION-MESSAGE' USING returnedMessage, userName,
      languageCode, nameRejectedFlag, occasionCode, occasionYears.
    IF expectedMessage = returnedMessage THEN
      DISPLAY "." WITH NO ADVANCING
    ELSE
      ADD 1 TO errorsCount
      DISPLAY SPACES
      DISPLAY "Mismatch: >" expectedMessage "<"
      DISPLAY "  actual: >" returnedMessage "<"
    END-IF.
