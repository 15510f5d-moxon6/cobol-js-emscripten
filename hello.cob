       01 NameKey PIC X(10).
       01 AlertText PIC X(80).
       01 NameMatchFound PIC 9 VALUE 0.
       01 JoinAnswer PIC X(01).

       PROCEDURE DIVISION.
       DISPLAY "Enter Value for 'world'".
           INTO AlertText
       CALL "jsrun" USING AlertText.

       DISPLAY "Enter Value for 'join' (Y to sign up as a member)".
       CALL "updateDOM".
       ACCEPT JoinAnswer.
       IF JoinAnswer = "Y" OR JoinAnswer = "y"
           CALL "HELLO-WORLD"
               ON EXCEPTION
                   DISPLAY "Sign-up is not available here - please"
                       " ask at the desk."
           END-CALL
       END-IF.

       DISPLAY "Potato potato"
       STOP RUN.

       Lookup-Greeting.
           MOVE 0 TO NameMatchFound
           OPEN INPUT GreetingFile
           IF GreetingFileStatus = "00"
               Perform Read-Greeting-Record UNTIL EndOfGreetingFile = 1
               CLOSE GreetingFile
           END-IF
       .
       .

       Match-Locale-Record.
           IF GR-LocaleId = LocaleCode AND GR-Name = NameKey
               MOVE GR-GreetingText TO HELLO
               MOVE 1 TO NameMatchFound
           END-IF
           IF NameMatchFound = 0
               IF GR-LocaleId = LocaleCode AND GR-Name = SPACES
                   MOVE GR-GreetingText TO HELLO
               END-IF
           END-IF
