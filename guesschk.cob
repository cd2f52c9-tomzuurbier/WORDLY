              INTO :WS-GUESS-COUNT
              FROM COBOL.WORDLY_GUESSES
              WHERE WORD = :WORD-INPUT
                AND RETIRED_VERSION = 0
           END-EXEC.
           IF SQLCODE EQUAL TO ZERO AND WS-GUESS-COUNT > 0
               MOVE "Y" TO LS-FOUND-FLAG
