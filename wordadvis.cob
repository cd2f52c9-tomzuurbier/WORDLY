            DECLARE GUESSCURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY_GUESSES
               WHERE RETIRED_VERSION = 0
           END-EXEC.
      *-----------------------------------------------------------
       LINKAGE SECTION.
