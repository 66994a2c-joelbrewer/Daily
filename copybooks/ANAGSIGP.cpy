      ******************************************************************
      * ANAGSIGP - Shared anagram signature logic.
      *
      * Copied into the PROCEDURE DIVISION alongside ANAGSWS. The
      * signature is built letter by letter through the alphabet,
      * each letter written as many times as the word holds it, so
      * two words share a signature exactly when one is an anagram
      * of the other.
      ******************************************************************
       BUILD-ANAGRAM-SIGNATURE.
           INSPECT WS-ANAG-WORD CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO WS-ANAG-ALPHABET.
           MOVE SPACES TO WS-ANAG-SIGNATURE.
           MOVE 1 TO WS-ANAG-SIG-PTR.
           PERFORM ADD-SIGNATURE-LETTER
               VARYING WS-ANAG-LETTER-NO FROM 1 BY 1
               UNTIL WS-ANAG-LETTER-NO > 26.

       ADD-SIGNATURE-LETTER.
           MOVE 0 TO WS-ANAG-LETTER-COUNT.
           INSPECT WS-ANAG-WORD TALLYING WS-ANAG-LETTER-COUNT
               FOR ALL WS-ANAG-ALPHABET(WS-ANAG-LETTER-NO:1).
           PERFORM APPEND-SIGNATURE-LETTER WS-ANAG-LETTER-COUNT TIMES.

       APPEND-SIGNATURE-LETTER.
           MOVE WS-ANAG-ALPHABET(WS-ANAG-LETTER-NO:1) TO
               WS-ANAG-SIGNATURE(WS-ANAG-SIG-PTR:1).
           ADD 1 TO WS-ANAG-SIG-PTR.
