      ******************************************************************
      * VIGNWS - Working fields for the shared Vigenere cipher.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * CALLs the VIGNCALC module. Move the direction, the class's
      * keyword off CIPHKEY, the class's digit flag and the text into
      * WS-VIGN-REQUEST, then
      * CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT.
      *
      *   E  encipher WS-VIGN-TEXT under the keyword
      *   D  decipher it
      *
      * Each letter moves on by the keyword letter standing over it
      * (A no shift, B one, ... Z twenty-five), case kept, and the
      * keyword steps on one letter for every letter ciphered. With
      * WS-VIGN-DIGITS 'Y' digits are ciphered too - by the same
      * keyword letter, folded into 0-9 - and step the keyword as
      * well. Everything else passes through untouched.
      *
      * WS-VIGN-VALID is 'N' when the keyword is no usable keyword:
      * fewer than three letters, anything but letters ahead of the
      * trailing spaces, or nothing but A's (which would cipher
      * nothing). The text out is then the text in. A call with a
      * blank text is the way to vet a keyword before storing it.
      ******************************************************************
       01 WS-VIGN-REQUEST.
           05 WS-VIGN-DIRECTION PIC X(01).
               88 WS-VIGN-ENCODE VALUE 'E'.
               88 WS-VIGN-DECODE VALUE 'D'.
           05 WS-VIGN-KEYWORD PIC X(20).
           05 WS-VIGN-DIGITS PIC X(01).
           05 WS-VIGN-TEXT PIC X(128).
       01 WS-VIGN-RESULT.
           05 WS-VIGN-VALID PIC X(01).
               88 WS-VIGN-OK VALUE 'Y'.
           05 WS-VIGN-TEXT-OUT PIC X(128).
