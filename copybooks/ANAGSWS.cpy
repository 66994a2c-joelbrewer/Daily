      ******************************************************************
      * ANAGSWS - Anagram signature working fields.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * groups words into anagram families. Move the word to
      * WS-ANAG-WORD and PERFORM BUILD-ANAGRAM-SIGNATURE (see the
      * ANAGSIGP copybook); WS-ANAG-SIGNATURE comes back holding the
      * word's letters in alphabetical order, lower case, with
      * everything that is not a letter dropped - so "Listen" and
      * "silent" both come back "eilnst". A word with no letters at
      * all comes back spaces and belongs to no family.
      ******************************************************************
       01 WS-ANAG-WORD PIC X(60).
       01 WS-ANAG-SIGNATURE PIC X(60).
       01 WS-ANAG-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-ANAG-LETTER-NO PIC 9(02) COMP.
       01 WS-ANAG-LETTER-COUNT PIC 9(02) COMP.
       01 WS-ANAG-SIG-PTR PIC 9(02) COMP.
