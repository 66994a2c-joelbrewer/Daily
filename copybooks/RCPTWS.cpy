      ******************************************************************
      * RCPTWS - Working fields for the shared recipient-copy cipher.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * CALLs the RCPTCALC module. Move the recipient's key class off
      * CIPHRTE, the business date the copy goes out under and the
      * bulletin's plain text into WS-RCPT-REQUEST, then
      * CALL 'RCPTCALC' USING WS-RCPT-REQUEST WS-RCPT-RESULT.
      *
      * The text comes back in WS-RCPT-CIPHER enciphered exactly as
      * the cipher step would have enciphered it had the bulletin's
      * own class carried that key: rotated by the key (digits too
      * when the key record says so), or through VIGNCALC under the
      * keyword for a Vigenere key. WS-RCPT-KEY, WS-RCPT-TYPE and
      * WS-RCPT-DIGITS are what the copy's record must then carry,
      * and WS-RCPT-EFF-DATE names the generation of the key used.
      *
      * WS-RCPT-STATE is
      *   Y  enciphered
      *   N  CIPHKEY has no record in force for the key class on the
      *      date - the text out is the text in
      *   B  the record in force carries no usable Vigenere keyword
      * A call with a blank text proves the key before any of a
      * bulletin's records are committed to the copy.
      ******************************************************************
       01 WS-RCPT-REQUEST.
           05 WS-RCPT-KEY-CLASS PIC X(04).
           05 WS-RCPT-DATE PIC 9(08).
           05 WS-RCPT-TEXT PIC X(128).
       01 WS-RCPT-RESULT.
           05 WS-RCPT-STATE PIC X(01).
               88 WS-RCPT-ENCIPHERED VALUE 'Y'.
               88 WS-RCPT-NO-KEY VALUE 'N'.
               88 WS-RCPT-BAD-KEYWORD VALUE 'B'.
           05 WS-RCPT-EFF-DATE PIC 9(08).
           05 WS-RCPT-KEY PIC 9(02).
           05 WS-RCPT-TYPE PIC X(01).
           05 WS-RCPT-DIGITS PIC X(01).
           05 WS-RCPT-CIPHER PIC X(128).
