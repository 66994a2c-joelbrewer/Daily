      ******************************************************************
      * CHKVWS - Working fields for the shared bulletin check value.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * CALLs the CHKVCALC module. Move the bulletin class, the
      * business date the bulletin belongs to and its ciphertext
      * into WS-CHKV-REQUEST, then
      * CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT.
      *
      * WS-CHKV-VALUE comes back as the six-digit check value the
      * cipher step stamps on CIPHOUT: the class, date and text
      * folded together under the class's CIPHKEY key and keyword in
      * force on that date, so no one without the key can alter a
      * bulletin and stamp a value that proves. Anyone holding the
      * file can recompute it - CIPHINB and CIPHARCH do - and a
      * difference means the record was changed after sealing.
      *
      * WS-CHKV-KEYED is 'N' when CIPHKEY has no record in force for
      * the class on the date (a substitution or raw-key bulletin);
      * the value is then sealed under blank key material and proves
      * only against accidental change.
      *
      * WS-CHKV-KEY-CLASS, left blank, seals under the bulletin
      * class's own key as above. A copy enciphered under a
      * recipient's key (see the RCPTCALC module) names that
      * recipient's key class there: the key then comes from that
      * class's CIPHKEY record while the bulletin class is still
      * what gets folded in.
      ******************************************************************
       01 WS-CHKV-REQUEST.
           05 WS-CHKV-CLASS PIC X(04).
           05 WS-CHKV-DATE PIC 9(08).
           05 WS-CHKV-TEXT PIC X(128).
           05 WS-CHKV-KEY-CLASS PIC X(04) VALUE SPACES.
       01 WS-CHKV-RESULT.
           05 WS-CHKV-KEYED PIC X(01).
               88 WS-CHKV-KEY-FOUND VALUE 'Y'.
           05 WS-CHKV-VALUE PIC 9(06).
