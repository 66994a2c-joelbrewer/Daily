      ******************************************************************
      * DATECWS - Working fields for the shared date arithmetic.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * CALLs the DATECALC module. Move a function code and the
      * dates or day count it needs into WS-DATC-REQUEST, then
      * CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
      *
      *   INFO  day of week, business day or not, the holiday that
      *         falls on DATE-1, its month end and the leap flag
      *   ADDC  DATE-1 plus DAYS calendar days (DAYS may be < 0)
      *   ADDB  DATE-1 plus DAYS business days (DAYS may be < 0);
      *         zero rolls a non-business DATE-1 on to the next
      *         business day
      *   CNTC  calendar days from DATE-1 to DATE-2
      *   CNTB  business days after DATE-1 up to and including
      *         DATE-2 - so Friday to Monday is one - negative
      *         when DATE-2 is the earlier
      *
      * Every function also hands back the INFO fields for its
      * answer date (DATE-2 for the counts). WS-DATC-VALID is 'N'
      * when a date is no real date - February 29th answers to
      * LEAPMSTR - or the function code is unknown; the rest of the
      * result is then zeros and spaces. Business days are Monday to
      * Friday less the holidays on HOLMSTR.
      ******************************************************************
       01 WS-DATC-REQUEST.
           05 WS-DATC-FUNCTION PIC X(04).
           05 WS-DATC-DATE-1 PIC 9(08).
           05 WS-DATC-DATE-2 PIC 9(08).
           05 WS-DATC-DAYS PIC S9(05).
       01 WS-DATC-RESULT.
           05 WS-DATC-VALID PIC X(01).
               88 WS-DATC-OK VALUE 'Y'.
           05 WS-DATC-RESULT-DATE PIC 9(08).
           05 WS-DATC-RESULT-DAYS PIC S9(05).
           05 WS-DATC-DOW PIC 9(01).
           05 WS-DATC-DOW-NAME PIC X(03).
           05 WS-DATC-BUSDAY-FLAG PIC X(01).
               88 WS-DATC-BUSINESS-DAY VALUE 'Y'.
           05 WS-DATC-HOLIDAY-DESC PIC X(30).
           05 WS-DATC-MONTH-END PIC 9(08).
           05 WS-DATC-LEAP-FLAG PIC X(01).
               88 WS-DATC-LEAP-YEAR VALUE 'Y'.
