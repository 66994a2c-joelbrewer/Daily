      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 09/16/2024 JB - ISOOUT's detail line carries ISOGRAM's new
      *                anagram-family flag behind the issue; the FD
      *                follows it. The page does not use the flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBQRPT.
           05 WS-ISO-OUT-RESULT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-ISSUE PIC X(06).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-FAMILY PIC X(01).
       01 WS-ISO-OUT-HDR-RECORD.
           05 WS-ISO-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(71).
       01 WS-ISO-OUT-TRL-RECORD.
           05 WS-ISO-OUT-TRL-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(63).

      * PANGOUT exactly as PANGRAM writes it, envelope included.
       FD  PANGRAM-OUT.
