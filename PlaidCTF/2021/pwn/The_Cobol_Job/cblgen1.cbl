      *                    shows record count and total amount per
      *                    band so the figures can be checked
      *                    before posting.
      *   2026-10-15  DLM  BALMSTR layout carries the new
      *                    BM-LAST-ACT last activity date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).
