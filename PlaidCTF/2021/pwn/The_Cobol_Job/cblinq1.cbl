      *                    balance in the night batch.  Ends RC 04
      *                    when any requested key was not on the
      *                    master.
      *   2026-10-15  DLM  BALMSTR layout carries the new
      *                    BM-LAST-ACT last activity date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS                  PIC X(02).
