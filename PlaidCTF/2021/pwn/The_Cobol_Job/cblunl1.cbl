      *                    also uses it to cut the BALPREV
      *                    snapshot CBLRECN1 reconciles against
      *                    before CBLPOST1 runs.
      *   2026-10-15  DLM  BM-LAST-ACT, the last posting activity
      *                    date CBLPOST1 now keeps on BALMSTR, is
      *                    unloaded to BALSEQ after the balance.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05  FILLER                     PIC X(01).
           05  SQ-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  SQ-LAST-ACT                PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-BAL-STATUS                    PIC X(02).
                       MOVE SPACES TO SEQ-RECORD
                       MOVE BM-KEY TO SQ-KEY
                       MOVE BM-BALANCE TO SQ-BALANCE
                       MOVE BM-LAST-ACT TO SQ-LAST-ACT
                       WRITE SEQ-RECORD
                       ADD 1 TO WS-RECS-UNLOADED
               END-READ
