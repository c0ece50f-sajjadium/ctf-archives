      *                    goes unnoticed.  BALMSTR is written from
      *                    scratch: running this against a live
      *                    master replaces it.
      *   2026-10-15  DLM  BM-LAST-ACT, the last posting activity
      *                    date, is loaded from BALSEQ after the
      *                    balance.  A line without one - a BALSEQ
      *                    or month-end snapshot cut before the
      *                    date was kept - is stamped with the load
      *                    date, so the dormancy clock for that key
      *                    starts at the conversion instead of
      *                    never running.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  FILLER                     PIC X(01).
           05  SQ-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  SQ-LAST-ACT                PIC X(08).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-SEQ-STATUS                    PIC X(02).

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).
       01 WS-RUN-DATE                      PIC 9(08).

       01 WS-TOTALS.
           05 WS-RECS-READ                 PIC 9(06) VALUE ZERO.
           05 WS-TL-VALUE                  PIC ZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS NOT EQUAL "00" AND
               WS-SEQ-STATUS NOT EQUAL "05" THEN
      *   One BALSEQ line into the keyed master.  A balance that
      *   will not parse or a key already loaded is reported and
      *   dropped, and the run ends RC 08 - a master missing keys
      *   is exactly what the load exists to prevent.  A line with
      *   no last activity date takes today's.
      *-----------------------------------------------------------*
       2000-LOAD-RECORD.
           ADD 1 TO WS-RECS-READ
           MOVE SPACES TO BALANCE-RECORD
           MOVE SQ-KEY TO BM-KEY
           MOVE SQ-BALANCE TO BM-BALANCE
           IF SQ-LAST-ACT IS NUMERIC THEN
               MOVE SQ-LAST-ACT TO BM-LAST-ACT
           ELSE
               MOVE WS-RUN-DATE TO BM-LAST-ACT
           END-IF
           WRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "CBLBLD1: duplicate key " SQ-KEY
