      *                    business date, and records still
      *                    future-dated are skipped the way the
      *                    posting run held them.
      *   2026-10-15  DLM  Debits the posting run refused against
      *                    the account's credit limit are skipped
      *                    in the replay the way held records are:
      *                    NSFEXC, the run's exception file, is
      *                    loaded first and each refused record is
      *                    matched off against the replayed work
      *                    and counted.  A refusal that matches
      *                    nothing means NSFEXC is not this run's
      *                    and the verdict is marked unsafe.
      *   2026-10-15  DLM  Pending work CBLPOST1 held because its
      *                    effective month is closed (PERIODS) is
      *                    skipped in the replay and counted.
      *   2026-10-15  DLM  BALMSTR and BALPREV layouts carry the
      *                    new last activity date.
      *   2026-10-15  DLM  The closed-period rule now applies to
      *                    every replayed record, ACCEPTED as well
      *                    as PENDPREV, as CBLPOST1 holds any
      *                    record dated into a closed month.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL NSF-FILE ASSIGN TO "NSFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  FILLER                     PIC X(01).
           05  PR-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  PR-LAST-ACT                PIC X(08).

       FD  ACCEPT-FILE
           RECORD CONTAINS 256 CHARACTERS.
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  PENDPREV-FILE
           RECORD CONTAINS 256 CHARACTERS.
       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).

       FD  NSF-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  NSF-RECORD                     PIC X(256).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(74).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD            PIC X(132).

           88 WS-PPV-EOF                   VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-NSF-STATUS                    PIC X(02).
       01 WS-NSF-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-NSF-EOF                   VALUE "Y".

      *    Refused debits from NSFEXC, by the FILEREC identity
      *    bytes (key through effective date); the switch marks an
      *    entry already matched off against the replay.
       77 MAX-NSF-REFUSALS                 PIC 9(04) VALUE 2000.
       01 WS-NSF-TABLE.
           05 WS-NX-USED                   PIC 9(04) VALUE ZERO.
           05 WS-NX-IMAGE                  PIC X(69) OCCURS 2000 TIMES.
           05 WS-NX-MATCHED-SW             PIC X(01) OCCURS 2000 TIMES.
       01 WS-NX-HIT-SW                     PIC X(01).
           88 WS-NX-HIT                    VALUE "Y".

      *    Periods CBLCLOS1 has closed, from PERIODS - work
      *    dated into one was held, not posted.
       01 WS-PRD-STATUS                    PIC X(02).
       01 WS-PRD-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-PRD-EOF                   VALUE "Y".
       77 MAX-PERIODS                      PIC 9(04) VALUE 600.
       01 WS-PERIOD-TABLE.
           05 WS-PD-USED                   PIC 9(04) VALUE ZERO.
           05 WS-PD-PERIOD                 PIC X(06) OCCURS 600 TIMES.
       01 WS-PD-I                          PIC 9(04).
       01 WS-EFF-PERIOD                    PIC X(06).
       01 WS-PERIOD-SW                     PIC X(01).
           88 WS-PERIOD-CLOSED             VALUE "Y".

       01 WS-BUSDATE                       PIC X(08).
       01 WS-RUN-DATE                      PIC 9(08).
           05 WS-ACC-APPLIED               PIC 9(06) VALUE ZERO.
           05 WS-ACC-SKIPPED               PIC 9(06) VALUE ZERO.
           05 WS-ACC-FUTURE                PIC 9(06) VALUE ZERO.
           05 WS-ACC-NSF                   PIC 9(06) VALUE ZERO.
           05 WS-ACC-CLOSED                PIC 9(06) VALUE ZERO.
           05 WS-NSF-UNMATCHED             PIC 9(06) VALUE ZERO.
           05 WS-BAL-READ                  PIC 9(06) VALUE ZERO.
           05 WS-KEYS-MATCHED              PIC 9(06) VALUE ZERO.
           05 WS-KEYS-DRIFTED              PIC 9(06) VALUE ZERO.
           PERFORM 0400-LOAD-CONTROLS
                THRU 0400-LOAD-CONTROLS-EXIT

           PERFORM 0600-LOAD-NSF
                THRU 0600-LOAD-NSF-EXIT
           PERFORM 0650-LOAD-PERIODS
                THRU 0650-LOAD-PERIODS-EXIT
           PERFORM 1000-LOAD-PRIOR
                THRU 1000-LOAD-PRIOR-EXIT
           PERFORM 1800-APPLY-PENDPREV
                THRU 1800-APPLY-PENDPREV-EXIT
           PERFORM 2000-APPLY-ACCEPTED
                THRU 2000-APPLY-ACCEPTED-EXIT
           PERFORM 2500-CHECK-NSF-MATCHED
                THRU 2500-CHECK-NSF-MATCHED-EXIT
           PERFORM 3000-COMPARE-MASTER
                THRU 3000-COMPARE-MASTER-EXIT
           PERFORM 4000-PRINT-VERDICT
       0400-LOAD-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-LOAD-NSF
      *   Loads NSFEXC, the debits the posting run refused against
      *   a credit limit, so 2100-APPLY-ONE can leave them out of
      *   the rebuild.  No NSFEXC means nothing was refused.  A
      *   table overflow marks the verdict unsafe - the refusals
      *   past the cap would replay as if they had posted.
      *-----------------------------------------------------------*
       0600-LOAD-NSF.
           OPEN INPUT NSF-FILE
           IF WS-NSF-STATUS NOT EQUAL "00" THEN
               CLOSE NSF-FILE
               GO TO 0600-LOAD-NSF-EXIT
           END-IF
           PERFORM UNTIL WS-NSF-EOF
               READ NSF-FILE
                   AT END
                       SET WS-NSF-EOF TO TRUE
                   NOT AT END
                       IF WS-NX-USED < MAX-NSF-REFUSALS THEN
                           ADD 1 TO WS-NX-USED
                           MOVE NSF-RECORD(1:69)
                               TO WS-NX-IMAGE(WS-NX-USED)
                           MOVE "N" TO WS-NX-MATCHED-SW(WS-NX-USED)
                       ELSE
                           DISPLAY "CBLRECN1: NSF table full - "
                               "refusal for key " NSF-RECORD(1:8)
                               " dropped, verdict unsafe"
                           MOVE 08 TO WS-RUN-RC-NEW
                           PERFORM 9500-SET-RUN-RC
                                THRU 9500-SET-RUN-RC-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NSF-FILE.
       0600-LOAD-NSF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0650-LOAD-PERIODS
      *   Loads the months CBLCLOS1 has closed from PERIODS, the
      *   list CBLPOST1 held work against.  No PERIODS
      *   file means no month is closed.  A table overflow
      *   marks the verdict unsafe - held work past the cap
      *   would replay as if it had posted.
      *-----------------------------------------------------------*
       0650-LOAD-PERIODS.
           OPEN INPUT PRD-FILE
           IF WS-PRD-STATUS NOT EQUAL "00" THEN
               CLOSE PRD-FILE
               GO TO 0650-LOAD-PERIODS-EXIT
           END-IF
           PERFORM UNTIL WS-PRD-EOF
               READ PRD-FILE
                   AT END
                       SET WS-PRD-EOF TO TRUE
                   NOT AT END
                       IF PD-PERIOD IS NUMERIC THEN
                           IF WS-PD-USED IS LESS THAN MAX-PERIODS THEN
                               ADD 1 TO WS-PD-USED
                               MOVE PD-PERIOD
                                   TO WS-PD-PERIOD(WS-PD-USED)
                           ELSE
                               DISPLAY "CBLRECN1: period table full "
                                   "- verdict unsafe"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-FILE.
       0650-LOAD-PERIODS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1800-APPLY-PENDPREV
      *   Replays the pending file the posting run brought forward
      *   (PENDPREV, the pre-run PENDING CBLPOST1 set aside after
      *   its swap) through the same rules as the day's ACCEPTED
      *   work, so a record whose effective month is closed
      *   stayed held here too.
      *-----------------------------------------------------------*
       1800-APPLY-PENDPREV.
           OPEN INPUT PENDPREV-FILE
               ADD 1 TO WS-ACC-FUTURE
               GO TO 2100-APPLY-ONE-EXIT
           END-IF
           PERFORM 2600-CHECK-PERIOD
                THRU 2600-CHECK-PERIOD-EXIT
           IF WS-PERIOD-CLOSED THEN
               ADD 1 TO WS-ACC-CLOSED
               GO TO 2100-APPLY-ONE-EXIT
           END-IF
           IF FR-TYPE EQUAL "D" AND WS-NX-USED > ZERO THEN
               PERFORM 2150-MATCH-NSF
                    THRU 2150-MATCH-NSF-EXIT
               IF WS-NX-HIT THEN
                   ADD 1 TO WS-ACC-NSF
                   GO TO 2100-APPLY-ONE-EXIT
               END-IF
           END-IF
           IF FR-TYPE EQUAL "C" THEN
               MOVE FR-AMOUNT TO WS-WORK-AMOUNT
           ELSE
       2100-APPLY-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-MATCH-NSF / 2500-CHECK-NSF-MATCHED
      *   A replayed debit identical to an unmatched NSFEXC entry
      *   is the refused record: the entry is matched off, so two
      *   identical debits with one refusal skip only one.  After
      *   the replay every entry should be matched; any left over
      *   means NSFEXC does not belong to the work replayed and
      *   the run ends RC 08.
      *-----------------------------------------------------------*
       2150-MATCH-NSF.
           MOVE "N" TO WS-NX-HIT-SW
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-NX-USED OR WS-NX-HIT
               IF WS-NX-MATCHED-SW(K) EQUAL "N" AND
                   WS-NX-IMAGE(K) EQUAL ACCEPT-RECORD(1:69) THEN
                   MOVE "Y" TO WS-NX-MATCHED-SW(K)
                   MOVE "Y" TO WS-NX-HIT-SW
               END-IF
           END-PERFORM.
       2150-MATCH-NSF-EXIT.
           EXIT.

       2500-CHECK-NSF-MATCHED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NX-USED
               IF WS-NX-MATCHED-SW(K) EQUAL "N" THEN
                   ADD 1 TO WS-NSF-UNMATCHED
               END-IF
           END-PERFORM
           IF WS-NSF-UNMATCHED IS GREATER THAN ZERO THEN
               DISPLAY "CBLRECN1: " WS-NSF-UNMATCHED " NSFEXC "
                   "refusals match no replayed debit - verdict "
                   "unsafe"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       2500-CHECK-NSF-MATCHED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-CHECK-PERIOD
      *   CBLPOST1's closed-period rule, for every record: the
      *   month is the effective date's year and month, or the
      *   business date's when it has none, and work falling in
      *   a closed month was held, not posted.
      *-----------------------------------------------------------*
       2600-CHECK-PERIOD.
           MOVE "N" TO WS-PERIOD-SW
           IF FR-EFF-DATE IS NUMERIC AND
               FR-EFF-DATE NOT EQUAL "00000000" THEN
               MOVE FR-EFF-DATE(1:6) TO WS-EFF-PERIOD
           ELSE
               MOVE WS-BUSDATE(1:6) TO WS-EFF-PERIOD
           END-IF
           PERFORM VARYING WS-PD-I FROM 1 BY 1
               UNTIL WS-PD-I > WS-PD-USED OR WS-PERIOD-CLOSED
               IF WS-PD-PERIOD(WS-PD-I) EQUAL WS-EFF-PERIOD THEN
                   MOVE "Y" TO WS-PERIOD-SW
               END-IF
           END-PERFORM.
       2600-CHECK-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COMPARE-MASTER
      *   Reads BALMSTR and compares each BM-BALANCE with the
           MOVE "FUTURE-DATED HELD:" TO WS-TL-LABEL
           MOVE WS-ACC-FUTURE TO WS-TL-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "NSF REFUSALS SKIPPED:" TO WS-TL-LABEL
           MOVE WS-ACC-NSF TO WS-TL-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "CLOSED-PERIOD HELD:" TO WS-TL-LABEL
           MOVE WS-ACC-CLOSED TO WS-TL-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "NSF REFUSALS UNMATCHED:" TO WS-TL-LABEL
           MOVE WS-NSF-UNMATCHED TO WS-TL-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "MASTER BALANCES READ:" TO WS-TL-LABEL
           MOVE WS-BAL-READ TO WS-TL-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-TOT-LINE
