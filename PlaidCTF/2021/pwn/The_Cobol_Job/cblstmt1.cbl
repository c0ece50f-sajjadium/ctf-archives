      *                    still future-dated are left off the
      *                    statement the way the posting run held
      *                    them.
      *   2026-10-15  DLM  Debits the posting run refused against
      *                    the account's credit limit are left off
      *                    the statement the way held records are:
      *                    NSFEXC is loaded first, each refused
      *                    record is matched off against the
      *                    listed work, and the count shows on the
      *                    totals page.
      *   2026-10-15  DLM  Pending work CBLPOST1 held because its
      *                    effective month is closed (PERIODS) is
      *                    left off the statement and counted on
      *                    the totals page.
      *   2026-10-15  DLM  Each detail line carries the posting's
      *                    transaction reference, rebuilt the way
      *                    CBLPOST1 numbers its postings from the
      *                    run sequence HISTCTL records for the
      *                    business date, and a reversal and the
      *                    posting it offsets are linked: REVERSES
      *                    on the one, REVERSED BY on the other.
      *   2026-10-15  DLM  BALMSTR and BALPREV layouts carry the
      *                    new last activity date.
      *   2026-10-15  DLM  Foreign-currency work shows its original
      *                    currency and amount beside the converted
      *                    amount it posted at; the statement line
      *                    widens to 148 columns to carry them.
      *   2026-10-15  DLM  The closed-period rule now applies to
      *                    every replayed record, ACCEPTED as well
      *                    as PENDPREV, as CBLPOST1 holds any
      *                    record dated into a closed month.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT OPTIONAL NSF-FILE ASSIGN TO "NSFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL HCTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT"
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
       FD  PCTL-FILE.
       01  PCTL-RECORD                    PIC X(80).

       FD  NSF-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  NSF-RECORD                     PIC X(256).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(74).

       FD  HCTL-FILE.
       01  HCTL-RECORD.
           05  HC-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  HC-RUN-SEQ                 PIC X(04).
           05  FILLER                     PIC X(01).
           05  HC-STATE                   PIC X(01).

       FD  STMT-REPORT-FILE.
       01  STMT-REPORT-RECORD             PIC X(148).

       WORKING-STORAGE SECTION.
       01 WS-PRI-STATUS                    PIC X(02).
           88 WS-PCT-EOF                   VALUE "Y".
       01 WS-MASTER-OPEN-SW                PIC X(01) VALUE "N".
           88 WS-MASTER-OPEN               VALUE "Y".
       01 WS-NSF-STATUS                    PIC X(02).
       01 WS-NSF-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-NSF-EOF                   VALUE "Y".

      *    Refused debits from NSFEXC, by the FILEREC identity
      *    bytes (key through effective date); the switch marks an
      *    entry already matched off against the listed work.
       77 MAX-NSF-REFUSALS                 PIC 9(04) VALUE 2000.
       01 WS-NSF-TABLE.
           05 WS-NX-USED                   PIC 9(04) VALUE ZERO.
           05 WS-NX-IMAGE                  PIC X(69) OCCURS 2000 TIMES.
           05 WS-NX-MATCHED-SW             PIC X(01) OCCURS 2000 TIMES.
       01 WS-NX-HIT-SW                     PIC X(01).
           88 WS-NX-HIT                    VALUE "Y".
       01 WS-NSF-COUNT                     PIC 9(06) VALUE ZERO.

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

      *    The posting run's sequence for the business date, from
      *    HISTCTL; unknown (blank references) when HISTCTL holds
      *    another date.
       01 WS-HCT-STATUS                    PIC X(02).
       01 WS-RUN-SEQ-SW                    PIC X(01) VALUE "N".
           88 WS-RUN-SEQ-KNOWN             VALUE "Y".
       01 WS-TRAN-REF.
           05 WS-TR-BUSDATE                PIC X(08).
           05 WS-TR-RUN-SEQ                PIC X(04).
           05 WS-TR-ITEM                   PIC 9(06).
       01 WS-LINK-I                        PIC 9(04).
       01 WS-HELD-COUNT                    PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-COUNT                  PIC 9(06) VALUE ZERO.

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).
           05 WS-TT-AMT                    PIC S9(7)V99
                                           OCCURS 5000 TIMES.
           05 WS-TT-DESC                   PIC X(40) OCCURS 5000 TIMES.
           05 WS-TT-REF                    PIC X(18) OCCURS 5000 TIMES.
           05 WS-TT-REVERSES               PIC X(18) OCCURS 5000 TIMES.
           05 WS-TT-CCY                    PIC X(03) OCCURS 5000 TIMES.
           05 WS-TT-ORIG                   PIC S9(11)V99
                                           OCCURS 5000 TIMES.

       77 MAX-STMT-REQS                    PIC 9(03) VALUE 200.
       01 WS-REQ-TABLE.
           05 FILLER                       PIC X(12)
               VALUE "      AMOUNT".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(18)
               VALUE "   ORIGINAL AMOUNT".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40) VALUE
               "DESCRIPTION".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
               VALUE "RUNNING BALANCE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(18)
               VALUE "REFERENCE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30) VALUE "LINK".

       01 WS-DTL-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-AMT                    PIC +Z(7)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-CCY                    PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DT-ORIG                   PIC Z(10)9.99.
           05 WS-DT-ORIG-X REDEFINES WS-DT-ORIG
                                           PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-DESC                   PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-RUN                    PIC +Z(10)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-REF                    PIC X(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DT-LINK                   PIC X(30).

       01 WS-BAL-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           MOVE WS-RPT-DATE TO WS-BUSDATE
           PERFORM 0400-LOAD-POST-CONTROLS
                THRU 0400-LOAD-POST-CONTROLS-EXIT
           PERFORM 0450-LOAD-RUN-SEQ
                THRU 0450-LOAD-RUN-SEQ-EXIT

           OPEN OUTPUT STMT-REPORT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" AND

           PERFORM 1000-LOAD-CONTROLS
                THRU 1000-LOAD-CONTROLS-EXIT
           PERFORM 0600-LOAD-NSF
                THRU 0600-LOAD-NSF-EXIT
           PERFORM 0650-LOAD-PERIODS
                THRU 0650-LOAD-PERIODS-EXIT
           PERFORM 1100-LOAD-PRIOR
                THRU 1100-LOAD-PRIOR-EXIT
           PERFORM 1180-LOAD-PENDPREV
       0400-LOAD-POST-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0450-LOAD-RUN-SEQ
      *   CBLPOST1 records the business date and run sequence of
      *   its last verified run in HISTCTL, whether or not it
      *   posted anything (the state byte after them says only
      *   whether that run's history has reached TRANHIST yet).
      *   A run that posted nothing leaves no postings to list
      *   here, so the references below are unaffected.  When
      *   that is this business date, the references it stamped
      *   are that date and sequence plus the item number, and the
      *   items number the postings in the order 1250-LOAD-ONE-TRAN
      *   lists them.  Any other date leaves references blank.
      *-----------------------------------------------------------*
       0450-LOAD-RUN-SEQ.
           OPEN INPUT HCTL-FILE
           IF WS-HCT-STATUS NOT EQUAL "00" THEN
               CLOSE HCTL-FILE
               GO TO 0450-LOAD-RUN-SEQ-EXIT
           END-IF
           READ HCTL-FILE
               AT END
                   MOVE SPACES TO HCTL-RECORD
           END-READ
           CLOSE HCTL-FILE
           IF HC-BUSDATE EQUAL WS-BUSDATE AND
               HC-RUN-SEQ IS NUMERIC THEN
               MOVE HC-BUSDATE TO WS-TR-BUSDATE
               MOVE HC-RUN-SEQ TO WS-TR-RUN-SEQ
               SET WS-RUN-SEQ-KNOWN TO TRUE
           END-IF.
       0450-LOAD-RUN-SEQ-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-LOAD-NSF
      *   Loads NSFEXC, the debits the posting run refused against
      *   a credit limit, so 1250-LOAD-ONE-TRAN can leave them off
      *   the statements.  No NSFEXC means nothing was refused.
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
                           DISPLAY "CBLSTMT1: NSF table full - "
                               "statements may list refused debits"
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
      *   fails the run - held work past the cap would list as
      *   if it had posted.
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
                               DISPLAY "CBLSTMT1: period table full "
                                   "- statements may list held work"
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
      * 1180-LOAD-PENDPREV
      *   The pending work the posting run brought forward loads
      *   ahead of the day's ACCEPTED file - the order CBLPOST1
      *   posted things in.  Work from either file whose
      *   effective month is closed stayed held and is left off.
      *-----------------------------------------------------------*
       1180-LOAD-PENDPREV.
           OPEN INPUT PENDPREV-FILE
               ADD 1 TO WS-HELD-COUNT
               GO TO 1250-LOAD-ONE-TRAN-EXIT
           END-IF
           PERFORM 1280-CHECK-PERIOD
                THRU 1280-CHECK-PERIOD-EXIT
           IF WS-PERIOD-CLOSED THEN
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 1250-LOAD-ONE-TRAN-EXIT
           END-IF
           IF FR-TYPE EQUAL "D" AND WS-NX-USED > ZERO THEN
               PERFORM 1270-MATCH-NSF
                    THRU 1270-MATCH-NSF-EXIT
               IF WS-NX-HIT THEN
                   ADD 1 TO WS-NSF-COUNT
                   GO TO 1250-LOAD-ONE-TRAN-EXIT
               END-IF
           END-IF
           IF WS-TT-USED IS NOT LESS THAN MAX-STMT-TRANS THEN
               DISPLAY "CBLSTMT1: transaction table full - "
                   "statements incomplete"
           MOVE FR-TYPE TO WS-TT-TYPE(WS-TT-USED)
           MOVE FR-AMOUNT TO WS-TT-AMT(WS-TT-USED)
           MOVE FR-DESCRIPTION TO WS-TT-DESC(WS-TT-USED)
           MOVE SPACES TO WS-TT-REF(WS-TT-USED)
           IF WS-RUN-SEQ-KNOWN THEN
               MOVE WS-TT-USED TO WS-TR-ITEM
               MOVE WS-TRAN-REF TO WS-TT-REF(WS-TT-USED)
           END-IF
           MOVE FR-REVERSES TO WS-TT-REVERSES(WS-TT-USED)
           MOVE SPACES TO WS-TT-CCY(WS-TT-USED)
           MOVE ZERO TO WS-TT-ORIG(WS-TT-USED)
           IF FR-CURRENCY NOT EQUAL SPACES AND
               FR-ORIG-AMOUNT IS NUMERIC THEN
               MOVE FR-CURRENCY TO WS-TT-CCY(WS-TT-USED)
               MOVE FR-ORIG-AMOUNT TO WS-TT-ORIG(WS-TT-USED)
           END-IF
           MOVE FR-KEY TO WS-WORK-KEY
           PERFORM 1500-FIND-OR-ADD-KEY
                THRU 1500-FIND-OR-ADD-KEY-EXIT.
       1250-LOAD-ONE-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1270-MATCH-NSF
      *   A debit identical to an unmatched NSFEXC entry is the
      *   refused record; the entry is matched off so two
      *   identical debits with one refusal leave off only one.
      *-----------------------------------------------------------*
       1270-MATCH-NSF.
           MOVE "N" TO WS-NX-HIT-SW
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-NX-USED OR WS-NX-HIT
               IF WS-NX-MATCHED-SW(K) EQUAL "N" AND
                   WS-NX-IMAGE(K) EQUAL ACCEPT-RECORD(1:69) THEN
                   MOVE "Y" TO WS-NX-MATCHED-SW(K)
                   MOVE "Y" TO WS-NX-HIT-SW
               END-IF
           END-PERFORM.
       1270-MATCH-NSF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1280-CHECK-PERIOD
      *   CBLPOST1's closed-period rule, for every record: the
      *   month is the effective date's year and month, or the
      *   business date's when it has none, and work falling in
      *   a closed month was held, not posted.
      *-----------------------------------------------------------*
       1280-CHECK-PERIOD.
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
       1280-CHECK-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-ONE-STATEMENT
      *   One key's statement, starting on a fresh page: opening
      *   balance line, one detail line per transaction with the
      *   running balance (and, for work raised in a foreign
      *   currency, the original currency and amount beside the
      *   converted amount posted), then the closing balance checked
      *   against the keyed master.  A missing master record ties
      *   only when the computed closing is zero.
      *-----------------------------------------------------------*
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE WS-TT-TYPE(K) TO WS-DT-TYPE
                   MOVE WS-TT-AMT(K) TO WS-DT-AMT
                   MOVE WS-TT-CCY(K) TO WS-DT-CCY
                   IF WS-TT-CCY(K) NOT EQUAL SPACES THEN
                       MOVE WS-TT-ORIG(K) TO WS-DT-ORIG
                   ELSE
                       MOVE SPACES TO WS-DT-ORIG-X
                   END-IF
                   MOVE WS-TT-DESC(K) TO WS-DT-DESC
                   MOVE WS-RUN-BAL TO WS-DT-RUN
                   MOVE WS-TT-REF(K) TO WS-DT-REF
                   PERFORM 2150-LINK-NOTE
                        THRU 2150-LINK-NOTE-EXIT
                   PERFORM 9200-WRITE-DTL-LINE
                        THRU 9200-WRITE-DTL-LINE-EXIT
               END-IF
       2100-ONE-STATEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-LINK-NOTE
      *   Links a reversal and the posting it offsets.  A reversal
      *   names the reference it reverses; a posting reversed by
      *   another in the same statement names its reversal.  The
      *   link is only as good as the references, so without a
      *   run sequence for the day it is left blank.
      *-----------------------------------------------------------*
       2150-LINK-NOTE.
           MOVE SPACES TO WS-DT-LINK
           IF WS-TT-REVERSES(K) NOT EQUAL SPACES THEN
               STRING "REVERSES " DELIMITED BY SIZE
                      WS-TT-REVERSES(K) DELIMITED BY SIZE
                 INTO WS-DT-LINK
               END-STRING
               GO TO 2150-LINK-NOTE-EXIT
           END-IF
           IF WS-TT-REF(K) EQUAL SPACES THEN
               GO TO 2150-LINK-NOTE-EXIT
           END-IF
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
               UNTIL WS-LINK-I > WS-TT-USED OR
                     WS-DT-LINK NOT EQUAL SPACES
               IF WS-TT-REVERSES(WS-LINK-I) EQUAL WS-TT-REF(K) THEN
                   STRING "REVERSED BY " DELIMITED BY SIZE
                          WS-TT-REF(WS-LINK-I) DELIMITED BY SIZE
                     INTO WS-DT-LINK
                   END-STRING
               END-IF
           END-PERFORM.
       2150-LINK-NOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TOTALS-PAGE
      *   Totals page across all statements: statement and
           MOVE "FUTURE-DATED LEFT OFF:" TO WS-TL-LABEL
           MOVE WS-HELD-COUNT TO WS-TL-VALUE
           WRITE STMT-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "NSF REFUSALS LEFT OFF:" TO WS-TL-LABEL
           MOVE WS-NSF-COUNT TO WS-TL-VALUE
           WRITE STMT-REPORT-RECORD FROM WS-TOT-LINE
           MOVE "CLOSED-PERIOD LEFT OFF:" TO WS-TL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-TL-VALUE
           WRITE STMT-REPORT-RECORD FROM WS-TOT-LINE

           MOVE SPACES TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD
