      *                    editing against half the master and
      *                    writing false K3 rejects for every
      *                    good key past the cap.
      *   2026-10-15  DLM  NSF fee debits CBLPOST1 raises for
      *                    refused debits (NSFFEES) are edited
      *                    after TRANFILE through the same edits
      *                    and go to ACCEPTED or REJECTS with the
      *                    day's work.  A run that ends below RC 08
      *                    retires the file to NSFFPREV so the fees
      *                    are never charged twice; a failed run
      *                    leaves it for the rerun.  ACCTMSTR
      *                    layout carries the new AK-LIMIT.
      *   2026-10-15  DLM  Second approval for large items: a clean
      *                    record whose amount is at or over the
      *                    EDITCTL APPROVE= threshold goes to
      *                    APPRNEW instead of ACCEPTED, and a run
      *                    that ends below RC 08 adds the day's
      *                    APPRNEW to the APPROVQ queue CBLCHALL1
      *                    option 17 works off.  APPROVE= absent or
      *                    zero leaves every clean record accepted
      *                    as before.
      *   2026-10-15  DLM  Closed periods: an effective date in a
      *                    month CBLCLOS1 has closed (PERIODS)
      *                    rejects P1, so a closed month's figures
      *                    cannot move.
      *   2026-10-15  DLM  Reversals CBLREV1 raises (REVTRAN) are
      *                    edited after the NSF fees through the
      *                    same edits, and the file is retired to
      *                    REVTPREV by a run that ends below RC 08,
      *                    the same as NSFFEES.
      *   2026-10-15  DLM  Duplicate detection: a clean record with
      *                    the same key, type, amount and
      *                    description as one already accepted or
      *                    queued earlier in the run, or on one of
      *                    the last DUPDAYS= business days (EDITCTL,
      *                    default 3), rejects S1.  The day's
      *                    fingerprints are kept in DUPFPRT,
      *                    stamped with the POSTCTL business date
      *                    and trimmed to the window each run; a
      *                    rerun of the same business day replaces
      *                    that day's.  A record CBLFIX1 confirmed
      *                    genuine (FR-DUP-OK) passes, and NSF fees
      *                    and reversals are not checked.
      *   2026-10-15  DLM  Multi-currency: a record raised in a
      *                    foreign currency (FR-CURRENCY, with its
      *                    own amount in FR-ORIG-AMOUNT) is
      *                    converted into the account's currency
      *                    (new ACCTMSTR AK-CURRENCY, blank meaning
      *                    the base) at the FXCTL rate for its
      *                    effective date, and the result stamped
      *                    in FR-AMOUNT before the amount edits.  A
      *                    currency that is neither the base nor on
      *                    FXCTL rejects X1, a date with no rate on
      *                    file X2.  REJECTS lines carry the
      *                    currency and original amount.
      *   2026-10-15  DLM  P1 also covers undated work, tested
      *                    against the business date's month it
      *                    will post in.  REJECTS lines carry the
      *                    submitter (RJ-ENTERED-BY) and the
      *                    reference a reversal offsets
      *                    (RJ-REVERSES), so CBLFIX1 resubmits them
      *                    unchanged.  Writes to APPRNEW and
      *                    APPROVQ are checked.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL FEE-FILE ASSIGN TO "NSFFEES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT OPTIONAL REV-FILE ASSIGN TO "REVTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT APRNEW-FILE ASSIGN TO "APPRNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APN-STATUS.

           SELECT OPTIONAL APRQ-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL PCTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT OPTIONAL DUP-FILE ASSIGN TO "DUPFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

           SELECT OPTIONAL FXC-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           05  RJ-CYCLE                   PIC 9(02).
           05  FILLER                     PIC X(01).
           05  RJ-EFF                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  RJ-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(01).
           05  RJ-ORIG-AMOUNT             PIC X(15).
           05  FILLER                     PIC X(01).
           05  RJ-ENTERED-BY              PIC X(08).
           05  FILLER                     PIC X(01).
           05  RJ-REVERSES                PIC X(18).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).
           05  AK-OPENED                  PIC 9(08).
           05  FILLER                     PIC X(01).
           05  AK-NAME                    PIC X(30).
           05  FILLER                     PIC X(01).
           05  AK-LIMIT                   PIC 9(09)V99.
           05  FILLER                     PIC X(01).
           05  AK-CURRENCY                PIC X(03).

       FD  FEE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEE-RECORD                     PIC X(256).

       FD  REV-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  REV-RECORD                     PIC X(256).

       FD  APRNEW-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  APRNEW-RECORD                  PIC X(256).

       FD  APRQ-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  APRQ-RECORD                    PIC X(256).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(74).

       FD  PCTL-FILE.
       01  PCTL-RECORD                    PIC X(80).

       FD  DUP-FILE.
       01  DUP-RECORD.
           05  DF-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  DF-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  DF-TYPE                    PIC X(01).
           05  FILLER                     PIC X(01).
           05  DF-AMOUNT                  PIC S9(7)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  DF-DESC                    PIC X(40).

       FD  FXC-FILE.
       01  FXC-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS                   PIC X(02).
           88 WS-TRAN-EOF                  VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-FEE-STATUS                    PIC X(02).
       01 WS-FEE-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-FEE-EOF                   VALUE "Y".
       01 WS-FEES-READ                     PIC 9(06) VALUE ZERO.
       01 WS-REV-STATUS                    PIC X(02).
       01 WS-REV-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-REV-EOF                   VALUE "Y".
       01 WS-REVS-READ                     PIC 9(06) VALUE ZERO.
       01 WS-APN-STATUS                    PIC X(02).
       01 WS-APQ-STATUS                    PIC X(02).
       01 WS-APN-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-APN-EOF                   VALUE "Y".
       01 WS-DEL-NAME                      PIC X(256).
       01 WS-NEW-NAME                      PIC X(256).

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

      *    Edit controls; EDITCTL keyword lines override the
      *    defaults below (MINAMT=, MAXAMT=, TYPES=, REJMAX=,
      *    APPROVE=, DUPDAYS=).  APPROVE= zero means no second
      *    approval; DUPDAYS= zero checks duplicates within the
      *    run only.
       01 WS-EDIT-CONTROLS.
           05 WS-EC-MINAMT                 PIC 9(7)V99 VALUE 0.01.
           05 WS-EC-MAXAMT                 PIC 9(7)V99
                                           VALUE 9999999.99.
           05 WS-EC-TYPES                  PIC X(10) VALUE "CD".
           05 WS-EC-REJMAX                 PIC 9(06) VALUE 50.
           05 WS-EC-APPROVE                PIC 9(7)V99 VALUE ZERO.
           05 WS-EC-DUPDAYS                PIC 9(02) VALUE 3.

       01 WS-CTL-PARSE.
           05 WS-CP-KEYWORD                PIC X(20).
           05 WS-AT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-AT-KEY                    PIC X(08) OCCURS 2000 TIMES.
           05 WS-AT-STATUS                 PIC X(01) OCCURS 2000 TIMES.
           05 WS-AT-CURRENCY               PIC X(03) OCCURS 2000 TIMES.
       01 WS-AT-HIT-SW                     PIC X(01).
           88 WS-AT-HIT                    VALUE "Y".
       01 WS-AT-SLOT                       PIC 9(04).

      *    Periods CBLCLOS1 has closed, from PERIODS.
       01 WS-PRD-STATUS                    PIC X(02).
       01 WS-PRD-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-PRD-EOF                   VALUE "Y".
       77 MAX-PERIODS                      PIC 9(04) VALUE 600.
       01 WS-PERIOD-TABLE.
           05 WS-PD-USED                   PIC 9(04) VALUE ZERO.
           05 WS-PD-PERIOD                 PIC X(06) OCCURS 600 TIMES.

      *    Exchange rates from FXCTL.  BASE= names the base
      *    currency (default USD); each RATE=ccy,yyyymmdd,rate line
      *    gives the base-currency value of one unit of ccy from
      *    that date until the next line for the same currency.
       01 WS-FXC-STATUS                    PIC X(02).
       01 WS-FXC-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-FXC-EOF                   VALUE "Y".
       01 WS-FX-BASE                       PIC X(03) VALUE "USD".
       77 MAX-RATES                        PIC 9(04) VALUE 2000.
       01 WS-RATE-TABLE.
           05 WS-FX-USED                   PIC 9(04) VALUE ZERO.
           05 WS-FX-CCY                    PIC X(03) OCCURS 2000 TIMES.
           05 WS-FX-DATE                   PIC X(08) OCCURS 2000 TIMES.
           05 WS-FX-RATE                   PIC 9(05)V9(06)
                                           OCCURS 2000 TIMES.
       01 WS-RATE-PARSE.
           05 WS-RP-CCY                    PIC X(10).
           05 WS-RP-DATE                   PIC X(10).
           05 WS-RP-RATE                   PIC X(20).
       01 WS-FX-I                          PIC 9(04).
       01 WS-FX-KNOWN-SW                   PIC X(01).
           88 WS-FX-KNOWN                  VALUE "Y".
       01 WS-FX-FOUND-SW                   PIC X(01).
           88 WS-FX-FOUND                  VALUE "Y".
       01 WS-FX-LOOK-CCY                   PIC X(03).
       01 WS-FX-LOOK-DATE                  PIC X(08).
       01 WS-FX-LOOK-RATE                  PIC 9(05)V9(06).
       01 WS-FX-BEST-DATE                  PIC X(08).
       01 WS-FX-ACCT-CCY                   PIC X(03).
       01 WS-FX-FROM-RATE                  PIC 9(05)V9(06).
       01 WS-FX-TO-RATE                    PIC 9(05)V9(06).

      *    Business date from POSTCTL (BUSDATE=, default today),
      *    the day this run's fingerprints are stamped with.
       01 WS-PCT-STATUS                    PIC X(02).
       01 WS-PCT-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-PCT-EOF                   VALUE "Y".
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-BUSDATE                       PIC X(08).

      *    Fingerprints of accepted work: DUPFPRT entries from
      *    earlier business days, then this run's as they pass.
      *    The day table holds the distinct earlier business days
      *    in ascending order; WS-FP-CUTOFF is the first one inside
      *    the DUPDAYS= window.
       01 WS-DUP-STATUS                    PIC X(02).
       01 WS-DUP-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-DUP-EOF                   VALUE "Y".
       77 MAX-FPRINTS                      PIC 9(05) VALUE 20000.
       01 WS-FPRINT-TABLE.
           05 WS-FP-USED                   PIC 9(05) VALUE ZERO.
           05 WS-FP-DATE                   PIC X(08)
                                           OCCURS 20000 TIMES.
           05 WS-FP-KEY                    PIC X(08)
                                           OCCURS 20000 TIMES.
           05 WS-FP-TYPE                   PIC X(01)
                                           OCCURS 20000 TIMES.
           05 WS-FP-AMOUNT                 PIC S9(7)V99
                                           OCCURS 20000 TIMES.
           05 WS-FP-DESC                   PIC X(40)
                                           OCCURS 20000 TIMES.
       01 WS-FP-I                          PIC 9(05).
       01 WS-FP-HIT-SW                     PIC X(01).
           88 WS-FP-HIT                    VALUE "Y".
       01 WS-FP-FULL-SW                    PIC X(01) VALUE "N".
           88 WS-FP-FULL                   VALUE "Y".
       01 WS-FP-CUTOFF                     PIC X(08).
       77 MAX-FP-DAYS                      PIC 9(03) VALUE 100.
       01 WS-FP-DAY-TABLE.
           05 WS-FD-USED                   PIC 9(03) VALUE ZERO.
           05 WS-FD-DATE                   PIC X(08) OCCURS 100 TIMES.
       01 WS-FD-I                          PIC 9(03).
       01 WS-FD-SLOT                       PIC 9(03).
       01 WS-FD-HIT-SW                     PIC X(01).
           88 WS-FD-HIT                    VALUE "Y".
      *    NSF fees and reversals are raised by the system, not
      *    fed, and are not checked for duplicates.
       01 WS-SYSTEM-SW                     PIC X(01) VALUE "N".
           88 WS-SYSTEM-WORK               VALUE "Y".

       01 WS-TOTALS.
           05 WS-RECS-READ                 PIC 9(06) VALUE ZERO.
           05 WS-RECS-ACCEPT               PIC 9(06) VALUE ZERO.
           05 WS-RECS-REJECT               PIC 9(06) VALUE ZERO.
           05 WS-RECS-DELETED              PIC 9(06) VALUE ZERO.
           05 WS-RECS-QUEUED               PIC 9(06) VALUE ZERO.
           05 WS-RECS-DUPS                 PIC 9(06) VALUE ZERO.
           05 WS-RECS-CONFIRMED            PIC 9(06) VALUE ZERO.
           05 WS-RECS-CONVERTED            PIC 9(06) VALUE ZERO.

       01 itr.
           05 J                            PIC 9(03).
       01 WS-REASON                        PIC X(02).
       01 WS-ABS-AMOUNT                    PIC 9(7)V99.
       01 WS-AMT-EDIT                      PIC +9(7).99.
       01 WS-ORIG-EDIT                     PIC +9(11).99.
       01 WS-EFF-NUM                       PIC 9(08).
       01 WS-EFF-INT                       PIC 9(08).
       01 WS-EFF-PERIOD                    PIC X(06).

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(24).
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-PERIODS
                THRU 1300-LOAD-PERIODS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLEDIT1: PERIODS load incomplete - run "
                   "ended before editing, nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-LOAD-RATES
                THRU 1500-LOAD-RATES-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLEDIT1: FXCTL load incomplete - run "
                   "ended before editing, nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-LOAD-BUSDATE
                THRU 1050-LOAD-BUSDATE-EXIT
           PERFORM 1400-LOAD-FINGERPRINTS
                THRU 1400-LOAD-FINGERPRINTS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLEDIT1: DUPFPRT load incomplete - run "
                   "ended before editing, nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT EQUAL "00" AND

           OPEN OUTPUT ACCEPT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT APRNEW-FILE
           IF WS-ACC-STATUS NOT EQUAL "00" OR
               WS-REJ-STATUS NOT EQUAL "00" OR
               WS-APN-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLEDIT1: unable to open ACCEPTED/REJECTS/"
                   "APPRNEW (STATUS=" WS-ACC-STATUS "/" WS-REJ-STATUS
                   "/" WS-APN-STATUS ")"
               CLOSE TRAN-FILE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
           END-PERFORM

           CLOSE TRAN-FILE
           PERFORM 1800-EDIT-FEES
                THRU 1800-EDIT-FEES-EXIT
           PERFORM 1850-EDIT-REVERSALS
                THRU 1850-EDIT-REVERSALS-EXIT
           CLOSE ACCEPT-FILE
           CLOSE REJECT-FILE
           CLOSE APRNEW-FILE

           MOVE "RECORDS READ:" TO WS-TL-LABEL
           MOVE WS-RECS-READ TO WS-TL-VALUE
           MOVE "RECORDS REJECTED:" TO WS-TL-LABEL
           MOVE WS-RECS-REJECT TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "QUEUED FOR APPROVAL:" TO WS-TL-LABEL
           MOVE WS-RECS-QUEUED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "DELETED RECORDS DROPPED:" TO WS-TL-LABEL
           MOVE WS-RECS-DELETED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "NSF FEES EDITED:" TO WS-TL-LABEL
           MOVE WS-FEES-READ TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "REVERSALS EDITED:" TO WS-TL-LABEL
           MOVE WS-REVS-READ TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "SUSPECTED DUPLICATES:" TO WS-TL-LABEL
           MOVE WS-RECS-DUPS TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "DUPLICATES CONFIRMED:" TO WS-TL-LABEL
           MOVE WS-RECS-CONFIRMED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "FOREIGN ITEMS CONVERTED:" TO WS-TL-LABEL
           MOVE WS-RECS-CONVERTED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE

           IF WS-RECS-REJECT IS GREATER THAN ZERO THEN
               MOVE 04 TO WS-RUN-RC-NEW
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           IF WS-FEES-READ IS GREATER THAN ZERO AND
               WS-RUN-RC IS LESS THAN 08 THEN
               PERFORM 3700-RETIRE-FEES
                    THRU 3700-RETIRE-FEES-EXIT
           END-IF

           IF WS-REVS-READ IS GREATER THAN ZERO AND
               WS-RUN-RC IS LESS THAN 08 THEN
               PERFORM 3720-RETIRE-REVERSALS
                    THRU 3720-RETIRE-REVERSALS-EXIT
           END-IF

           IF WS-RECS-QUEUED IS GREATER THAN ZERO AND
               WS-RUN-RC IS LESS THAN 08 THEN
               PERFORM 3750-QUEUE-APPROVALS
                    THRU 3750-QUEUE-APPROVALS-EXIT
           END-IF

           IF WS-EC-DUPDAYS IS GREATER THAN ZERO AND
               WS-RUN-RC IS LESS THAN 08 THEN
               PERFORM 3800-SAVE-FINGERPRINTS
                    THRU 3800-SAVE-FINGERPRINTS-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-LOAD-CONTROLS
      *   Reads EDITCTL keyword lines (MINAMT=, MAXAMT=, TYPES=,
      *   REJMAX=, APPROVE=, DUPDAYS=) over the compiled-in
      *   defaults.  A
      *   missing EDITCTL just leaves the defaults in force; an
      *   unknown keyword is reported and skipped so a typo in the
      *   control file is visible instead of silently ignored.
      *-----------------------------------------------------------*
       1000-LOAD-CONTROLS.
           OPEN INPUT CTL-FILE
       1000-LOAD-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-LOAD-BUSDATE
      *   Reads the POSTCTL business date (BUSDATE=, default
      *   today) the night's posting will run under, so the
      *   duplicate window counts business days, not calendar
      *   days.  Other POSTCTL keywords belong to CBLPOST1 and
      *   are passed over.
      *-----------------------------------------------------------*
       1050-LOAD-BUSDATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUSDATE
           OPEN INPUT PCTL-FILE
           IF WS-PCT-STATUS NOT EQUAL "00" THEN
               CLOSE PCTL-FILE
               GO TO 1050-LOAD-BUSDATE-EXIT
           END-IF
           PERFORM UNTIL WS-PCT-EOF
               READ PCTL-FILE
                   AT END
                       SET WS-PCT-EOF TO TRUE
                   NOT AT END
                       IF PCTL-RECORD NOT EQUAL SPACES AND
                           PCTL-RECORD(1:1) NOT EQUAL "*" THEN
                           MOVE SPACES TO WS-CP-KEYWORD
                           MOVE SPACES TO WS-CP-VALUE
                           UNSTRING PCTL-RECORD DELIMITED BY "="
                               INTO WS-CP-KEYWORD WS-CP-VALUE
                           END-UNSTRING
                           IF WS-CP-KEYWORD EQUAL "BUSDATE" AND
                               WS-CP-VALUE(1:8) IS NUMERIC THEN
                               MOVE WS-CP-VALUE(1:8) TO WS-BUSDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCTL-FILE.
       1050-LOAD-BUSDATE-EXIT.
           EXIT.

       1100-APPLY-CONTROL.
           IF CTL-RECORD EQUAL SPACES OR CTL-RECORD(1:1) EQUAL "*" THEN
               GO TO 1100-APPLY-CONTROL-EXIT
               WHEN "REJMAX"
                   COMPUTE WS-EC-REJMAX = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CP-VALUE))
               WHEN "APPROVE"
                   COMPUTE WS-EC-APPROVE = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CP-VALUE))
               WHEN "DUPDAYS"
                   COMPUTE WS-EC-DUPDAYS = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CP-VALUE))
               WHEN OTHER
                   DISPLAY "CBLEDIT1: unknown EDITCTL keyword: "
                       FUNCTION TRIM (WS-CP-KEYWORD)

      *-----------------------------------------------------------*
      * 1200-LOAD-ACCOUNTS
      *   Loads the ACCTMSTR key master (key, status and
      *   currency per line)
      *   into the account table for 2250-CHECK-ACCOUNT.  Only a
      *   successful load arms the account edits; a missing or
      *   empty ACCTMSTR leaves them bypassed, with a console note,
                           ADD 1 TO WS-AT-USED
                           MOVE AK-KEY TO WS-AT-KEY(WS-AT-USED)
                           MOVE AK-STATUS TO WS-AT-STATUS(WS-AT-USED)
                           MOVE AK-CURRENCY
                               TO WS-AT-CURRENCY(WS-AT-USED)
                       ELSE
                           DISPLAY "CBLEDIT1: account table full - "
                               "key " AK-KEY " dropped"
       1200-LOAD-ACCOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-PERIODS
      *   Loads the months CBLCLOS1 has closed from PERIODS into
      *   the period table for the P1 edit.  No PERIODS file means
      *   no month is closed yet.  A table overflow raises RC 08
      *   and the mainline ends the run before the first record
      *   is edited, the same bad-load rule as ACCTMSTR.
      *-----------------------------------------------------------*
       1300-LOAD-PERIODS.
           OPEN INPUT PRD-FILE
           IF WS-PRD-STATUS NOT EQUAL "00" THEN
               CLOSE PRD-FILE
               GO TO 1300-LOAD-PERIODS-EXIT
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
                               DISPLAY "CBLEDIT1: period table full "
                                   "- period " PD-PERIOD " dropped"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-FILE.
       1300-LOAD-PERIODS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-FINGERPRINTS
      *   Loads DUPFPRT entries from business days before this
      *   one into the fingerprint table, noting each distinct
      *   day, then sets the cutoff to the earliest of the last
      *   DUPDAYS= days.  Entries stamped with this business day
      *   (or later) were left by an earlier run of the same day
      *   and are passed over, so a rerun does not find the
      *   night's work duplicating itself.  No DUPFPRT means no
      *   history yet.  A table overflow raises RC 08 and the
      *   mainline ends the run before the first record is
      *   edited, the same bad-load rule as ACCTMSTR.
      *-----------------------------------------------------------*
       1400-LOAD-FINGERPRINTS.
           MOVE WS-BUSDATE TO WS-FP-CUTOFF
           IF WS-EC-DUPDAYS EQUAL TO ZERO THEN
               GO TO 1400-LOAD-FINGERPRINTS-EXIT
           END-IF
           OPEN INPUT DUP-FILE
           IF WS-DUP-STATUS NOT EQUAL "00" THEN
               CLOSE DUP-FILE
               GO TO 1400-LOAD-FINGERPRINTS-EXIT
           END-IF
           PERFORM UNTIL WS-DUP-EOF OR WS-RUN-RC NOT LESS THAN 08
               READ DUP-FILE
                   AT END
                       SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       IF DF-BUSDATE IS NUMERIC AND
                           DF-BUSDATE IS LESS THAN WS-BUSDATE THEN
                           PERFORM 1450-LOAD-ONE-FINGERPRINT
                                THRU 1450-LOAD-ONE-FINGERPRINT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUP-FILE

           IF WS-FD-USED IS GREATER THAN WS-EC-DUPDAYS THEN
               COMPUTE WS-FD-I = WS-FD-USED - WS-EC-DUPDAYS + 1
               MOVE WS-FD-DATE(WS-FD-I) TO WS-FP-CUTOFF
           ELSE
               IF WS-FD-USED IS GREATER THAN ZERO THEN
                   MOVE WS-FD-DATE(1) TO WS-FP-CUTOFF
               END-IF
           END-IF.
       1400-LOAD-FINGERPRINTS-EXIT.
           EXIT.

       1450-LOAD-ONE-FINGERPRINT.
           IF WS-FP-USED IS NOT LESS THAN MAX-FPRINTS THEN
               DISPLAY "CBLEDIT1: fingerprint table full at "
                   "DUPFPRT entry for " DF-BUSDATE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1450-LOAD-ONE-FINGERPRINT-EXIT
           END-IF
           ADD 1 TO WS-FP-USED
           MOVE DF-BUSDATE TO WS-FP-DATE(WS-FP-USED)
           MOVE DF-KEY TO WS-FP-KEY(WS-FP-USED)
           MOVE DF-TYPE TO WS-FP-TYPE(WS-FP-USED)
           MOVE DF-AMOUNT TO WS-FP-AMOUNT(WS-FP-USED)
           MOVE DF-DESC TO WS-FP-DESC(WS-FP-USED)

      *    Note the day, keeping the day table in ascending order.
           MOVE "N" TO WS-FD-HIT-SW
           MOVE ZERO TO WS-FD-SLOT
           PERFORM VARYING WS-FD-I FROM 1 BY 1
               UNTIL WS-FD-I > WS-FD-USED OR WS-FD-HIT OR
                     WS-FD-SLOT > ZERO
               IF WS-FD-DATE(WS-FD-I) EQUAL DF-BUSDATE THEN
                   MOVE "Y" TO WS-FD-HIT-SW
               ELSE
                   IF WS-FD-DATE(WS-FD-I) IS GREATER THAN
                       DF-BUSDATE THEN
                       MOVE WS-FD-I TO WS-FD-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FD-HIT THEN
               GO TO 1450-LOAD-ONE-FINGERPRINT-EXIT
           END-IF
           IF WS-FD-USED IS NOT LESS THAN MAX-FP-DAYS THEN
               DISPLAY "CBLEDIT1: fingerprint day table full at "
                   DF-BUSDATE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1450-LOAD-ONE-FINGERPRINT-EXIT
           END-IF
           IF WS-FD-SLOT EQUAL TO ZERO THEN
               COMPUTE WS-FD-SLOT = WS-FD-USED + 1
           END-IF
           PERFORM VARYING WS-FD-I FROM WS-FD-USED BY -1
               UNTIL WS-FD-I < WS-FD-SLOT
               MOVE WS-FD-DATE(WS-FD-I) TO WS-FD-DATE(WS-FD-I + 1)
           END-PERFORM
           MOVE DF-BUSDATE TO WS-FD-DATE(WS-FD-SLOT)
           ADD 1 TO WS-FD-USED.
       1450-LOAD-ONE-FINGERPRINT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-RATES
      *   Reads FXCTL: BASE= names the base currency (default
      *   USD) and each RATE=ccy,yyyymmdd,rate line is loaded
      *   into the rate table for 2460-FIND-RATE.  No FXCTL means
      *   no rates - only base-currency work, or work in the
      *   account's own currency, can pass.  A malformed line or
      *   a table overflow raises RC 08 and the mainline ends the
      *   run before the first record is edited, the same
      *   bad-load rule as ACCTMSTR: converting against half the
      *   rates would write false X2 rejects.
      *-----------------------------------------------------------*
       1500-LOAD-RATES.
           OPEN INPUT FXC-FILE
           IF WS-FXC-STATUS NOT EQUAL "00" THEN
               CLOSE FXC-FILE
               GO TO 1500-LOAD-RATES-EXIT
           END-IF
           PERFORM UNTIL WS-FXC-EOF
               READ FXC-FILE
                   AT END
                       SET WS-FXC-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-APPLY-RATE-LINE
                            THRU 1510-APPLY-RATE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE FXC-FILE.
       1500-LOAD-RATES-EXIT.
           EXIT.

       1510-APPLY-RATE-LINE.
           IF FXC-RECORD EQUAL SPACES OR FXC-RECORD(1:1) EQUAL "*" THEN
               GO TO 1510-APPLY-RATE-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-CP-KEYWORD
           MOVE SPACES TO WS-CP-VALUE
           UNSTRING FXC-RECORD DELIMITED BY "="
               INTO WS-CP-KEYWORD WS-CP-VALUE
           END-UNSTRING
           EVALUATE WS-CP-KEYWORD
               WHEN "BASE"
                   IF WS-CP-VALUE(1:3) EQUAL SPACES OR
                       WS-CP-VALUE(4:) NOT EQUAL SPACES THEN
                       DISPLAY "CBLEDIT1: malformed FXCTL BASE line: "
                           FUNCTION TRIM (WS-CP-VALUE)
                       MOVE 08 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                   ELSE
                       MOVE WS-CP-VALUE(1:3) TO WS-FX-BASE
                   END-IF
               WHEN "RATE"
                   PERFORM 1550-LOAD-RATE
                        THRU 1550-LOAD-RATE-EXIT
               WHEN OTHER
                   DISPLAY "CBLEDIT1: unknown FXCTL keyword: "
                       FUNCTION TRIM (WS-CP-KEYWORD)
           END-EVALUATE.
       1510-APPLY-RATE-LINE-EXIT.
           EXIT.

       1550-LOAD-RATE.
           IF WS-FX-USED IS NOT LESS THAN MAX-RATES THEN
               DISPLAY "CBLEDIT1: rate table full - RATE line "
                   "dropped"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1550-LOAD-RATE-EXIT
           END-IF
           MOVE SPACES TO WS-RATE-PARSE
           UNSTRING WS-CP-VALUE DELIMITED BY ","
               INTO WS-RP-CCY WS-RP-DATE WS-RP-RATE
           END-UNSTRING
           MOVE ZERO TO WS-EFF-INT
           IF WS-RP-DATE(1:8) IS NUMERIC THEN
               MOVE WS-RP-DATE(1:8) TO WS-EFF-NUM
               COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                   (WS-EFF-NUM)
           END-IF
           IF WS-RP-CCY(1:3) EQUAL SPACES OR
               WS-RP-CCY(4:) NOT EQUAL SPACES OR
               WS-EFF-INT EQUAL TO ZERO OR
               WS-RP-DATE(9:) NOT EQUAL SPACES OR
               WS-RP-RATE EQUAL SPACES THEN
               GO TO 1550-LOAD-RATE-BAD
           END-IF
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM (WS-RP-RATE))
               NOT EQUAL ZERO THEN
               GO TO 1550-LOAD-RATE-BAD
           END-IF
           IF FUNCTION NUMVAL (FUNCTION TRIM (WS-RP-RATE))
               IS NOT GREATER THAN ZERO THEN
               GO TO 1550-LOAD-RATE-BAD
           END-IF
           ADD 1 TO WS-FX-USED
           MOVE WS-RP-CCY(1:3) TO WS-FX-CCY(WS-FX-USED)
           MOVE WS-RP-DATE(1:8) TO WS-FX-DATE(WS-FX-USED)
           COMPUTE WS-FX-RATE(WS-FX-USED) = FUNCTION NUMVAL
               (FUNCTION TRIM (WS-RP-RATE))
           GO TO 1550-LOAD-RATE-EXIT.
       1550-LOAD-RATE-BAD.
           DISPLAY "CBLEDIT1: malformed FXCTL RATE line: "
               FUNCTION TRIM (WS-CP-VALUE)
           MOVE 08 TO WS-RUN-RC-NEW
           PERFORM 9500-SET-RUN-RC
                THRU 9500-SET-RUN-RC-EXIT.
       1550-LOAD-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1800-EDIT-FEES
      *   Edits the NSF fee debits the posting run released to
      *   NSFFEES through 2000-EDIT-RECORD, after the day's
      *   TRANFILE, so a fee takes the same account and amount
      *   edits as any other debit.  No NSFFEES means no fees.
      *-----------------------------------------------------------*
       1800-EDIT-FEES.
           SET WS-SYSTEM-WORK TO TRUE
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT EQUAL "00" THEN
               CLOSE FEE-FILE
               GO TO 1800-EDIT-FEES-EXIT
           END-IF
           PERFORM UNTIL WS-FEE-EOF
               READ FEE-FILE INTO TRAN-RECORD
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEES-READ
                       PERFORM 2000-EDIT-RECORD
                            THRU 2000-EDIT-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.
       1800-EDIT-FEES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1850-EDIT-REVERSALS
      *   Edits the offsetting records CBLREV1 raised to REVTRAN
      *   through 2000-EDIT-RECORD, after the fees, so a reversal
      *   takes the same edits as any other record on its way to
      *   CBLPOST1.  No REVTRAN means no reversals.
      *-----------------------------------------------------------*
       1850-EDIT-REVERSALS.
           SET WS-SYSTEM-WORK TO TRUE
           OPEN INPUT REV-FILE
           IF WS-REV-STATUS NOT EQUAL "00" THEN
               CLOSE REV-FILE
               GO TO 1850-EDIT-REVERSALS-EXIT
           END-IF
           PERFORM UNTIL WS-REV-EOF
               READ REV-FILE INTO TRAN-RECORD
                   AT END
                       SET WS-REV-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REVS-READ
                       PERFORM 2000-EDIT-RECORD
                            THRU 2000-EDIT-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE REV-FILE.
       1850-EDIT-REVERSALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EDIT-RECORD
      *   Field edits for one FILEREC.  The first failing edit
      *     A1 amount not numeric   A2 amount zero
      *     A3 amount outside limits
      *     D1 effective date not a real YYYYMMDD date
      *     P1 effective date - or, undated, the business
      *        date - in a closed period
      *     S1 suspected duplicate of work already accepted
      *     X1 currency not the base and not on FXCTL
      *     X2 no FXCTL rate for the effective date
      *   Logically deleted records are dropped (neither accepted
      *   nor rejected) - they are dead weight, not errors.  A
      *   clean record at or over the APPROVE= threshold is held
      *   in APPRNEW for second approval instead of accepted; one
      *   the approver declines comes back on REJECTS as Q1.
      *-----------------------------------------------------------*
       2000-EDIT-RECORD.
           ADD 1 TO WS-RECS-READ
               GO TO 2000-EDIT-WRITE
           END-IF

           IF FR-CURRENCY NOT EQUAL SPACES THEN
               PERFORM 2400-CONVERT-CURRENCY
                    THRU 2400-CONVERT-CURRENCY-EXIT
               IF WS-REASON NOT EQUAL SPACES THEN
                   GO TO 2000-EDIT-WRITE
               END-IF
           END-IF

           IF FR-AMOUNT IS NOT NUMERIC THEN
               MOVE "A1" TO WS-REASON
               GO TO 2000-EDIT-WRITE
                   MOVE "D1" TO WS-REASON
                   GO TO 2000-EDIT-WRITE
               END-IF
               MOVE FR-EFF-DATE(1:6) TO WS-EFF-PERIOD
           ELSE
               MOVE WS-BUSDATE(1:6) TO WS-EFF-PERIOD
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PD-USED
               IF WS-PD-PERIOD(K) EQUAL WS-EFF-PERIOD THEN
                   MOVE "P1" TO WS-REASON
               END-IF
           END-PERFORM

           IF WS-REASON EQUAL SPACES AND NOT WS-SYSTEM-WORK THEN
               PERFORM 2300-CHECK-DUPLICATE
                    THRU 2300-CHECK-DUPLICATE-EXIT
           END-IF.

       2000-EDIT-WRITE.
           IF WS-REASON EQUAL SPACES AND NOT WS-SYSTEM-WORK THEN
               PERFORM 2350-ADD-FINGERPRINT
                    THRU 2350-ADD-FINGERPRINT-EXIT
           END-IF
           IF WS-REASON EQUAL SPACES AND
               WS-EC-APPROVE IS GREATER THAN ZERO AND
               WS-ABS-AMOUNT IS NOT LESS THAN WS-EC-APPROVE THEN
               ADD 1 TO WS-RECS-QUEUED
               MOVE SPACES TO FR-APPROVED-BY
               WRITE APRNEW-RECORD FROM TRAN-RECORD
               IF WS-APN-STATUS NOT EQUAL "00" THEN
                   DISPLAY "CBLEDIT1: write to APPRNEW failed "
                       "(STATUS=" WS-APN-STATUS ")"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               END-IF
               GO TO 2000-EDIT-RECORD-EXIT
           END-IF
           IF WS-REASON EQUAL SPACES THEN
               ADD 1 TO WS-RECS-ACCEPT
               MOVE TRAN-RECORD TO ACCEPT-RECORD
                   MOVE ZERO TO RJ-CYCLE
               END-IF
               MOVE FR-EFF-DATE TO RJ-EFF
               IF FR-CURRENCY NOT EQUAL SPACES THEN
                   MOVE FR-CURRENCY TO RJ-CURRENCY
                   IF FR-ORIG-AMOUNT IS NUMERIC THEN
                       MOVE FR-ORIG-AMOUNT TO WS-ORIG-EDIT
                       MOVE WS-ORIG-EDIT TO RJ-ORIG-AMOUNT
                   ELSE
                       MOVE ALL "*" TO RJ-ORIG-AMOUNT
                   END-IF
               END-IF
               MOVE FR-ENTERED-BY TO RJ-ENTERED-BY
               MOVE FR-REVERSES TO RJ-REVERSES
               WRITE REJECT-RECORD
           END-IF.
       2000-EDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-KEY
      *   A well-formed FR-KEY starts in column 1, contains only
      *   letters, digits or "-", and has no embedded blanks -
      *   trailing blanks pad short keys as usual.
      *-----------------------------------------------------------*
       2100-CHECK-KEY.
           MOVE "N" TO WS-KEY-BAD-SW
           IF FR-KEY(1:1) EQUAL SPACE THEN
               MOVE "Y" TO WS-KEY-BAD-SW
               GO TO 2100-CHECK-KEY-EXIT
           END-IF
           MOVE ZERO TO WS-KEY-LEN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               IF FR-KEY(J:1) NOT EQUAL SPACE THEN
                   MOVE J TO WS-KEY-LEN
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KEY-LEN
               IF FR-KEY(J:1) EQUAL SPACE OR
                   FR-KEY(J:1) IS NOT KEY-CHAR THEN
                   MOVE "Y" TO WS-KEY-BAD-SW
               END-IF
           END-PERFORM.
       2100-CHECK-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-CHECK-ACCOUNT
      *   Business validation of FR-KEY against the loaded
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHECK-DUPLICATE
      *   A record matching a fingerprint inside the window - the
      *   same key, type, amount and description - rejects S1.
      *   The window is this run's accepted and queued work plus
      *   the earlier business days from WS-FP-CUTOFF on.  A
      *   record the operator confirmed genuine through CBLFIX1
      *   is counted and let through.
      *-----------------------------------------------------------*
       2300-CHECK-DUPLICATE.
           IF FR-DUP-CONFIRMED THEN
               ADD 1 TO WS-RECS-CONFIRMED
               GO TO 2300-CHECK-DUPLICATE-EXIT
           END-IF
           MOVE "N" TO WS-FP-HIT-SW
           PERFORM VARYING WS-FP-I FROM 1 BY 1
               UNTIL WS-FP-I > WS-FP-USED OR WS-FP-HIT
               IF WS-FP-KEY(WS-FP-I) EQUAL FR-KEY AND
                   WS-FP-TYPE(WS-FP-I) EQUAL FR-TYPE AND
                   WS-FP-AMOUNT(WS-FP-I) EQUAL FR-AMOUNT AND
                   WS-FP-DESC(WS-FP-I) EQUAL FR-DESCRIPTION AND
                   WS-FP-DATE(WS-FP-I) NOT LESS THAN WS-FP-CUTOFF
                   THEN
                   MOVE "Y" TO WS-FP-HIT-SW
               END-IF
           END-PERFORM
           IF WS-FP-HIT THEN
               MOVE "S1" TO WS-REASON
               ADD 1 TO WS-RECS-DUPS
           END-IF.
       2300-CHECK-DUPLICATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-ADD-FINGERPRINT
      *   Adds a record that passed the edits to the fingerprint
      *   table under this business date, so a later copy in the
      *   same run - or in the next DUPDAYS= business days - is
      *   caught.  A full table ends the run RC 08: duplicates
      *   would slip through unchecked.
      *-----------------------------------------------------------*
       2350-ADD-FINGERPRINT.
           IF WS-FP-USED IS NOT LESS THAN MAX-FPRINTS THEN
               IF NOT WS-FP-FULL THEN
                   DISPLAY "CBLEDIT1: fingerprint table full - "
                       "later work not checked for duplicates"
                   SET WS-FP-FULL TO TRUE
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               END-IF
               GO TO 2350-ADD-FINGERPRINT-EXIT
           END-IF
           ADD 1 TO WS-FP-USED
           MOVE WS-BUSDATE TO WS-FP-DATE(WS-FP-USED)
           MOVE FR-KEY TO WS-FP-KEY(WS-FP-USED)
           MOVE FR-TYPE TO WS-FP-TYPE(WS-FP-USED)
           MOVE FR-AMOUNT TO WS-FP-AMOUNT(WS-FP-USED)
           MOVE FR-DESCRIPTION TO WS-FP-DESC(WS-FP-USED).
       2350-ADD-FINGERPRINT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-CONVERT-CURRENCY
      *   A record raised in a foreign currency carries that
      *   currency in FR-CURRENCY and its own amount in
      *   FR-ORIG-AMOUNT.  Both it and the account's currency
      *   (AK-CURRENCY, blank meaning the FXCTL base) must be the
      *   base or on FXCTL, or the record rejects X1.  The
      *   original amount takes the A1/A2 edits, then - unless
      *   it is already in the account's currency - is converted
      *   through the base at the rates on file for the
      *   effective date (the business date when it has none); a
      *   currency with no rate on or before that date rejects
      *   X2.  The result is stamped in FR-AMOUNT, where the
      *   amount limits, the approval threshold and the
      *   duplicate check see it like any other amount; one too
      *   big for FR-AMOUNT rejects A3.
      *-----------------------------------------------------------*
       2400-CONVERT-CURRENCY.
           MOVE WS-FX-BASE TO WS-FX-ACCT-CCY
           IF WS-ACCT-LOADED THEN
               IF WS-AT-CURRENCY(WS-AT-SLOT) NOT EQUAL SPACES THEN
                   MOVE WS-AT-CURRENCY(WS-AT-SLOT) TO WS-FX-ACCT-CCY
               END-IF
           END-IF

           MOVE FR-CURRENCY TO WS-FX-LOOK-CCY
           PERFORM 2450-CHECK-CURRENCY
                THRU 2450-CHECK-CURRENCY-EXIT
           IF NOT WS-FX-KNOWN THEN
               MOVE "X1" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF
           MOVE WS-FX-ACCT-CCY TO WS-FX-LOOK-CCY
           PERFORM 2450-CHECK-CURRENCY
                THRU 2450-CHECK-CURRENCY-EXIT
           IF NOT WS-FX-KNOWN THEN
               MOVE "X1" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF

           IF FR-ORIG-AMOUNT IS NOT NUMERIC THEN
               MOVE "A1" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF
           IF FR-ORIG-AMOUNT EQUAL TO ZERO THEN
               MOVE "A2" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF

           IF FR-CURRENCY EQUAL WS-FX-ACCT-CCY THEN
               COMPUTE FR-AMOUNT = FR-ORIG-AMOUNT
                   ON SIZE ERROR
                       MOVE "A3" TO WS-REASON
               END-COMPUTE
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF

           IF FR-EFF-DATE IS NUMERIC AND
               FR-EFF-DATE NOT EQUAL "00000000" THEN
               MOVE FR-EFF-DATE TO WS-FX-LOOK-DATE
           ELSE
               MOVE WS-BUSDATE TO WS-FX-LOOK-DATE
           END-IF
           MOVE FR-CURRENCY TO WS-FX-LOOK-CCY
           PERFORM 2460-FIND-RATE
                THRU 2460-FIND-RATE-EXIT
           IF NOT WS-FX-FOUND THEN
               MOVE "X2" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF
           MOVE WS-FX-LOOK-RATE TO WS-FX-FROM-RATE
           MOVE WS-FX-ACCT-CCY TO WS-FX-LOOK-CCY
           PERFORM 2460-FIND-RATE
                THRU 2460-FIND-RATE-EXIT
           IF NOT WS-FX-FOUND THEN
               MOVE "X2" TO WS-REASON
               GO TO 2400-CONVERT-CURRENCY-EXIT
           END-IF
           MOVE WS-FX-LOOK-RATE TO WS-FX-TO-RATE

           COMPUTE FR-AMOUNT ROUNDED =
               FR-ORIG-AMOUNT * WS-FX-FROM-RATE / WS-FX-TO-RATE
               ON SIZE ERROR
                   MOVE "A3" TO WS-REASON
                   GO TO 2400-CONVERT-CURRENCY-EXIT
           END-COMPUTE
           ADD 1 TO WS-RECS-CONVERTED.
       2400-CONVERT-CURRENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2450-CHECK-CURRENCY
      *   WS-FX-LOOK-CCY is known when it is the base currency or
      *   has at least one RATE= line on FXCTL.
      *-----------------------------------------------------------*
       2450-CHECK-CURRENCY.
           MOVE "N" TO WS-FX-KNOWN-SW
           IF WS-FX-LOOK-CCY EQUAL WS-FX-BASE THEN
               MOVE "Y" TO WS-FX-KNOWN-SW
               GO TO 2450-CHECK-CURRENCY-EXIT
           END-IF
           PERFORM VARYING WS-FX-I FROM 1 BY 1
               UNTIL WS-FX-I > WS-FX-USED OR WS-FX-KNOWN
               IF WS-FX-CCY(WS-FX-I) EQUAL WS-FX-LOOK-CCY THEN
                   MOVE "Y" TO WS-FX-KNOWN-SW
               END-IF
           END-PERFORM.
       2450-CHECK-CURRENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2460-FIND-RATE
      *   The rate in force for WS-FX-LOOK-CCY on WS-FX-LOOK-DATE
      *   is the one from the latest RATE= line dated on or
      *   before it; of two lines with the same date the later
      *   one in the file wins, so a correction can simply be
      *   added.  The base currency is always 1.
      *-----------------------------------------------------------*
       2460-FIND-RATE.
           MOVE "N" TO WS-FX-FOUND-SW
           MOVE ZERO TO WS-FX-LOOK-RATE
           IF WS-FX-LOOK-CCY EQUAL WS-FX-BASE THEN
               MOVE 1 TO WS-FX-LOOK-RATE
               MOVE "Y" TO WS-FX-FOUND-SW
               GO TO 2460-FIND-RATE-EXIT
           END-IF
           MOVE SPACES TO WS-FX-BEST-DATE
           PERFORM VARYING WS-FX-I FROM 1 BY 1
               UNTIL WS-FX-I > WS-FX-USED
               IF WS-FX-CCY(WS-FX-I) EQUAL WS-FX-LOOK-CCY AND
                   WS-FX-DATE(WS-FX-I) NOT GREATER THAN
                       WS-FX-LOOK-DATE AND
                   WS-FX-DATE(WS-FX-I) NOT LESS THAN
                       WS-FX-BEST-DATE THEN
                   MOVE WS-FX-DATE(WS-FX-I) TO WS-FX-BEST-DATE
                   MOVE WS-FX-RATE(WS-FX-I) TO WS-FX-LOOK-RATE
                   MOVE "Y" TO WS-FX-FOUND-SW
               END-IF
           END-PERFORM.
       2460-FIND-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-RETIRE-FEES
      *   Once the fees are safely in ACCEPTED/REJECTS, NSFFEES is
      *   renamed to NSFFPREV (the previous one dropped first), the
      *   same delete/rename idiom as CBLPOST1's pending swap, so
      *   the next edit run does not charge them again.
      *-----------------------------------------------------------*
       3700-RETIRE-FEES.
           MOVE "NSFFPREV" TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           MOVE "NSFFEES" TO WS-NEW-NAME
           MOVE "NSFFPREV" TO WS-DEL-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-DEL-NAME
           IF RETURN-CODE NOT EQUAL TO 0 THEN
               DISPLAY "CBLEDIT1: could not retire NSFFEES (RC="
                   RETURN-CODE ") - remove it before the next run"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE.
       3700-RETIRE-FEES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3720-RETIRE-REVERSALS
      *   REVTRAN goes to REVTPREV the same way, so the next edit
      *   run does not offset the same postings again.
      *-----------------------------------------------------------*
       3720-RETIRE-REVERSALS.
           MOVE "REVTPREV" TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           MOVE "REVTRAN" TO WS-NEW-NAME
           MOVE "REVTPREV" TO WS-DEL-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-DEL-NAME
           IF RETURN-CODE NOT EQUAL TO 0 THEN
               DISPLAY "CBLEDIT1: could not retire REVTRAN (RC="
                   RETURN-CODE ") - remove it before the next run"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE.
       3720-RETIRE-REVERSALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3750-QUEUE-APPROVALS
      *   Adds the day's APPRNEW to the end of APPROVQ, the queue
      *   of large items waiting for a second operator to release
      *   or decline them through CBLCHALL1 option 17.  Only a run
      *   that ends below RC 08 gets here, so a failed edit that
      *   is rerun does not queue its items twice.
      *-----------------------------------------------------------*
       3750-QUEUE-APPROVALS.
           OPEN INPUT APRNEW-FILE
           IF WS-APN-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLEDIT1: unable to reopen APPRNEW (STATUS="
                   WS-APN-STATUS ") - items not queued"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3750-QUEUE-APPROVALS-EXIT
           END-IF
           OPEN EXTEND APRQ-FILE
           IF WS-APQ-STATUS NOT EQUAL "00" AND
               WS-APQ-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT APRQ-FILE
           END-IF
           IF WS-APQ-STATUS NOT EQUAL "00" AND
               WS-APQ-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLEDIT1: unable to open APPROVQ (STATUS="
                   WS-APQ-STATUS ") - items left in APPRNEW"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE APRNEW-FILE
               GO TO 3750-QUEUE-APPROVALS-EXIT
           END-IF
           PERFORM UNTIL WS-APN-EOF
               READ APRNEW-FILE
                   AT END
                       SET WS-APN-EOF TO TRUE
                   NOT AT END
                       WRITE APRQ-RECORD FROM APRNEW-RECORD
                       IF WS-APQ-STATUS NOT EQUAL "00" THEN
                           DISPLAY "CBLEDIT1: write to APPROVQ "
                               "failed (STATUS=" WS-APQ-STATUS ")"
                           MOVE 08 TO WS-RUN-RC-NEW
                           PERFORM 9500-SET-RUN-RC
                                THRU 9500-SET-RUN-RC-EXIT
                           SET WS-APN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRNEW-FILE
           CLOSE APRQ-FILE.
       3750-QUEUE-APPROVALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-SAVE-FINGERPRINTS
      *   Rewrites DUPFPRT with the fingerprints still inside the
      *   window - the earlier days from the cutoff on and this
      *   run's - so the file rolls forward a business day at a
      *   time and never grows past DUPDAYS= days.  A file that
      *   cannot be written leaves the edit good but the window
      *   short a day, RC 04.
      *-----------------------------------------------------------*
       3800-SAVE-FINGERPRINTS.
           OPEN OUTPUT DUP-FILE
           IF WS-DUP-STATUS NOT EQUAL "00" AND
               WS-DUP-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLEDIT1: unable to write DUPFPRT (STATUS="
                   WS-DUP-STATUS ") - today's work not fingerprinted"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3800-SAVE-FINGERPRINTS-EXIT
           END-IF
           PERFORM VARYING WS-FP-I FROM 1 BY 1
               UNTIL WS-FP-I > WS-FP-USED
               IF WS-FP-DATE(WS-FP-I) NOT LESS THAN WS-FP-CUTOFF THEN
                   MOVE SPACES TO DUP-RECORD
                   MOVE WS-FP-DATE(WS-FP-I) TO DF-BUSDATE
                   MOVE WS-FP-KEY(WS-FP-I) TO DF-KEY
                   MOVE WS-FP-TYPE(WS-FP-I) TO DF-TYPE
                   MOVE WS-FP-AMOUNT(WS-FP-I) TO DF-AMOUNT
                   MOVE WS-FP-DESC(WS-FP-I) TO DF-DESC
                   WRITE DUP-RECORD
               END-IF
           END-PERFORM
           CLOSE DUP-FILE.
       3800-SAVE-FINGERPRINTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
