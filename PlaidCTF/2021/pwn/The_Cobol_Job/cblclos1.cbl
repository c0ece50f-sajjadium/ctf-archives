       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCLOS1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  Month-end close for the
      *                    period of the POSTCTL business date:
      *                    refuses unless the day's CBLRECN1 run
      *                    left RECONRPT in balance, snapshots the
      *                    keyed BALMSTR to BALMSTR.YYYYMM in the
      *                    flat CBLUNL1 layout, prints a month-end
      *                    listing to CLOSERPT with each key's
      *                    closing balance and the period's debit
      *                    and credit totals from POSTREG, and
      *                    records the period in PERIODS.  CBLEDIT1
      *                    then rejects effective dates in a
      *                    closed period and CBLPOST1 will not
      *                    release held work into one.
      *   2026-10-15  DLM  BALMSTR layout carries the new
      *                    BM-LAST-ACT last activity date, and the
      *                    snapshot keeps it in CBLUNL1's layout so
      *                    CBLBLD1 can still reload it.
      *   2026-10-15  DLM  POSTREG layout carries the currency of
      *                    each line.  The period's debits, credits
      *                    and net are totalled and listed per
      *                    currency (a line with none is the FXCTL
      *                    base), and the several currency lines of
      *                    one posting run count as one run.
      *   2026-10-15  DLM  Closing balances are totalled per
      *                    account currency (ACCTMSTR AK-CURRENCY,
      *                    else the FXCTL base) and listed with the
      *                    period totals of each currency, and each
      *                    key's line shows its currency.  PERIODS
      *                    PD-TOTAL holds the base-currency master
      *                    total only.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT SNAP-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.

           SELECT OPTIONAL REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL FXC-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXC-STATUS.

           SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FILE.
       01  RECON-RECORD                   PIC X(132).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  SNAP-FILE.
       01  SNAP-RECORD.
           05  SN-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  SN-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  SN-LAST-ACT                PIC X(08).

       FD  REG-FILE.
       01  REG-RECORD.
           05  RG-CKSUM                   PIC 9(10).
           05  FILLER                     PIC X(01).
           05  RG-SIZE                    PIC 9(10).
           05  FILLER                     PIC X(01).
           05  RG-DATE                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  RG-POSTED                  PIC 9(06).
           05  FILLER                     PIC X(01).
           05  RG-NET                     PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  RG-NAME                    PIC X(64).
           05  FILLER                     PIC X(01).
           05  RG-DEBITS                  PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  RG-CREDITS                 PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  RG-FIRST-REF               PIC X(18).
           05  FILLER                     PIC X(01).
           05  RG-LAST-REF                PIC X(18).
           05  FILLER                     PIC X(01).
           05  RG-CURRENCY                PIC X(03).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(01).
           05  PD-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  PD-CLOSED-ON               PIC 9(08).
           05  FILLER                     PIC X(01).
           05  PD-KEYS                    PIC 9(06).
           05  FILLER                     PIC X(01).
      *    Master total at close of the accounts kept in the FXCTL
      *    base currency only.
           05  PD-TOTAL                   PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.

       FD  FXC-FILE.
       01  FXC-RECORD                     PIC X(80).

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05  AK-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  AK-STATUS                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  AK-OPENED                  PIC 9(08).
           05  FILLER                     PIC X(01).
           05  AK-NAME                    PIC X(30).
           05  FILLER                     PIC X(01).
           05  AK-LIMIT                   PIC 9(09)V99.
           05  FILLER                     PIC X(01).
           05  AK-CURRENCY                PIC X(03).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RCN-STATUS                    PIC X(02).
       01 WS-CTL-STATUS                    PIC X(02).
       01 WS-BAL-STATUS                    PIC X(02).
       01 WS-SNP-STATUS                    PIC X(02).
       01 WS-REG-STATUS                    PIC X(02).
       01 WS-PRD-STATUS                    PIC X(02).
       01 WS-RPT-STATUS                    PIC X(02).
       01 WS-FXC-STATUS                    PIC X(02).
       01 WS-ACCT-STATUS                   PIC X(02).

       01 WS-RCN-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-RCN-EOF                   VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-BAL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-BAL-EOF                   VALUE "Y".
       01 WS-REG-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-REG-EOF                   VALUE "Y".
       01 WS-PRD-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-PRD-EOF                   VALUE "Y".
       01 WS-FXC-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-FXC-EOF                   VALUE "Y".
       01 WS-ACCT-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-ACCT-EOF                  VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-BUSDATE                       PIC X(08).
       01 WS-CLOSE-PERIOD                  PIC X(06).
       01 WS-SNAP-NAME                     PIC X(256).
       01 WS-CTL-PARSE.
           05 WS-CP-KEYWORD                PIC X(20).
           05 WS-CP-VALUE                  PIC X(40).

      *    What the day's reconciliation said: the run date on its
      *    heading line and its VERDICT line.
       01 WS-RECON-CHECK.
           05 WS-RCN-LINES                 PIC 9(06) VALUE ZERO.
           05 WS-RCN-DATE                  PIC X(08) VALUE SPACES.
           05 WS-RCN-VERDICT               PIC X(40) VALUE SPACES.

       01 WS-TOTALS.
           05 WS-SNAP-KEYS                 PIC 9(06) VALUE ZERO.
           05 WS-SNAP-BASE-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05 WS-BAD-BALANCES              PIC 9(06) VALUE ZERO.
           05 WS-REG-RUNS                  PIC 9(06) VALUE ZERO.
           05 WS-REG-POSTED                PIC 9(06) VALUE ZERO.
           05 WS-REG-UNSPLIT               PIC 9(06) VALUE ZERO.
           05 WS-PERIODS-CLOSED            PIC 9(06) VALUE ZERO.

      *    The master total at close and the period's POSTREG
      *    debits, credits and net by currency - an account is kept
      *    in its ACCTMSTR AK-CURRENCY, and CBLPOST1 registers a
      *    line per currency a run posted in; an account or line
      *    with none is in the FXCTL base currency (BASE=, default
      *    USD).
       01 WS-FX-BASE                       PIC X(03) VALUE "USD".
       77 MAX-PRD-CCYS                     PIC 9(02) VALUE 90.
       01 WS-PRD-CCY-TOTALS.
           05 WS-PC-USED                   PIC 9(02) VALUE ZERO.
           05 WS-PC-CCY                    PIC X(03) OCCURS 90 TIMES.
           05 WS-PC-MASTER                 PIC S9(11)V99
                                           OCCURS 90 TIMES.
           05 WS-PC-DEBITS                 PIC S9(11)V99
                                           OCCURS 90 TIMES.
           05 WS-PC-CREDITS                PIC S9(11)V99
                                           OCCURS 90 TIMES.
           05 WS-PC-NET                    PIC S9(11)V99
                                           OCCURS 90 TIMES.
       01 WS-PC-I                          PIC 9(02).
       01 WS-PC-J                          PIC 9(02).
       01 WS-PC-SLOT                       PIC 9(02).
       01 WS-LINE-CCY                      PIC X(03).
       77 MAX-ACCT-CCYS                    PIC 9(04) VALUE 2000.
       01 WS-ACCT-CCY-TABLE.
           05 WS-CT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-CT-KEY                    PIC X(08) OCCURS 2000 TIMES.
           05 WS-CT-CCY                    PIC X(03) OCCURS 2000 TIMES.
       01 WS-CT-I                          PIC 9(04).
       01 WS-CT-HIT-SW                     PIC X(01).
           88 WS-CT-HIT                    VALUE "Y".

      *    The lines of one run sit together on POSTREG and share
      *    its date, checksum, size and first reference.
       01 WS-RUN-ID                        PIC X(46) VALUE LOW-VALUES.
       01 WS-LINE-ID.
           05 WS-LI-DATE                   PIC 9(08).
           05 WS-LI-CKSUM                  PIC X(10).
           05 WS-LI-SIZE                   PIC X(10).
           05 WS-LI-FIRST-REF              PIC X(18).

       01 WS-HDR-LINE.
           05 FILLER                       PIC X(09) VALUE "CBLCLOS1".
           05 FILLER                       PIC X(26)
               VALUE "MONTH-END CLOSE - PERIOD ".
           05 WS-HDR-PERIOD                PIC X(06).
           05 FILLER                       PIC X(16) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "RUN DATE ".
           05 WS-HDR-DATE                  PIC 9(08).

       01 WS-COL-HDR-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "KEY".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15)
               VALUE "CLOSING BALANCE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE "CCY".

       01 WS-DTL-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-KEY                    PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-BALANCE                PIC +Z(10)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-CCY                    PIC X(03).

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(28).
           05 WS-TL-VALUE                  PIC ZZZZZ9.
       01 WS-AMT-LINE.
           05 WS-AL-LABEL                  PIC X(28).
           05 WS-AL-VALUE                  PIC +Z(10)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUSDATE
           PERFORM 0400-LOAD-CONTROLS
                THRU 0400-LOAD-CONTROLS-EXIT
           PERFORM 0450-LOAD-BASE
                THRU 0450-LOAD-BASE-EXIT
           PERFORM 0460-LOAD-ACCT-CCYS
                THRU 0460-LOAD-ACCT-CCYS-EXIT
           MOVE WS-BUSDATE(1:6) TO WS-CLOSE-PERIOD
           DISPLAY "CBLCLOS1: month-end close for period "
               WS-CLOSE-PERIOD " (business date " WS-BUSDATE ")"

           PERFORM 0500-CHECK-RECON
                THRU 0500-CHECK-RECON-EXIT
           PERFORM 0600-CHECK-PERIODS
                THRU 0600-CHECK-PERIODS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLCLOS1: period " WS-CLOSE-PERIOD
                   " not closed - nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" AND
               WS-RPT-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLCLOS1: unable to open CLOSERPT (STATUS="
                   WS-RPT-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-HDR-PERIOD
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE CLOSE-REPORT-RECORD FROM WS-HDR-LINE
           MOVE ALL "=" TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           PERFORM 1000-SNAPSHOT
                THRU 1000-SNAPSHOT-EXIT
           PERFORM 2000-PERIOD-TOTALS
                THRU 2000-PERIOD-TOTALS-EXIT
           IF WS-RUN-RC IS LESS THAN 08 THEN
               PERFORM 3000-RECORD-PERIOD
                    THRU 3000-RECORD-PERIOD-EXIT
           END-IF
           PERFORM 4000-PRINT-TOTALS
                THRU 4000-PRINT-TOTALS-EXIT
           CLOSE CLOSE-REPORT-FILE

           IF WS-SNAP-KEYS EQUAL TO ZERO THEN
               DISPLAY "CBLCLOS1: BALMSTR empty or missing - "
                   "snapshot written empty"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0400-LOAD-CONTROLS
      *   Reads the same POSTCTL business date CBLPOST1 posted
      *   with (BUSDATE=, default today); its year and month are
      *   the period this run closes.
      *-----------------------------------------------------------*
       0400-LOAD-CONTROLS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT EQUAL "00" THEN
               CLOSE CTL-FILE
               GO TO 0400-LOAD-CONTROLS-EXIT
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-RECORD NOT EQUAL SPACES AND
                           CTL-RECORD(1:1) NOT EQUAL "*" THEN
                           MOVE SPACES TO WS-CP-KEYWORD
                           MOVE SPACES TO WS-CP-VALUE
                           UNSTRING CTL-RECORD DELIMITED BY "="
                               INTO WS-CP-KEYWORD WS-CP-VALUE
                           END-UNSTRING
                           IF WS-CP-KEYWORD EQUAL "BUSDATE" AND
                               WS-CP-VALUE(1:8) IS NUMERIC THEN
                               MOVE WS-CP-VALUE(1:8) TO WS-BUSDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE.
       0400-LOAD-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0450-LOAD-BASE
      *   Takes the base currency from the FXCTL BASE= line
      *   (default USD), the currency POSTREG lines registered
      *   without one are in.  A malformed BASE= line fails the
      *   run before a file is touched, as it fails CBLPOST1.
      *-----------------------------------------------------------*
       0450-LOAD-BASE.
           OPEN INPUT FXC-FILE
           IF WS-FXC-STATUS NOT EQUAL "00" THEN
               CLOSE FXC-FILE
               GO TO 0450-LOAD-BASE-EXIT
           END-IF
           PERFORM UNTIL WS-FXC-EOF
               READ FXC-FILE
                   AT END
                       SET WS-FXC-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CP-KEYWORD
                       MOVE SPACES TO WS-CP-VALUE
                       UNSTRING FXC-RECORD DELIMITED BY "="
                           INTO WS-CP-KEYWORD WS-CP-VALUE
                       END-UNSTRING
                       IF FXC-RECORD(1:1) NOT EQUAL "*" AND
                           WS-CP-KEYWORD EQUAL "BASE" THEN
                           IF WS-CP-VALUE(1:3) EQUAL SPACES OR
                               WS-CP-VALUE(4:) NOT EQUAL SPACES THEN
                               DISPLAY "CBLCLOS1: malformed FXCTL BASE "
                                   "line: " FUNCTION TRIM (WS-CP-VALUE)
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           ELSE
                               MOVE WS-CP-VALUE(1:3) TO WS-FX-BASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXC-FILE.
       0450-LOAD-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0460-LOAD-ACCT-CCYS
      *   Loads the currency of every ACCTMSTR account that names
      *   one (AK-CURRENCY), so each closing balance is totalled
      *   in the currency CBLPOST1 posts it in.  A missing
      *   ACCTMSTR keeps every account in the base currency.  A
      *   table overflow fails the run before a file is touched -
      *   the accounts past the cap would total in the wrong
      *   currency.
      *-----------------------------------------------------------*
       0460-LOAD-ACCT-CCYS.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT EQUAL "00" THEN
               CLOSE ACCT-FILE
               GO TO 0460-LOAD-ACCT-CCYS-EXIT
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCT-FILE
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF AK-CURRENCY NOT EQUAL SPACES THEN
                           IF WS-CT-USED IS LESS THAN MAX-ACCT-CCYS
                               THEN
                               ADD 1 TO WS-CT-USED
                               MOVE AK-KEY TO WS-CT-KEY(WS-CT-USED)
                               MOVE AK-CURRENCY
                                   TO WS-CT-CCY(WS-CT-USED)
                           ELSE
                               DISPLAY "CBLCLOS1: currency table "
                                   "full - close unsafe"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
       0460-LOAD-ACCT-CCYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0500-CHECK-RECON
      *   The close only goes ahead on a master CBLRECN1 has just
      *   found in balance: RECONRPT must exist, its heading must
      *   carry a run date on or after the business date being
      *   closed (an older report reconciled an earlier day), and
      *   its VERDICT line must read MASTER IN BALANCE.  Anything
      *   else ends the run RC 08 before a file is touched.
      *-----------------------------------------------------------*
       0500-CHECK-RECON.
           OPEN INPUT RECON-FILE
           IF WS-RCN-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLCLOS1: RECONRPT missing (STATUS="
                   WS-RCN-STATUS ") - run CBLRECN1 first"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE RECON-FILE
               GO TO 0500-CHECK-RECON-EXIT
           END-IF
           PERFORM UNTIL WS-RCN-EOF
               READ RECON-FILE
                   AT END
                       SET WS-RCN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RCN-LINES
                       IF WS-RCN-LINES EQUAL 1 AND
                           RECON-RECORD(1:8) EQUAL "CBLRECN1" AND
                           RECON-RECORD(67:8) IS NUMERIC THEN
                           MOVE RECON-RECORD(67:8) TO WS-RCN-DATE
                       END-IF
                       IF RECON-RECORD(1:8) EQUAL "VERDICT:" THEN
                           MOVE RECON-RECORD(1:40) TO WS-RCN-VERDICT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECON-FILE

           IF WS-RCN-DATE EQUAL SPACES OR
               WS-RCN-DATE IS LESS THAN WS-BUSDATE THEN
               DISPLAY "CBLCLOS1: RECONRPT run date " WS-RCN-DATE
                   " is before business date " WS-BUSDATE
                   " - reconcile the day first"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 0500-CHECK-RECON-EXIT
           END-IF
           IF WS-RCN-VERDICT NOT EQUAL "VERDICT: MASTER IN BALANCE" THEN
               DISPLAY "CBLCLOS1: *** reconciliation not in "
                   "balance - period cannot close ***"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       0500-CHECK-RECON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-CHECK-PERIODS
      *   A period already on PERIODS was closed by an earlier run
      *   and is refused RC 08 - closing it twice would overwrite
      *   the month-end snapshot with a later master.  No PERIODS
      *   file means nothing has been closed yet.
      *-----------------------------------------------------------*
       0600-CHECK-PERIODS.
           OPEN INPUT PRD-FILE
           IF WS-PRD-STATUS NOT EQUAL "00" THEN
               CLOSE PRD-FILE
               GO TO 0600-CHECK-PERIODS-EXIT
           END-IF
           PERFORM UNTIL WS-PRD-EOF
               READ PRD-FILE
                   AT END
                       SET WS-PRD-EOF TO TRUE
                   NOT AT END
                       IF PD-PERIOD EQUAL WS-CLOSE-PERIOD THEN
                           DISPLAY "CBLCLOS1: period " PD-PERIOD
                               " already closed on " PD-CLOSED-ON
                           MOVE 08 TO WS-RUN-RC-NEW
                           PERFORM 9500-SET-RUN-RC
                                THRU 9500-SET-RUN-RC-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-FILE.
       0600-CHECK-PERIODS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-SNAPSHOT
      *   Copies the keyed master to BALMSTR.YYYYMM in key order,
      *   in the flat CBLUNL1 layout so CBLBLD1 can load it back,
      *   lists each key's closing balance and currency on
      *   CLOSERPT, and totals the balances by currency.  A
      *   balance that will not parse, or a snapshot line that
      *   will not write, ends the run RC 08 and the period stays
      *   open.
      *-----------------------------------------------------------*
       1000-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-NAME
           STRING "BALMSTR." DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
             INTO WS-SNAP-NAME
           END-STRING

           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT EQUAL "00" AND
               WS-BAL-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLCLOS1: unable to open BALMSTR (STATUS="
                   WS-BAL-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1000-SNAPSHOT-EXIT
           END-IF
           OPEN OUTPUT SNAP-FILE
           IF WS-SNP-STATUS NOT EQUAL "00" AND
               WS-SNP-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLCLOS1: unable to open "
                   FUNCTION TRIM (WS-SNAP-NAME) " (STATUS="
                   WS-SNP-STATUS ")"
               CLOSE BALANCE-FILE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1000-SNAPSHOT-EXIT
           END-IF

           WRITE CLOSE-REPORT-RECORD FROM WS-COL-HDR-LINE
           PERFORM UNTIL WS-BAL-EOF
               READ BALANCE-FILE
                   AT END
                       SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-SNAP-ONE
                            THRU 1100-SNAP-ONE-EXIT
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           CLOSE SNAP-FILE
           DISPLAY "CBLCLOS1: " WS-SNAP-KEYS " balances saved to "
               FUNCTION TRIM (WS-SNAP-NAME).
       1000-SNAPSHOT-EXIT.
           EXIT.

       1100-SNAP-ONE.
           IF BM-BALANCE IS NOT NUMERIC THEN
               DISPLAY "CBLCLOS1: bad balance on BALMSTR, key "
                   BM-KEY " - snapshot unsafe"
               ADD 1 TO WS-BAD-BALANCES
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1100-SNAP-ONE-EXIT
           END-IF
           MOVE SPACES TO SNAP-RECORD
           MOVE BM-KEY TO SN-KEY
           MOVE BM-BALANCE TO SN-BALANCE
           MOVE BM-LAST-ACT TO SN-LAST-ACT
           WRITE SNAP-RECORD
           IF WS-SNP-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLCLOS1: write to "
                   FUNCTION TRIM (WS-SNAP-NAME) " failed (STATUS="
                   WS-SNP-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-BAL-EOF TO TRUE
               GO TO 1100-SNAP-ONE-EXIT
           END-IF
           ADD 1 TO WS-SNAP-KEYS
           PERFORM 1150-FIND-ACCT-CCY
                THRU 1150-FIND-ACCT-CCY-EXIT
           PERFORM 2150-FIND-CCY-SLOT
                THRU 2150-FIND-CCY-SLOT-EXIT
           IF WS-PC-SLOT IS GREATER THAN ZERO THEN
               ADD BM-BALANCE TO WS-PC-MASTER(WS-PC-SLOT)
           END-IF
           IF WS-LINE-CCY EQUAL WS-FX-BASE THEN
               ADD BM-BALANCE TO WS-SNAP-BASE-TOTAL
           END-IF
           MOVE BM-KEY TO WS-DL-KEY
           MOVE BM-BALANCE TO WS-DL-BALANCE
           MOVE WS-LINE-CCY TO WS-DL-CCY
           WRITE CLOSE-REPORT-RECORD FROM WS-DTL-LINE.
       1100-SNAP-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-FIND-ACCT-CCY
      *   Sets WS-LINE-CCY to the currency BM-KEY is kept in: its
      *   AK-CURRENCY, or the base currency when it names none -
      *   CBLPOST1's 2065-FIND-ACCT-CCY.
      *-----------------------------------------------------------*
       1150-FIND-ACCT-CCY.
           MOVE WS-FX-BASE TO WS-LINE-CCY
           MOVE "N" TO WS-CT-HIT-SW
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-USED OR WS-CT-HIT
               IF WS-CT-KEY(WS-CT-I) EQUAL BM-KEY THEN
                   MOVE WS-CT-CCY(WS-CT-I) TO WS-LINE-CCY
                   MOVE "Y" TO WS-CT-HIT-SW
               END-IF
           END-PERFORM.
       1150-FIND-ACCT-CCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PERIOD-TOTALS
      *   Adds up every POSTREG line whose business date falls in
      *   the period: runs, records posted, and by currency the
      *   net and the debit and credit totals CBLPOST1 registers
      *   beside it.  A run's lines for its several currencies
      *   count as one run.  A line registered before the
      *   debit/credit split was carried has its net counted but
      *   no split; those lines are counted so the listing says
      *   the split is partial.  A currency table overflow fails
      *   the run and leaves the period open.
      *-----------------------------------------------------------*
       2000-PERIOD-TOTALS.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT EQUAL "00" AND
               WS-REG-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLCLOS1: unable to open POSTREG (STATUS="
                   WS-REG-STATUS ") - period totals not listed"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE REG-FILE
               GO TO 2000-PERIOD-TOTALS-EXIT
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF RG-DATE IS NUMERIC AND
                           RG-DATE(1:6) EQUAL WS-CLOSE-PERIOD AND
                           RG-NET IS NUMERIC THEN
                           PERFORM 2100-ADD-REG-LINE
                                THRU 2100-ADD-REG-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.
       2000-PERIOD-TOTALS-EXIT.
           EXIT.

       2100-ADD-REG-LINE.
           MOVE RG-DATE TO WS-LI-DATE
           MOVE REG-RECORD(1:10) TO WS-LI-CKSUM
           MOVE REG-RECORD(12:10) TO WS-LI-SIZE
           MOVE RG-FIRST-REF TO WS-LI-FIRST-REF
           IF WS-LINE-ID NOT EQUAL WS-RUN-ID THEN
               MOVE WS-LINE-ID TO WS-RUN-ID
               ADD 1 TO WS-REG-RUNS
           END-IF
           ADD RG-POSTED TO WS-REG-POSTED

           IF RG-CURRENCY EQUAL SPACES THEN
               MOVE WS-FX-BASE TO WS-LINE-CCY
           ELSE
               MOVE RG-CURRENCY TO WS-LINE-CCY
           END-IF
           PERFORM 2150-FIND-CCY-SLOT
                THRU 2150-FIND-CCY-SLOT-EXIT
           IF WS-PC-SLOT EQUAL ZERO THEN
               GO TO 2100-ADD-REG-LINE-EXIT
           END-IF

           ADD RG-NET TO WS-PC-NET(WS-PC-SLOT)
           IF RG-DEBITS IS NUMERIC AND
               RG-CREDITS IS NUMERIC THEN
               ADD RG-DEBITS TO WS-PC-DEBITS(WS-PC-SLOT)
               ADD RG-CREDITS TO WS-PC-CREDITS(WS-PC-SLOT)
           ELSE
               ADD 1 TO WS-REG-UNSPLIT
           END-IF.
       2100-ADD-REG-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-FIND-CCY-SLOT
      *   Sets WS-PC-SLOT to the currency table slot of
      *   WS-LINE-CCY, starting a zeroed one for a currency not
      *   yet seen.  A full table leaves WS-PC-SLOT zero and
      *   fails the run RC 08, so the period stays open.
      *-----------------------------------------------------------*
       2150-FIND-CCY-SLOT.
           MOVE ZERO TO WS-PC-SLOT
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-USED OR WS-PC-SLOT > ZERO
               IF WS-PC-CCY(WS-PC-I) EQUAL WS-LINE-CCY THEN
                   MOVE WS-PC-I TO WS-PC-SLOT
               END-IF
           END-PERFORM
           IF WS-PC-SLOT EQUAL ZERO THEN
               IF WS-PC-USED IS NOT LESS THAN MAX-PRD-CCYS THEN
                   DISPLAY "CBLCLOS1: currency table full - "
                       WS-LINE-CCY " not totalled"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
                   GO TO 2150-FIND-CCY-SLOT-EXIT
               END-IF
               ADD 1 TO WS-PC-USED
               MOVE WS-PC-USED TO WS-PC-SLOT
               MOVE WS-LINE-CCY TO WS-PC-CCY(WS-PC-SLOT)
               MOVE ZERO TO WS-PC-MASTER(WS-PC-SLOT)
               MOVE ZERO TO WS-PC-DEBITS(WS-PC-SLOT)
               MOVE ZERO TO WS-PC-CREDITS(WS-PC-SLOT)
               MOVE ZERO TO WS-PC-NET(WS-PC-SLOT)
           END-IF.
       2150-FIND-CCY-SLOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RECORD-PERIOD
      *   Appends the closed period to PERIODS - period, business
      *   date, run date, key count and the master total of the
      *   accounts kept in the base currency (a total across
      *   currencies would mean nothing) - the file
      *   CBLEDIT1, CBLPOST1 and the posting replays read to know
      *   which months are shut.  Written last, so a close that
      *   failed part-way leaves the period open for the rerun.
      *-----------------------------------------------------------*
       3000-RECORD-PERIOD.
           OPEN EXTEND PRD-FILE
           IF WS-PRD-STATUS NOT EQUAL "00" AND
               WS-PRD-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT PRD-FILE
           END-IF
           IF WS-PRD-STATUS NOT EQUAL "00" AND
               WS-PRD-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLCLOS1: unable to open PERIODS (STATUS="
                   WS-PRD-STATUS ") - period left open"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3000-RECORD-PERIOD-EXIT
           END-IF
           MOVE SPACES TO PRD-RECORD
           MOVE WS-CLOSE-PERIOD TO PD-PERIOD
           MOVE WS-BUSDATE TO PD-BUSDATE
           MOVE WS-RUN-DATE TO PD-CLOSED-ON
           MOVE WS-SNAP-KEYS TO PD-KEYS
           MOVE WS-SNAP-BASE-TOTAL TO PD-TOTAL
           WRITE PRD-RECORD
           IF WS-PRD-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLCLOS1: write to PERIODS failed (STATUS="
                   WS-PRD-STATUS ") - period left open"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           ELSE
               ADD 1 TO WS-PERIODS-CLOSED
           END-IF
           CLOSE PRD-FILE.
       3000-RECORD-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-TOTALS
      *   Month-end totals to CLOSERPT and the console: keys
      *   snapshotted, the period's posting runs and records, and
      *   for each currency (the base currency first, even when
      *   it holds nothing) the master total at close and the
      *   period's debits, credits and net from POSTREG, then
      *   whether the period closed.
      *-----------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE "KEYS SNAPSHOTTED:" TO WS-TL-LABEL
           MOVE WS-SNAP-KEYS TO WS-TL-VALUE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "UNPARSEABLE BALANCES:" TO WS-TL-LABEL
           MOVE WS-BAD-BALANCES TO WS-TL-VALUE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "POSTING RUNS IN PERIOD:" TO WS-TL-LABEL
           MOVE WS-REG-RUNS TO WS-TL-VALUE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "RECORDS POSTED IN PERIOD:" TO WS-TL-LABEL
           MOVE WS-REG-POSTED TO WS-TL-VALUE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE WS-FX-BASE TO WS-LINE-CCY
           PERFORM 4100-PRINT-CCY
                THRU 4100-PRINT-CCY-EXIT
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-USED
               IF WS-PC-CCY(WS-PC-I) NOT EQUAL WS-FX-BASE THEN
                   MOVE WS-PC-CCY(WS-PC-I) TO WS-LINE-CCY
                   PERFORM 4100-PRINT-CCY
                        THRU 4100-PRINT-CCY-EXIT
               END-IF
           END-PERFORM
           MOVE "RUNS WITHOUT DR/CR SPLIT:" TO WS-TL-LABEL
           MOVE WS-REG-UNSPLIT TO WS-TL-VALUE
           WRITE CLOSE-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           IF WS-PERIODS-CLOSED IS GREATER THAN ZERO THEN
               STRING "PERIOD " DELIMITED BY SIZE
                      WS-CLOSE-PERIOD DELIMITED BY SIZE
                      " CLOSED" DELIMITED BY SIZE
                 INTO CLOSE-REPORT-RECORD
               END-STRING
               DISPLAY "CBLCLOS1: period " WS-CLOSE-PERIOD " closed"
           ELSE
               STRING "*** PERIOD " DELIMITED BY SIZE
                      WS-CLOSE-PERIOD DELIMITED BY SIZE
                      " NOT CLOSED ***" DELIMITED BY SIZE
                 INTO CLOSE-REPORT-RECORD
               END-STRING
               DISPLAY "CBLCLOS1: *** period " WS-CLOSE-PERIOD
                   " not closed ***"
           END-IF
           WRITE CLOSE-REPORT-RECORD
           MOVE "END OF REPORT" TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.
       4000-PRINT-TOTALS-EXIT.
           EXIT.

       4100-PRINT-CCY.
           MOVE ZERO TO WS-PC-SLOT
           PERFORM VARYING WS-PC-J FROM 1 BY 1
               UNTIL WS-PC-J > WS-PC-USED OR WS-PC-SLOT > ZERO
               IF WS-PC-CCY(WS-PC-J) EQUAL WS-LINE-CCY THEN
                   MOVE WS-PC-J TO WS-PC-SLOT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-AL-LABEL
           STRING "MASTER TOTAL " DELIMITED BY SIZE
                  WS-LINE-CCY DELIMITED BY SIZE
                  " AT CLOSE:" DELIMITED BY SIZE
             INTO WS-AL-LABEL
           END-STRING
           MOVE ZERO TO WS-AL-VALUE
           IF WS-PC-SLOT IS GREATER THAN ZERO THEN
               MOVE WS-PC-MASTER(WS-PC-SLOT) TO WS-AL-VALUE
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           STRING "PERIOD DEBITS " DELIMITED BY SIZE
                  WS-LINE-CCY DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO WS-AL-LABEL
           END-STRING
           MOVE ZERO TO WS-AL-VALUE
           IF WS-PC-SLOT IS GREATER THAN ZERO THEN
               MOVE WS-PC-DEBITS(WS-PC-SLOT) TO WS-AL-VALUE
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           STRING "PERIOD CREDITS " DELIMITED BY SIZE
                  WS-LINE-CCY DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO WS-AL-LABEL
           END-STRING
           MOVE ZERO TO WS-AL-VALUE
           IF WS-PC-SLOT IS GREATER THAN ZERO THEN
               MOVE WS-PC-CREDITS(WS-PC-SLOT) TO WS-AL-VALUE
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           STRING "PERIOD NET " DELIMITED BY SIZE
                  WS-LINE-CCY DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
             INTO WS-AL-LABEL
           END-STRING
           MOVE ZERO TO WS-AL-VALUE
           IF WS-PC-SLOT IS GREATER THAN ZERO THEN
               MOVE WS-PC-NET(WS-PC-SLOT) TO WS-AL-VALUE
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE.
       4100-PRINT-CCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9500-SET-RUN-RC
      *   Same convention as CBLCHALL1: raises WS-RUN-RC to
      *   WS-RUN-RC-NEW if that is more severe, never lowers it,
      *   so the final RETURN-CODE reflects the worst thing that
      *   happened during the run.
      *-----------------------------------------------------------*
       9500-SET-RUN-RC.
           IF WS-RUN-RC-NEW > WS-RUN-RC THEN
               MOVE WS-RUN-RC-NEW TO WS-RUN-RC
           END-IF.
       9500-SET-RUN-RC-EXIT.
           EXIT.
