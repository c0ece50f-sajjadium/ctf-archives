       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDORM1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  Dormancy sweep as of the
      *                    POSTCTL business date: every open account
      *                    on ACCTMSTR whose BALMSTR last activity
      *                    date is more than DORMCTL DORMDAYS= days
      *                    old (default 365) is set to status F, so
      *                    CBLEDIT1 stops debits to it.  Each change
      *                    is logged to AUDITLOG as operator SYSTEM.
      *                    DORMRPT lists the accounts frozen and
      *                    those coming due in the next 30 days.
      *   2026-10-15  DLM  ACCTMSTR layout carries the new
      *                    AK-CURRENCY.
      *   2026-10-15  DLM  The account table holds the whole
      *                    66-byte ACCTMSTR record; it had been
      *                    cutting the last byte of AK-CURRENCY off
      *                    on every rewrite.  The run now refuses
      *                    RC 08 if the table entry and the record
      *                    length ever differ.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DCTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCTL-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DORM-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DCTL-FILE.
       01  DCTL-RECORD                    PIC X(80).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).

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
           05  AK-LIMIT-X REDEFINES AK-LIMIT
                                          PIC X(11).
           05  FILLER                     PIC X(01).
           05  AK-CURRENCY                PIC X(03).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                   PIC X(323).

       FD  DORM-REPORT-FILE.
       01  DORM-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DCTL-STATUS                   PIC X(02).
       01 WS-CTL-STATUS                    PIC X(02).
       01 WS-ACCT-STATUS                   PIC X(02).
       01 WS-BAL-STATUS                    PIC X(02).
       01 WS-AUDIT-FILE-STATUS             PIC X(02).
       01 WS-RPT-STATUS                    PIC X(02).

       01 WS-DCTL-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-DCTL-EOF                  VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-ACCT-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-ACCT-EOF                  VALUE "Y".
       01 WS-ACCT-SHORT-SW                 PIC X(01) VALUE "N".
           88 WS-ACCT-SHORT                VALUE "Y".
       01 WS-ACCTS-SAVED-SW                PIC X(01) VALUE "N".
           88 WS-ACCTS-SAVED               VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-BUSDATE                       PIC X(08).
       01 WS-BUSDATE-NUM                   PIC 9(08).
       01 WS-BUSDATE-INT                   PIC S9(09) VALUE ZERO.
       01 WS-CTL-PARSE.
           05 WS-CP-KEYWORD                PIC X(20).
           05 WS-CP-VALUE                  PIC X(40).

      *    DORMCTL values: an open account idle longer than
      *    DORMDAYS days is frozen; one that will pass that mark
      *    within WS-DUE-WINDOW days is listed as coming due.
       01 WS-DORM-CONTROLS.
           05 WS-DC-DORMDAYS               PIC 9(05) VALUE 365.
           05 WS-DUE-WINDOW                PIC 9(05) VALUE 30.

      *    ACCTMSTR held whole so it can be rewritten in full with
      *    only the status byte changed, the way CBLCHALL1 option
      *    16 saves it.  WS-AT-ACTION is F for an account frozen by
      *    this run, D for one coming due, blank otherwise.
      *    WS-AT-RECORD must be exactly as long as ACCT-RECORD -
      *    the mainline refuses to run if the two differ.
       77 MAX-ACCTS                        PIC 9(04) VALUE 2000.
       01 WS-ACCT-TABLE.
           05 WS-AT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-AT-RECORD                 PIC X(66) OCCURS 2000 TIMES.
           05 WS-AT-STATUS                 PIC X(01) OCCURS 2000 TIMES.
           05 WS-AT-ACTION                 PIC X(01) OCCURS 2000 TIMES.
           05 WS-AT-LAST-ACT               PIC 9(08) OCCURS 2000 TIMES.
           05 WS-AT-IDLE                   PIC S9(07) OCCURS 2000 TIMES.
           05 WS-AT-DUE                    PIC 9(08) OCCURS 2000 TIMES.
           05 WS-AT-BALANCE                PIC S9(9)V99
                                           OCCURS 2000 TIMES.
       01 WS-ACCT-I                        PIC 9(04).

       01 WS-SWEEP-WORK.
           05 WS-LAST-ACT                  PIC X(08).
           05 WS-LAST-NUM                  PIC 9(08).
           05 WS-LAST-INT                  PIC S9(09).
           05 WS-IDLE                      PIC S9(07).
           05 WS-DUE-INT                   PIC S9(09).
           05 WS-IDLE-EDIT                 PIC Z(06)9.

       01 WS-TOTALS.
           05 WS-ACCTS-READ                PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-CHECKED             PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-FROZEN              PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-DUE                 PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-NO-DATE             PIC 9(06) VALUE ZERO.
           05 WS-AUDIT-WRITTEN             PIC 9(06) VALUE ZERO.
           05 WS-LISTED                    PIC 9(06) VALUE ZERO.

       01 WS-AUDIT-WORK.
           05 WS-AUDIT-DATE                PIC 9(08).
           05 WS-AUDIT-TIME                PIC 9(08).
           05 WS-AUDIT-OPT                 PIC 9(02) VALUE 16.
           05 WS-AUDIT-FIDX                PIC 9(02) VALUE ZERO.
           05 WS-AUDIT-FFD                 PIC 9(04) VALUE ZERO.
           05 WS-AUDIT-RC-OK               PIC X(01) VALUE "Y".
           05 WS-AUDIT-OPR                 PIC X(08) VALUE "SYSTEM".
           05 WS-AUDIT-FNM                 PIC X(256).

       01 WS-HDR-LINE.
           05 FILLER                       PIC X(09) VALUE "CBLDORM1".
           05 FILLER                       PIC X(27)
               VALUE "DORMANCY SWEEP - AS OF ".
           05 WS-HDR-BUSDATE               PIC X(08).
           05 FILLER                       PIC X(22) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "RUN DATE ".
           05 WS-HDR-DATE                  PIC 9(08).

       01 WS-COL-HDR-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "KEY".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30) VALUE "NAME".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(13)
               VALUE "LAST ACTIVITY".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "DAYS IDLE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(15) VALUE "BALANCE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CH-DUE                    PIC X(08).

       01 WS-DTL-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-KEY                    PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-NAME                   PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-LAST-ACT               PIC 9(08).
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 WS-DL-IDLE                   PIC Z(08)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-BALANCE                PIC +Z(10)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DL-DUE                    PIC X(08).

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(28).
           05 WS-TL-VALUE                  PIC ZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUSDATE
           PERFORM 0400-LOAD-CONTROLS
                THRU 0400-LOAD-CONTROLS-EXIT
           PERFORM 0450-LOAD-DORM-CONTROLS
                THRU 0450-LOAD-DORM-CONTROLS-EXIT
           DISPLAY "CBLDORM1: dormancy sweep as of " WS-BUSDATE
               " (DORMDAYS=" WS-DC-DORMDAYS ")"

           IF LENGTH OF WS-AT-RECORD(1) NOT EQUAL
               LENGTH OF ACCT-RECORD THEN
               DISPLAY "CBLDORM1: account table entry does not match "
                   "the ACCTMSTR record length - rewrite would damage "
                   "ACCTMSTR"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-BUSDATE TO WS-BUSDATE-NUM
           COMPUTE WS-BUSDATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-BUSDATE-NUM)
           IF WS-BUSDATE-INT EQUAL TO ZERO THEN
               DISPLAY "CBLDORM1: business date " WS-BUSDATE
                   " is not a valid date"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           IF WS-DC-DORMDAYS EQUAL TO ZERO THEN
               DISPLAY "CBLDORM1: DORMDAYS=0 would freeze every "
                   "account - refused"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           PERFORM 1000-LOAD-ACCOUNTS
                THRU 1000-LOAD-ACCOUNTS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLDORM1: no accounts swept - nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-SWEEP
                THRU 2000-SWEEP-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLDORM1: no accounts swept - nothing written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ACCTS-FROZEN IS GREATER THAN ZERO THEN
               PERFORM 3000-FREEZE-ACCOUNTS
                    THRU 3000-FREEZE-ACCOUNTS-EXIT
           END-IF

           PERFORM 4000-PRINT-REPORT
                THRU 4000-PRINT-REPORT-EXIT

           IF WS-ACCTS-NO-DATE IS GREATER THAN ZERO THEN
               DISPLAY "CBLDORM1: " WS-ACCTS-NO-DATE " open account(s)"
                   " have no usable activity date - not swept"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0400-LOAD-CONTROLS
      *   Reads the same POSTCTL business date CBLPOST1 posted
      *   with (BUSDATE=, default today); idle days are counted
      *   up to it.
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
      * 0450-LOAD-DORM-CONTROLS
      *   DORMCTL carries DORMDAYS=nnnnn, the days an open account
      *   may go without posting before it is frozen.  No DORMCTL
      *   or no DORMDAYS= line keeps the default of 365.
      *-----------------------------------------------------------*
       0450-LOAD-DORM-CONTROLS.
           OPEN INPUT DCTL-FILE
           IF WS-DCTL-STATUS NOT EQUAL "00" THEN
               CLOSE DCTL-FILE
               GO TO 0450-LOAD-DORM-CONTROLS-EXIT
           END-IF
           PERFORM UNTIL WS-DCTL-EOF
               READ DCTL-FILE
                   AT END
                       SET WS-DCTL-EOF TO TRUE
                   NOT AT END
                       IF DCTL-RECORD NOT EQUAL SPACES AND
                           DCTL-RECORD(1:1) NOT EQUAL "*" THEN
                           MOVE SPACES TO WS-CP-KEYWORD
                           MOVE SPACES TO WS-CP-VALUE
                           UNSTRING DCTL-RECORD DELIMITED BY "="
                               INTO WS-CP-KEYWORD WS-CP-VALUE
                           END-UNSTRING
                           IF WS-CP-KEYWORD EQUAL "DORMDAYS" THEN
                               COMPUTE WS-DC-DORMDAYS = FUNCTION NUMVAL
                                   (FUNCTION TRIM (WS-CP-VALUE))
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DCTL-FILE.
       0450-LOAD-DORM-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-LOAD-ACCOUNTS
      *   Loads ACCTMSTR into the account table.  More accounts
      *   than the table holds ends the run RC 08 before anything
      *   is changed - rewriting a truncated table would drop
      *   accounts from the master.
      *-----------------------------------------------------------*
       1000-LOAD-ACCOUNTS.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLDORM1: ACCTMSTR missing or unreadable "
                   "(STATUS=" WS-ACCT-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE ACCT-FILE
               GO TO 1000-LOAD-ACCOUNTS-EXIT
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCT-FILE
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       IF WS-AT-USED IS LESS THAN MAX-ACCTS THEN
                           ADD 1 TO WS-AT-USED
                           MOVE ACCT-RECORD
                               TO WS-AT-RECORD(WS-AT-USED)
                           MOVE AK-STATUS TO WS-AT-STATUS(WS-AT-USED)
                       ELSE
                           SET WS-ACCT-SHORT TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           IF WS-ACCT-SHORT THEN
               DISPLAY "CBLDORM1: ACCTMSTR holds more than " MAX-ACCTS
                   " accounts - sweep refused"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       1000-LOAD-ACCOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SWEEP
      *   Looks up every open account on BALMSTR.  The last
      *   activity date is BM-LAST-ACT, or the opening date for an
      *   account that has never posted.  An account on BALMSTR
      *   with no last activity date (loaded before the date was
      *   carried) is counted and left alone rather than guessed
      *   at.  BALMSTR must be there: without it every account
      *   would look idle since it opened.
      *-----------------------------------------------------------*
       2000-SWEEP.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLDORM1: unable to open BALMSTR (STATUS="
                   WS-BAL-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE BALANCE-FILE
               GO TO 2000-SWEEP-EXIT
           END-IF
           PERFORM VARYING WS-ACCT-I FROM 1 BY 1
               UNTIL WS-ACCT-I > WS-AT-USED
               MOVE SPACE TO WS-AT-ACTION(WS-ACCT-I)
               IF WS-AT-STATUS(WS-ACCT-I) EQUAL "O" THEN
                   PERFORM 2100-CHECK-ONE
                        THRU 2100-CHECK-ONE-EXIT
               END-IF
           END-PERFORM
           CLOSE BALANCE-FILE.
       2000-SWEEP-EXIT.
           EXIT.

       2100-CHECK-ONE.
           ADD 1 TO WS-ACCTS-CHECKED
           MOVE WS-AT-RECORD(WS-ACCT-I) TO ACCT-RECORD
           MOVE ZERO TO WS-AT-BALANCE(WS-ACCT-I)
           MOVE SPACES TO WS-LAST-ACT
           MOVE AK-KEY TO BM-KEY
           READ BALANCE-FILE
               INVALID KEY
                   MOVE AK-OPENED TO WS-LAST-ACT
               NOT INVALID KEY
                   MOVE BM-LAST-ACT TO WS-LAST-ACT
                   IF BM-BALANCE IS NUMERIC THEN
                       MOVE BM-BALANCE TO WS-AT-BALANCE(WS-ACCT-I)
                   END-IF
           END-READ

           IF WS-LAST-ACT IS NOT NUMERIC THEN
               ADD 1 TO WS-ACCTS-NO-DATE
               GO TO 2100-CHECK-ONE-EXIT
           END-IF
           MOVE WS-LAST-ACT TO WS-LAST-NUM
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
               (WS-LAST-NUM)
           IF WS-LAST-INT EQUAL TO ZERO THEN
               ADD 1 TO WS-ACCTS-NO-DATE
               GO TO 2100-CHECK-ONE-EXIT
           END-IF

           COMPUTE WS-IDLE = WS-BUSDATE-INT - WS-LAST-INT
           IF WS-IDLE IS LESS THAN ZERO THEN
               MOVE ZERO TO WS-IDLE
           END-IF
           MOVE WS-LAST-NUM TO WS-AT-LAST-ACT(WS-ACCT-I)
           MOVE WS-IDLE TO WS-AT-IDLE(WS-ACCT-I)
           COMPUTE WS-DUE-INT = WS-LAST-INT + WS-DC-DORMDAYS + 1
           COMPUTE WS-AT-DUE(WS-ACCT-I) = FUNCTION DATE-OF-INTEGER
               (WS-DUE-INT)

           IF WS-IDLE IS GREATER THAN WS-DC-DORMDAYS THEN
               MOVE "F" TO WS-AT-ACTION(WS-ACCT-I)
               MOVE "F" TO WS-AT-STATUS(WS-ACCT-I)
               ADD 1 TO WS-ACCTS-FROZEN
               GO TO 2100-CHECK-ONE-EXIT
           END-IF
           IF WS-IDLE + WS-DUE-WINDOW IS GREATER THAN WS-DC-DORMDAYS
               THEN
               MOVE "D" TO WS-AT-ACTION(WS-ACCT-I)
               ADD 1 TO WS-ACCTS-DUE
           END-IF.
       2100-CHECK-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FREEZE-ACCOUNTS
      *   AUDITLOG is opened first, so a sweep that could not be
      *   logged changes nothing.  ACCTMSTR is then rewritten in
      *   full with the new statuses, and only once it is saved
      *   is one audit line written per account frozen - OPT=16
      *   (account key maintenance) by operator SYSTEM, carrying
      *   the key, the status change and the days idle.
      *-----------------------------------------------------------*
       3000-FREEZE-ACCOUNTS.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00" AND
               WS-AUDIT-FILE-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00" AND
               WS-AUDIT-FILE-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLDORM1: unable to open AUDITLOG (STATUS="
                   WS-AUDIT-FILE-STATUS ") - no accounts frozen"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3000-FREEZE-ACCOUNTS-EXIT
           END-IF

           PERFORM 3100-WRITE-ACCOUNTS
                THRU 3100-WRITE-ACCOUNTS-EXIT
           IF WS-ACCTS-SAVED THEN
               PERFORM VARYING WS-ACCT-I FROM 1 BY 1
                   UNTIL WS-ACCT-I > WS-AT-USED
                   IF WS-AT-ACTION(WS-ACCT-I) EQUAL "F" THEN
                       PERFORM 3200-AUDIT-ONE
                            THRU 3200-AUDIT-ONE-EXIT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE.
       3000-FREEZE-ACCOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-WRITE-ACCOUNTS
      *   Rewrites ACCTMSTR in full from the account table, each
      *   line exactly as read but for the status byte.
      *-----------------------------------------------------------*
       3100-WRITE-ACCOUNTS.
           OPEN OUTPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT EQUAL "00" AND
               WS-ACCT-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLDORM1: unable to open ACCTMSTR for output "
                   "(STATUS=" WS-ACCT-STATUS ") - no accounts frozen"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE ACCT-FILE
               GO TO 3100-WRITE-ACCOUNTS-EXIT
           END-IF
           PERFORM VARYING WS-ACCT-I FROM 1 BY 1
               UNTIL WS-ACCT-I > WS-AT-USED
               MOVE WS-AT-RECORD(WS-ACCT-I) TO ACCT-RECORD
               MOVE WS-AT-STATUS(WS-ACCT-I) TO AK-STATUS
               WRITE ACCT-RECORD
               IF WS-ACCT-STATUS NOT EQUAL "00" THEN
                   DISPLAY "CBLDORM1: write to ACCTMSTR failed "
                       "(STATUS=" WS-ACCT-STATUS ") at key " AK-KEY
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
                   CLOSE ACCT-FILE
                   GO TO 3100-WRITE-ACCOUNTS-EXIT
               END-IF
           END-PERFORM
           CLOSE ACCT-FILE
           SET WS-ACCTS-SAVED TO TRUE.
       3100-WRITE-ACCOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-AUDIT-ONE
      *   One AUDITLOG line in CBLCHALL1's 8000-WRITE-AUDIT-RECORD
      *   layout, so CBLRPT1 and CBLAUDQ1 read it like any other.
      *-----------------------------------------------------------*
       3200-AUDIT-ONE.
           MOVE WS-AT-RECORD(WS-ACCT-I) TO ACCT-RECORD
           MOVE WS-AT-IDLE(WS-ACCT-I) TO WS-IDLE-EDIT
           MOVE SPACES TO WS-AUDIT-FNM
           STRING "ACCTMSTR DORMANT KEY=" DELIMITED BY SIZE
                  AK-KEY DELIMITED BY SIZE
                  " STATUS=O>F IDLE=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IDLE-EDIT) DELIMITED BY SIZE
                  " LAST-ACT=" DELIMITED BY SIZE
                  WS-AT-LAST-ACT(WS-ACCT-I) DELIMITED BY SIZE
             INTO WS-AUDIT-FNM
           END-STRING

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AUDIT-TIME    DELIMITED BY SIZE
                  " OPT="          DELIMITED BY SIZE
                  WS-AUDIT-OPT     DELIMITED BY SIZE
                  " FIDX="         DELIMITED BY SIZE
                  WS-AUDIT-FIDX    DELIMITED BY SIZE
                  " FFD="          DELIMITED BY SIZE
                  WS-AUDIT-FFD     DELIMITED BY SIZE
                  " RC-OK="        DELIMITED BY SIZE
                  WS-AUDIT-RC-OK   DELIMITED BY SIZE
                  " OPR="          DELIMITED BY SIZE
                  WS-AUDIT-OPR     DELIMITED BY SIZE
                  " FNM="          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AUDIT-FNM) DELIMITED BY SIZE
             INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLDORM1: AUDITLOG write failed (STATUS="
                   WS-AUDIT-FILE-STATUS ") for key " AK-KEY
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           ELSE
               ADD 1 TO WS-AUDIT-WRITTEN
           END-IF.
       3200-AUDIT-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-REPORT
      *   DORMRPT: the accounts frozen by this run, then the open
      *   accounts that will pass DORMDAYS within the next 30
      *   days with the date they fall due, then the run totals
      *   (also to the console).
      *-----------------------------------------------------------*
       4000-PRINT-REPORT.
           OPEN OUTPUT DORM-REPORT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" AND
               WS-RPT-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLDORM1: unable to open DORMRPT (STATUS="
                   WS-RPT-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4000-PRINT-REPORT-EXIT
           END-IF
           MOVE WS-BUSDATE TO WS-HDR-BUSDATE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE DORM-REPORT-RECORD FROM WS-HDR-LINE
           MOVE ALL "=" TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD

           MOVE SPACES TO DORM-REPORT-RECORD
           IF WS-ACCTS-FROZEN EQUAL ZERO OR WS-ACCTS-SAVED THEN
               MOVE "ACCOUNTS FROZEN AS DORMANT"
                   TO DORM-REPORT-RECORD
           ELSE
               MOVE "*** DORMANT - NOT FROZEN, ACCTMSTR NOT SAVED ***"
                   TO DORM-REPORT-RECORD
           END-IF
           WRITE DORM-REPORT-RECORD
           MOVE SPACES TO WS-CH-DUE
           WRITE DORM-REPORT-RECORD FROM WS-COL-HDR-LINE
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-ACCT-I FROM 1 BY 1
               UNTIL WS-ACCT-I > WS-AT-USED
               IF WS-AT-ACTION(WS-ACCT-I) EQUAL "F" THEN
                   PERFORM 4100-PRINT-ONE
                        THRU 4100-PRINT-ONE-EXIT
               END-IF
           END-PERFORM
           IF WS-LISTED EQUAL ZERO THEN
               MOVE "  (NONE)" TO DORM-REPORT-RECORD
               WRITE DORM-REPORT-RECORD
           END-IF

           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE "ACCOUNTS COMING DUE IN THE NEXT 30 DAYS"
               TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE "DUE DATE" TO WS-CH-DUE
           WRITE DORM-REPORT-RECORD FROM WS-COL-HDR-LINE
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-ACCT-I FROM 1 BY 1
               UNTIL WS-ACCT-I > WS-AT-USED
               IF WS-AT-ACTION(WS-ACCT-I) EQUAL "D" THEN
                   PERFORM 4100-PRINT-ONE
                        THRU 4100-PRINT-ONE-EXIT
               END-IF
           END-PERFORM
           IF WS-LISTED EQUAL ZERO THEN
               MOVE "  (NONE)" TO DORM-REPORT-RECORD
               WRITE DORM-REPORT-RECORD
           END-IF

           PERFORM 4200-PRINT-TOTALS
                THRU 4200-PRINT-TOTALS-EXIT
           CLOSE DORM-REPORT-FILE.
       4000-PRINT-REPORT-EXIT.
           EXIT.

       4100-PRINT-ONE.
           MOVE WS-AT-RECORD(WS-ACCT-I) TO ACCT-RECORD
           MOVE AK-KEY TO WS-DL-KEY
           MOVE AK-NAME TO WS-DL-NAME
           MOVE WS-AT-LAST-ACT(WS-ACCT-I) TO WS-DL-LAST-ACT
           MOVE WS-AT-IDLE(WS-ACCT-I) TO WS-DL-IDLE
           MOVE WS-AT-BALANCE(WS-ACCT-I) TO WS-DL-BALANCE
           IF WS-AT-ACTION(WS-ACCT-I) EQUAL "D" THEN
               MOVE WS-AT-DUE(WS-ACCT-I) TO WS-DL-DUE
           ELSE
               MOVE SPACES TO WS-DL-DUE
           END-IF
           WRITE DORM-REPORT-RECORD FROM WS-DTL-LINE
           ADD 1 TO WS-LISTED.
       4100-PRINT-ONE-EXIT.
           EXIT.

       4200-PRINT-TOTALS.
           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD

           MOVE "ACCOUNTS READ:" TO WS-TL-LABEL
           MOVE WS-ACCTS-READ TO WS-TL-VALUE
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "OPEN ACCOUNTS CHECKED:" TO WS-TL-LABEL
           MOVE WS-ACCTS-CHECKED TO WS-TL-VALUE
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "FROZEN AS DORMANT:" TO WS-TL-LABEL
           IF WS-ACCTS-SAVED THEN
               MOVE WS-ACCTS-FROZEN TO WS-TL-VALUE
           ELSE
               MOVE ZERO TO WS-TL-VALUE
           END-IF
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "AUDIT ENTRIES WRITTEN:" TO WS-TL-LABEL
           MOVE WS-AUDIT-WRITTEN TO WS-TL-VALUE
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "COMING DUE IN 30 DAYS:" TO WS-TL-LABEL
           MOVE WS-ACCTS-DUE TO WS-TL-VALUE
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE
           MOVE "NO ACTIVITY DATE:" TO WS-TL-LABEL
           MOVE WS-ACCTS-NO-DATE TO WS-TL-VALUE
           WRITE DORM-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE "END OF REPORT" TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD.
       4200-PRINT-TOTALS-EXIT.
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
