       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLGL1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  General-ledger extract of
      *                    the day's posting: replays what CBLPOST1
      *                    posted for the POSTCTL business date -
      *                    ACCEPTED plus the pending work it
      *                    released (PENDPREV), less anything still
      *                    future-dated that it carried to PENDNEW
      *                    - under the same rules CBLRECN1 uses,
      *                    summarises it by FR-TYPE, and writes a
      *                    balanced debit and credit journal line
      *                    per type to GLEXTR in the fixed GL
      *                    layout, between a header carrying the
      *                    business date and a trailer carrying
      *                    line and item counts and hash totals.
      *                    The GL accounts for each type come from
      *                    the GLMAP control file.  Ends RC 08 when
      *                    a posted type has no mapping or the
      *                    extract does not tie to the POSTREG net
      *                    for the business date.
      *   2026-10-15  DLM  Debits CBLPOST1 refused against a credit
      *                    limit (NSFEXC) are matched off and left
      *                    out of the extract, as they are out of
      *                    the posting register.
      *   2026-10-15  DLM  Pending work CBLPOST1 held because its
      *                    effective month is closed (PERIODS) is
      *                    left out of the extract; the POSTREG
      *                    layout carries the run's debit and
      *                    credit totals.
      *   2026-10-15  DLM  POSTREG layout carries the run's first
      *                    and last transaction reference.
      *   2026-10-15  DLM  Each posting is extracted in its
      *                    account's currency (ACCTMSTR
      *                    AK-CURRENCY, else the FXCTL base):
      *                    totals are by type within currency and
      *                    every GL line carries the currency.  The
      *                    register tie now takes only the POSTREG
      *                    lines of the run replayed - the one
      *                    whose checksum matches ACCEPTED, or the
      *                    PENDING run when ACCEPTED is empty - and
      *                    ties the net currency by currency.  Any
      *                    record dated into a closed month is left
      *                    out, not just held work.
      *   2026-10-15  DLM  The GLMAP check and the POSTREG tie now
      *                    run on the totals before GLEXTR is
      *                    written.  A run that fails either leaves
      *                    GLEXTR empty - no header, lines or
      *                    trailer - so a failed or earlier extract
      *                    cannot be loaded.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCEPT-FILE ASSIGN TO "ACCEPTED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT OPTIONAL PENDPREV-FILE ASSIGN TO "PENDPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPV-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT OPTIONAL REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL NSF-FILE ASSIGN TO "NSFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL FXC-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXC-STATUS.

           SELECT GL-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPT-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  ACCEPT-RECORD.
           COPY FILEREC.

       FD  PENDPREV-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  PENDPREV-RECORD                PIC X(256).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).

       FD  MAP-FILE.
       01  MAP-RECORD                     PIC X(80).

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

       FD  NSF-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  NSF-RECORD                     PIC X(256).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(74).

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

       FD  FXC-FILE.
       01  FXC-RECORD                     PIC X(80).

       FD  GL-FILE.
       01  GL-HDR-RECORD.
           05  GH-REC-TYPE                PIC X(01).
           05  FILLER                     PIC X(01).
           05  GH-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  GH-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(01).
           05  GH-RUN-TIME                PIC 9(08).
           05  FILLER                     PIC X(01).
           05  GH-SOURCE                  PIC X(08).
       01  GL-DTL-RECORD.
           05  GD-REC-TYPE                PIC X(01).
           05  FILLER                     PIC X(01).
           05  GD-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  GD-ACCOUNT                 PIC X(12).
           05  FILLER                     PIC X(01).
           05  GD-DRCR                    PIC X(01).
           05  FILLER                     PIC X(01).
           05  GD-AMOUNT                  PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  GD-FR-TYPE                 PIC X(01).
           05  FILLER                     PIC X(01).
           05  GD-ITEMS                   PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GD-DESC                    PIC X(30).
           05  FILLER                     PIC X(01).
           05  GD-CURRENCY                PIC X(03).
       01  GL-TRL-RECORD.
           05  GT-REC-TYPE                PIC X(01).
           05  FILLER                     PIC X(01).
           05  GT-LINES                   PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GT-ITEMS                   PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GT-DR-TOTAL                PIC 9(13)V99.
           05  FILLER                     PIC X(01).
           05  GT-CR-TOTAL                PIC 9(13)V99.
           05  FILLER                     PIC X(01).
           05  GT-ACCT-HASH               PIC 9(15).
           05  FILLER                     PIC X(01).
           05  GT-NET                     PIC S9(11)V99
                                          SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS                    PIC X(02).
       01 WS-PPV-STATUS                    PIC X(02).
       01 WS-CTL-STATUS                    PIC X(02).
       01 WS-MAP-STATUS                    PIC X(02).
       01 WS-REG-STATUS                    PIC X(02).
       01 WS-GL-STATUS                     PIC X(02).

       01 WS-ACC-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-ACC-EOF                   VALUE "Y".
       01 WS-PPV-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-PPV-EOF                   VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-MAP-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-MAP-EOF                   VALUE "Y".
       01 WS-REG-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-REG-EOF                   VALUE "Y".
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
       01 WS-NX-I                          PIC 9(04).

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

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-BUSDATE                       PIC X(08).

       01 WS-CTL-PARSE.
           05 WS-CP-KEYWORD                PIC X(20).
           05 WS-CP-VALUE                  PIC X(40).
           05 WS-CP-DR-ACCT                PIC X(12).
           05 WS-CP-CR-ACCT                PIC X(12).

       77 MAX-GL-MAPS                      PIC 9(02) VALUE 36.
       01 WS-MAP-TABLE.
           05 WS-MT-USED                   PIC 9(02) VALUE ZERO.
           05 WS-MT-TYPE                   PIC X(01) OCCURS 36 TIMES.
           05 WS-MT-DR-ACCT                PIC X(12) OCCURS 36 TIMES.
           05 WS-MT-CR-ACCT                PIC X(12) OCCURS 36 TIMES.

      *    Posted work by account currency and FR-TYPE.
       77 MAX-GL-TYPES                     PIC 9(02) VALUE 90.
       01 WS-TYPE-TABLE.
           05 WS-GT-USED                   PIC 9(02) VALUE ZERO.
           05 WS-GT-CCY                    PIC X(03) OCCURS 90 TIMES.
           05 WS-GT-TYPE                   PIC X(01) OCCURS 90 TIMES.
           05 WS-GT-COUNT                  PIC 9(06) OCCURS 90 TIMES.
           05 WS-GT-AMOUNT                 PIC S9(11)V99
                                           OCCURS 90 TIMES.

      *    Account currencies from ACCTMSTR, as CBLPOST1 loads
      *    them - an account naming none is kept in the FXCTL
      *    base currency (BASE=, default USD).
       01 WS-ACCT-STATUS                   PIC X(02).
       01 WS-FXC-STATUS                    PIC X(02).
       01 WS-ACCT-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-ACCT-EOF                  VALUE "Y".
       01 WS-FXC-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-FXC-EOF                   VALUE "Y".
       01 WS-FX-BASE                       PIC X(03) VALUE "USD".
       77 MAX-ACCT-CCYS                    PIC 9(04) VALUE 2000.
       01 WS-ACCT-CCY-TABLE.
           05 WS-CT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-CT-KEY                    PIC X(08) OCCURS 2000 TIMES.
           05 WS-CT-CCY                    PIC X(03) OCCURS 2000 TIMES.
       01 WS-CT-I                          PIC 9(04).
       01 WS-CT-HIT-SW                     PIC X(01).
           88 WS-CT-HIT                    VALUE "Y".
       01 WS-ACCT-CCY                      PIC X(03).

      *    ACCEPTED folded into the checksum CBLPOST1 registers
      *    for the TRANFILE it posted, to find that run's lines.
       01 WS-CK-WORK.
           05 WS-CK-SUM                    PIC 9(18) USAGE BINARY.
           05 WS-CK-K                      PIC 9(04) USAGE BINARY.
           05 WS-CK-CKSUM                  PIC 9(10) VALUE ZERO.
           05 WS-CK-SIZE                   PIC 9(10) VALUE ZERO.
       01 WS-RUN-ID.
           05 WS-RI-CKSUM                  PIC 9(10).
           05 WS-RI-SIZE                   PIC 9(10).
           05 WS-RI-FIRST-REF              PIC X(18).
       01 WS-LINE-ID.
           05 WS-LI-CKSUM                  PIC 9(10).
           05 WS-LI-SIZE                   PIC 9(10).
           05 WS-LI-FIRST-REF              PIC X(18).
       01 WS-RUN-MATCH-SW                  PIC X(01).
           88 WS-RUN-MATCH                 VALUE "Y".

      *    The extract and the register side by side, by currency.
       77 MAX-TIE-CCYS                     PIC 9(02) VALUE 90.
       01 WS-TIE-TABLE.
           05 WS-NC-USED                   PIC 9(02) VALUE ZERO.
           05 WS-NC-CCY                    PIC X(03) OCCURS 90 TIMES.
           05 WS-NC-GL-NET                 PIC S9(11)V99
                                           OCCURS 90 TIMES.
           05 WS-NC-REG-NET                PIC S9(11)V99
                                           OCCURS 90 TIMES.
       01 WS-NC-I                          PIC 9(02).
       01 WS-NC-SLOT                       PIC 9(02).
       01 WS-TIE-CCY                       PIC X(03).
       01 WS-TIE-BAD                       PIC 9(02) VALUE ZERO.

       01 itr.
           05 J                            PIC 9(02).
           05 K                            PIC 9(02).
       01 WS-HIT-SW                        PIC X(01).
           88 WS-HIT                       VALUE "Y".
       01 WS-SLOT                          PIC 9(02).
       01 WS-MAP-SLOT                      PIC 9(02).

       01 WS-TOTALS.
           05 WS-ACC-READ                  PIC 9(06) VALUE ZERO.
           05 WS-PPV-READ                  PIC 9(06) VALUE ZERO.
           05 WS-RECS-EXTRACTED            PIC 9(06) VALUE ZERO.
           05 WS-RECS-SKIPPED              PIC 9(06) VALUE ZERO.
           05 WS-RECS-FUTURE               PIC 9(06) VALUE ZERO.
           05 WS-RECS-NSF                  PIC 9(06) VALUE ZERO.
           05 WS-RECS-CLOSED               PIC 9(06) VALUE ZERO.
           05 WS-TYPES-UNMAPPED            PIC 9(06) VALUE ZERO.
           05 WS-GL-LINES                  PIC 9(06) VALUE ZERO.
           05 WS-GL-ITEMS                  PIC 9(06) VALUE ZERO.
           05 WS-GL-DR-TOTAL               PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-CR-TOTAL               PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-ACCT-HASH              PIC 9(15) VALUE ZERO.
           05 WS-GL-NET                    PIC S9(11)V99 VALUE ZERO.
           05 WS-REG-NET                   PIC S9(11)V99 VALUE ZERO.
           05 WS-REG-LINES                 PIC 9(06) VALUE ZERO.

       01 WS-LINE-WORK.
           05 WS-LINE-AMOUNT               PIC 9(11)V99.
           05 WS-LINE-DR-ACCT              PIC X(12).
           05 WS-LINE-CR-ACCT              PIC X(12).
           05 WS-LINE-ACCOUNT              PIC X(12).
           05 WS-LINE-DRCR                 PIC X(01).

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(24).
           05 WS-TL-VALUE                  PIC ZZZZZ9.
       01 WS-AMT-LINE.
           05 WS-AL-LABEL                  PIC X(24).
           05 WS-AL-VALUE                  PIC +Z(12)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BUSDATE
           PERFORM 0400-LOAD-CONTROLS
                THRU 0400-LOAD-CONTROLS-EXIT
           PERFORM 0500-LOAD-MAP
                THRU 0500-LOAD-MAP-EXIT
           PERFORM 0600-LOAD-NSF
                THRU 0600-LOAD-NSF-EXIT
           PERFORM 0650-LOAD-PERIODS
                THRU 0650-LOAD-PERIODS-EXIT
           PERFORM 0660-LOAD-ACCT-CCYS
                THRU 0660-LOAD-ACCT-CCYS-EXIT
           PERFORM 0670-LOAD-BASE
                THRU 0670-LOAD-BASE-EXIT
           DISPLAY "CBLGL1: GL extract for business date " WS-BUSDATE

           PERFORM 1800-READ-PENDPREV
                THRU 1800-READ-PENDPREV-EXIT
           PERFORM 2000-READ-ACCEPTED
                THRU 2000-READ-ACCEPTED-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLGL1: posted work could not be read - "
                   "no extract written"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2900-CHECK-MAP
                THRU 2900-CHECK-MAP-EXIT
           PERFORM 3500-TIE-REGISTER
                THRU 3500-TIE-REGISTER-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLGL1: extract fails its checks - GLEXTR "
                   "left empty, nothing for the GL to load"
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               PERFORM 4000-PRINT-TOTALS
                    THRU 4000-PRINT-TOTALS-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT EQUAL "00" AND
               WS-GL-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLGL1: unable to open GLEXTR (STATUS="
                   WS-GL-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-EXTRACT
                THRU 3000-WRITE-EXTRACT-EXIT
           CLOSE GL-FILE

           PERFORM 4000-PRINT-TOTALS
                THRU 4000-PRINT-TOTALS-EXIT

           IF WS-RECS-EXTRACTED EQUAL TO ZERO THEN
               DISPLAY "CBLGL1: nothing posted for " WS-BUSDATE
                   " - extract holds header and trailer only"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0400-LOAD-CONTROLS
      *   Reads the same POSTCTL business date CBLPOST1 posted
      *   with (BUSDATE=, default today), so the extract holds
      *   back exactly the records the posting run held back.
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
      * 0500-LOAD-MAP
      *   Reads GLMAP, one line per FR-TYPE keyed by the type
      *   itself:  C=debit-account,credit-account.  A line with a
      *   keyword longer than one character or without both
      *   accounts is reported and ignored, which leaves that type
      *   unmapped.  A missing GLMAP maps nothing, and the first
      *   posted type fails the run.
      *-----------------------------------------------------------*
       0500-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLGL1: GLMAP not available (STATUS="
                   WS-MAP-STATUS ") - no GL accounts mapped"
               CLOSE MAP-FILE
               GO TO 0500-LOAD-MAP-EXIT
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF MAP-RECORD NOT EQUAL SPACES AND
                           MAP-RECORD(1:1) NOT EQUAL "*" THEN
                           PERFORM 0550-ADD-MAP
                                THRU 0550-ADD-MAP-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.
       0500-LOAD-MAP-EXIT.
           EXIT.

       0550-ADD-MAP.
           MOVE SPACES TO WS-CP-KEYWORD
           MOVE SPACES TO WS-CP-VALUE
           MOVE SPACES TO WS-CP-DR-ACCT
           MOVE SPACES TO WS-CP-CR-ACCT
           UNSTRING MAP-RECORD DELIMITED BY "="
               INTO WS-CP-KEYWORD WS-CP-VALUE
           END-UNSTRING
           UNSTRING WS-CP-VALUE DELIMITED BY ","
               INTO WS-CP-DR-ACCT WS-CP-CR-ACCT
           END-UNSTRING
           IF WS-CP-KEYWORD(2:19) NOT EQUAL SPACES OR
               WS-CP-KEYWORD(1:1) EQUAL SPACE OR
               WS-CP-DR-ACCT EQUAL SPACES OR
               WS-CP-CR-ACCT EQUAL SPACES THEN
               DISPLAY "CBLGL1: bad GLMAP line ignored: "
                   FUNCTION TRIM (MAP-RECORD)
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 0550-ADD-MAP-EXIT
           END-IF
           IF WS-MT-USED IS NOT LESS THAN MAX-GL-MAPS THEN
               DISPLAY "CBLGL1: GLMAP table full - type "
                   WS-CP-KEYWORD(1:1) " not mapped"
               GO TO 0550-ADD-MAP-EXIT
           END-IF
           ADD 1 TO WS-MT-USED
           MOVE WS-CP-KEYWORD(1:1) TO WS-MT-TYPE(WS-MT-USED)
           MOVE WS-CP-DR-ACCT TO WS-MT-DR-ACCT(WS-MT-USED)
           MOVE WS-CP-CR-ACCT TO WS-MT-CR-ACCT(WS-MT-USED).
       0550-ADD-MAP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-LOAD-NSF
      *   Loads NSFEXC, the debits the posting run refused against
      *   a credit limit, so 2100-EXTRACT-ONE can leave them out.
      *   No NSFEXC means nothing was refused.  A table overflow
      *   fails the run - the refusals past the cap would extract
      *   as if they had posted.
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
                           DISPLAY "CBLGL1: NSF table full - "
                               "extract unsafe"
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
      *   fails the run - held work past the cap would extract
      *   as if it had posted.
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
                               DISPLAY "CBLGL1: period table full "
                                   "- extract unsafe"
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
      * 0660-LOAD-ACCT-CCYS
      *   Loads the currency of every ACCTMSTR account that names
      *   one (AK-CURRENCY), so each posting is extracted in the
      *   currency CBLPOST1 posted it in.  A missing ACCTMSTR
      *   keeps every account in the base currency.  A table
      *   overflow fails the run - the accounts past the cap
      *   would extract in the wrong currency.
      *-----------------------------------------------------------*
       0660-LOAD-ACCT-CCYS.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT EQUAL "00" THEN
               CLOSE ACCT-FILE
               GO TO 0660-LOAD-ACCT-CCYS-EXIT
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
                               DISPLAY "CBLGL1: currency table full "
                                   "- extract unsafe"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
       0660-LOAD-ACCT-CCYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0670-LOAD-BASE
      *   Takes the base currency from the FXCTL BASE= line
      *   (default USD); the RATE= lines are CBLEDIT1's and
      *   CBLPOST1's business and are passed over.  A malformed
      *   BASE= line fails the run, as it fails the posting run.
      *-----------------------------------------------------------*
       0670-LOAD-BASE.
           OPEN INPUT FXC-FILE
           IF WS-FXC-STATUS NOT EQUAL "00" THEN
               CLOSE FXC-FILE
               GO TO 0670-LOAD-BASE-EXIT
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
                               DISPLAY "CBLGL1: malformed FXCTL BASE "
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
       0670-LOAD-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1800-READ-PENDPREV / 2000-READ-ACCEPTED
      *   The two halves of what the posting run took in: the
      *   pending file it brought forward (PENDPREV after its
      *   swap) and the day's ACCEPTED file.  Both go through
      *   2100-EXTRACT-ONE.  ACCEPTED is also folded into the
      *   same checksum and size CBLPOST1 0500-REGISTER-CHECK
      *   takes of the TRANFILE it posts, which is how
      *   3500-TIE-REGISTER finds that run's POSTREG lines.
      *-----------------------------------------------------------*
       1800-READ-PENDPREV.
           OPEN INPUT PENDPREV-FILE
           IF WS-PPV-STATUS NOT EQUAL "00" AND
               WS-PPV-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLGL1: unable to open PENDPREV (STATUS="
                   WS-PPV-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE PENDPREV-FILE
               GO TO 1800-READ-PENDPREV-EXIT
           END-IF
           PERFORM UNTIL WS-PPV-EOF
               READ PENDPREV-FILE INTO ACCEPT-RECORD
                   AT END
                       SET WS-PPV-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PPV-READ
                       PERFORM 2100-EXTRACT-ONE
                            THRU 2100-EXTRACT-ONE-EXIT
               END-READ
           END-PERFORM
           CLOSE PENDPREV-FILE.
       1800-READ-PENDPREV-EXIT.
           EXIT.

       2000-READ-ACCEPTED.
           MOVE ZERO TO WS-CK-SUM
           OPEN INPUT ACCEPT-FILE
           IF WS-ACC-STATUS NOT EQUAL "00" AND
               WS-ACC-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLGL1: unable to open ACCEPTED (STATUS="
                   WS-ACC-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE ACCEPT-FILE
               GO TO 2000-READ-ACCEPTED-EXIT
           END-IF
           PERFORM UNTIL WS-ACC-EOF
               READ ACCEPT-FILE
                   AT END
                       SET WS-ACC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACC-READ
                       PERFORM VARYING WS-CK-K FROM 1 BY 1
                           UNTIL WS-CK-K > 256
                           COMPUTE WS-CK-SUM = FUNCTION MOD
                               (WS-CK-SUM * 31 + FUNCTION ORD
                               (ACCEPT-RECORD(WS-CK-K:1)), 999999937)
                       END-PERFORM
                       PERFORM 2100-EXTRACT-ONE
                            THRU 2100-EXTRACT-ONE-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCEPT-FILE
           MOVE WS-CK-SUM TO WS-CK-CKSUM
           COMPUTE WS-CK-SIZE = WS-ACC-READ * 256.
       2000-READ-ACCEPTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-EXTRACT-ONE
      *   The CBLPOST1 posting rules, as CBLRECN1 replays them:
      *   deleted, blank-key, non-numeric or non C/D records never
      *   posted and are skipped; a record dated after the
      *   business date was carried to PENDNEW and is skipped,
      *   and a debit matching an NSFEXC refusal is skipped, as
      *   is any record whose effective month is closed.
      *   Anything else is added into the count and amount for
      *   its FR-TYPE in its account's currency.
      *-----------------------------------------------------------*
       2100-EXTRACT-ONE.
           IF FR-DELETED THEN
               ADD 1 TO WS-RECS-SKIPPED
               GO TO 2100-EXTRACT-ONE-EXIT
           END-IF
           IF FR-KEY EQUAL SPACES OR FR-KEY(1:1) EQUAL SPACE OR
               FR-AMOUNT IS NOT NUMERIC OR
               (FR-TYPE NOT EQUAL "C" AND FR-TYPE NOT EQUAL "D") THEN
               ADD 1 TO WS-RECS-SKIPPED
               GO TO 2100-EXTRACT-ONE-EXIT
           END-IF
           IF FR-EFF-DATE IS NUMERIC AND
               FR-EFF-DATE IS GREATER THAN WS-BUSDATE THEN
               ADD 1 TO WS-RECS-FUTURE
               GO TO 2100-EXTRACT-ONE-EXIT
           END-IF
           PERFORM 2160-CHECK-PERIOD
                THRU 2160-CHECK-PERIOD-EXIT
           IF WS-PERIOD-CLOSED THEN
               ADD 1 TO WS-RECS-CLOSED
               GO TO 2100-EXTRACT-ONE-EXIT
           END-IF
           IF FR-TYPE EQUAL "D" AND WS-NX-USED > ZERO THEN
               PERFORM 2150-MATCH-NSF
                    THRU 2150-MATCH-NSF-EXIT
               IF WS-NX-HIT THEN
                   ADD 1 TO WS-RECS-NSF
                   GO TO 2100-EXTRACT-ONE-EXIT
               END-IF
           END-IF

           PERFORM 2165-FIND-ACCT-CCY
                THRU 2165-FIND-ACCT-CCY-EXIT
           MOVE "N" TO WS-HIT-SW
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-GT-USED OR WS-HIT
               IF WS-GT-TYPE(K) EQUAL FR-TYPE AND
                   WS-GT-CCY(K) EQUAL WS-ACCT-CCY THEN
                   MOVE K TO WS-SLOT
                   MOVE "Y" TO WS-HIT-SW
               END-IF
           END-PERFORM
           IF NOT WS-HIT THEN
               IF WS-GT-USED IS NOT LESS THAN MAX-GL-TYPES THEN
                   DISPLAY "CBLGL1: type table full - type "
                       FR-TYPE " " WS-ACCT-CCY " dropped, extract "
                       "unsafe"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
                   GO TO 2100-EXTRACT-ONE-EXIT
               END-IF
               ADD 1 TO WS-GT-USED
               MOVE WS-GT-USED TO WS-SLOT
               MOVE FR-TYPE TO WS-GT-TYPE(WS-SLOT)
               MOVE WS-ACCT-CCY TO WS-GT-CCY(WS-SLOT)
               MOVE ZERO TO WS-GT-COUNT(WS-SLOT)
               MOVE ZERO TO WS-GT-AMOUNT(WS-SLOT)
           END-IF
           ADD 1 TO WS-GT-COUNT(WS-SLOT)
           ADD FR-AMOUNT TO WS-GT-AMOUNT(WS-SLOT)
           ADD 1 TO WS-RECS-EXTRACTED
           IF FR-TYPE EQUAL "C" THEN
               ADD FR-AMOUNT TO WS-GL-NET
           ELSE
               SUBTRACT FR-AMOUNT FROM WS-GL-NET
           END-IF.
       2100-EXTRACT-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-MATCH-NSF
      *   A debit identical to an unmatched NSFEXC entry is the
      *   refused record; the entry is matched off so two
      *   identical debits with one refusal skip only one.
      *-----------------------------------------------------------*
       2150-MATCH-NSF.
           MOVE "N" TO WS-NX-HIT-SW
           PERFORM VARYING WS-NX-I FROM 1 BY 1
               UNTIL WS-NX-I > WS-NX-USED OR WS-NX-HIT
               IF WS-NX-MATCHED-SW(WS-NX-I) EQUAL "N" AND
                   WS-NX-IMAGE(WS-NX-I) EQUAL ACCEPT-RECORD(1:69) THEN
                   MOVE "Y" TO WS-NX-MATCHED-SW(WS-NX-I)
                   MOVE "Y" TO WS-NX-HIT-SW
               END-IF
           END-PERFORM.
       2150-MATCH-NSF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2160-CHECK-PERIOD
      *   CBLPOST1's closed-period rule, for every record: the
      *   month is the effective date's year and month, or the
      *   business date's when it has none, and work falling in
      *   a closed month was held, not posted.
      *-----------------------------------------------------------*
       2160-CHECK-PERIOD.
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
       2160-CHECK-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2165-FIND-ACCT-CCY
      *   Sets WS-ACCT-CCY to the currency FR-KEY is kept in: its
      *   AK-CURRENCY, or the base currency when it names none -
      *   CBLPOST1's 2065-FIND-ACCT-CCY.
      *-----------------------------------------------------------*
       2165-FIND-ACCT-CCY.
           MOVE WS-FX-BASE TO WS-ACCT-CCY
           MOVE "N" TO WS-CT-HIT-SW
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-USED OR WS-CT-HIT
               IF WS-CT-KEY(WS-CT-I) EQUAL FR-KEY THEN
                   MOVE WS-CT-CCY(WS-CT-I) TO WS-ACCT-CCY
                   MOVE "Y" TO WS-CT-HIT-SW
               END-IF
           END-PERFORM.
       2165-FIND-ACCT-CCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-CHECK-MAP
      *   Every type posted, in every currency, must have a GLMAP
      *   entry before a line of the extract is written.  Each
      *   one without is reported with what it would have carried
      *   and fails the run RC 08, so GLEXTR is not written.
      *-----------------------------------------------------------*
       2900-CHECK-MAP.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GT-USED
               PERFORM 2950-FIND-MAP
                    THRU 2950-FIND-MAP-EXIT
               IF NOT WS-HIT THEN
                   MOVE WS-GT-AMOUNT(J) TO WS-AL-VALUE
                   DISPLAY "CBLGL1: *** no GLMAP entry for type "
                       WS-GT-TYPE(J) " - " WS-GT-CCY(J) " "
                       WS-GT-COUNT(J)
                       " items, " WS-AL-VALUE " not extracted ***"
                   ADD 1 TO WS-TYPES-UNMAPPED
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               END-IF
           END-PERFORM.
       2900-CHECK-MAP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2950-FIND-MAP
      *   Looks up the GLMAP entry for WS-GT-TYPE(J); WS-HIT and
      *   WS-MAP-SLOT say whether and where it was found.
      *-----------------------------------------------------------*
       2950-FIND-MAP.
           MOVE "N" TO WS-HIT-SW
           MOVE ZERO TO WS-MAP-SLOT
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-MT-USED OR WS-HIT
               IF WS-MT-TYPE(K) EQUAL WS-GT-TYPE(J) THEN
                   MOVE K TO WS-MAP-SLOT
                   MOVE "Y" TO WS-HIT-SW
               END-IF
           END-PERFORM.
       2950-FIND-MAP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-EXTRACT
      *   Header, then per currency and FR-TYPE a debit line to
      *   the type's debit account and a credit line for the same
      *   amount to its credit account, each carrying the
      *   currency, so every type balances on its own in every
      *   currency;
      *   a type whose items net negative swaps the two sides
      *   rather than carry a signed GL amount.  Only reached
      *   once 2900-CHECK-MAP has found every type mapped and
      *   3500-TIE-REGISTER has tied the totals, so a GLEXTR
      *   with a trailer is always one the GL may load.  The
      *   trailer carries the line and item
      *   counts, the debit and credit totals, a hash of the
      *   numeric account numbers and the net posted - hash
      *   totals across every currency in the extract.
      *-----------------------------------------------------------*
       3000-WRITE-EXTRACT.
           MOVE SPACES TO GL-HDR-RECORD
           MOVE "H" TO GH-REC-TYPE
           MOVE WS-BUSDATE TO GH-BUSDATE
           MOVE WS-RUN-DATE TO GH-RUN-DATE
           MOVE WS-RUN-TIME TO GH-RUN-TIME
           MOVE "CBLPOST1" TO GH-SOURCE
           WRITE GL-HDR-RECORD

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GT-USED
               PERFORM 3100-TYPE-LINES
                    THRU 3100-TYPE-LINES-EXIT
           END-PERFORM

           MOVE SPACES TO GL-TRL-RECORD
           MOVE "T" TO GT-REC-TYPE
           MOVE WS-GL-LINES TO GT-LINES
           MOVE WS-GL-ITEMS TO GT-ITEMS
           MOVE WS-GL-DR-TOTAL TO GT-DR-TOTAL
           MOVE WS-GL-CR-TOTAL TO GT-CR-TOTAL
           MOVE WS-GL-ACCT-HASH TO GT-ACCT-HASH
           MOVE WS-GL-NET TO GT-NET
           WRITE GL-TRL-RECORD
           IF WS-GL-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLGL1: write to GLEXTR failed (STATUS="
                   WS-GL-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       3000-WRITE-EXTRACT-EXIT.
           EXIT.

       3100-TYPE-LINES.
           PERFORM 2950-FIND-MAP
                THRU 2950-FIND-MAP-EXIT
           IF NOT WS-HIT THEN
               GO TO 3100-TYPE-LINES-EXIT
           END-IF

           IF WS-GT-AMOUNT(J) IS NEGATIVE THEN
               COMPUTE WS-LINE-AMOUNT = 0 - WS-GT-AMOUNT(J)
               MOVE WS-MT-CR-ACCT(WS-MAP-SLOT) TO WS-LINE-DR-ACCT
               MOVE WS-MT-DR-ACCT(WS-MAP-SLOT) TO WS-LINE-CR-ACCT
           ELSE
               MOVE WS-GT-AMOUNT(J) TO WS-LINE-AMOUNT
               MOVE WS-MT-DR-ACCT(WS-MAP-SLOT) TO WS-LINE-DR-ACCT
               MOVE WS-MT-CR-ACCT(WS-MAP-SLOT) TO WS-LINE-CR-ACCT
           END-IF

           MOVE WS-LINE-DR-ACCT TO WS-LINE-ACCOUNT
           MOVE "D" TO WS-LINE-DRCR
           PERFORM 3200-WRITE-LINE
                THRU 3200-WRITE-LINE-EXIT
           ADD WS-LINE-AMOUNT TO WS-GL-DR-TOTAL

           MOVE WS-LINE-CR-ACCT TO WS-LINE-ACCOUNT
           MOVE "C" TO WS-LINE-DRCR
           PERFORM 3200-WRITE-LINE
                THRU 3200-WRITE-LINE-EXIT
           ADD WS-LINE-AMOUNT TO WS-GL-CR-TOTAL

           ADD WS-GT-COUNT(J) TO WS-GL-ITEMS.
       3100-TYPE-LINES-EXIT.
           EXIT.

       3200-WRITE-LINE.
           MOVE SPACES TO GL-DTL-RECORD
           MOVE "D" TO GD-REC-TYPE
           MOVE WS-BUSDATE TO GD-BUSDATE
           MOVE WS-LINE-ACCOUNT TO GD-ACCOUNT
           MOVE WS-LINE-DRCR TO GD-DRCR
           MOVE WS-LINE-AMOUNT TO GD-AMOUNT
           MOVE WS-GT-TYPE(J) TO GD-FR-TYPE
           MOVE WS-GT-COUNT(J) TO GD-ITEMS
           MOVE WS-GT-CCY(J) TO GD-CURRENCY
           STRING "POSTED TYPE " DELIMITED BY SIZE
                  WS-GT-TYPE(J)  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-GT-CCY(J)   DELIMITED BY SIZE
                  " FOR "        DELIMITED BY SIZE
                  WS-BUSDATE     DELIMITED BY SIZE
             INTO GD-DESC
           END-STRING
           WRITE GL-DTL-RECORD
           ADD 1 TO WS-GL-LINES
           IF FUNCTION TRIM (WS-LINE-ACCOUNT) IS NUMERIC THEN
               COMPUTE WS-GL-ACCT-HASH = FUNCTION MOD
                   (WS-GL-ACCT-HASH + FUNCTION NUMVAL
                   (FUNCTION TRIM (WS-LINE-ACCOUNT)),
                   1000000000000000)
           END-IF.
       3200-WRITE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-TIE-REGISTER
      *   Ties the extract to the POSTREG lines of the one run it
      *   replays, currency by currency.  That run's lines carry
      *   the business date and the checksum and size of the
      *   ACCEPTED file it posted as TRANFILE; with ACCEPTED empty
      *   it is the run that posted only held work (registered as
      *   PENDING, size zero).  Should more than one run match,
      *   the last one registered - its lines share one first
      *   reference - is taken.  A line with no currency predates
      *   them and is the base currency.  Any currency whose
      *   extract net differs from its register net - including
      *   posted work with no register line behind it - fails the
      *   run RC 08: the GL must never take a figure the posting
      *   register cannot vouch for.  Run on the type totals
      *   before GLEXTR is written, which it then is only if the
      *   tie holds.
      *-----------------------------------------------------------*
       3500-TIE-REGISTER.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GT-USED
               MOVE WS-GT-CCY(J) TO WS-TIE-CCY
               PERFORM 3550-FIND-TIE-SLOT
                    THRU 3550-FIND-TIE-SLOT-EXIT
               IF WS-NC-SLOT IS GREATER THAN ZERO THEN
                   IF WS-GT-TYPE(J) EQUAL "C" THEN
                       ADD WS-GT-AMOUNT(J) TO WS-NC-GL-NET(WS-NC-SLOT)
                   ELSE
                       SUBTRACT WS-GT-AMOUNT(J)
                           FROM WS-NC-GL-NET(WS-NC-SLOT)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT EQUAL "00" AND
               WS-REG-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLGL1: unable to open POSTREG (STATUS="
                   WS-REG-STATUS ") - extract not tied"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE REG-FILE
               GO TO 3500-TIE-REGISTER-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-RUN-ID
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 3520-TAKE-REG-LINE
                            THRU 3520-TAKE-REG-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE REG-FILE

           PERFORM VARYING WS-NC-I FROM 1 BY 1
               UNTIL WS-NC-I > WS-NC-USED
               IF WS-NC-GL-NET(WS-NC-I) NOT EQUAL
                   WS-NC-REG-NET(WS-NC-I) THEN
                   ADD 1 TO WS-TIE-BAD
                   MOVE WS-NC-GL-NET(WS-NC-I) TO WS-AL-VALUE
                   DISPLAY "CBLGL1: *** " WS-NC-CCY(WS-NC-I)
                       " extract net " WS-AL-VALUE
                   MOVE WS-NC-REG-NET(WS-NC-I) TO WS-AL-VALUE
                   DISPLAY "CBLGL1: *** does not tie to POSTREG net "
                       WS-AL-VALUE " ***"
               END-IF
           END-PERFORM
           IF WS-TIE-BAD IS GREATER THAN ZERO THEN
               DISPLAY "CBLGL1: *** " WS-TIE-BAD " currencies out "
                   "(" WS-REG-LINES " register lines for "
                   WS-BUSDATE ") ***"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           ELSE
               DISPLAY "CBLGL1: extract ties to POSTREG for "
                   WS-BUSDATE
           END-IF.
       3500-TIE-REGISTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3520-TAKE-REG-LINE
      *   A POSTREG line of the replayed run is added to the
      *   register net of its currency.  A matching line that
      *   starts a new run (a different first reference) drops
      *   whatever the earlier run contributed, so only the last
      *   one counts.
      *-----------------------------------------------------------*
       3520-TAKE-REG-LINE.
           IF RG-DATE IS NOT NUMERIC OR
               RG-DATE NOT EQUAL WS-BUSDATE OR
               RG-NET IS NOT NUMERIC OR
               RG-CKSUM IS NOT NUMERIC OR
               RG-SIZE IS NOT NUMERIC THEN
               GO TO 3520-TAKE-REG-LINE-EXIT
           END-IF
           IF WS-ACC-READ IS GREATER THAN ZERO THEN
               IF RG-CKSUM NOT EQUAL WS-CK-CKSUM OR
                   RG-SIZE NOT EQUAL WS-CK-SIZE THEN
                   GO TO 3520-TAKE-REG-LINE-EXIT
               END-IF
           ELSE
               IF RG-SIZE NOT EQUAL ZERO THEN
                   GO TO 3520-TAKE-REG-LINE-EXIT
               END-IF
           END-IF

           MOVE RG-CKSUM TO WS-LI-CKSUM
           MOVE RG-SIZE TO WS-LI-SIZE
           MOVE RG-FIRST-REF TO WS-LI-FIRST-REF
           IF WS-LINE-ID NOT EQUAL WS-RUN-ID THEN
               MOVE WS-LINE-ID TO WS-RUN-ID
               MOVE ZERO TO WS-REG-LINES
               MOVE ZERO TO WS-REG-NET
               PERFORM VARYING WS-NC-I FROM 1 BY 1
                   UNTIL WS-NC-I > WS-NC-USED
                   MOVE ZERO TO WS-NC-REG-NET(WS-NC-I)
               END-PERFORM
           END-IF

           IF RG-CURRENCY EQUAL SPACES THEN
               MOVE WS-FX-BASE TO WS-TIE-CCY
           ELSE
               MOVE RG-CURRENCY TO WS-TIE-CCY
           END-IF
           PERFORM 3550-FIND-TIE-SLOT
                THRU 3550-FIND-TIE-SLOT-EXIT
           IF WS-NC-SLOT IS GREATER THAN ZERO THEN
               ADD RG-NET TO WS-NC-REG-NET(WS-NC-SLOT)
           END-IF
           ADD 1 TO WS-REG-LINES
           ADD RG-NET TO WS-REG-NET.
       3520-TAKE-REG-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3550-FIND-TIE-SLOT
      *   Sets WS-NC-SLOT to WS-TIE-CCY's slot in the tie table,
      *   adding it at zero when new.  A table overflow fails the
      *   run and returns slot zero.
      *-----------------------------------------------------------*
       3550-FIND-TIE-SLOT.
           MOVE ZERO TO WS-NC-SLOT
           PERFORM VARYING WS-NC-I FROM 1 BY 1
               UNTIL WS-NC-I > WS-NC-USED OR WS-NC-SLOT > ZERO
               IF WS-NC-CCY(WS-NC-I) EQUAL WS-TIE-CCY THEN
                   MOVE WS-NC-I TO WS-NC-SLOT
               END-IF
           END-PERFORM
           IF WS-NC-SLOT IS GREATER THAN ZERO THEN
               GO TO 3550-FIND-TIE-SLOT-EXIT
           END-IF
           IF WS-NC-USED IS NOT LESS THAN MAX-TIE-CCYS THEN
               DISPLAY "CBLGL1: currency tie table full - "
                   WS-TIE-CCY " not tied"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3550-FIND-TIE-SLOT-EXIT
           END-IF
           ADD 1 TO WS-NC-USED
           MOVE WS-NC-USED TO WS-NC-SLOT
           MOVE WS-TIE-CCY TO WS-NC-CCY(WS-NC-SLOT)
           MOVE ZERO TO WS-NC-GL-NET(WS-NC-SLOT)
           MOVE ZERO TO WS-NC-REG-NET(WS-NC-SLOT).
       3550-FIND-TIE-SLOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-TOTALS
      *   Control totals to the console, same lines as the other
      *   batch programs print.  The nets are summed across
      *   currencies; 3500-TIE-REGISTER ties them one by one.
      *-----------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE "ACCEPTED RECORDS READ:" TO WS-TL-LABEL
           MOVE WS-ACC-READ TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "PENDPREV RECORDS READ:" TO WS-TL-LABEL
           MOVE WS-PPV-READ TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "RECORDS EXTRACTED:" TO WS-TL-LABEL
           MOVE WS-RECS-EXTRACTED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "RECORDS NOT POSTED:" TO WS-TL-LABEL
           MOVE WS-RECS-SKIPPED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "FUTURE-DATED HELD:" TO WS-TL-LABEL
           MOVE WS-RECS-FUTURE TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "NSF REFUSALS SKIPPED:" TO WS-TL-LABEL
           MOVE WS-RECS-NSF TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "CLOSED-PERIOD HELD:" TO WS-TL-LABEL
           MOVE WS-RECS-CLOSED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "GL LINES WRITTEN:" TO WS-TL-LABEL
           MOVE WS-GL-LINES TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "TYPES UNMAPPED:" TO WS-TL-LABEL
           MOVE WS-TYPES-UNMAPPED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "GL DEBIT TOTAL:" TO WS-AL-LABEL
           MOVE WS-GL-DR-TOTAL TO WS-AL-VALUE
           DISPLAY WS-AMT-LINE
           MOVE "GL CREDIT TOTAL:" TO WS-AL-LABEL
           MOVE WS-GL-CR-TOTAL TO WS-AL-VALUE
           DISPLAY WS-AMT-LINE
           MOVE "NET POSTED:" TO WS-AL-LABEL
           MOVE WS-GL-NET TO WS-AL-VALUE
           DISPLAY WS-AMT-LINE
           MOVE "POSTREG NET:" TO WS-AL-LABEL
           MOVE WS-REG-NET TO WS-AL-VALUE
           DISPLAY WS-AMT-LINE.
       4000-PRINT-TOTALS-EXIT.
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
