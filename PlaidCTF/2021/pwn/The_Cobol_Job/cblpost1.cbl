      *                    pending-only run no longer appends a
      *                    checksum-zero POSTREG line the
      *                    duplicate check could never use.
      *   2026-10-15  DLM  Credit limits: the run loads each
      *                    account's overdraft limit (AK-LIMIT) from
      *                    ACCTMSTR and refuses any debit that
      *                    would take the key's balance below it.
      *                    A refused record is copied whole to the
      *                    new NSFEXC exception file instead of
      *                    posting, and counted and totalled on
      *                    POSTRPT apart from rejects.  A blank
      *                    limit means none is enforced.  With
      *                    POSTCTL NSFFEE= set, each refusal also
      *                    raises a fee debit on the account; a
      *                    verified run appends those to NSFFEES,
      *                    which CBLEDIT1 edits with the next day's
      *                    work.
      *   2026-10-15  DLM  Permanent transaction history: every
      *                    posted record goes to HISTNEW with the
      *                    business date, the run's sequence number
      *                    for that date (HISTCTL), its item number
      *                    in the run and the key's balance after
      *                    posting, and a verified run loads HISTNEW
      *                    into the keyed TRANHIST file that CBLHIST1
      *                    answers inquiries from.
      *   2026-10-15  DLM  Month-end close: the run loads the
      *                    closed periods from PERIODS and holds
      *                    any PENDING record whose effective date
      *                    falls in one in PENDNEW instead of
      *                    posting it; the register line now
      *                    carries the run's debit and credit
      *                    totals beside the net for CBLCLOS1.
      *   2026-10-15  DLM  Transaction references: each posted
      *                    record is stamped in FR-TRAN-REF with
      *                    the business date, run sequence and its
      *                    item number before it goes to HISTNEW;
      *                    POSTRPT lists every posting with its
      *                    reference (and the reference a reversal
      *                    offsets) ahead of the totals, and the
      *                    register line carries the run's first
      *                    and last reference.
      *   2026-10-15  DLM  Last activity: every posting stamps the
      *                    key's BALMSTR record with the business
      *                    date in the new BM-LAST-ACT, which
      *                    CBLDORM1's dormancy sweep reads.
      *                    BALJRNL before-images carry it so
      *                    CBLRBK1 puts it back too.
      *   2026-10-15  DLM  Multi-currency: work raised in a foreign
      *                    currency (FR-CURRENCY, FR-ORIG-AMOUNT)
      *                    is converted into the account's currency
      *                    (ACCTMSTR AK-CURRENCY, blank meaning the
      *                    FXCTL base) at the FXCTL rate for its
      *                    effective date and the converted amount
      *                    posted to BM-BALANCE.  A record with no
      *                    rate on file is rejected; one whose
      *                    conversion no longer matches the amount
      *                    CBLEDIT1 stamped posts the new figure
      *                    and ends the run RC 04.  POSTRPT lists
      *                    each posting's original amount and
      *                    totals the run by original and account
      *                    currency.  NSF fees are raised in the
      *                    account's currency.
      *   2026-10-15  DLM  HISTCTL now carries a state byte: a
      *                    verified run whose history will not load
      *                    still writes its date and sequence,
      *                    marked "U", and the next run loads that
      *                    HISTNEW before it opens its own (RC 08
      *                    if it still cannot).  The BALJRNL header
      *                    names the run (business date and
      *                    sequence) for CBLRBK1.  The
      *                    closed-period hold applies to every
      *                    record, not just held work.
      *                    Foreign-currency work posts the amount
      *                    CBLEDIT1 stamped; a reconversion that
      *                    differs, or can no longer be made, is
      *                    reported as rate drift (RC 04) and never
      *                    rejected.  NSF fees no longer inherit
      *                    the refused debit's submitter, approver,
      *                    reference, reversal or duplicate fields.
      *                    POSTREG lines carry the account
      *                    currency, one line per currency posted
      *                    in, and a run that posted only held work
      *                    is registered as PENDING.
      *   2026-10-15  DLM  A TRANHIST write that fails other than
      *                    as a duplicate stops the history load RC
      *                    08 with HISTCTL left "U", and a failed
      *                    NSFFEES append is RC 08; a run whose
      *                    master verified is registered
      *                    regardless.  NSF fees carry the raising
      *                    run's date and sequence (item zero) as
      *                    their reference, for CBLRBK1.  Reversals
      *                    are never refused against a credit
      *                    limit.
      *   2026-10-15  DLM  HISTCTL is written for every verified
      *                    run, including one that posted nothing,
      *                    so the next run on the same business
      *                    date never reuses a sequence its NSF
      *                    fees or BALJRNL already carry.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT NSF-FILE ASSIGN TO "NSFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.

           SELECT OPTIONAL FEENEW-FILE ASSIGN TO "NSFFNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FNW-STATUS.

           SELECT OPTIONAL FEE-FILE ASSIGN TO "NSFFEES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT HISTNEW-FILE ASSIGN TO "HISTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HNW-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL HCTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-STATUS.

           SELECT OPTIONAL PRD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT OPTIONAL FXC-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  POST-REPORT-FILE.
       01  POST-REPORT-RECORD             PIC X(132).
           05  FILLER                     PIC X(01).
           05  JL-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  JL-LAST-ACT                PIC X(08).
       01  JRNL-HDR-RECORD.
           05  JH-TYPE                    PIC X(01).
           05  FILLER                     PIC X(01).
           05  JH-DATE                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  JH-TIME                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  JH-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  JH-RUN-SEQ                 PIC X(04).
       01  JRNL-END-RECORD.
           05  JE-TYPE                    PIC X(01).
           05  FILLER                     PIC X(01).
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

       FD  NSF-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  NSF-RECORD                     PIC X(256).

       FD  FEENEW-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEENEW-RECORD                  PIC X(256).

       FD  FEE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEE-RECORD                     PIC X(256).

       FD  HISTNEW-FILE
           RECORD CONTAINS 296 CHARACTERS.
       01  HISTNEW-RECORD                 PIC X(296).

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HS-KEY.
               10  HS-ACCT                PIC X(08).
               10  HS-BUSDATE             PIC 9(08).
               10  HS-RUN-SEQ             PIC 9(04).
               10  HS-ITEM                PIC 9(06).
           05  FILLER                     PIC X(01).
           05  HS-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  HS-TRAN                    PIC X(256).

       FD  HCTL-FILE.
       01  HCTL-RECORD.
           05  HC-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  HC-RUN-SEQ                 PIC X(04).
           05  FILLER                     PIC X(01).
           05  HC-STATE                   PIC X(01).

       FD  PRD-FILE.
       01  PRD-RECORD.
           05  PD-PERIOD                  PIC X(06).
           05  FILLER                     PIC X(74).

       FD  FXC-FILE.
       01  FXC-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS                   PIC X(02).
           05 WS-RECS-HELD                 PIC 9(06) VALUE ZERO.
           05 WS-KEYS-OPENED               PIC 9(06) VALUE ZERO.
           05 WS-NET-AMOUNT                PIC S9(11)V99 VALUE ZERO.
           05 WS-RECS-NSF                  PIC 9(06) VALUE ZERO.
           05 WS-NSF-AMOUNT                PIC S9(11)V99 VALUE ZERO.
           05 WS-FEES-RAISED               PIC 9(06) VALUE ZERO.
           05 WS-DR-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
           05 WS-CR-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
           05 WS-RECS-CLOSED               PIC 9(06) VALUE ZERO.
           05 WS-RECS-CONVERTED            PIC 9(06) VALUE ZERO.
           05 WS-RECS-RATECHG              PIC 9(06) VALUE ZERO.

       01 WS-POST-AMOUNT                   PIC S9(9)V99.

       01 WS-DEL-NAME                      PIC X(256).
       01 WS-NEW-NAME                      PIC X(256).

      *    Credit limits from ACCTMSTR - only accounts that carry
      *    a numeric AK-LIMIT are loaded; any other key posts with
      *    no floor, as before limits existed.
       01 WS-ACCT-STATUS                   PIC X(02).
       01 WS-NSF-STATUS                    PIC X(02).
       01 WS-FNW-STATUS                    PIC X(02).
       01 WS-FEE-STATUS                    PIC X(02).
       01 WS-ACCT-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-ACCT-EOF                  VALUE "Y".
       01 WS-FNW-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-FNW-EOF                   VALUE "Y".
       77 MAX-LIMITS                       PIC 9(04) VALUE 2000.
       01 WS-LIMIT-TABLE.
           05 WS-LT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-LT-KEY                    PIC X(08) OCCURS 2000 TIMES.
           05 WS-LT-LIMIT                  PIC 9(09)V99
                                           OCCURS 2000 TIMES.
       01 WS-LT-I                          PIC 9(04).
       01 WS-LIMIT-SW                      PIC X(01).
           88 WS-LIMIT-APPLIES             VALUE "Y".
       01 WS-NSF-FLOOR                     PIC S9(11)V99.
       01 WS-NSF-AFTER                     PIC S9(11)V99.
       01 WS-NSF-BALANCE                   PIC S9(11)V99.
       01 WS-NSF-BAL-EDIT                  PIC +Z(10)9.99.
       01 WS-NSF-FEE                       PIC 9(07)V99 VALUE ZERO.
       01 WS-NSF-AMT-EDIT                  PIC Z(6)9.99.

      *    Account currencies from ACCTMSTR - only accounts that
      *    carry an AK-CURRENCY are loaded; any other key is kept
      *    in the FXCTL base currency.
       77 MAX-ACCT-CCYS                    PIC 9(04) VALUE 2000.
       01 WS-ACCT-CCY-TABLE.
           05 WS-CT-USED                   PIC 9(04) VALUE ZERO.
           05 WS-CT-KEY                    PIC X(08) OCCURS 2000 TIMES.
           05 WS-CT-CCY                    PIC X(03) OCCURS 2000 TIMES.
       01 WS-CT-I                          PIC 9(04).
       01 WS-CT-HIT-SW                     PIC X(01).
           88 WS-CT-HIT                    VALUE "Y".

      *    Exchange rates from FXCTL, the file CBLEDIT1 converts
      *    by: BASE= (default USD) and RATE=ccy,yyyymmdd,rate lines
      *    giving the base-currency value of one unit of ccy from
      *    that date on.
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
       01 WS-FX-FOUND-SW                   PIC X(01).
           88 WS-FX-FOUND                  VALUE "Y".
       01 WS-FX-LOOK-CCY                   PIC X(03).
       01 WS-FX-LOOK-DATE                  PIC X(08).
       01 WS-FX-LOOK-RATE                  PIC 9(05)V9(06).
       01 WS-FX-BEST-DATE                  PIC X(08).
       01 WS-FX-DATE-NUM                   PIC 9(08).
       01 WS-FX-DATE-INT                   PIC 9(08).
       01 WS-FX-ACCT-CCY                   PIC X(03).
       01 WS-FX-ORIG-CCY                   PIC X(03).
       01 WS-FX-FROM-RATE                  PIC 9(05)V9(06).
       01 WS-FX-TO-RATE                    PIC 9(05)V9(06).
       01 WS-FX-AMOUNT                     PIC S9(7)V99.
       01 WS-FX-ORIG                       PIC S9(11)V99.
       01 WS-FX-AMT-EDIT                   PIC +Z(6)9.99.
       01 WS-FX-WAS-EDIT                   PIC +Z(6)9.99.

      *    The run's postings by the account currency they were
      *    posted in, for the POSTREG lines - one slot per
      *    currency, so the table can never need more than the
      *    account currency table plus the base.
       77 MAX-REG-CCYS                     PIC 9(04) VALUE 2001.
       01 WS-REG-CCY-TOTALS.
           05 WS-RC-USED                   PIC 9(04) VALUE ZERO.
           05 WS-RC-CCY                    PIC X(03) OCCURS 2001 TIMES.
           05 WS-RC-POSTED                 PIC 9(06) OCCURS 2001 TIMES.
           05 WS-RC-NET                    PIC S9(11)V99
                                           OCCURS 2001 TIMES.
           05 WS-RC-DEBITS                 PIC 9(11)V99
                                           OCCURS 2001 TIMES.
           05 WS-RC-CREDITS                PIC 9(11)V99
                                           OCCURS 2001 TIMES.
       01 WS-RC-I                          PIC 9(04).
       01 WS-RC-SLOT                       PIC 9(04).

      *    The run's postings by original currency and the
      *    account currency they were posted in, for POSTRPT.
       77 MAX-CCY-PAIRS                    PIC 9(03) VALUE 100.
       01 WS-CCY-TOTALS.
           05 WS-CY-USED                   PIC 9(03) VALUE ZERO.
           05 WS-CY-ORIG-CCY               PIC X(03) OCCURS 100 TIMES.
           05 WS-CY-ACCT-CCY               PIC X(03) OCCURS 100 TIMES.
           05 WS-CY-COUNT                  PIC 9(06) OCCURS 100 TIMES.
           05 WS-CY-ORIG-DR                PIC 9(13)V99
                                           OCCURS 100 TIMES.
           05 WS-CY-ORIG-CR                PIC 9(13)V99
                                           OCCURS 100 TIMES.
           05 WS-CY-CONV-DR                PIC 9(11)V99
                                           OCCURS 100 TIMES.
           05 WS-CY-CONV-CR                PIC 9(11)V99
                                           OCCURS 100 TIMES.
       01 WS-CY-I                          PIC 9(03).
       01 WS-CY-SLOT                       PIC 9(03).
       01 WS-CY-FULL-SW                    PIC X(01) VALUE "N".
           88 WS-CY-FULL                   VALUE "Y".
       01 WS-CY-HDR-LINE.
           05 FILLER                       PIC X(06) VALUE "ORIG".
           05 FILLER                       PIC X(06) VALUE "ACCT".
           05 FILLER                       PIC X(08) VALUE "  ITEMS".
           05 FILLER                       PIC X(16)
               VALUE " ORIGINAL DEBITS".
           05 FILLER                       PIC X(19)
               VALUE "   ORIGINAL CREDITS".
           05 FILLER                       PIC X(19)
               VALUE "   CONVERTED DEBITS".
           05 FILLER                       PIC X(19)
               VALUE "  CONVERTED CREDITS".
       01 WS-CY-LINE.
           05 WS-CL-ORIG-CCY               PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-CL-ACCT-CCY               PIC X(03).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-CL-COUNT                  PIC ZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CL-ORIG-DR                PIC Z(12)9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-CL-ORIG-CR                PIC Z(12)9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-CL-CONV-DR                PIC Z(12)9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-CL-CONV-CR                PIC Z(12)9.99.

      *    Transaction history - HISTNEW is this run's entries,
      *    loaded into TRANHIST only once the run verifies.
       01 WS-HNW-STATUS                    PIC X(02).
       01 WS-HST-STATUS                    PIC X(02).
       01 WS-HCT-STATUS                    PIC X(02).
       01 WS-HNW-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-HNW-EOF                   VALUE "Y".
       01 WS-HIST-WORK.
           05 WS-RUN-SEQ                   PIC 9(04) VALUE 1.
           05 WS-HIST-ITEM                 PIC 9(06) VALUE ZERO.
           05 WS-HIST-LOADED               PIC 9(06) VALUE ZERO.
           05 WS-HIST-DUPS                 PIC 9(06) VALUE ZERO.
           05 WS-HIST-LOAD-SW              PIC X(01) VALUE "N".
               88 WS-HIST-LOAD-OK          VALUE "Y".

      *    HISTCTL as this run found it, and the line it writes
      *    back: business date, run sequence and state - "U" while
      *    that run's HISTNEW is still to be loaded into TRANHIST.
       01 WS-HCT-WORK.
           05 WS-HCT-BUSDATE               PIC X(08) VALUE SPACES.
           05 WS-HCT-SEQ                   PIC X(04) VALUE SPACES.
           05 WS-HCT-STATE                 PIC X(01) VALUE SPACE.
               88 WS-HCT-UNLOADED          VALUE "U".
           05 WS-HCT-NEW-BUSDATE           PIC X(08).
           05 WS-HCT-NEW-SEQ               PIC X(04).
           05 WS-HCT-NEW-STATE             PIC X(01).

      *    Transaction reference stamped on each posting - the
      *    history key less the account - and the run's range.
       01 WS-TRAN-REF.
           05 WS-TR-BUSDATE                PIC X(08).
           05 WS-TR-RUN-SEQ                PIC 9(04).
           05 WS-TR-ITEM                   PIC 9(06).
      *    Reference an NSF fee is raised with: the run's business
      *    date and sequence and item zero, which no posting has.
       01 WS-FEE-REF.
           05 WS-FEE-REF-BUSDATE           PIC X(08).
           05 WS-FEE-REF-SEQ               PIC 9(04).
           05 WS-FEE-REF-ITEM              PIC 9(06) VALUE ZERO.
      *    Set once the master rewrite verifies: from then on the
      *    run is posted and must be registered whatever follows.
       01 WS-VERIFIED-SW                   PIC X(01) VALUE "N".
           88 WS-RUN-VERIFIED              VALUE "Y".
       01 WS-FIRST-REF                     PIC X(18) VALUE SPACES.
       01 WS-LAST-REF                      PIC X(18) VALUE SPACES.

      *    One HISTNEW entry as POSTRPT lists it: the FILEREC image
      *    laid out far enough to reach the reference fields.
       01 WS-LP-ENTRY.
           05 WS-LP-HIST-KEY               PIC X(26).
           05 FILLER                       PIC X(01).
           05 WS-LP-BALANCE                PIC S9(9)V99
                                           SIGN IS LEADING SEPARATE.
           05 FILLER                       PIC X(01).
           05 WS-LP-KEY                    PIC X(08).
           05 WS-LP-TYPE                   PIC X(01).
           05 WS-LP-AMOUNT                 PIC S9(7)V99.
           05 WS-LP-DESC                   PIC X(40).
           05 FILLER                       PIC X(27).
           05 WS-LP-TRAN-REF               PIC X(18).
           05 WS-LP-REVERSES               PIC X(18).
           05 FILLER                       PIC X(01).
           05 WS-LP-CURRENCY               PIC X(03).
           05 WS-LP-ORIG-AMOUNT            PIC S9(11)V99.
           05 FILLER                       PIC X(118).
       01 WS-LP-LINE.
           05 WS-LL-REF                    PIC X(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-KEY                    PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-TYPE                   PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-AMOUNT                 PIC Z(6)9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-DESC                   PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-REVERSES               PIC X(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LL-CURRENCY               PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-ORIG-AMOUNT            PIC Z(10)9.99.
           05 WS-LL-ORIG-X REDEFINES WS-LL-ORIG-AMOUNT
                                           PIC X(14).
       01 WS-LP-HDR-LINE.
           05 FILLER                       PIC X(20)
               VALUE "REFERENCE".
           05 FILLER                       PIC X(10) VALUE "KEY".
           05 FILLER                       PIC X(03) VALUE "T".
           05 FILLER                       PIC X(12)
               VALUE "    AMOUNT".
           05 FILLER                       PIC X(42)
               VALUE "DESCRIPTION".
           05 FILLER                       PIC X(20) VALUE "REVERSES".
           05 FILLER                       PIC X(18)
               VALUE "ORIGINAL AMOUNT".

      *    Closed periods from PERIODS (CBLCLOS1) - work whose
      *    effective month is on this list is held, not posted.
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

       01 WS-JRN-STATUS                    PIC X(02).
       01 WS-SCAN-EOF-SWITCH               PIC X(01).
           88 WS-SCAN-EOF                  VALUE "Y".
           MOVE WS-RUN-DATE TO WS-BUSDATE
           PERFORM 0400-LOAD-CONTROLS
                THRU 0400-LOAD-CONTROLS-EXIT
           PERFORM 0420-GET-RUN-SEQ
                THRU 0420-GET-RUN-SEQ-EXIT
           DISPLAY "CBLPOST1: posting for business date " WS-BUSDATE
               " run " WS-RUN-SEQ

           PERFORM 0500-REGISTER-CHECK
                THRU 0500-REGISTER-CHECK-EXIT
               STOP RUN
           END-IF

           PERFORM 0430-LOAD-LEFT-HISTORY
                THRU 0430-LOAD-LEFT-HISTORY-EXIT
           IF WS-HCT-UNLOADED AND NOT WS-HIST-LOAD-OK THEN
               DISPLAY "CBLPOST1: HISTNEW of run " WS-HCT-BUSDATE
                   " " WS-HCT-SEQ " still not in TRANHIST - "
                   "refusing to overwrite it, nothing posted"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0450-LOAD-LIMITS
                THRU 0450-LOAD-LIMITS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLPOST1: credit limits not loaded - "
                   "master left untouched, nothing posted"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0460-LOAD-PERIODS
                THRU 0460-LOAD-PERIODS-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLPOST1: closed periods not loaded - "
                   "master left untouched, nothing posted"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0470-LOAD-RATES
                THRU 0470-LOAD-RATES-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLPOST1: exchange rates not loaded - "
                   "master left untouched, nothing posted"
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0700-WRITE-JOURNAL
                THRU 0700-WRITE-JOURNAL-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               STOP RUN
           END-IF

           OPEN OUTPUT NSF-FILE
           OPEN OUTPUT FEENEW-FILE
           OPEN OUTPUT HISTNEW-FILE
           IF (WS-NSF-STATUS NOT EQUAL "00" AND
               WS-NSF-STATUS NOT EQUAL "05") OR
               (WS-FNW-STATUS NOT EQUAL "00" AND
               WS-FNW-STATUS NOT EQUAL "05") OR
               (WS-HNW-STATUS NOT EQUAL "00" AND
               WS-HNW-STATUS NOT EQUAL "05") THEN
               DISPLAY "CBLPOST1: unable to open NSFEXC/NSFFNEW/"
                   "HISTNEW (STATUS=" WS-NSF-STATUS "/" WS-FNW-STATUS
                   "/" WS-HNW-STATUS ")"
               CLOSE PENDNEW-FILE
               CLOSE BALANCE-FILE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1800-BRING-PENDING
                THRU 1800-BRING-PENDING-EXIT
           IF WS-RUN-RC IS NOT LESS THAN 08 THEN
               DISPLAY "CBLPOST1: held work not brought in - "
                   "master left untouched, nothing posted"
               CLOSE PENDNEW-FILE
               CLOSE NSF-FILE
               CLOSE FEENEW-FILE
               CLOSE HISTNEW-FILE
               CLOSE BALANCE-FILE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
               DISPLAY "CBLPOST1: unable to open TRANFILE (STATUS="
                   WS-TRAN-STATUS ")"
               CLOSE PENDNEW-FILE
               CLOSE NSF-FILE
               CLOSE FEENEW-FILE
               CLOSE HISTNEW-FILE
               CLOSE BALANCE-FILE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE PENDNEW-FILE
           CLOSE NSF-FILE
           CLOSE FEENEW-FILE
           CLOSE HISTNEW-FILE
           CLOSE BALANCE-FILE

           PERFORM 3600-VERIFY-COMPLETE
                THRU 3600-VERIFY-COMPLETE-EXIT

           IF WS-RUN-RC IS LESS THAN 08 THEN
               SET WS-RUN-VERIFIED TO TRUE
               PERFORM 3700-SWAP-PENDING
                    THRU 3700-SWAP-PENDING-EXIT
               PERFORM 3750-RELEASE-FEES
                    THRU 3750-RELEASE-FEES-EXIT
               PERFORM 3800-LOAD-HISTORY
                    THRU 3800-LOAD-HISTORY-EXIT
           END-IF

           PERFORM 3000-PRINT-TOTALS
                THRU 3000-PRINT-TOTALS-EXIT

           IF (WS-REG-RECS IS GREATER THAN ZERO OR
               WS-RECS-POSTED IS GREATER THAN ZERO) AND
               WS-RUN-VERIFIED THEN
               PERFORM 3500-WRITE-REGISTER
                    THRU 3500-WRITE-REGISTER-EXIT
           END-IF
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           IF WS-RECS-REJECT IS GREATER THAN ZERO OR
               WS-RECS-NSF IS GREATER THAN ZERO OR
               WS-RECS-CLOSED IS GREATER THAN ZERO OR
               WS-RECS-RATECHG IS GREATER THAN ZERO THEN
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT

      *-----------------------------------------------------------*
      * 0400-LOAD-CONTROLS
      *   Reads POSTCTL keyword lines (BUSDATE=, NSFFEE=) over the
      *   defaults - business date today, no NSF fee - the same
      *   keyword-line shape as EDITCTL and ARCHCTL.  A BUSDATE
      *   that is not eight digits is reported and ignored rather
      *   than silently posting to a garbage date.
      *-----------------------------------------------------------*
       0400-LOAD-CONTROLS.
           OPEN INPUT CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0410-APPLY-CONTROL
                            THRU 0410-APPLY-CONTROL-EXIT
               END-READ
           END-PERFORM
           CLOSE CTL-FILE.
       0400-LOAD-CONTROLS-EXIT.
           EXIT.

       0410-APPLY-CONTROL.
           IF CTL-RECORD EQUAL SPACES OR CTL-RECORD(1:1) EQUAL "*" THEN
               GO TO 0410-APPLY-CONTROL-EXIT
           END-IF
           MOVE SPACES TO WS-CP-KEYWORD
           MOVE SPACES TO WS-CP-VALUE
           UNSTRING CTL-RECORD DELIMITED BY "="
               INTO WS-CP-KEYWORD WS-CP-VALUE
           END-UNSTRING
           EVALUATE WS-CP-KEYWORD
               WHEN "BUSDATE"
                   IF WS-CP-VALUE(1:8) IS NUMERIC THEN
                       MOVE WS-CP-VALUE(1:8) TO WS-BUSDATE
                   ELSE
                       DISPLAY "CBLPOST1: bad BUSDATE in POSTCTL "
                           "ignored: " FUNCTION TRIM (WS-CP-VALUE)
                   END-IF
               WHEN "NSFFEE"
                   COMPUTE WS-NSF-FEE = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CP-VALUE))
               WHEN OTHER
                   DISPLAY "CBLPOST1: unknown POSTCTL keyword: "
                       FUNCTION TRIM (WS-CP-KEYWORD)
           END-EVALUATE.
       0410-APPLY-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0420-GET-RUN-SEQ
      *   Works out this run's sequence number for the business
      *   date from HISTCTL, which holds the date and sequence of
      *   the last verified run, whether or not it posted
      *   anything: the same date means the next number, any
      *   other date (or no HISTCTL) starts again at 1.  HISTCTL
      *   is only rewritten by a verified run, so the rerun of a
      *   failed run reuses its number.  The date, sequence and
      *   state read are kept for 0430-LOAD-LEFT-HISTORY.
      *-----------------------------------------------------------*
       0420-GET-RUN-SEQ.
           MOVE 1 TO WS-RUN-SEQ
           OPEN INPUT HCTL-FILE
           IF WS-HCT-STATUS NOT EQUAL "00" THEN
               CLOSE HCTL-FILE
               GO TO 0420-GET-RUN-SEQ-EXIT
           END-IF
           READ HCTL-FILE
               AT END
                   MOVE SPACES TO HCTL-RECORD
           END-READ
           CLOSE HCTL-FILE
           MOVE HC-BUSDATE TO WS-HCT-BUSDATE
           MOVE HC-RUN-SEQ TO WS-HCT-SEQ
           MOVE HC-STATE TO WS-HCT-STATE
           IF HC-BUSDATE EQUAL WS-BUSDATE AND
               HC-RUN-SEQ IS NUMERIC THEN
               COMPUTE WS-RUN-SEQ = FUNCTION NUMVAL (HC-RUN-SEQ) + 1
           END-IF.
       0420-GET-RUN-SEQ-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0430-LOAD-LEFT-HISTORY
      *   When HISTCTL says the last verified run's history never
      *   reached TRANHIST (state "U" - see 3800-LOAD-HISTORY),
      *   its HISTNEW is loaded now, before this run opens HISTNEW
      *   for output and overwrites it, and HISTCTL is marked
      *   loaded.  Entries already on TRANHIST from a load that
      *   died part way are skipped.  If the load fails again the
      *   mainline refuses the run with RC 08 and HISTNEW is left
      *   as it is.
      *-----------------------------------------------------------*
       0430-LOAD-LEFT-HISTORY.
           IF NOT WS-HCT-UNLOADED THEN
               GO TO 0430-LOAD-LEFT-HISTORY-EXIT
           END-IF
           DISPLAY "CBLPOST1: loading HISTNEW left by run "
               WS-HCT-BUSDATE " " WS-HCT-SEQ " into TRANHIST"
           PERFORM 3850-LOAD-HISTNEW
                THRU 3850-LOAD-HISTNEW-EXIT
           IF NOT WS-HIST-LOAD-OK THEN
               GO TO 0430-LOAD-LEFT-HISTORY-EXIT
           END-IF
           DISPLAY "CBLPOST1: " WS-HIST-LOADED " entries loaded, "
               WS-HIST-DUPS " already on TRANHIST"
           MOVE WS-HCT-BUSDATE TO WS-HCT-NEW-BUSDATE
           MOVE WS-HCT-SEQ TO WS-HCT-NEW-SEQ
           MOVE SPACE TO WS-HCT-NEW-STATE
           PERFORM 3870-WRITE-HISTCTL
                THRU 3870-WRITE-HISTCTL-EXIT
           MOVE ZERO TO WS-HIST-LOADED
           MOVE ZERO TO WS-HIST-DUPS.
       0430-LOAD-LEFT-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0450-LOAD-LIMITS
      *   Loads the overdraft limit of every ACCTMSTR account that
      *   carries one (AK-LIMIT numeric) into the limit table for
      *   2050-FIND-LIMIT, and the currency of every account that
      *   names one (AK-CURRENCY) into the currency table for
      *   2065-FIND-ACCT-CCY.  A missing ACCTMSTR posts with no
      *   limits, every account in the FXCTL base currency, with
      *   a console note.  A table overflow raises
      *   RC 08 and the mainline ends the run before the journal
      *   is cut - a posting run that knew only half the limits
      *   would let the rest overdraw, the same bad-load rule
      *   CBLEDIT1 follows for the account edits.
      *-----------------------------------------------------------*
       0450-LOAD-LIMITS.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT EQUAL "00" THEN
               CLOSE ACCT-FILE
               DISPLAY "CBLPOST1: ACCTMSTR missing - no credit "
                   "limits enforced"
               GO TO 0450-LOAD-LIMITS-EXIT
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCT-FILE
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF AK-LIMIT IS NUMERIC THEN
                           IF WS-LT-USED IS LESS THAN MAX-LIMITS THEN
                               ADD 1 TO WS-LT-USED
                               MOVE AK-KEY TO WS-LT-KEY(WS-LT-USED)
                               MOVE AK-LIMIT
                                   TO WS-LT-LIMIT(WS-LT-USED)
                           ELSE
                               DISPLAY "CBLPOST1: limit table full "
                                   "- key " AK-KEY " dropped"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
                       IF AK-CURRENCY NOT EQUAL SPACES THEN
                           IF WS-CT-USED IS LESS THAN MAX-ACCT-CCYS
                               THEN
                               ADD 1 TO WS-CT-USED
                               MOVE AK-KEY TO WS-CT-KEY(WS-CT-USED)
                               MOVE AK-CURRENCY
                                   TO WS-CT-CCY(WS-CT-USED)
                           ELSE
                               DISPLAY "CBLPOST1: currency table "
                                   "full - key " AK-KEY " dropped"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE.
       0450-LOAD-LIMITS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0460-LOAD-PERIODS
      *   Loads the periods CBLCLOS1 has closed into the period
      *   table for 2060-CHECK-PERIOD.  No PERIODS file means no
      *   month has been closed yet.  A table overflow raises
      *   RC 08 and the mainline ends the run before the journal
      *   is cut, the same bad-load rule as the credit limits.
      *-----------------------------------------------------------*
       0460-LOAD-PERIODS.
           OPEN INPUT PRD-FILE
           IF WS-PRD-STATUS NOT EQUAL "00" THEN
               CLOSE PRD-FILE
               GO TO 0460-LOAD-PERIODS-EXIT
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
                               DISPLAY "CBLPOST1: period table full "
                                   "- period " PD-PERIOD " dropped"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRD-FILE.
       0460-LOAD-PERIODS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0470-LOAD-RATES
      *   Reads FXCTL, the exchange rates CBLEDIT1 converted by:
      *   BASE= names the base currency (default USD) and each
      *   RATE=ccy,yyyymmdd,rate line is loaded into the rate
      *   table for 2075-FIND-RATE.  No FXCTL means no rates -
      *   foreign work still posts the amount CBLEDIT1 stamped
      *   and is reported as rate drift.  A
      *   malformed line or a table overflow raises RC 08 and
      *   the mainline ends the run before the journal is cut,
      *   the same bad-load rule as the credit limits.
      *-----------------------------------------------------------*
       0470-LOAD-RATES.
           OPEN INPUT FXC-FILE
           IF WS-FXC-STATUS NOT EQUAL "00" THEN
               CLOSE FXC-FILE
               GO TO 0470-LOAD-RATES-EXIT
           END-IF
           PERFORM UNTIL WS-FXC-EOF
               READ FXC-FILE
                   AT END
                       SET WS-FXC-EOF TO TRUE
                   NOT AT END
                       PERFORM 0475-APPLY-RATE-LINE
                            THRU 0475-APPLY-RATE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE FXC-FILE.
       0470-LOAD-RATES-EXIT.
           EXIT.

       0475-APPLY-RATE-LINE.
           IF FXC-RECORD EQUAL SPACES OR FXC-RECORD(1:1) EQUAL "*" THEN
               GO TO 0475-APPLY-RATE-LINE-EXIT
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
                       DISPLAY "CBLPOST1: malformed FXCTL BASE line: "
                           FUNCTION TRIM (WS-CP-VALUE)
                       MOVE 08 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                   ELSE
                       MOVE WS-CP-VALUE(1:3) TO WS-FX-BASE
                   END-IF
               WHEN "RATE"
                   PERFORM 0480-LOAD-RATE
                        THRU 0480-LOAD-RATE-EXIT
               WHEN OTHER
                   DISPLAY "CBLPOST1: unknown FXCTL keyword: "
                       FUNCTION TRIM (WS-CP-KEYWORD)
           END-EVALUATE.
       0475-APPLY-RATE-LINE-EXIT.
           EXIT.

       0480-LOAD-RATE.
           IF WS-FX-USED IS NOT LESS THAN MAX-RATES THEN
               DISPLAY "CBLPOST1: rate table full - RATE line "
                   "dropped"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 0480-LOAD-RATE-EXIT
           END-IF
           MOVE SPACES TO WS-RATE-PARSE
           UNSTRING WS-CP-VALUE DELIMITED BY ","
               INTO WS-RP-CCY WS-RP-DATE WS-RP-RATE
           END-UNSTRING
           MOVE ZERO TO WS-FX-DATE-INT
           IF WS-RP-DATE(1:8) IS NUMERIC THEN
               MOVE WS-RP-DATE(1:8) TO WS-FX-DATE-NUM
               COMPUTE WS-FX-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-FX-DATE-NUM)
           END-IF
           IF WS-RP-CCY(1:3) EQUAL SPACES OR
               WS-RP-CCY(4:) NOT EQUAL SPACES OR
               WS-FX-DATE-INT EQUAL TO ZERO OR
               WS-RP-DATE(9:) NOT EQUAL SPACES OR
               WS-RP-RATE EQUAL SPACES THEN
               GO TO 0480-LOAD-RATE-BAD
           END-IF
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM (WS-RP-RATE))
               NOT EQUAL ZERO THEN
               GO TO 0480-LOAD-RATE-BAD
           END-IF
           IF FUNCTION NUMVAL (FUNCTION TRIM (WS-RP-RATE))
               IS NOT GREATER THAN ZERO THEN
               GO TO 0480-LOAD-RATE-BAD
           END-IF
           ADD 1 TO WS-FX-USED
           MOVE WS-RP-CCY(1:3) TO WS-FX-CCY(WS-FX-USED)
           MOVE WS-RP-DATE(1:8) TO WS-FX-DATE(WS-FX-USED)
           COMPUTE WS-FX-RATE(WS-FX-USED) = FUNCTION NUMVAL
               (FUNCTION TRIM (WS-RP-RATE))
           GO TO 0480-LOAD-RATE-EXIT.
       0480-LOAD-RATE-BAD.
           DISPLAY "CBLPOST1: malformed FXCTL RATE line: "
               FUNCTION TRIM (WS-CP-VALUE)
           MOVE 08 TO WS-RUN-RC-NEW
           PERFORM 9500-SET-RUN-RC
                THRU 9500-SET-RUN-RC-EXIT.
       0480-LOAD-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *   a previous run held - through the same posting path as
      *   TRANFILE records, so anything now ripe posts and
      *   anything still future-dated rides into PENDNEW again.
      *   Anything whose effective month has since been closed
      *   rides into PENDNEW as well - see 2000-POST-RECORD.
      *-----------------------------------------------------------*
       1800-BRING-PENDING.
           OPEN INPUT PEND-FILE
       3700-SWAP-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3750-RELEASE-FEES
      *   After a verified run, appends this run's NSF fee debits
      *   (NSFFNEW) to NSFFEES, the file CBLEDIT1 edits along with
      *   the next day's TRANFILE.  Fees are only released here,
      *   so a failed run that is rolled back and rerun never
      *   charges the same refusal twice.  A failed append is
      *   RC 08 - the fees not yet on NSFFEES would be lost - and
      *   the rest are left in NSFFNEW for the operator to append.
      *-----------------------------------------------------------*
       3750-RELEASE-FEES.
           IF WS-FEES-RAISED EQUAL TO ZERO THEN
               GO TO 3750-RELEASE-FEES-EXIT
           END-IF
           OPEN INPUT FEENEW-FILE
           IF WS-FNW-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: unable to reopen NSFFNEW (STATUS="
                   WS-FNW-STATUS ") - fees not released"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE FEENEW-FILE
               GO TO 3750-RELEASE-FEES-EXIT
           END-IF
           OPEN EXTEND FEE-FILE
           IF WS-FEE-STATUS NOT EQUAL "00" AND
               WS-FEE-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT FEE-FILE
           END-IF
           IF WS-FEE-STATUS NOT EQUAL "00" AND
               WS-FEE-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLPOST1: unable to open NSFFEES (STATUS="
                   WS-FEE-STATUS ") - fees left in NSFFNEW"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE FEENEW-FILE
               GO TO 3750-RELEASE-FEES-EXIT
           END-IF
           PERFORM UNTIL WS-FNW-EOF
               READ FEENEW-FILE
                   AT END
                       SET WS-FNW-EOF TO TRUE
                   NOT AT END
                       WRITE FEE-RECORD FROM FEENEW-RECORD
                       IF WS-FEE-STATUS NOT EQUAL "00" THEN
                           DISPLAY "CBLPOST1: write to NSFFEES failed"
                               " (STATUS=" WS-FEE-STATUS ") - the "
                               "fee for key " FEENEW-RECORD(1:8)
                               " and those after it are still only "
                               "in NSFFNEW"
                           MOVE 08 TO WS-RUN-RC-NEW
                           PERFORM 9500-SET-RUN-RC
                                THRU 9500-SET-RUN-RC-EXIT
                           SET WS-FNW-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEENEW-FILE
           CLOSE FEE-FILE.
       3750-RELEASE-FEES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-LOAD-HISTORY
      *   After a verified run, loads this run's HISTNEW entries
      *   into the keyed TRANHIST history (created on first use)
      *   and records the run's date and sequence in HISTCTL.  A
      *   key already on TRANHIST is counted and skipped - the
      *   entry is there from an earlier load.  HISTNEW or
      *   TRANHIST not opening is RC 04, a failed write RC 08;
      *   either way the run is verified and still registered.
      *   A run that posted nothing has no entries to load, but
      *   HISTCTL is written for every verified run all the same
      *   - the next run must not reuse this run's sequence, which
      *   its NSF fees and BALJRNL already carry - with state "U"
      *   when the load failed, so the next run loads the entries
      *   left in HISTNEW before it overwrites it.
      *-----------------------------------------------------------*
       3800-LOAD-HISTORY.
           IF WS-HIST-ITEM IS GREATER THAN ZERO THEN
               PERFORM 3850-LOAD-HISTNEW
                    THRU 3850-LOAD-HISTNEW-EXIT
           END-IF
           IF WS-HIST-DUPS IS GREATER THAN ZERO THEN
               DISPLAY "CBLPOST1: " WS-HIST-DUPS " history entries "
                   "already on TRANHIST - skipped"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           MOVE WS-BUSDATE TO WS-HCT-NEW-BUSDATE
           MOVE WS-RUN-SEQ TO WS-HCT-NEW-SEQ
           IF WS-HIST-LOAD-OK OR WS-HIST-ITEM EQUAL TO ZERO THEN
               MOVE SPACE TO WS-HCT-NEW-STATE
           ELSE
               MOVE "U" TO WS-HCT-NEW-STATE
           END-IF
           PERFORM 3870-WRITE-HISTCTL
                THRU 3870-WRITE-HISTCTL-EXIT.
       3800-LOAD-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3850-LOAD-HISTNEW
      *   Writes every HISTNEW entry to TRANHIST, counting those
      *   loaded and those whose key is already there (status
      *   22), and sets WS-HIST-LOAD-OK once the whole file has
      *   been written.  HISTNEW or TRANHIST not opening leaves
      *   the switch off with RC 04; any other write failure
      *   stops the load with the switch off and RC 08, so
      *   HISTCTL stays "U" and the entries are loaded again.
      *-----------------------------------------------------------*
       3850-LOAD-HISTNEW.
           MOVE "N" TO WS-HIST-LOAD-SW
           MOVE "N" TO WS-HNW-EOF-SWITCH
           OPEN INPUT HISTNEW-FILE
           IF WS-HNW-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: unable to reopen HISTNEW (STATUS="
                   WS-HNW-STATUS ") - history not loaded"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE HISTNEW-FILE
               GO TO 3850-LOAD-HISTNEW-EXIT
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HST-STATUS NOT EQUAL "00" AND
               WS-HST-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HST-STATUS NOT EQUAL "00" AND
               WS-HST-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLPOST1: unable to open TRANHIST (STATUS="
                   WS-HST-STATUS ") - history left in HISTNEW"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE HISTNEW-FILE
               GO TO 3850-LOAD-HISTNEW-EXIT
           END-IF
           PERFORM UNTIL WS-HNW-EOF
               READ HISTNEW-FILE
                   AT END
                       SET WS-HNW-EOF TO TRUE
                   NOT AT END
                       MOVE HISTNEW-RECORD TO HIST-RECORD
                       WRITE HIST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       EVALUATE WS-HST-STATUS
                           WHEN "00"
                               ADD 1 TO WS-HIST-LOADED
                           WHEN "22"
                               ADD 1 TO WS-HIST-DUPS
                           WHEN OTHER
                               DISPLAY "CBLPOST1: write to TRANHIST "
                                   "failed (STATUS=" WS-HST-STATUS
                                   ") - history left in HISTNEW"
                               MOVE 08 TO WS-RUN-RC-NEW
                               PERFORM 9500-SET-RUN-RC
                                    THRU 9500-SET-RUN-RC-EXIT
                               CLOSE HISTNEW-FILE
                               CLOSE HIST-FILE
                               GO TO 3850-LOAD-HISTNEW-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HISTNEW-FILE
           CLOSE HIST-FILE
           MOVE "Y" TO WS-HIST-LOAD-SW.
       3850-LOAD-HISTNEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3870-WRITE-HISTCTL
      *   Rewrites the one-line HISTCTL from WS-HCT-NEW-BUSDATE,
      *   -SEQ and -STATE.  A failure is RC 04 with the line the
      *   operator must put there by hand before the next run.
      *-----------------------------------------------------------*
       3870-WRITE-HISTCTL.
           OPEN OUTPUT HCTL-FILE
           IF WS-HCT-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: unable to write HISTCTL (STATUS="
                   WS-HCT-STATUS ") - set it to " WS-HCT-NEW-BUSDATE
                   " " WS-HCT-NEW-SEQ " " WS-HCT-NEW-STATE
                   " before the next run"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3870-WRITE-HISTCTL-EXIT
           END-IF
           MOVE SPACES TO HCTL-RECORD
           MOVE WS-HCT-NEW-BUSDATE TO HC-BUSDATE
           MOVE WS-HCT-NEW-SEQ TO HC-RUN-SEQ
           MOVE WS-HCT-NEW-STATE TO HC-STATE
           WRITE HCTL-RECORD
           CLOSE HCTL-FILE.
       3870-WRITE-HISTCTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0500-REGISTER-CHECK
      *   Duplicate-posting guard.  A first pass over TRANFILE
      *   written by 3500-WRITE-REGISTER after a verified master
      *   rewrite, so the rerun of a run that died before the
      *   rewrite finds no hit and goes through.  An empty
      *   TRANFILE is never checked - every empty file has the
      *   same checksum - and a run that posts only held work
      *   registers a zero size, which no check can match.
      *-----------------------------------------------------------*
       0500-REGISTER-CHECK.
           OPEN INPUT TRAN-FILE
      * 0700-WRITE-JOURNAL
      *   Before-image journal of the whole master to BALJRNL
      *   before the posting loop touches its first key: an H
      *   header with the run date and time and the business
      *   date and run sequence that name the run (CBLRBK1 backs
      *   that run's history out of TRANHIST), one D line per key
      *   with the balance as it stands, and an E trailer carrying
      *   the key count and balance total for the rollback and
      *   verify sides to check against.  Any failure here - the
           MOVE "H" TO JH-TYPE
           MOVE WS-RUN-DATE TO JH-DATE
           MOVE WS-RUN-TIME TO JH-TIME
           MOVE WS-BUSDATE TO JH-BUSDATE
           MOVE WS-RUN-SEQ TO JH-RUN-SEQ
           WRITE JRNL-HDR-RECORD

           MOVE ZERO TO WS-JRN-COUNT
                           MOVE "D" TO JL-TYPE
                           MOVE BM-KEY TO JL-KEY
                           MOVE BM-BALANCE TO JL-BALANCE
                           MOVE BM-LAST-ACT TO JL-LAST-ACT
                           WRITE JRNL-DTL-RECORD
                           IF WS-JRN-STATUS NOT EQUAL "00" THEN
                               DISPLAY "CBLPOST1: write to BALJRNL "
               MOVE "C" TO JH-TYPE
               MOVE WS-RUN-DATE TO JH-DATE
               MOVE WS-RUN-TIME TO JH-TIME
               MOVE WS-BUSDATE TO JH-BUSDATE
               MOVE WS-RUN-SEQ TO JH-RUN-SEQ
               WRITE JRNL-HDR-RECORD
               CLOSE JRNL-FILE
               DISPLAY "CBLPOST1: master verified - journal "

      *-----------------------------------------------------------*
      * 3500-WRITE-REGISTER
      *   Appends this run's lines to the posting register once
      *   the master rewrite has been verified, one per account
      *   currency the run posted in: the TRANFILE checksum and
      *   size from 0500-REGISTER-CHECK, the business date, the
      *   posted/net control totals in that currency, the debits
      *   and credits that make up the net, the run's first and
      *   last transaction reference and the currency.  A run
      *   that posted nothing writes one base-currency line of
      *   zero totals, so its TRANFILE is still registered.  A
      *   run with no TRANFILE that posted held work is
      *   registered as PENDING with a zero checksum and size,
      *   which no TRANFILE can ever match.  Only reached once
      *   the master has verified, so a failed run stays
      *   unregistered and can be rerun, while a verified run is
      *   registered even when releasing its fees or loading its
      *   history fails afterwards - it is posted and must never
      *   post again.
      *-----------------------------------------------------------*
       3500-WRITE-REGISTER.
           OPEN EXTEND REG-FILE
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 3500-WRITE-REGISTER-EXIT
           END-IF
           IF WS-RC-USED EQUAL TO ZERO THEN
               ADD 1 TO WS-RC-USED
               MOVE WS-FX-BASE TO WS-RC-CCY(1)
               MOVE ZERO TO WS-RC-POSTED(1)
               MOVE ZERO TO WS-RC-NET(1)
               MOVE ZERO TO WS-RC-DEBITS(1)
               MOVE ZERO TO WS-RC-CREDITS(1)
           END-IF
           PERFORM VARYING WS-RC-I FROM 1 BY 1
               UNTIL WS-RC-I > WS-RC-USED
               MOVE SPACES TO REG-RECORD
               IF WS-REG-RECS EQUAL TO ZERO THEN
                   MOVE ZERO TO RG-CKSUM
                   MOVE ZERO TO RG-SIZE
                   MOVE "PENDING" TO RG-NAME
               ELSE
                   MOVE WS-REG-CKSUM TO RG-CKSUM
                   MOVE WS-REG-SIZE TO RG-SIZE
                   MOVE "TRANFILE" TO RG-NAME
               END-IF
               MOVE WS-BUSDATE TO RG-DATE
               MOVE WS-RC-POSTED(WS-RC-I) TO RG-POSTED
               MOVE WS-RC-NET(WS-RC-I) TO RG-NET
               MOVE WS-RC-DEBITS(WS-RC-I) TO RG-DEBITS
               MOVE WS-RC-CREDITS(WS-RC-I) TO RG-CREDITS
               MOVE WS-FIRST-REF TO RG-FIRST-REF
               MOVE WS-LAST-REF TO RG-LAST-REF
               MOVE WS-RC-CCY(WS-RC-I) TO RG-CURRENCY
               WRITE REG-RECORD
               IF WS-REG-STATUS NOT EQUAL "00" THEN
                   DISPLAY "CBLPOST1: write to POSTREG failed "
                       "(STATUS=" WS-REG-STATUS ")"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               END-IF
           END-PERFORM
           CLOSE REG-FILE.
       3500-WRITE-REGISTER-EXIT.
           EXIT.
      *   balance, debit ("D") subtracts it.  The key's master
      *   record is read and rewritten in place; a key not yet on
      *   the master gets a new record WRITEn and counted as an
      *   opened key.  A debit that would take the balance below
      *   the account's credit limit is refused instead - see
      *   2100-REFUSE-NSF - and the master is left as it was.
      *   A record whose effective month (the business date's
      *   when it has none) has been closed is not posted,
      *   whether it came from TRANFILE or PENDING: it goes to
      *   PENDNEW and is counted, so a closed month's figures
      *   never move.  Work raised in a foreign currency posts
      *   the amount CBLEDIT1 converted it to, as the replays do;
      *   2070-CHECK-CONVERSION only reports a rate that has
      *   moved since.  Every posting is totalled by currency for
      *   POSTRPT and by account currency for POSTREG.
      *-----------------------------------------------------------*
       2000-POST-RECORD.
           ADD 1 TO WS-RECS-READ
               GO TO 2000-POST-RECORD-EXIT
           END-IF

           PERFORM 2060-CHECK-PERIOD
                THRU 2060-CHECK-PERIOD-EXIT
           IF WS-PERIOD-CLOSED THEN
               DISPLAY "CBLPOST1: held - period " WS-EFF-PERIOD
                   " closed, key " FR-KEY
               WRITE PENDNEW-RECORD FROM TRAN-RECORD
               IF WS-PNW-STATUS NOT EQUAL "00" THEN
                   DISPLAY "CBLPOST1: write to PENDNEW failed "
                       "(STATUS=" WS-PNW-STATUS ")"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               ELSE
                   ADD 1 TO WS-RECS-CLOSED
               END-IF
               GO TO 2000-POST-RECORD-EXIT
           END-IF

           IF FR-CURRENCY NOT EQUAL SPACES THEN
               PERFORM 2070-CHECK-CONVERSION
                    THRU 2070-CHECK-CONVERSION-EXIT
           END-IF

           IF FR-TYPE EQUAL "C" THEN
               MOVE FR-AMOUNT TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - FR-AMOUNT
           END-IF
           PERFORM 2050-FIND-LIMIT
                THRU 2050-FIND-LIMIT-EXIT

           MOVE FR-KEY TO BM-KEY
           READ BALANCE-FILE
               INVALID KEY
                   IF WS-LIMIT-APPLIES AND
                       WS-POST-AMOUNT IS LESS THAN WS-NSF-FLOOR THEN
                       MOVE ZERO TO WS-NSF-BALANCE
                       PERFORM 2100-REFUSE-NSF
                            THRU 2100-REFUSE-NSF-EXIT
                       GO TO 2000-POST-RECORD-EXIT
                   END-IF
                   MOVE SPACES TO BALANCE-RECORD
                   MOVE FR-KEY TO BM-KEY
                   MOVE WS-POST-AMOUNT TO BM-BALANCE
                   MOVE WS-BUSDATE TO BM-LAST-ACT
                   WRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "CBLPOST1: write to BALMSTR "
                            THRU 9500-SET-RUN-RC-EXIT
                       GO TO 2000-POST-RECORD-EXIT
                   END-IF
                   IF WS-LIMIT-APPLIES THEN
                       COMPUTE WS-NSF-AFTER =
                           BM-BALANCE + WS-POST-AMOUNT
                       IF WS-NSF-AFTER IS LESS THAN WS-NSF-FLOOR THEN
                           MOVE BM-BALANCE TO WS-NSF-BALANCE
                           PERFORM 2100-REFUSE-NSF
                                THRU 2100-REFUSE-NSF-EXIT
                           GO TO 2000-POST-RECORD-EXIT
                       END-IF
                   END-IF
                   ADD WS-POST-AMOUNT TO BM-BALANCE
                   MOVE WS-BUSDATE TO BM-LAST-ACT
                   REWRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "CBLPOST1: rewrite to BALMSTR "
           END-READ

           ADD WS-POST-AMOUNT TO WS-NET-AMOUNT
           IF FR-TYPE EQUAL "C" THEN
               ADD FR-AMOUNT TO WS-CR-AMOUNT
           ELSE
               ADD FR-AMOUNT TO WS-DR-AMOUNT
           END-IF
           ADD 1 TO WS-RECS-POSTED
           PERFORM 2080-ADD-CURRENCY-TOTAL
                THRU 2080-ADD-CURRENCY-TOTAL-EXIT
           PERFORM 2090-ADD-REGISTER-TOTAL
                THRU 2090-ADD-REGISTER-TOTAL-EXIT
           PERFORM 2200-WRITE-HISTORY
                THRU 2200-WRITE-HISTORY-EXIT.
       2000-POST-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-HISTORY
      *   Stamps the record just posted with its transaction
      *   reference (business date, run sequence, item number)
      *   and writes it to HISTNEW: key, business date, run
      *   sequence, its item number in this run, the key's
      *   balance after posting (BM-BALANCE as it now stands on
      *   the master) and the whole FILEREC image.  A failed
      *   write ends the run RC 08 - a posting that cannot be
      *   traced afterwards is treated like one that did not
      *   verify.
      *-----------------------------------------------------------*
       2200-WRITE-HISTORY.
           ADD 1 TO WS-HIST-ITEM
           MOVE WS-BUSDATE TO WS-TR-BUSDATE
           MOVE WS-RUN-SEQ TO WS-TR-RUN-SEQ
           MOVE WS-HIST-ITEM TO WS-TR-ITEM
           MOVE WS-TRAN-REF TO FR-TRAN-REF
           IF WS-FIRST-REF EQUAL SPACES THEN
               MOVE WS-TRAN-REF TO WS-FIRST-REF
           END-IF
           MOVE WS-TRAN-REF TO WS-LAST-REF
           MOVE SPACES TO HIST-RECORD
           MOVE FR-KEY TO HS-ACCT
           MOVE WS-BUSDATE TO HS-BUSDATE
           MOVE WS-RUN-SEQ TO HS-RUN-SEQ
           MOVE WS-HIST-ITEM TO HS-ITEM
           MOVE BM-BALANCE TO HS-BALANCE
           MOVE TRAN-RECORD TO HS-TRAN
           WRITE HISTNEW-RECORD FROM HIST-RECORD
           IF WS-HNW-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: write to HISTNEW failed (STATUS="
                   WS-HNW-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       2200-WRITE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-FIND-LIMIT
      *   For a debit, looks the key up in the limit table and
      *   sets WS-LIMIT-APPLIES with WS-NSF-FLOOR, the lowest
      *   balance the account may reach (minus its limit; a zero
      *   limit allows no overdraft at all).  Credits, keys with
      *   no limit on ACCTMSTR, and reversals (FR-REVERSES set)
      *   are never refused - CBLREV1 raises a reversal once, so
      *   a refused one could never be raised again.
      *-----------------------------------------------------------*
       2050-FIND-LIMIT.
           MOVE "N" TO WS-LIMIT-SW
           MOVE ZERO TO WS-NSF-FLOOR
           IF FR-TYPE NOT EQUAL "D" OR
               FR-REVERSES NOT EQUAL SPACES THEN
               GO TO 2050-FIND-LIMIT-EXIT
           END-IF
           PERFORM VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I > WS-LT-USED OR WS-LIMIT-APPLIES
               IF WS-LT-KEY(WS-LT-I) EQUAL FR-KEY THEN
                   COMPUTE WS-NSF-FLOOR = 0 - WS-LT-LIMIT(WS-LT-I)
                   MOVE "Y" TO WS-LIMIT-SW
               END-IF
           END-PERFORM.
       2050-FIND-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2060-CHECK-PERIOD
      *   Works out the month a record falls in - its effective
      *   date's year and month, or the business date's when it
      *   has none - and sets WS-PERIOD-CLOSED when that month is
      *   in the period table.
      *-----------------------------------------------------------*
       2060-CHECK-PERIOD.
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
       2060-CHECK-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2065-FIND-ACCT-CCY
      *   Sets WS-FX-ACCT-CCY to the currency FR-KEY is kept in:
      *   its AK-CURRENCY from the currency table, or the FXCTL
      *   base currency when it names none.
      *-----------------------------------------------------------*
       2065-FIND-ACCT-CCY.
           MOVE WS-FX-BASE TO WS-FX-ACCT-CCY
           MOVE "N" TO WS-CT-HIT-SW
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CT-USED OR WS-CT-HIT
               IF WS-CT-KEY(WS-CT-I) EQUAL FR-KEY THEN
                   MOVE WS-CT-CCY(WS-CT-I) TO WS-FX-ACCT-CCY
                   MOVE "Y" TO WS-CT-HIT-SW
               END-IF
           END-PERFORM.
       2065-FIND-ACCT-CCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2070-CHECK-CONVERSION
      *   Reconverts FR-ORIG-AMOUNT from FR-CURRENCY into the
      *   account's currency at the FXCTL rates in force on the
      *   effective date (the business date when it has none),
      *   through the base currency, exactly as CBLEDIT1 did,
      *   and compares the result with the FR-AMOUNT CBLEDIT1
      *   stamped.  The stamped amount is what posts - CBLRECN1,
      *   CBLSTMT1 and CBLGL1 replay it - so nothing here changes
      *   the record or rejects it.  A difference (FXCTL changed
      *   between the edit and the post), a bad original amount,
      *   or a rate no longer on file for the date is a console
      *   note and counted as rate drift, which ends the run
      *   RC 04.
      *-----------------------------------------------------------*
       2070-CHECK-CONVERSION.
           PERFORM 2065-FIND-ACCT-CCY
                THRU 2065-FIND-ACCT-CCY-EXIT

           IF FR-ORIG-AMOUNT IS NOT NUMERIC THEN
               DISPLAY "CBLPOST1: rate drift - bad original amount, "
                   "key " FR-KEY
               ADD 1 TO WS-RECS-RATECHG
               GO TO 2070-CHECK-CONVERSION-EXIT
           END-IF

           IF FR-CURRENCY EQUAL WS-FX-ACCT-CCY THEN
               COMPUTE WS-FX-AMOUNT = FR-ORIG-AMOUNT
                   ON SIZE ERROR
                       GO TO 2070-CHECK-CONVERSION-SIZE
               END-COMPUTE
               GO TO 2070-CHECK-CONVERSION-DIFF
           END-IF

           ADD 1 TO WS-RECS-CONVERTED
           IF FR-EFF-DATE IS NUMERIC AND
               FR-EFF-DATE NOT EQUAL "00000000" THEN
               MOVE FR-EFF-DATE TO WS-FX-LOOK-DATE
           ELSE
               MOVE WS-BUSDATE TO WS-FX-LOOK-DATE
           END-IF
           MOVE FR-CURRENCY TO WS-FX-LOOK-CCY
           PERFORM 2075-FIND-RATE
                THRU 2075-FIND-RATE-EXIT
           IF NOT WS-FX-FOUND THEN
               GO TO 2070-CHECK-CONVERSION-NORATE
           END-IF
           MOVE WS-FX-LOOK-RATE TO WS-FX-FROM-RATE
           MOVE WS-FX-ACCT-CCY TO WS-FX-LOOK-CCY
           PERFORM 2075-FIND-RATE
                THRU 2075-FIND-RATE-EXIT
           IF NOT WS-FX-FOUND THEN
               GO TO 2070-CHECK-CONVERSION-NORATE
           END-IF
           MOVE WS-FX-LOOK-RATE TO WS-FX-TO-RATE

           COMPUTE WS-FX-AMOUNT ROUNDED =
               FR-ORIG-AMOUNT * WS-FX-FROM-RATE / WS-FX-TO-RATE
               ON SIZE ERROR
                   GO TO 2070-CHECK-CONVERSION-SIZE
           END-COMPUTE
           GO TO 2070-CHECK-CONVERSION-DIFF.
       2070-CHECK-CONVERSION-NORATE.
           DISPLAY "CBLPOST1: rate drift - no FXCTL rate for "
               WS-FX-LOOK-CCY " on " WS-FX-LOOK-DATE ", key " FR-KEY
           ADD 1 TO WS-RECS-RATECHG
           GO TO 2070-CHECK-CONVERSION-EXIT.
       2070-CHECK-CONVERSION-SIZE.
           DISPLAY "CBLPOST1: rate drift - converted amount too "
               "large, key " FR-KEY
           ADD 1 TO WS-RECS-RATECHG
           GO TO 2070-CHECK-CONVERSION-EXIT.
       2070-CHECK-CONVERSION-DIFF.
           IF WS-FX-AMOUNT NOT EQUAL FR-AMOUNT THEN
               MOVE WS-FX-AMOUNT TO WS-FX-AMT-EDIT
               MOVE FR-AMOUNT TO WS-FX-WAS-EDIT
               DISPLAY "CBLPOST1: rate drift since edit, key "
                   FR-KEY " - posting " WS-FX-WAS-EDIT
                   ", rates now give " WS-FX-AMT-EDIT
               ADD 1 TO WS-RECS-RATECHG
           END-IF.
       2070-CHECK-CONVERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2075-FIND-RATE
      *   The rate in force for WS-FX-LOOK-CCY on WS-FX-LOOK-DATE
      *   is the one from the latest RATE= line dated on or
      *   before it; of two lines with the same date the later
      *   one in the file wins.  The base currency is always 1.
      *   Same rule as CBLEDIT1, so both convert alike.
      *-----------------------------------------------------------*
       2075-FIND-RATE.
           MOVE "N" TO WS-FX-FOUND-SW
           MOVE ZERO TO WS-FX-LOOK-RATE
           IF WS-FX-LOOK-CCY EQUAL WS-FX-BASE THEN
               MOVE 1 TO WS-FX-LOOK-RATE
               MOVE "Y" TO WS-FX-FOUND-SW
               GO TO 2075-FIND-RATE-EXIT
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
       2075-FIND-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2080-ADD-CURRENCY-TOTAL
      *   Adds the record just posted to the currency totals,
      *   under its original currency and the account currency
      *   it posted in: work with no FR-CURRENCY was raised in
      *   the account's currency, so its original amount is its
      *   posted amount (an unreadable original amount counts as
      *   zero).  A run with more currency pairs than
      *   the table holds loses the rest from the POSTRPT
      *   section, with a console note and RC 04 - the master
      *   and the control totals are not affected.
      *-----------------------------------------------------------*
       2080-ADD-CURRENCY-TOTAL.
           PERFORM 2065-FIND-ACCT-CCY
                THRU 2065-FIND-ACCT-CCY-EXIT
           IF FR-CURRENCY EQUAL SPACES THEN
               MOVE WS-FX-ACCT-CCY TO WS-FX-ORIG-CCY
               MOVE FR-AMOUNT TO WS-FX-ORIG
           ELSE
               MOVE FR-CURRENCY TO WS-FX-ORIG-CCY
               IF FR-ORIG-AMOUNT IS NUMERIC THEN
                   MOVE FR-ORIG-AMOUNT TO WS-FX-ORIG
               ELSE
                   MOVE ZERO TO WS-FX-ORIG
               END-IF
           END-IF

           MOVE ZERO TO WS-CY-SLOT
           PERFORM VARYING WS-CY-I FROM 1 BY 1
               UNTIL WS-CY-I > WS-CY-USED OR WS-CY-SLOT > ZERO
               IF WS-CY-ORIG-CCY(WS-CY-I) EQUAL WS-FX-ORIG-CCY AND
                   WS-CY-ACCT-CCY(WS-CY-I) EQUAL WS-FX-ACCT-CCY THEN
                   MOVE WS-CY-I TO WS-CY-SLOT
               END-IF
           END-PERFORM
           IF WS-CY-SLOT EQUAL ZERO THEN
               IF WS-CY-USED IS NOT LESS THAN MAX-CCY-PAIRS THEN
                   IF NOT WS-CY-FULL THEN
                       DISPLAY "CBLPOST1: currency totals table "
                           "full - POSTRPT section incomplete"
                       MOVE "Y" TO WS-CY-FULL-SW
                       MOVE 04 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                   END-IF
                   GO TO 2080-ADD-CURRENCY-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-CY-USED
               MOVE WS-CY-USED TO WS-CY-SLOT
               MOVE WS-FX-ORIG-CCY TO WS-CY-ORIG-CCY(WS-CY-SLOT)
               MOVE WS-FX-ACCT-CCY TO WS-CY-ACCT-CCY(WS-CY-SLOT)
               MOVE ZERO TO WS-CY-COUNT(WS-CY-SLOT)
               MOVE ZERO TO WS-CY-ORIG-DR(WS-CY-SLOT)
               MOVE ZERO TO WS-CY-ORIG-CR(WS-CY-SLOT)
               MOVE ZERO TO WS-CY-CONV-DR(WS-CY-SLOT)
               MOVE ZERO TO WS-CY-CONV-CR(WS-CY-SLOT)
           END-IF

           ADD 1 TO WS-CY-COUNT(WS-CY-SLOT)
           IF FR-TYPE EQUAL "C" THEN
               ADD WS-FX-ORIG TO WS-CY-ORIG-CR(WS-CY-SLOT)
               ADD FR-AMOUNT TO WS-CY-CONV-CR(WS-CY-SLOT)
           ELSE
               ADD WS-FX-ORIG TO WS-CY-ORIG-DR(WS-CY-SLOT)
               ADD FR-AMOUNT TO WS-CY-CONV-DR(WS-CY-SLOT)
           END-IF.
       2080-ADD-CURRENCY-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2090-ADD-REGISTER-TOTAL
      *   Adds the record just posted to the POSTREG totals for
      *   the account currency it posted in (WS-FX-ACCT-CCY, as
      *   2080-ADD-CURRENCY-TOTAL left it): items, net, debits
      *   and credits.  The table has room for every account
      *   currency plus the base, so the overflow branch is a
      *   safety net - it ends the run RC 08 rather than register
      *   short totals.
      *-----------------------------------------------------------*
       2090-ADD-REGISTER-TOTAL.
           MOVE ZERO TO WS-RC-SLOT
           PERFORM VARYING WS-RC-I FROM 1 BY 1
               UNTIL WS-RC-I > WS-RC-USED OR WS-RC-SLOT > ZERO
               IF WS-RC-CCY(WS-RC-I) EQUAL WS-FX-ACCT-CCY THEN
                   MOVE WS-RC-I TO WS-RC-SLOT
               END-IF
           END-PERFORM
           IF WS-RC-SLOT EQUAL ZERO THEN
               IF WS-RC-USED IS NOT LESS THAN MAX-REG-CCYS THEN
                   DISPLAY "CBLPOST1: register currency table full "
                       "- key " FR-KEY
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
                   GO TO 2090-ADD-REGISTER-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-RC-USED
               MOVE WS-RC-USED TO WS-RC-SLOT
               MOVE WS-FX-ACCT-CCY TO WS-RC-CCY(WS-RC-SLOT)
               MOVE ZERO TO WS-RC-POSTED(WS-RC-SLOT)
               MOVE ZERO TO WS-RC-NET(WS-RC-SLOT)
               MOVE ZERO TO WS-RC-DEBITS(WS-RC-SLOT)
               MOVE ZERO TO WS-RC-CREDITS(WS-RC-SLOT)
           END-IF

           ADD 1 TO WS-RC-POSTED(WS-RC-SLOT)
           ADD WS-POST-AMOUNT TO WS-RC-NET(WS-RC-SLOT)
           IF FR-TYPE EQUAL "C" THEN
               ADD FR-AMOUNT TO WS-RC-CREDITS(WS-RC-SLOT)
           ELSE
               ADD FR-AMOUNT TO WS-RC-DEBITS(WS-RC-SLOT)
           END-IF.
       2090-ADD-REGISTER-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-REFUSE-NSF
      *   Refuses the debit in TRAN-RECORD for insufficient funds:
      *   the record is copied whole to NSFEXC (CBLRECN1, CBLSTMT1
      *   and CBLGL1 match it there and skip it in their replays),
      *   counted and totalled for POSTRPT, and - with an NSFFEE
      *   configured - a fee debit for the account is built in
      *   TRAN-RECORD and written to NSFFNEW.  A refused fee never
      *   raises another fee.  The fee is raised in the account's
      *   own currency, and carries nothing of the refused debit
      *   but its key: no submitter, approver, reversal or
      *   duplicate confirmation.  Its reference is this run's
      *   business date and sequence with item zero, so CBLRBK1
      *   can take it off NSFFEES with the run (posting stamps
      *   the real reference over it).  TRAN-RECORD is not
      *   used again for this record once the fee has been built
      *   in it.
      *-----------------------------------------------------------*
       2100-REFUSE-NSF.
           WRITE NSF-RECORD FROM TRAN-RECORD
           IF WS-NSF-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: write to NSFEXC failed (STATUS="
                   WS-NSF-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 2100-REFUSE-NSF-EXIT
           END-IF
           ADD 1 TO WS-RECS-NSF
           ADD FR-AMOUNT TO WS-NSF-AMOUNT
           MOVE FR-AMOUNT TO WS-NSF-AMT-EDIT
           MOVE WS-NSF-BALANCE TO WS-NSF-BAL-EDIT
           DISPLAY "CBLPOST1: NSF - debit " WS-NSF-AMT-EDIT
               " refused, key " FR-KEY " balance " WS-NSF-BAL-EDIT

           IF WS-NSF-FEE EQUAL ZERO OR
               FR-DESCRIPTION(1:8) EQUAL "NSF FEE " THEN
               GO TO 2100-REFUSE-NSF-EXIT
           END-IF
           MOVE SPACES TO FR-DESCRIPTION
           STRING "NSF FEE " DELIMITED BY SIZE
                  WS-BUSDATE DELIMITED BY SIZE
                  " DEBIT " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NSF-AMT-EDIT) DELIMITED BY SIZE
             INTO FR-DESCRIPTION
           END-STRING
           MOVE "D" TO FR-TYPE
           MOVE WS-NSF-FEE TO FR-AMOUNT
           MOVE SPACE TO FR-DELETE-FLAG
           MOVE ZERO TO FR-RECYCLE
           MOVE SPACES TO FR-EFF-DATE
           MOVE SPACES TO FR-ENTERED-BY
           MOVE SPACES TO FR-APPROVED-BY
           MOVE WS-BUSDATE TO WS-FEE-REF-BUSDATE
           MOVE WS-RUN-SEQ TO WS-FEE-REF-SEQ
           MOVE WS-FEE-REF TO FR-TRAN-REF
           MOVE SPACES TO FR-REVERSES
           MOVE SPACE TO FR-DUP-OK
           MOVE SPACES TO FR-CURRENCY
           MOVE ZERO TO FR-ORIG-AMOUNT
           WRITE FEENEW-RECORD FROM TRAN-RECORD
           IF WS-FNW-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: write to NSFFNEW failed (STATUS="
                   WS-FNW-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           ELSE
               ADD 1 TO WS-FEES-RAISED
           END-IF.
       2100-REFUSE-NSF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-TOTALS
      *   Control totals to POSTRPT and the console: records read,
      *   posted, rejected, deleted records skipped, the net
      *   amount applied to the master this run, the NSF
      *   refusals with their total and the fees they raised, and
      *   the run sequence with the history entries loaded, and
      *   the foreign-currency work converted.  The postings
      *   themselves are listed first, by reference, then totalled
      *   by currency.
      *-----------------------------------------------------------*
       3000-PRINT-TOTALS.
           OPEN OUTPUT POST-REPORT-FILE
               GO TO 3000-PRINT-TOTALS-EXIT
           END-IF

           PERFORM 3100-LIST-POSTED
                THRU 3100-LIST-POSTED-EXIT
           PERFORM 3200-LIST-CURRENCIES
                THRU 3200-LIST-CURRENCIES-EXIT

           MOVE "CBLPOST1 POSTING RUN CONTROL TOTALS"
               TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "HELD - PERIOD CLOSED:" TO WS-TL-LABEL
           MOVE WS-RECS-CLOSED TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "DEBITS POSTED:" TO WS-AL-LABEL
           MOVE WS-DR-AMOUNT TO WS-AL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE

           MOVE "CREDITS POSTED:" TO WS-AL-LABEL
           MOVE WS-CR-AMOUNT TO WS-AL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE

           MOVE "NET AMOUNT POSTED:" TO WS-AL-LABEL
           MOVE WS-NET-AMOUNT TO WS-AL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-AMT-LINE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "NSF DEBITS REFUSED:" TO WS-TL-LABEL
           MOVE WS-RECS-NSF TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "NSF AMOUNT REFUSED:" TO WS-AL-LABEL
           MOVE WS-NSF-AMOUNT TO WS-AL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-AMT-LINE
           DISPLAY WS-AMT-LINE

           MOVE "NSF FEES RAISED:" TO WS-TL-LABEL
           MOVE WS-FEES-RAISED TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "POSTING RUN SEQUENCE:" TO WS-TL-LABEL
           MOVE WS-RUN-SEQ TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "HISTORY ENTRIES LOADED:" TO WS-TL-LABEL
           MOVE WS-HIST-LOADED TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "FOREIGN ITEMS CONVERTED:" TO WS-TL-LABEL
           MOVE WS-RECS-CONVERTED TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           MOVE "RATE DRIFT SINCE EDIT:" TO WS-TL-LABEL
           MOVE WS-RECS-RATECHG TO WS-TL-VALUE
           WRITE POST-REPORT-RECORD FROM WS-TOT-LINE
           DISPLAY WS-TOT-LINE

           CLOSE POST-REPORT-FILE.
       3000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-LIST-POSTED
      *   Lists every posting of the run from HISTNEW on POSTRPT:
      *   reference, key, type, amount, description, and for a
      *   reversal the reference of the posting it offsets - the
      *   reference CBLREV1 takes to reverse an item - and for
      *   foreign-currency work the original currency and amount
      *   behind the converted one.  Nothing is listed when
      *   nothing posted.
      *-----------------------------------------------------------*
       3100-LIST-POSTED.
           IF WS-HIST-ITEM EQUAL TO ZERO THEN
               GO TO 3100-LIST-POSTED-EXIT
           END-IF
           OPEN INPUT HISTNEW-FILE
           IF WS-HNW-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLPOST1: unable to reopen HISTNEW (STATUS="
                   WS-HNW-STATUS ") - postings not listed"
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE HISTNEW-FILE
               GO TO 3100-LIST-POSTED-EXIT
           END-IF
           MOVE "CBLPOST1 POSTINGS BY TRANSACTION REFERENCE"
               TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD FROM WS-LP-HDR-LINE
           MOVE "N" TO WS-HNW-EOF-SWITCH
           PERFORM UNTIL WS-HNW-EOF
               READ HISTNEW-FILE INTO WS-LP-ENTRY
                   AT END
                       SET WS-HNW-EOF TO TRUE
                   NOT AT END
                       MOVE WS-LP-TRAN-REF TO WS-LL-REF
                       MOVE WS-LP-KEY TO WS-LL-KEY
                       MOVE WS-LP-TYPE TO WS-LL-TYPE
                       MOVE WS-LP-AMOUNT TO WS-LL-AMOUNT
                       MOVE WS-LP-DESC TO WS-LL-DESC
                       MOVE WS-LP-REVERSES TO WS-LL-REVERSES
                       MOVE WS-LP-CURRENCY TO WS-LL-CURRENCY
                       IF WS-LP-CURRENCY NOT EQUAL SPACES AND
                           WS-LP-ORIG-AMOUNT IS NUMERIC THEN
                           MOVE WS-LP-ORIG-AMOUNT
                               TO WS-LL-ORIG-AMOUNT
                       ELSE
                           MOVE SPACES TO WS-LL-ORIG-X
                       END-IF
                       WRITE POST-REPORT-RECORD FROM WS-LP-LINE
               END-READ
           END-PERFORM
           CLOSE HISTNEW-FILE
           MOVE SPACES TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.
       3100-LIST-POSTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-LIST-CURRENCIES
      *   Totals the run's postings on POSTRPT by original
      *   currency and the account currency they posted in: item
      *   count, debits and credits as raised, and debits and
      *   credits as converted and posted to the master.  Nothing
      *   is listed when nothing posted.
      *-----------------------------------------------------------*
       3200-LIST-CURRENCIES.
           IF WS-CY-USED EQUAL TO ZERO THEN
               GO TO 3200-LIST-CURRENCIES-EXIT
           END-IF
           MOVE "CBLPOST1 POSTINGS BY CURRENCY" TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD FROM WS-CY-HDR-LINE
           PERFORM VARYING WS-CY-I FROM 1 BY 1
               UNTIL WS-CY-I > WS-CY-USED
               MOVE WS-CY-ORIG-CCY(WS-CY-I) TO WS-CL-ORIG-CCY
               MOVE WS-CY-ACCT-CCY(WS-CY-I) TO WS-CL-ACCT-CCY
               MOVE WS-CY-COUNT(WS-CY-I) TO WS-CL-COUNT
               MOVE WS-CY-ORIG-DR(WS-CY-I) TO WS-CL-ORIG-DR
               MOVE WS-CY-ORIG-CR(WS-CY-I) TO WS-CL-ORIG-CR
               MOVE WS-CY-CONV-DR(WS-CY-I) TO WS-CL-CONV-DR
               MOVE WS-CY-CONV-CR(WS-CY-I) TO WS-CL-CONV-CR
               WRITE POST-REPORT-RECORD FROM WS-CY-LINE
           END-PERFORM
           MOVE SPACES TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD.
       3200-LIST-CURRENCIES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9500-SET-RUN-RC
      *   Same convention as CBLCHALL1: raises WS-RUN-RC to
