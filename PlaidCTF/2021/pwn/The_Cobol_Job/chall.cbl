      *                    overflow entries from disk, the same
      *                    failure CBLPOST1's old master rewrite
      *                    once had.
      *   2026-10-15  DLM  Option 16 now also maintains each
      *                    account's credit limit (AK-LIMIT), the
      *                    overdraft CBLPOST1 allows below zero
      *                    before it refuses a debit as NSF.  Blank
      *                    keeps the limit, N removes it.
      *   2026-10-15  DLM  Added menu option 17, Approve queued
      *                    items: lists the APPROVQ second-approval
      *                    queue CBLEDIT1 holds large items in and
      *                    lets an operator whose OPERPROF carries
      *                    option 17 release or decline each one -
      *                    never an item they keyed themselves.
      *                    Released items go to PENDING for the
      *                    next posting run, declined ones to
      *                    REJECTS as Q1, and every decision is
      *                    audited with both operator IDs.  Options
      *                    9, 12 and 14 now stamp the signed-on
      *                    operator into FR-ENTERED-BY.
      *   2026-10-15  DLM  Multi-currency: option 16 maintains each
      *                    account's base currency (new ACCTMSTR
      *                    AK-CURRENCY, blank meaning the FXCTL
      *                    base); options 13/14 carry FR-CURRENCY
      *                    and FR-ORIG-AMOUNT as two more CSV
      *                    columns after the description, so
      *                    accounting sees the original amounts;
      *                    option 17 shows an item's original
      *                    amount and its Q1 declines carry both
      *                    fields to REJECTS.
      *   2026-10-15  DLM  Option 17 now rewrites APPROVQ through
      *                    APPRWORK and swaps it in before anything
      *                    is added to PENDING or REJECTS, so a
      *                    failed pass can never release an item
      *                    twice; an item that cannot be written is
      *                    put back on the queue.  Q1 rejects carry
      *                    the submitter and reversed reference.
      *                    Option 16 refuses a currency change
      *                    while BALMSTR holds a balance for the
      *                    account.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPTIONAL APRQ-FILE ASSIGN TO "APPROVQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.

           SELECT OPTIONAL APRW-FILE ASSIGN TO "APPRWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APW-STATUS.

           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT OPTIONAL PEND-FILE ASSIGN TO "PENDING"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
           05  AK-OPENED                  PIC 9(08).
           05  FILLER                     PIC X(01).
           05  AK-NAME                    PIC X(30).
           05  FILLER                     PIC X(01).
           05  AK-LIMIT                   PIC 9(09)V99.
           05  AK-LIMIT-X REDEFINES AK-LIMIT
                                          PIC X(11).
           05  FILLER                     PIC X(01).
           05  AK-CURRENCY                PIC X(03).

       FD  APRQ-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  APRQ-RECORD                    PIC X(256).

       FD  APRW-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  APRW-RECORD                    PIC X(256).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

       FD  PEND-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  PEND-RECORD                    PIC X(256).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-REASON                  PIC X(02).
           05  FILLER                     PIC X(01).
           05  RJ-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  RJ-TYPE                    PIC X(01).
           05  FILLER                     PIC X(01).
           05  RJ-AMOUNT                  PIC X(12).
           05  FILLER                     PIC X(01).
           05  RJ-DESC                    PIC X(40).
           05  FILLER                     PIC X(01).
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

       FD  SEAL-FILE.
       01  SEAL-RECORD.
           05 WS-CSV-TOTAL                 PIC S9(9)V99.
           05 WS-CSV-AMT-EDIT              PIC +9(7).99.
           05 WS-CSV-TOT-EDIT              PIC +9(9).99.
           05 WS-CSV-ORIG-EDIT             PIC +9(11).99.
           05 WS-CSV-ORIG-TEXT             PIC X(15).
           05 WS-CSV-FLD-KEY               PIC X(20).
           05 WS-CSV-FLD-TYPE              PIC X(10).
           05 WS-CSV-FLD-AMT               PIC X(20).
           05 WS-CSV-FLD-DESC              PIC X(60).
           05 WS-CSV-FLD-CCY               PIC X(10).
           05 WS-CSV-FLD-ORIG              PIC X(20).
           05 WS-CSV-TRL-TAG               PIC X(10).
           05 WS-CSV-TRL-COUNT             PIC 9(06).
           05 WS-CSV-TRL-TOTAL             PIC S9(9)V99.
           05 WS-AT-STATUS                 PIC X(01) OCCURS 2000 TIMES.
           05 WS-AT-OPENED                 PIC 9(08) OCCURS 2000 TIMES.
           05 WS-AT-NAME                   PIC X(30) OCCURS 2000 TIMES.
           05 WS-AT-LIMIT                  PIC X(11) OCCURS 2000 TIMES.
           05 WS-AT-CURRENCY               PIC X(03) OCCURS 2000 TIMES.
       01 WS-ACCT-WORK.
           05 WS-ACCT-KEY-IN               PIC X(08).
           05 WS-ACCT-ANS                  PIC X(40).
               88 WS-AT-HIT                VALUE "Y".
           05 WS-AT-SLOT                   PIC 9(04).
           05 WS-ACCT-TODAY                PIC 9(08).
           05 WS-ACCT-NEW-CCY              PIC X(03).
           05 WS-ACCT-BAL-SW               PIC X(01).
               88 WS-ACCT-BAL-OK           VALUE "Y".
           05 WS-ACCT-LIMIT-NUM            PIC 9(09)V99.
           05 WS-ACCT-LIMIT-X REDEFINES WS-ACCT-LIMIT-NUM
                                           PIC X(11).
           05 WS-ACCT-LIMIT-EDIT           PIC Z(8)9.99.

       01 WS-APQ-STATUS                    PIC X(02).
       01 WS-APW-STATUS                    PIC X(02).
       01 WS-BAL-STATUS                    PIC X(02).
       01 WS-PND-STATUS                    PIC X(02).
       01 WS-REJ-STATUS                    PIC X(02).
       01 WS-APQ-EOF-SWITCH                PIC X(01).
           88 WS-APQ-EOF                   VALUE "Y".
       01 WS-APQ-SHORT-SW                  PIC X(01).
           88 WS-APQ-SHORT                 VALUE "Y".
       01 WS-APQ-FAIL-SW                   PIC X(01).
           88 WS-APQ-FAILED                VALUE "Y".
       77 MAX-APPRQ                        PIC 9(04) VALUE 500.
       01 WS-APQ-TABLE.
           05 WS-AQ-USED                   PIC 9(04) VALUE ZERO.
           05 WS-AQ-IMAGE                  PIC X(256) OCCURS 500 TIMES.
           05 WS-AQ-ACT                    PIC X(01) OCCURS 500 TIMES.
       01 WS-APQ-WORK.
           05 WS-AQ-I                      PIC 9(04).
           05 WS-AQ-REC                    PIC X(256).
           05 WS-AQ-ANS                    PIC X(01).
           05 WS-AQ-REL-CNT                PIC 9(04).
           05 WS-AQ-DEC-CNT                PIC 9(04).
           05 WS-AQ-LEFT-CNT               PIC 9(04).
           05 WS-AQ-REQ-CNT                PIC 9(04).
           05 WS-AQ-SUBMITTER              PIC X(08).
           05 WS-AQ-AMT-EDIT               PIC +9(7).99.
           05 WS-AQ-ORIG-EDIT              PIC +9(11).99.

       01 WS-CMP-WORK.
           05 WS-CMP-FFD1                  PIC 9(04) USAGE BINARY.
               DISPLAY "14 - Import records from CSV"
               DISPLAY "15 - Compare files"
               DISPLAY "16 - Maintain account keys"
               DISPLAY "17 - Approve queued items"
               DISPLAY "> "
               IF WS-SYSIN-ON
                   PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
                   PERFORM 4100-ACCT-MAINT
                        THRU 4100-ACCT-MAINT-EXIT
               END-IF

               IF opt IS EQUAL TO 17 THEN
                   PERFORM 1850-CHECK-AUTH
                        THRU 1850-CHECK-AUTH-EXIT
                   IF WS-AUTH-OK
                       PERFORM 4200-APPROVE-QUEUE
                            THRU 4200-APPROVE-QUEUE-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 1460-SEAL-OPEN-SLOTS
               ELSE
                   ACCEPT FR-DESCRIPTION
               END-IF
               MOVE WS-OPER-ID TO FR-ENTERED-BY

               DIVIDE 256 INTO ffd(fidx) GIVING tfd
               CALL "write"
               ELSE
                   ACCEPT FR-DESCRIPTION
               END-IF
               MOVE WS-OPER-ID TO FR-ENTERED-BY
               PERFORM 4050-REWRITE-RECORD
                    THRU 4050-REWRITE-RECORD-EXIT
           ELSE
      *   there) or adds a new entry with today's date as the
      *   opened date.  Status is O open, C closed, F frozen -
      *   anything else is refused before the file is touched.
      *   The credit limit is the overdraft CBLPOST1 allows below
      *   zero; blank keeps it, N removes it (no limit enforced),
      *   and anything that is not a non-negative amount is
      *   refused like a bad status.  The currency is the one the
      *   account is kept in (blank = the FXCTL base currency);
      *   blank keeps it, B puts the account back on the base,
      *   and anything but a three-character code is refused.  A
      *   change of currency is also refused while BALMSTR holds
      *   a balance for the account (4120-CHECK-BALANCE), since
      *   that balance is in the old currency.
      *   The file is rewritten in full from the table, the same
      *   idiom as SEALFILE, and the action audited as OPT=16.
      *-----------------------------------------------------------*
               DISPLAY "Status: " WS-AT-STATUS(WS-AT-SLOT)
               DISPLAY "Opened: " WS-AT-OPENED(WS-AT-SLOT)
               DISPLAY "Name:   " WS-AT-NAME(WS-AT-SLOT)
               IF WS-AT-LIMIT(WS-AT-SLOT) IS NUMERIC THEN
                   MOVE WS-AT-LIMIT(WS-AT-SLOT) TO WS-ACCT-LIMIT-X
                   MOVE WS-ACCT-LIMIT-NUM TO WS-ACCT-LIMIT-EDIT
                   DISPLAY "Limit:  " WS-ACCT-LIMIT-EDIT
               ELSE
                   DISPLAY "Limit:  NONE"
               END-IF
               IF WS-AT-CURRENCY(WS-AT-SLOT) EQUAL SPACES THEN
                   DISPLAY "Currcy: BASE"
               ELSE
                   DISPLAY "Currcy: " WS-AT-CURRENCY(WS-AT-SLOT)
               END-IF
           ELSE
               IF WS-AT-USED IS NOT LESS THAN MAX-ACCTS THEN
                   DISPLAY "Account table full"
               ACCEPT WS-ACCT-TODAY FROM DATE YYYYMMDD
               MOVE WS-ACCT-TODAY TO WS-AT-OPENED(WS-AT-SLOT)
               MOVE SPACES TO WS-AT-NAME(WS-AT-SLOT)
               MOVE SPACES TO WS-AT-LIMIT(WS-AT-SLOT)
               MOVE SPACES TO WS-AT-CURRENCY(WS-AT-SLOT)
           END-IF

           DISPLAY "Status O/C/F (blank=keep): "
               MOVE WS-ACCT-ANS(1:30) TO WS-AT-NAME(WS-AT-SLOT)
           END-IF

           DISPLAY "Credit limit (blank=keep, N=none): "
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   GO TO 4100-ACCT-MAINT-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:40) TO WS-ACCT-ANS
           ELSE
               ACCEPT WS-ACCT-ANS
           END-IF
           IF WS-ACCT-ANS NOT EQUAL SPACES THEN
               IF WS-ACCT-ANS EQUAL "N" THEN
                   MOVE SPACES TO WS-AT-LIMIT(WS-AT-SLOT)
               ELSE
                   IF FUNCTION TEST-NUMVAL (FUNCTION TRIM
                       (WS-ACCT-ANS)) NOT EQUAL ZERO OR
                       FUNCTION NUMVAL (FUNCTION TRIM (WS-ACCT-ANS))
                       IS LESS THAN ZERO THEN
                       DISPLAY "Bad Input - master not changed"
                       MOVE 04 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                       GO TO 4100-ACCT-MAINT-EXIT
                   END-IF
                   COMPUTE WS-ACCT-LIMIT-NUM = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-ACCT-ANS))
                   MOVE WS-ACCT-LIMIT-X TO WS-AT-LIMIT(WS-AT-SLOT)
               END-IF
           END-IF

           DISPLAY "Currency (blank=keep, B=base): "
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   GO TO 4100-ACCT-MAINT-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:40) TO WS-ACCT-ANS
           ELSE
               ACCEPT WS-ACCT-ANS
           END-IF
           IF WS-ACCT-ANS NOT EQUAL SPACES THEN
               IF WS-ACCT-ANS EQUAL "B" THEN
                   MOVE SPACES TO WS-ACCT-NEW-CCY
               ELSE
                   IF WS-ACCT-ANS(1:1) EQUAL SPACE OR
                       WS-ACCT-ANS(3:1) EQUAL SPACE OR
                       WS-ACCT-ANS(4:) NOT EQUAL SPACES THEN
                       DISPLAY "Bad Input - master not changed"
                       MOVE 04 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                       GO TO 4100-ACCT-MAINT-EXIT
                   END-IF
                   MOVE WS-ACCT-ANS(1:3) TO WS-ACCT-NEW-CCY
               END-IF
               IF WS-ACCT-NEW-CCY NOT EQUAL
                   WS-AT-CURRENCY(WS-AT-SLOT) THEN
                   PERFORM 4120-CHECK-BALANCE
                        THRU 4120-CHECK-BALANCE-EXIT
                   IF NOT WS-ACCT-BAL-OK THEN
                       MOVE 04 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                       GO TO 4100-ACCT-MAINT-EXIT
                   END-IF
                   MOVE WS-ACCT-NEW-CCY TO WS-AT-CURRENCY(WS-AT-SLOT)
               END-IF
           END-IF

           PERFORM 4190-WRITE-ACCTS THRU 4190-WRITE-ACCTS-EXIT

           MOVE 16 TO WS-AUDIT-OPT
       4100-ACCT-MAINT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4120-CHECK-BALANCE
      *   Sets WS-ACCT-BAL-OK when the account may change currency:
      *   no BALMSTR at all, no entry for the key, or an entry
      *   whose balance is zero.  A master that cannot be opened
      *   or a balance that will not parse is treated as not zero
      *   - the change is refused rather than guessed at.
      *-----------------------------------------------------------*
       4120-CHECK-BALANCE.
           MOVE "N" TO WS-ACCT-BAL-SW
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS EQUAL "05" OR
               WS-BAL-STATUS EQUAL "35" THEN
               CLOSE BALANCE-FILE
               MOVE "Y" TO WS-ACCT-BAL-SW
               GO TO 4120-CHECK-BALANCE-EXIT
           END-IF
           IF WS-BAL-STATUS NOT EQUAL "00" THEN
               DISPLAY "unable to open BALMSTR (STATUS="
                   WS-BAL-STATUS ") - currency not changed"
               GO TO 4120-CHECK-BALANCE-EXIT
           END-IF
           MOVE WS-ACCT-KEY-IN TO BM-KEY
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-BAL-SW
               NOT INVALID KEY
                   IF BM-BALANCE IS NUMERIC AND
                       BM-BALANCE EQUAL ZERO THEN
                       MOVE "Y" TO WS-ACCT-BAL-SW
                   ELSE
                       DISPLAY "Account " WS-ACCT-KEY-IN
                           " still has a balance on BALMSTR - "
                           "bring it to zero before changing "
                           "currency; master not changed"
                   END-IF
           END-READ
           CLOSE BALANCE-FILE.
       4120-CHECK-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4150-LOAD-ACCTS
      *   Reloads the account table from ACCTMSTR at the top of
                               MOVE ZERO TO WS-AT-OPENED(WS-AT-USED)
                           END-IF
                           MOVE AK-NAME TO WS-AT-NAME(WS-AT-USED)
                           IF AK-LIMIT IS NUMERIC THEN
                               MOVE AK-LIMIT-X
                                   TO WS-AT-LIMIT(WS-AT-USED)
                           ELSE
                               MOVE SPACES TO WS-AT-LIMIT(WS-AT-USED)
                           END-IF
                           MOVE AK-CURRENCY
                               TO WS-AT-CURRENCY(WS-AT-USED)
                       ELSE
                           DISPLAY "account table full - entry "
                               AK-KEY " not loaded"
               MOVE WS-AT-STATUS(WS-ACCT-I) TO AK-STATUS
               MOVE WS-AT-OPENED(WS-ACCT-I) TO AK-OPENED
               MOVE WS-AT-NAME(WS-ACCT-I) TO AK-NAME
               MOVE WS-AT-LIMIT(WS-ACCT-I) TO AK-LIMIT-X
               MOVE WS-AT-CURRENCY(WS-ACCT-I) TO AK-CURRENCY
               WRITE ACCT-RECORD
           END-PERFORM
           CLOSE ACCT-FILE.
       4190-WRITE-ACCTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-APPROVE-QUEUE
      *   Menu option 17.  Second approval of the large items
      *   CBLEDIT1 held in APPROVQ: reloads the queue, shows each
      *   item with the operator who keyed it, and takes R release
      *   / D decline / anything else leave queued.  An item whose
      *   FR-ENTERED-BY is the signed-on operator is shown but not
      *   offered - nobody approves their own work.  Decisions are
      *   only applied once the whole queue has been walked, and
      *   in an order that is safe to repeat: APPROVQ is first
      *   rewritten with what is left (4280-WRITE-QUEUE), and only
      *   once that is in place are released items added to
      *   PENDING, so the next posting run brings them in with the
      *   held work, and declined items added to REJECTS as Q1 for
      *   CBLFIX1.  An item that cannot be written there goes back
      *   on the queue (4285-REQUEUE-ITEMS) - it is never both
      *   released and still queued.  Each decision applied is
      *   audited as OPT=17.  SYSIN running out part way through,
      *   or a queue that cannot be rewritten, abandons the pass
      *   with the queue untouched.
      *-----------------------------------------------------------*
       4200-APPROVE-QUEUE.
           PERFORM 4250-LOAD-QUEUE THRU 4250-LOAD-QUEUE-EXIT
           IF WS-APQ-SHORT THEN
               DISPLAY "APPROVQ holds more items than the table "
                   "- approval refused, queue not touched"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4200-APPROVE-QUEUE-EXIT
           END-IF
           IF WS-AQ-USED EQUAL ZERO THEN
               DISPLAY "Approval queue is empty"
               GO TO 4200-APPROVE-QUEUE-EXIT
           END-IF

           SET ADDRESS OF WS-FILE-RECORD TO ADDRESS OF WS-AQ-REC
           MOVE ZERO TO WS-AQ-REL-CNT
           MOVE ZERO TO WS-AQ-DEC-CNT
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED OR WS-SYSIN-EOF
               PERFORM 4210-DECIDE-ITEM
                    THRU 4210-DECIDE-ITEM-EXIT
           END-PERFORM
           IF WS-SYSIN-EOF THEN
               GO TO 4200-APPROVE-QUEUE-EXIT
           END-IF
           IF WS-AQ-REL-CNT EQUAL ZERO AND
               WS-AQ-DEC-CNT EQUAL ZERO THEN
               DISPLAY "No items decided - queue unchanged"
               GO TO 4200-APPROVE-QUEUE-EXIT
           END-IF

           MOVE "N" TO WS-APQ-FAIL-SW
           MOVE ZERO TO WS-AQ-REQ-CNT
           PERFORM 4280-WRITE-QUEUE
                THRU 4280-WRITE-QUEUE-EXIT
           IF WS-APQ-FAILED THEN
               GO TO 4200-APPROVE-QUEUE-EXIT
           END-IF
           PERFORM 4260-RELEASE-ITEMS
                THRU 4260-RELEASE-ITEMS-EXIT
           PERFORM 4270-DECLINE-ITEMS
                THRU 4270-DECLINE-ITEMS-EXIT
           PERFORM 4285-REQUEUE-ITEMS
                THRU 4285-REQUEUE-ITEMS-EXIT
           PERFORM 4290-AUDIT-DECISIONS
                THRU 4290-AUDIT-DECISIONS-EXIT

           DISPLAY "Released: " WS-AQ-REL-CNT
               "  Declined: " WS-AQ-DEC-CNT
               "  Still queued: " WS-AQ-LEFT-CNT.
       4200-APPROVE-QUEUE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4210-DECIDE-ITEM
      *   Shows queue entry WS-AQ-I and records the operator's
      *   decision in WS-AQ-ACT (R, D or space to leave it).
      *   Logically deleted entries are passed over silently.
      *-----------------------------------------------------------*
       4210-DECIDE-ITEM.
           MOVE SPACE TO WS-AQ-ACT(WS-AQ-I)
           MOVE WS-AQ-IMAGE(WS-AQ-I) TO WS-AQ-REC
           IF FR-DELETED THEN
               GO TO 4210-DECIDE-ITEM-EXIT
           END-IF
           IF FR-AMOUNT IS NUMERIC THEN
               MOVE FR-AMOUNT TO WS-AQ-AMT-EDIT
           ELSE
               MOVE ZERO TO WS-AQ-AMT-EDIT
           END-IF
           IF FR-ENTERED-BY EQUAL SPACES THEN
               MOVE "(batch)" TO WS-AQ-SUBMITTER
           ELSE
               MOVE FR-ENTERED-BY TO WS-AQ-SUBMITTER
           END-IF
           DISPLAY "Item " WS-AQ-I ": " FR-KEY " " FR-TYPE " "
               WS-AQ-AMT-EDIT " " FR-DESCRIPTION
           DISPLAY "    Effective: " FR-EFF-DATE
               "  Entered by: " WS-AQ-SUBMITTER
           IF FR-CURRENCY NOT EQUAL SPACES AND
               FR-ORIG-AMOUNT IS NUMERIC THEN
               MOVE FR-ORIG-AMOUNT TO WS-AQ-ORIG-EDIT
               DISPLAY "    Original:  " FR-CURRENCY " "
                   WS-AQ-ORIG-EDIT
           END-IF

           IF FR-ENTERED-BY EQUAL WS-OPER-ID THEN
               DISPLAY "    Entered by you - left for another "
                   "operator"
               GO TO 4210-DECIDE-ITEM-EXIT
           END-IF

           DISPLAY "R - Release / D - Decline / N - Leave queued: "
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   GO TO 4210-DECIDE-ITEM-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:1) TO WS-AQ-ANS
           ELSE
               ACCEPT WS-AQ-ANS
           END-IF

           IF WS-AQ-ANS EQUAL "R" OR WS-AQ-ANS EQUAL "r" THEN
               MOVE "R" TO WS-AQ-ACT(WS-AQ-I)
               ADD 1 TO WS-AQ-REL-CNT
           END-IF
           IF WS-AQ-ANS EQUAL "D" OR WS-AQ-ANS EQUAL "d" THEN
               MOVE "D" TO WS-AQ-ACT(WS-AQ-I)
               ADD 1 TO WS-AQ-DEC-CNT
           END-IF.
       4210-DECIDE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4250-LOAD-QUEUE
      *   Loads APPROVQ into the queue table.  A missing file is
      *   an empty queue.  More entries than the table holds
      *   raises WS-APQ-SHORT and 4200-APPROVE-QUEUE refuses the
      *   pass, since rewriting the queue from a truncated table
      *   would lose the overflow items - the same rule as
      *   4150-LOAD-ACCTS.
      *-----------------------------------------------------------*
       4250-LOAD-QUEUE.
           MOVE ZERO TO WS-AQ-USED
           MOVE "N" TO WS-APQ-EOF-SWITCH
           MOVE "N" TO WS-APQ-SHORT-SW
           OPEN INPUT APRQ-FILE
           IF WS-APQ-STATUS NOT EQUAL "00" THEN
               CLOSE APRQ-FILE
               GO TO 4250-LOAD-QUEUE-EXIT
           END-IF
           PERFORM UNTIL WS-APQ-EOF
               READ APRQ-FILE
                   AT END
                       SET WS-APQ-EOF TO TRUE
                   NOT AT END
                       IF WS-AQ-USED IS LESS THAN MAX-APPRQ THEN
                           ADD 1 TO WS-AQ-USED
                           MOVE APRQ-RECORD TO WS-AQ-IMAGE(WS-AQ-USED)
                       ELSE
                           SET WS-APQ-SHORT TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRQ-FILE.
       4250-LOAD-QUEUE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4260-RELEASE-ITEMS
      *   Adds each released item to the end of PENDING with the
      *   approving operator in FR-APPROVED-BY.  CBLPOST1 brings
      *   PENDING in ahead of the day's work, so a released item
      *   posts on the next run (or is held on if it is still
      *   future-dated).  APPROVQ no longer holds these items, so
      *   any that cannot be written - PENDING will not open, or a
      *   WRITE fails - are marked Q for 4285-REQUEUE-ITEMS to put
      *   back on the queue undecided.
      *-----------------------------------------------------------*
       4260-RELEASE-ITEMS.
           IF WS-AQ-REL-CNT EQUAL ZERO THEN
               GO TO 4260-RELEASE-ITEMS-EXIT
           END-IF
           OPEN EXTEND PEND-FILE
           IF WS-PND-STATUS NOT EQUAL "00" AND
               WS-PND-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT PEND-FILE
           END-IF
           IF WS-PND-STATUS NOT EQUAL "00" AND
               WS-PND-STATUS NOT EQUAL "05" THEN
               DISPLAY "unable to open PENDING (STATUS="
                   WS-PND-STATUS ") - released items go back on "
                   "APPROVQ"
               PERFORM VARYING WS-AQ-I FROM 1 BY 1
                   UNTIL WS-AQ-I > WS-AQ-USED
                   IF WS-AQ-ACT(WS-AQ-I) EQUAL "R" THEN
                       MOVE "Q" TO WS-AQ-ACT(WS-AQ-I)
                       ADD 1 TO WS-AQ-REQ-CNT
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-AQ-REL-CNT
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4260-RELEASE-ITEMS-EXIT
           END-IF
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED
               IF WS-AQ-ACT(WS-AQ-I) EQUAL "R" THEN
                   MOVE WS-AQ-IMAGE(WS-AQ-I) TO WS-AQ-REC
                   MOVE WS-OPER-ID TO FR-APPROVED-BY
                   WRITE PEND-RECORD FROM WS-AQ-REC
                   IF WS-PND-STATUS EQUAL "00" THEN
                       MOVE WS-AQ-REC TO WS-AQ-IMAGE(WS-AQ-I)
                   ELSE
                       DISPLAY "write to PENDING failed (STATUS="
                           WS-PND-STATUS ") for " FR-KEY
                           " - item goes back on APPROVQ"
                       MOVE "Q" TO WS-AQ-ACT(WS-AQ-I)
                       ADD 1 TO WS-AQ-REQ-CNT
                       SUBTRACT 1 FROM WS-AQ-REL-CNT
                       MOVE 08 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PEND-FILE.
       4260-RELEASE-ITEMS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4270-DECLINE-ITEMS
      *   Adds each declined item to REJECTS in CBLEDIT1's layout
      *   with reason Q1, so CBLFIX1 can repair and resubmit it or
      *   force it out to suspense like any other reject.  The
      *   submitter and any reversed reference go on the line so
      *   CBLFIX1 puts them back on the resubmission.  A decline
      *   that cannot be written - REJECTS will not open, or a
      *   WRITE fails - is marked Q and goes back on the queue
      *   undecided, the same as 4260-RELEASE-ITEMS.
      *-----------------------------------------------------------*
       4270-DECLINE-ITEMS.
           IF WS-AQ-DEC-CNT EQUAL ZERO THEN
               GO TO 4270-DECLINE-ITEMS-EXIT
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJ-STATUS NOT EQUAL "00" AND
               WS-REJ-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-REJ-STATUS NOT EQUAL "00" AND
               WS-REJ-STATUS NOT EQUAL "05" THEN
               DISPLAY "unable to open REJECTS (STATUS="
                   WS-REJ-STATUS ") - declined items go back on "
                   "APPROVQ"
               PERFORM VARYING WS-AQ-I FROM 1 BY 1
                   UNTIL WS-AQ-I > WS-AQ-USED
                   IF WS-AQ-ACT(WS-AQ-I) EQUAL "D" THEN
                       MOVE "Q" TO WS-AQ-ACT(WS-AQ-I)
                       ADD 1 TO WS-AQ-REQ-CNT
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-AQ-DEC-CNT
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4270-DECLINE-ITEMS-EXIT
           END-IF
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED
               IF WS-AQ-ACT(WS-AQ-I) EQUAL "D" THEN
                   MOVE WS-AQ-IMAGE(WS-AQ-I) TO WS-AQ-REC
                   MOVE SPACES TO REJECT-RECORD
                   MOVE "Q1" TO RJ-REASON
                   MOVE FR-KEY TO RJ-KEY
                   MOVE FR-TYPE TO RJ-TYPE
                   MOVE FR-AMOUNT TO WS-AQ-AMT-EDIT
                   MOVE WS-AQ-AMT-EDIT TO RJ-AMOUNT
                   MOVE FR-DESCRIPTION TO RJ-DESC
                   IF FR-RECYCLE IS NUMERIC THEN
                       MOVE FR-RECYCLE TO RJ-CYCLE
                   ELSE
                       MOVE ZERO TO RJ-CYCLE
                   END-IF
                   MOVE FR-EFF-DATE TO RJ-EFF
                   IF FR-CURRENCY NOT EQUAL SPACES THEN
                       MOVE FR-CURRENCY TO RJ-CURRENCY
                       IF FR-ORIG-AMOUNT IS NUMERIC THEN
                           MOVE FR-ORIG-AMOUNT TO WS-AQ-ORIG-EDIT
                           MOVE WS-AQ-ORIG-EDIT TO RJ-ORIG-AMOUNT
                       ELSE
                           MOVE ALL "*" TO RJ-ORIG-AMOUNT
                       END-IF
                   END-IF
                   MOVE FR-ENTERED-BY TO RJ-ENTERED-BY
                   MOVE FR-REVERSES TO RJ-REVERSES
                   WRITE REJECT-RECORD
                   IF WS-REJ-STATUS NOT EQUAL "00" THEN
                       DISPLAY "write to REJECTS failed (STATUS="
                           WS-REJ-STATUS ") for " FR-KEY
                           " - item goes back on APPROVQ"
                       MOVE "Q" TO WS-AQ-ACT(WS-AQ-I)
                       ADD 1 TO WS-AQ-REQ-CNT
                       SUBTRACT 1 FROM WS-AQ-DEC-CNT
                       MOVE 08 TO WS-RUN-RC-NEW
                       PERFORM 9500-SET-RUN-RC
                            THRU 9500-SET-RUN-RC-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REJECT-FILE.
       4270-DECLINE-ITEMS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4280-WRITE-QUEUE
      *   Writes the items still undecided to APPRWORK and swaps
      *   it in for APPROVQ: the old queue is renamed to APPRPREV
      *   (the previous one dropped first) and APPRWORK renamed to
      *   APPROVQ, the same delete/rename idiom as CBLPOST1's
      *   pending swap.  If the second rename fails APPRPREV is
      *   renamed back.  Any failure sets WS-APQ-FAILED with the
      *   queue as it was, and 4200-APPROVE-QUEUE applies nothing.
      *-----------------------------------------------------------*
       4280-WRITE-QUEUE.
           MOVE ZERO TO WS-AQ-LEFT-CNT
           OPEN OUTPUT APRW-FILE
           IF WS-APW-STATUS NOT EQUAL "00" AND
               WS-APW-STATUS NOT EQUAL "05" THEN
               DISPLAY "unable to open APPRWORK (STATUS="
                   WS-APW-STATUS ") - nothing applied, queue not "
                   "touched"
               SET WS-APQ-FAILED TO TRUE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4280-WRITE-QUEUE-EXIT
           END-IF
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED OR WS-APQ-FAILED
               IF WS-AQ-ACT(WS-AQ-I) EQUAL SPACE THEN
                   ADD 1 TO WS-AQ-LEFT-CNT
                   WRITE APRW-RECORD FROM WS-AQ-IMAGE(WS-AQ-I)
                   IF WS-APW-STATUS NOT EQUAL "00" THEN
                       SET WS-APQ-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE APRW-FILE
           IF WS-APQ-FAILED THEN
               DISPLAY "write to APPRWORK failed (STATUS="
                   WS-APW-STATUS ") - nothing applied, queue not "
                   "touched"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 4280-WRITE-QUEUE-EXIT
           END-IF

           MOVE "APPRPREV" TO fname62
           CALL "CBL_DELETE_FILE" USING fname62
           MOVE "APPROVQ" TO fname61
           CALL "CBL_RENAME_FILE" USING fname61 fname62
           IF RETURN-CODE NOT EQUAL TO 0 THEN
               DISPLAY "unable to retire APPROVQ (RC=" RETURN-CODE
                   ") - nothing applied, queue not touched"
               SET WS-APQ-FAILED TO TRUE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE 0 TO RETURN-CODE
               GO TO 4280-WRITE-QUEUE-EXIT
           END-IF
           MOVE "APPRWORK" TO fname61
           MOVE "APPROVQ" TO fname62
           CALL "CBL_RENAME_FILE" USING fname61 fname62
           IF RETURN-CODE NOT EQUAL TO 0 THEN
               DISPLAY "unable to install APPRWORK as APPROVQ (RC="
                   RETURN-CODE ") - nothing applied, queue put back"
               SET WS-APQ-FAILED TO TRUE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE "APPRPREV" TO fname61
               CALL "CBL_RENAME_FILE" USING fname61 fname62
               IF RETURN-CODE NOT EQUAL TO 0 THEN
                   DISPLAY "unable to put APPRPREV back as APPROVQ "
                       "(RC=" RETURN-CODE ") - rename it by hand "
                       "before the next pass"
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.
       4280-WRITE-QUEUE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4285-REQUEUE-ITEMS
      *   Adds the items 4260/4270 could not apply (marked Q) back
      *   to the end of APPROVQ undecided, so they are offered
      *   again on the next pass.  Should that fail too, each item
      *   is named so it can be re-entered - it has not been
      *   released, declined or kept anywhere else.
      *-----------------------------------------------------------*
       4285-REQUEUE-ITEMS.
           IF WS-AQ-REQ-CNT EQUAL ZERO THEN
               GO TO 4285-REQUEUE-ITEMS-EXIT
           END-IF
           OPEN EXTEND APRQ-FILE
           IF WS-APQ-STATUS NOT EQUAL "00" AND
               WS-APQ-STATUS NOT EQUAL "05" THEN
               DISPLAY "unable to reopen APPROVQ (STATUS="
                   WS-APQ-STATUS ")"
           END-IF
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED
               IF WS-AQ-ACT(WS-AQ-I) EQUAL "Q" THEN
                   MOVE WS-AQ-IMAGE(WS-AQ-I) TO WS-AQ-REC
                   IF WS-APQ-STATUS EQUAL "00" OR
                       WS-APQ-STATUS EQUAL "05" THEN
                       WRITE APRQ-RECORD FROM WS-AQ-REC
                   END-IF
                   IF WS-APQ-STATUS EQUAL "00" OR
                       WS-APQ-STATUS EQUAL "05" THEN
                       ADD 1 TO WS-AQ-LEFT-CNT
                   ELSE
                       DISPLAY "item " FR-KEY " " FR-DESCRIPTION
                           " could not be put back on APPROVQ - "
                           "re-enter it"
                   END-IF
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
               END-IF
           END-PERFORM
           CLOSE APRQ-FILE.
       4285-REQUEUE-ITEMS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4290-AUDIT-DECISIONS
      *   One OPT=17 audit line per decision.  OPR= is the
      *   approving operator; the FNM= text names the decision,
      *   the item and the operator who entered it, so both IDs
      *   are on the record.
      *-----------------------------------------------------------*
       4290-AUDIT-DECISIONS.
           MOVE 17 TO WS-AUDIT-OPT
           MOVE ZERO TO WS-AUDIT-FIDX
           MOVE ZERO TO WS-AUDIT-FFD
           MOVE "Y" TO WS-AUDIT-RC-OK
           PERFORM VARYING WS-AQ-I FROM 1 BY 1
               UNTIL WS-AQ-I > WS-AQ-USED
               IF WS-AQ-ACT(WS-AQ-I) EQUAL "R" OR
                   WS-AQ-ACT(WS-AQ-I) EQUAL "D" THEN
                   MOVE WS-AQ-IMAGE(WS-AQ-I) TO WS-AQ-REC
                   MOVE FR-AMOUNT TO WS-AQ-AMT-EDIT
                   IF FR-ENTERED-BY EQUAL SPACES THEN
                       MOVE "(batch)" TO WS-AQ-SUBMITTER
                   ELSE
                       MOVE FR-ENTERED-BY TO WS-AQ-SUBMITTER
                   END-IF
                   MOVE SPACES TO WS-AUDIT-FNM
                   IF WS-AQ-ACT(WS-AQ-I) EQUAL "R" THEN
                       MOVE "APPROVQ RELEASE KEY=" TO WS-AUDIT-FNM
                   ELSE
                       MOVE "APPROVQ DECLINE KEY=" TO WS-AUDIT-FNM
                   END-IF
                   STRING FR-KEY          DELIMITED BY SIZE
                          " AMT="         DELIMITED BY SIZE
                          WS-AQ-AMT-EDIT  DELIMITED BY SIZE
                          " ENTERED-BY="  DELIMITED BY SIZE
                          WS-AQ-SUBMITTER DELIMITED BY SPACE
                     INTO WS-AUDIT-FNM(21:)
                   END-STRING
                   PERFORM 8000-WRITE-AUDIT-RECORD
                        THRU 8000-WRITE-AUDIT-RECORD-EXIT
               END-IF
           END-PERFORM.
       4290-AUDIT-DECISIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-EXPORT-CSV
      *   Menu option 13.  Walks a slot's file record by record and
      *   writes one delimited line per FILEREC (FR-KEY, FR-TYPE,
      *   FR-AMOUNT with explicit sign and decimal point,
      *   FR-DESCRIPTION trimmed, then FR-CURRENCY and
      *   FR-ORIG-AMOUNT for work raised in a foreign currency -
      *   both empty for domestic work) followed by a *TRAILER line
      *   carrying the record count and net FR-AMOUNT, so the other
      *   side can prove it received the whole file.  Logically
      *   deleted records are not exported.  Fields are separated
      *   by commas; a comma inside FR-DESCRIPTION will split that
                       ELSE
                           MOVE ZERO TO WS-CSV-AMT-EDIT
                       END-IF
                       MOVE SPACES TO WS-CSV-ORIG-TEXT
                       IF FR-CURRENCY NOT EQUAL SPACES AND
                           FR-ORIG-AMOUNT IS NUMERIC THEN
                           MOVE FR-ORIG-AMOUNT TO WS-CSV-ORIG-EDIT
                           MOVE WS-CSV-ORIG-EDIT TO WS-CSV-ORIG-TEXT
                       END-IF
                       MOVE SPACES TO CSV-RECORD
                       STRING FUNCTION TRIM (FR-KEY)
                                            DELIMITED BY SIZE
                              ","           DELIMITED BY SIZE
                              FUNCTION TRIM (FR-DESCRIPTION)
                                            DELIMITED BY SIZE
                              ","           DELIMITED BY SIZE
                              FR-CURRENCY   DELIMITED BY SPACE
                              ","           DELIMITED BY SIZE
                              WS-CSV-ORIG-TEXT
                                            DELIMITED BY SPACE
                         INTO CSV-RECORD
                       END-STRING
                       WRITE CSV-RECORD
      *-----------------------------------------------------------*
      * 5100-IMPORT-CSV
      *   Menu option 14.  Reads a delimited file in the option 13
      *   layout (a file written before the currency columns
      *   were added loads as domestic work) and rebuilds the
      *   slot's file from it as packed
      *   256-byte FILEREC records, starting at offset zero and
      *   truncating whatever the file held beyond the imported
      *   records.  The *TRAILER count and net amount are checked
           MOVE SPACES TO WS-CSV-FLD-TYPE
           MOVE SPACES TO WS-CSV-FLD-AMT
           MOVE SPACES TO WS-CSV-FLD-DESC
           MOVE SPACES TO WS-CSV-FLD-CCY
           MOVE SPACES TO WS-CSV-FLD-ORIG
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-FLD-KEY
                    WS-CSV-FLD-TYPE
                    WS-CSV-FLD-AMT
                    WS-CSV-FLD-DESC
                    WS-CSV-FLD-CCY
                    WS-CSV-FLD-ORIG
           END-UNSTRING

           MOVE SPACES TO WS-FILE-RECORD
           COMPUTE FR-AMOUNT = FUNCTION NUMVAL (FUNCTION TRIM
               (WS-CSV-FLD-AMT))
           MOVE WS-CSV-FLD-DESC TO FR-DESCRIPTION
           MOVE WS-OPER-ID TO FR-ENTERED-BY
           IF WS-CSV-FLD-CCY NOT EQUAL SPACES THEN
               MOVE WS-CSV-FLD-CCY(1:3) TO FR-CURRENCY
               IF WS-CSV-FLD-ORIG EQUAL SPACES THEN
                   MOVE ZERO TO FR-ORIG-AMOUNT
               ELSE
                   COMPUTE FR-ORIG-AMOUNT = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CSV-FLD-ORIG))
               END-IF
           END-IF

           CALL "write"
               USING BY VALUE tfd fptr(fidx) FILEREC-LEN
