       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHIST1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  Transaction history
      *                    inquiry: prompts for an FR-KEY and a
      *                    from/to business date range, reads the
      *                    keyed TRANHIST history CBLPOST1 loads
      *                    after each verified run, and lists the
      *                    key's postings in the range - business
      *                    date, run, item, type, amount, balance
      *                    after and description - between its
      *                    opening and closing balances, until a
      *                    blank key ends the session.  Drives its
      *                    prompts from SYSIN when present, same as
      *                    CBLINQ1.  Ends RC 04 when any request
      *                    found no history or had a bad date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD                   PIC X(256).

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

       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS                  PIC X(02).
       01 WS-HST-STATUS                    PIC X(02).

       01 WS-SYSIN-SWITCH                  PIC X(01) VALUE "N".
           88 WS-SYSIN-ON                  VALUE "Y".
       01 WS-SYSIN-LINE                    PIC X(256).
       01 WS-SYSIN-EOF-SWITCH              PIC X(01) VALUE "N".
           88 WS-SYSIN-EOF                 VALUE "Y".
       01 WS-DONE-SWITCH                   PIC X(01) VALUE "N".
           88 WS-DONE                      VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

       01 WS-HIST-TRAN.
           COPY FILEREC.

       01 WS-INQ-KEY                       PIC X(08).
       01 WS-INQ-FROM                      PIC 9(08).
       01 WS-INQ-TO                        PIC 9(08).
       01 WS-DATE-IN                       PIC X(08).
       01 WS-INQ-COUNT                     PIC 9(06) VALUE ZERO.
       01 WS-INQ-MISSES                    PIC 9(06) VALUE ZERO.

       01 WS-SCAN-SWITCH                   PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01 WS-BEFORE-SWITCH                 PIC X(01).
           88 WS-SEEN-BEFORE               VALUE "Y".
       01 WS-RANGE-SWITCH                  PIC X(01).
           88 WS-SEEN-RANGE                VALUE "Y".
       01 WS-HIST-WORK.
           05 WS-OPEN-BAL                  PIC S9(11)V99.
           05 WS-CLOSE-BAL                 PIC S9(11)V99.
           05 WS-SIGNED-AMT                PIC S9(9)V99.
           05 WS-RANGE-ITEMS               PIC 9(06).
           05 WS-RANGE-DR                  PIC S9(11)V99.
           05 WS-RANGE-CR                  PIC S9(11)V99.

       01 WS-BAL-EDIT                      PIC +Z(10)9.99.
       01 WS-HIST-LINE.
           05 WS-HL-DATE                   PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-RUN                    PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-ITEM                   PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-TYPE                   PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-AMOUNT                 PIC Z(6)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-BALANCE                PIC +Z(8)9.99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-HL-DESC                   PIC X(40).

       PROCEDURE DIVISION.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS EQUAL "00" THEN
               SET WS-SYSIN-ON TO TRUE
               DISPLAY "Running unattended - reading SYSIN"
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HST-STATUS NOT EQUAL "00" AND
               WS-HST-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLHIST1: unable to open TRANHIST (STATUS="
                   WS-HST-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE
               PERFORM 2000-ONE-INQUIRY
                    THRU 2000-ONE-INQUIRY-EXIT
           END-PERFORM

           CLOSE HIST-FILE
           CLOSE SYSIN-FILE

           DISPLAY "CBLHIST1: " WS-INQ-COUNT " inquiries, "
               WS-INQ-MISSES " with no history"
           IF WS-INQ-MISSES IS GREATER THAN ZERO THEN
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 2000-ONE-INQUIRY
      *   One key and date range.  A blank key - or SYSIN running
      *   out - ends the session.  A blank from date means the
      *   start of history, a blank to date the end of it; a date
      *   that is not eight digits is refused and counted as a
      *   miss.
      *-----------------------------------------------------------*
       2000-ONE-INQUIRY.
           DISPLAY "Key (blank to end): "
           MOVE SPACES TO WS-INQ-KEY
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   SET WS-DONE TO TRUE
                   GO TO 2000-ONE-INQUIRY-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:8) TO WS-INQ-KEY
           ELSE
               ACCEPT WS-INQ-KEY
           END-IF

           IF WS-INQ-KEY EQUAL SPACES THEN
               SET WS-DONE TO TRUE
               GO TO 2000-ONE-INQUIRY-EXIT
           END-IF

           DISPLAY "From date YYYYMMDD (blank = all): "
           MOVE SPACES TO WS-DATE-IN
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   SET WS-DONE TO TRUE
                   GO TO 2000-ONE-INQUIRY-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:8) TO WS-DATE-IN
           ELSE
               ACCEPT WS-DATE-IN
           END-IF
           ADD 1 TO WS-INQ-COUNT
           IF WS-DATE-IN EQUAL SPACES THEN
               MOVE ZERO TO WS-INQ-FROM
           ELSE
               IF WS-DATE-IN IS NOT NUMERIC THEN
                   DISPLAY "bad from date " WS-DATE-IN
                   ADD 1 TO WS-INQ-MISSES
                   GO TO 2000-ONE-INQUIRY-EXIT
               END-IF
               MOVE WS-DATE-IN TO WS-INQ-FROM
           END-IF

           DISPLAY "To date YYYYMMDD (blank = all): "
           MOVE SPACES TO WS-DATE-IN
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   SET WS-DONE TO TRUE
                   GO TO 2000-ONE-INQUIRY-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:8) TO WS-DATE-IN
           ELSE
               ACCEPT WS-DATE-IN
           END-IF
           IF WS-DATE-IN EQUAL SPACES THEN
               MOVE 99999999 TO WS-INQ-TO
           ELSE
               IF WS-DATE-IN IS NOT NUMERIC THEN
                   DISPLAY "bad to date " WS-DATE-IN
                   ADD 1 TO WS-INQ-MISSES
                   GO TO 2000-ONE-INQUIRY-EXIT
               END-IF
               MOVE WS-DATE-IN TO WS-INQ-TO
           END-IF

           PERFORM 2100-SCAN-HISTORY
                THRU 2100-SCAN-HISTORY-EXIT.
       2000-ONE-INQUIRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SCAN-HISTORY
      *   Positions TRANHIST on the first entry for the key and
      *   reads forward in key order (business date, run, item)
      *   until the key changes or the to date is passed.  The
      *   opening balance is the balance after the last entry
      *   before the from date; with no earlier entry it is
      *   backed out of the first entry in range (its balance
      *   after less its own amount).  The closing balance is the
      *   balance after the last entry in range.
      *-----------------------------------------------------------*
       2100-SCAN-HISTORY.
           MOVE "N" TO WS-SCAN-SWITCH
           MOVE "N" TO WS-BEFORE-SWITCH
           MOVE "N" TO WS-RANGE-SWITCH
           MOVE ZERO TO WS-OPEN-BAL
           MOVE ZERO TO WS-CLOSE-BAL
           MOVE ZERO TO WS-RANGE-ITEMS
           MOVE ZERO TO WS-RANGE-DR
           MOVE ZERO TO WS-RANGE-CR

           DISPLAY "key " WS-INQ-KEY " history " WS-INQ-FROM
               " to " WS-INQ-TO

           MOVE WS-INQ-KEY TO HS-ACCT
           MOVE ZERO TO HS-BUSDATE
           MOVE ZERO TO HS-RUN-SEQ
           MOVE ZERO TO HS-ITEM
           START HIST-FILE KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 2200-ONE-ENTRY
                            THRU 2200-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM

           IF NOT WS-SEEN-RANGE AND NOT WS-SEEN-BEFORE THEN
               DISPLAY "key " WS-INQ-KEY " has no history in range"
               ADD 1 TO WS-INQ-MISSES
               GO TO 2100-SCAN-HISTORY-EXIT
           END-IF
           IF NOT WS-SEEN-RANGE THEN
               MOVE WS-OPEN-BAL TO WS-CLOSE-BAL
               DISPLAY "no postings in range"
           END-IF

           MOVE WS-CLOSE-BAL TO WS-BAL-EDIT
           DISPLAY "CLOSING BALANCE:        " WS-BAL-EDIT
           MOVE WS-RANGE-CR TO WS-BAL-EDIT
           DISPLAY "CREDITS IN RANGE:       " WS-BAL-EDIT
           MOVE WS-RANGE-DR TO WS-BAL-EDIT
           DISPLAY "DEBITS IN RANGE:        " WS-BAL-EDIT
           DISPLAY "POSTINGS IN RANGE:      " WS-RANGE-ITEMS.
       2100-SCAN-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ONE-ENTRY
      *   One TRANHIST entry read in key order.  Another key or a
      *   date past the range ends the scan; a date before the
      *   range only carries its balance forward as the opening
      *   balance; anything in range is listed.  The opening
      *   balance is displayed ahead of the first listed entry.
      *-----------------------------------------------------------*
       2200-ONE-ENTRY.
           IF HS-ACCT NOT EQUAL WS-INQ-KEY OR
               HS-BUSDATE IS GREATER THAN WS-INQ-TO THEN
               SET WS-SCAN-DONE TO TRUE
               GO TO 2200-ONE-ENTRY-EXIT
           END-IF
           IF HS-BUSDATE IS LESS THAN WS-INQ-FROM THEN
               MOVE HS-BALANCE TO WS-OPEN-BAL
               SET WS-SEEN-BEFORE TO TRUE
               GO TO 2200-ONE-ENTRY-EXIT
           END-IF

           MOVE HS-TRAN TO WS-HIST-TRAN
           IF FR-TYPE EQUAL "C" THEN
               MOVE FR-AMOUNT TO WS-SIGNED-AMT
               ADD FR-AMOUNT TO WS-RANGE-CR
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - FR-AMOUNT
               ADD FR-AMOUNT TO WS-RANGE-DR
           END-IF

           IF NOT WS-SEEN-RANGE THEN
               IF NOT WS-SEEN-BEFORE THEN
                   COMPUTE WS-OPEN-BAL = HS-BALANCE - WS-SIGNED-AMT
               END-IF
               MOVE WS-OPEN-BAL TO WS-BAL-EDIT
               DISPLAY "OPENING BALANCE:        " WS-BAL-EDIT
               DISPLAY "DATE     RUN  ITEM   T     AMOUNT"
                   "      BALANCE DESCRIPTION"
               SET WS-SEEN-RANGE TO TRUE
           END-IF

           ADD 1 TO WS-RANGE-ITEMS
           MOVE HS-BALANCE TO WS-CLOSE-BAL
           MOVE HS-BUSDATE TO WS-HL-DATE
           MOVE HS-RUN-SEQ TO WS-HL-RUN
           MOVE HS-ITEM TO WS-HL-ITEM
           MOVE FR-TYPE TO WS-HL-TYPE
           MOVE FR-AMOUNT TO WS-HL-AMOUNT
           MOVE HS-BALANCE TO WS-HL-BALANCE
           MOVE FR-DESCRIPTION TO WS-HL-DESC
           DISPLAY WS-HIST-LINE.
       2200-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-GET-LINE
      *   Returns the next control-file line in WS-SYSIN-LINE when
      *   running unattended against SYSIN, same as CBLCHALL1.  AT
      *   END raises WS-SYSIN-EOF so the caller ends the session
      *   instead of treating the filler as a key.
      *-----------------------------------------------------------*
       1500-GET-LINE.
           READ SYSIN-FILE INTO WS-SYSIN-LINE
               AT END
                   MOVE SPACES TO WS-SYSIN-LINE
                   SET WS-SYSIN-EOF TO TRUE
           END-READ.
       1500-GET-LINE-EXIT.
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
