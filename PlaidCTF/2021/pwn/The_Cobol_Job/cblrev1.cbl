       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLREV1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  Reverses single postings
      *                    instead of rolling back a whole run:
      *                    prompts for a transaction reference
      *                    (from POSTRPT), finds the posting on the
      *                    keyed TRANHIST history and appends the
      *                    exact offsetting FILEREC - same key and
      *                    amount, the opposite type, a description
      *                    naming the original and FR-REVERSES set
      *                    to its reference - to REVTRAN, which
      *                    CBLEDIT1 edits with the next day's work
      *                    so it posts through the normal chain.
      *                    Each reference reversed is logged in
      *                    REVLOG.  Refuses a reference already on
      *                    REVLOG or already offset on TRANHIST,
      *                    and refuses to reverse a reversal.
      *                    Drives its prompts from SYSIN when
      *                    present, same as CBLINQ1.  Ends RC 04
      *                    when any reference was refused.
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

           SELECT OPTIONAL RLOG-FILE ASSIGN TO "REVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

           SELECT OPTIONAL REV-FILE ASSIGN TO "REVTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD                   PIC X(256).

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HS-KEY.
               10  HS-ACCT                PIC X(08).
               10  HS-REF.
                   15  HS-BUSDATE         PIC 9(08).
                   15  HS-RUN-SEQ         PIC 9(04).
                   15  HS-ITEM            PIC 9(06).
           05  FILLER                     PIC X(01).
           05  HS-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  HS-TRAN.
               10  FILLER                 PIC X(85).
               10  HS-TRAN-REF            PIC X(18).
               10  HS-REVERSES            PIC X(18).
               10  FILLER                 PIC X(135).

       FD  RLOG-FILE.
       01  RLOG-RECORD.
           05  RL-REF                     PIC X(18).
           05  FILLER                     PIC X(01).
           05  RL-DATE                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  RL-KEY                     PIC X(08).
           05  FILLER                     PIC X(01).
           05  RL-TYPE                    PIC X(01).
           05  FILLER                     PIC X(01).
           05  RL-AMOUNT                  PIC 9(07)V99.

       FD  REV-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  REV-RECORD                     PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-SYSIN-STATUS                  PIC X(02).
       01 WS-HST-STATUS                    PIC X(02).
       01 WS-RLG-STATUS                    PIC X(02).
       01 WS-REV-STATUS                    PIC X(02).

       01 WS-SYSIN-SWITCH                  PIC X(01) VALUE "N".
           88 WS-SYSIN-ON                  VALUE "Y".
       01 WS-SYSIN-LINE                    PIC X(256).
       01 WS-SYSIN-EOF-SWITCH              PIC X(01) VALUE "N".
           88 WS-SYSIN-EOF                 VALUE "Y".
       01 WS-DONE-SWITCH                   PIC X(01) VALUE "N".
           88 WS-DONE                      VALUE "Y".
       01 WS-RLG-EOF-SWITCH                PIC X(01).
           88 WS-RLG-EOF                   VALUE "Y".
       01 WS-SCAN-SWITCH                   PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).
       01 WS-RUN-DATE                      PIC 9(08).

      *    The posting being reversed, then the offsetting record
      *    built from it.
       01 WS-REV-TRAN.
           COPY FILEREC.

       01 WS-REQ-REF                       PIC X(18).
       01 WS-ORIG-SWITCH                   PIC X(01).
           88 WS-ORIG-FOUND                VALUE "Y".
       01 WS-DONE-BEFORE-SWITCH            PIC X(01).
           88 WS-DONE-BEFORE               VALUE "Y".
       01 WS-DONE-BEFORE-ON                PIC X(18).
       01 WS-ORIG-KEY                      PIC X(08).
       01 WS-ORIG-TYPE                     PIC X(01).
       01 WS-ORIG-AMOUNT                   PIC S9(7)V99.
       01 WS-ORIG-REVERSES                 PIC X(18).
       01 WS-AMT-EDIT                      PIC Z(6)9.99.

       01 WS-TOTALS.
           05 WS-REQ-COUNT                 PIC 9(06) VALUE ZERO.
           05 WS-REV-COUNT                 PIC 9(06) VALUE ZERO.
           05 WS-REFUSED                   PIC 9(06) VALUE ZERO.

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(24).
           05 WS-TL-VALUE                  PIC ZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS EQUAL "00" THEN
               SET WS-SYSIN-ON TO TRUE
               DISPLAY "Running unattended - reading SYSIN"
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HST-STATUS NOT EQUAL "00" AND
               WS-HST-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLREV1: unable to open TRANHIST (STATUS="
                   WS-HST-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE
               PERFORM 2000-ONE-REVERSAL
                    THRU 2000-ONE-REVERSAL-EXIT
           END-PERFORM

           CLOSE HIST-FILE
           CLOSE SYSIN-FILE

           MOVE "REFERENCES REQUESTED:" TO WS-TL-LABEL
           MOVE WS-REQ-COUNT TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "REVERSALS RAISED:" TO WS-TL-LABEL
           MOVE WS-REV-COUNT TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "REFERENCES REFUSED:" TO WS-TL-LABEL
           MOVE WS-REFUSED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE

           IF WS-REFUSED IS GREATER THAN ZERO THEN
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 2000-ONE-REVERSAL
      *   One transaction reference.  A blank reference - or SYSIN
      *   running out - ends the session.  A reference that is not
      *   eighteen digits, or that 2100/2200 refuse, is counted
      *   and the session goes on to the next one.
      *-----------------------------------------------------------*
       2000-ONE-REVERSAL.
           DISPLAY "Transaction reference to reverse (blank to end): "
           MOVE SPACES TO WS-REQ-REF
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
                   SET WS-DONE TO TRUE
                   GO TO 2000-ONE-REVERSAL-EXIT
               END-IF
               MOVE WS-SYSIN-LINE(1:18) TO WS-REQ-REF
           ELSE
               ACCEPT WS-REQ-REF
           END-IF

           IF WS-REQ-REF EQUAL SPACES THEN
               SET WS-DONE TO TRUE
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF
           ADD 1 TO WS-REQ-COUNT

           IF WS-REQ-REF IS NOT NUMERIC THEN
               DISPLAY "CBLREV1: bad reference " WS-REQ-REF
                   " - eighteen digits expected"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF

           PERFORM 2100-CHECK-LOG
                THRU 2100-CHECK-LOG-EXIT
           IF WS-DONE-BEFORE THEN
               DISPLAY "CBLREV1: " WS-REQ-REF " already reversed on "
                   WS-DONE-BEFORE-ON " - refused"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF

           PERFORM 2200-FIND-ORIGINAL
                THRU 2200-FIND-ORIGINAL-EXIT
           IF NOT WS-ORIG-FOUND THEN
               DISPLAY "CBLREV1: " WS-REQ-REF " not on TRANHIST - "
                   "refused"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF
           IF WS-DONE-BEFORE THEN
               DISPLAY "CBLREV1: " WS-REQ-REF " already offset by "
                   WS-DONE-BEFORE-ON " - refused"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF
           IF WS-ORIG-REVERSES NOT EQUAL SPACES THEN
               DISPLAY "CBLREV1: " WS-REQ-REF " is itself the "
                   "reversal of " WS-ORIG-REVERSES " - refused"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF
           IF WS-ORIG-TYPE NOT EQUAL "C" AND
               WS-ORIG-TYPE NOT EQUAL "D" THEN
               DISPLAY "CBLREV1: " WS-REQ-REF " has type "
                   WS-ORIG-TYPE " - cannot be offset, refused"
               ADD 1 TO WS-REFUSED
               GO TO 2000-ONE-REVERSAL-EXIT
           END-IF

           PERFORM 3000-RAISE-REVERSAL
                THRU 3000-RAISE-REVERSAL-EXIT.
       2000-ONE-REVERSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-LOG
      *   Scans REVLOG, the references this program has already
      *   raised a reversal for, so a reference is only ever
      *   reversed once - even while its reversal is still on its
      *   way through CBLEDIT1 and CBLPOST1.  No REVLOG means
      *   nothing has been reversed yet.
      *-----------------------------------------------------------*
       2100-CHECK-LOG.
           MOVE "N" TO WS-DONE-BEFORE-SWITCH
           MOVE "N" TO WS-RLG-EOF-SWITCH
           OPEN INPUT RLOG-FILE
           IF WS-RLG-STATUS NOT EQUAL "00" THEN
               CLOSE RLOG-FILE
               GO TO 2100-CHECK-LOG-EXIT
           END-IF
           PERFORM UNTIL WS-RLG-EOF OR WS-DONE-BEFORE
               READ RLOG-FILE
                   AT END
                       SET WS-RLG-EOF TO TRUE
                   NOT AT END
                       IF RL-REF EQUAL WS-REQ-REF THEN
                           SET WS-DONE-BEFORE TO TRUE
                           MOVE RL-DATE TO WS-DONE-BEFORE-ON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLOG-FILE.
       2100-CHECK-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-ORIGINAL
      *   TRANHIST is keyed by account first, so the reference
      *   alone means reading it end to end.  The entry whose key
      *   after the account matches is the original; its FILEREC
      *   image is kept.  Any entry whose FR-REVERSES names the
      *   reference is a reversal that has already posted, which
      *   refuses the request even when REVLOG has lost it.
      *-----------------------------------------------------------*
       2200-FIND-ORIGINAL.
           MOVE "N" TO WS-ORIG-SWITCH
           MOVE "N" TO WS-SCAN-SWITCH
           MOVE LOW-VALUES TO HS-KEY
           START HIST-FILE KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HS-REF EQUAL WS-REQ-REF THEN
                           SET WS-ORIG-FOUND TO TRUE
                           MOVE HS-TRAN TO WS-REV-TRAN
                           MOVE FR-KEY TO WS-ORIG-KEY
                           MOVE FR-TYPE TO WS-ORIG-TYPE
                           MOVE FR-AMOUNT TO WS-ORIG-AMOUNT
                           MOVE FR-REVERSES TO WS-ORIG-REVERSES
                       END-IF
                       IF HS-REVERSES EQUAL WS-REQ-REF THEN
                           SET WS-DONE-BEFORE TO TRUE
                           MOVE HS-REF TO WS-DONE-BEFORE-ON
                       END-IF
               END-READ
           END-PERFORM.
       2200-FIND-ORIGINAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RAISE-REVERSAL
      *   Builds the offsetting FILEREC - same key and amount,
      *   credit for debit and debit for credit, no effective
      *   date so it posts on the day it goes through, and
      *   FR-REVERSES carrying the original's reference - appends
      *   it to REVTRAN and logs the reference on REVLOG.  A
      *   REVTRAN that cannot be written ends the run RC 08 with
      *   nothing logged; a REVLOG that cannot be written leaves
      *   the reversal raised but the run RC 08, so the operator
      *   knows the log must be mended before the next run.
      *-----------------------------------------------------------*
       3000-RAISE-REVERSAL.
           MOVE SPACES TO WS-REV-TRAN
           MOVE WS-ORIG-KEY TO FR-KEY
           IF WS-ORIG-TYPE EQUAL "C" THEN
               MOVE "D" TO FR-TYPE
           ELSE
               MOVE "C" TO FR-TYPE
           END-IF
           MOVE WS-ORIG-AMOUNT TO FR-AMOUNT
           STRING "REVERSAL OF " DELIMITED BY SIZE
                  WS-REQ-REF DELIMITED BY SIZE
             INTO FR-DESCRIPTION
           END-STRING
           MOVE ZERO TO FR-RECYCLE
           MOVE WS-REQ-REF TO FR-REVERSES

           OPEN EXTEND REV-FILE
           IF WS-REV-STATUS NOT EQUAL "00" AND
               WS-REV-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT REV-FILE
           END-IF
           IF WS-REV-STATUS NOT EQUAL "00" AND
               WS-REV-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLREV1: unable to open REVTRAN (STATUS="
                   WS-REV-STATUS ") - " WS-REQ-REF " not reversed"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-DONE TO TRUE
               GO TO 3000-RAISE-REVERSAL-EXIT
           END-IF
           WRITE REV-RECORD FROM WS-REV-TRAN
           IF WS-REV-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLREV1: write to REVTRAN failed (STATUS="
                   WS-REV-STATUS ") - " WS-REQ-REF " not reversed"
               CLOSE REV-FILE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-DONE TO TRUE
               GO TO 3000-RAISE-REVERSAL-EXIT
           END-IF
           CLOSE REV-FILE
           ADD 1 TO WS-REV-COUNT
           MOVE WS-ORIG-AMOUNT TO WS-AMT-EDIT
           DISPLAY "CBLREV1: " WS-REQ-REF " key " WS-ORIG-KEY " "
               WS-ORIG-TYPE WS-AMT-EDIT " reversed by " FR-TYPE
               " to REVTRAN"

           OPEN EXTEND RLOG-FILE
           IF WS-RLG-STATUS NOT EQUAL "00" AND
               WS-RLG-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT RLOG-FILE
           END-IF
           IF WS-RLG-STATUS NOT EQUAL "00" AND
               WS-RLG-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLREV1: unable to open REVLOG (STATUS="
                   WS-RLG-STATUS ") - add " WS-REQ-REF " by hand"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-DONE TO TRUE
               GO TO 3000-RAISE-REVERSAL-EXIT
           END-IF
           MOVE SPACES TO RLOG-RECORD
           MOVE WS-REQ-REF TO RL-REF
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-ORIG-KEY TO RL-KEY
           MOVE FR-TYPE TO RL-TYPE
           MOVE WS-ORIG-AMOUNT TO RL-AMOUNT
           WRITE RLOG-RECORD
           IF WS-RLG-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLREV1: write to REVLOG failed (STATUS="
                   WS-RLG-STATUS ") - add " WS-REQ-REF " by hand"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-DONE TO TRUE
           END-IF
           CLOSE RLOG-FILE.
       3000-RAISE-REVERSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-GET-LINE
      *   Returns the next control-file line in WS-SYSIN-LINE when
      *   running unattended against SYSIN, same as CBLCHALL1.  AT
      *   END raises WS-SYSIN-EOF so the caller ends the session
      *   instead of treating the filler as a reference.
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
