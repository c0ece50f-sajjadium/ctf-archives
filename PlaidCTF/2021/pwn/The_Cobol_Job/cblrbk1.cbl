      *                    backs out a finished posting run - but
      *                    the run says so loudly and ends RC 04
      *                    so nobody does it by accident.
      *   2026-10-15  DLM  BALJRNL D lines and BALMSTR carry the
      *                    new last activity date, restored with
      *                    the balance.
      *   2026-10-15  DLM  Backs the run's history out with its
      *                    balances: the BALJRNL header names the
      *                    run (business date and run sequence),
      *                    its TRANHIST entries are deleted and a
      *                    HISTCTL left pending a load for it is
      *                    marked loaded, all before the master is
      *                    touched.  A completed journal that does
      *                    not name its run is refused RC 08.
      *   2026-10-15  DLM  Rolling back a completed run also takes
      *                    its NSF fees off NSFFEES (matched by the
      *                    run reference CBLPOST1 raises them
      *                    with), so the rerun does not charge them
      *                    twice; if CBLEDIT1 has already moved
      *                    them to NSFFPREV the rollback is refused
      *                    RC 08 and the fees are named.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL HCTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-STATUS.

           SELECT OPTIONAL FEE-FILE ASSIGN TO "NSFFEES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT FEEWORK-FILE ASSIGN TO "FEEWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWK-STATUS.

           SELECT OPTIONAL FEEPRV-FILE ASSIGN TO "NSFFPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FPV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE.
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
           05  FILLER                     PIC X(01).
           05  BM-BALANCE                 PIC S9(9)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  BM-LAST-ACT                PIC X(08).

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

       FD  FEE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEE-RECORD                     PIC X(256).

       FD  FEEWORK-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEEWORK-RECORD                 PIC X(256).

       FD  FEEPRV-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FEEPRV-RECORD                  PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-JRN-STATUS                    PIC X(02).
       01 WS-BAL-STATUS                    PIC X(02).
       01 WS-HST-STATUS                    PIC X(02).
       01 WS-HCT-STATUS                    PIC X(02).
       01 WS-FEE-STATUS                    PIC X(02).
       01 WS-FWK-STATUS                    PIC X(02).
       01 WS-FPV-STATUS                    PIC X(02).
       01 WS-JRN-EOF-SWITCH                PIC X(01).
           88 WS-JRN-EOF                   VALUE "Y".
       01 WS-HST-EOF-SWITCH                PIC X(01).
           88 WS-HST-EOF                   VALUE "Y".
       01 WS-FEE-EOF-SWITCH                PIC X(01).
           88 WS-FEE-EOF                   VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).
           05 WS-E-COUNT                   PIC 9(06).
           05 WS-E-TOTAL                   PIC S9(11)V99.

      *    The run the journal belongs to, from its H header: the
      *    business date and run sequence CBLPOST1 keyed that
      *    run's TRANHIST entries and HISTCTL line with.  A
      *    journal written before the header carried them has
      *    neither.
       01 WS-JRNL-RUN.
           05 WS-JR-BUSDATE                PIC X(08) VALUE SPACES.
           05 WS-JR-RUN-SEQ                PIC X(04) VALUE SPACES.
       01 WS-HIST-DELETED                  PIC 9(06) VALUE ZERO.

      *    The reference CBLPOST1 raises the run's NSF fees with:
      *    its business date and sequence and item zero.
       01 WS-RUN-FEE-REF.
           05 WS-RF-BUSDATE                PIC X(08).
           05 WS-RF-RUN-SEQ                PIC X(04).
           05 FILLER                       PIC X(06) VALUE "000000".
       01 WS-FEE-REC.
           COPY FILEREC.
       01 WS-FEES-REMOVED                  PIC 9(06) VALUE ZERO.
       01 WS-FEES-EDITED                   PIC 9(06) VALUE ZERO.
       01 WS-DEL-NAME                      PIC X(256).
       01 WS-NEW-NAME                      PIC X(256).

       01 WS-RECS-RESTORED                 PIC 9(06) VALUE ZERO.

       01 WS-TOT-LINE.
               STOP RUN
           END-IF

           IF WS-JRNL-COMPLETE AND
               (WS-JR-BUSDATE IS NOT NUMERIC OR
                WS-JR-RUN-SEQ IS NOT NUMERIC) THEN
               DISPLAY "CBLRBK1: completed journal does not name "
                   "its run - its TRANHIST entries cannot be backed "
                   "out, master left untouched"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-JRNL-COMPLETE THEN
               DISPLAY "CBLRBK1: *** journal is marked complete - "
                   "this backs out a FINISHED posting run ***"
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF

           IF WS-JR-BUSDATE IS NUMERIC AND
               WS-JR-RUN-SEQ IS NUMERIC THEN
               MOVE WS-JR-BUSDATE TO WS-RF-BUSDATE
               MOVE WS-JR-RUN-SEQ TO WS-RF-RUN-SEQ
               IF WS-JRNL-COMPLETE THEN
                   PERFORM 1400-CHECK-EDITED-FEES
                        THRU 1400-CHECK-EDITED-FEES-EXIT
                   IF WS-RUN-RC IS NOT LESS THAN 08 THEN
                       MOVE WS-RUN-RC TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 1500-BACKOUT-HISTORY
                    THRU 1500-BACKOUT-HISTORY-EXIT
               IF WS-RUN-RC IS NOT LESS THAN 08 THEN
                   DISPLAY "CBLRBK1: history of run " WS-JR-BUSDATE
                       " " WS-JR-RUN-SEQ " not backed out - master "
                       "left untouched"
                   MOVE WS-RUN-RC TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1600-CLEAR-HISTCTL
                    THRU 1600-CLEAR-HISTCTL-EXIT
               IF WS-RUN-RC IS NOT LESS THAN 08 THEN
                   MOVE WS-RUN-RC TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-JRNL-COMPLETE THEN
                   PERFORM 1700-BACKOUT-FEES
                        THRU 1700-BACKOUT-FEES-EXIT
                   IF WS-RUN-RC IS NOT LESS THAN 08 THEN
                       DISPLAY "CBLRBK1: NSF fees of run "
                           WS-JR-BUSDATE " " WS-JR-RUN-SEQ
                           " not backed out - master left untouched"
                       MOVE WS-RUN-RC TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           PERFORM 2000-RESTORE-MASTER
                THRU 2000-RESTORE-MASTER-EXIT

           MOVE "KEYS RESTORED:" TO WS-TL-LABEL
           MOVE WS-RECS-RESTORED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "HISTORY ENTRIES REMOVED:" TO WS-TL-LABEL
           MOVE WS-HIST-DELETED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "NSF FEES REMOVED:" TO WS-TL-LABEL
           MOVE WS-FEES-REMOVED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE

           IF WS-RECS-RESTORED NOT EQUAL WS-D-COUNT THEN
               DISPLAY "CBLRBK1: restore came up short - check "
      *   line must be the H header, D lines are counted and
      *   totalled, the E trailer's figures must match the D lines
      *   read before it, and a C line after the E marks a
      *   completed run.  The header's business date and run
      *   sequence are kept to name the run.  Anything out of
      *   order or unparseable marks the journal bad.
      *-----------------------------------------------------------*
       1000-VALIDATE-JOURNAL.
           MOVE ZERO TO WS-REC-NO
               WHEN "H"
                   IF WS-REC-NO EQUAL 1 THEN
                       SET WS-HDR-SEEN TO TRUE
                       MOVE JH-BUSDATE TO WS-JR-BUSDATE
                       MOVE JH-RUN-SEQ TO WS-JR-RUN-SEQ
                   ELSE
                       SET WS-JRNL-BAD TO TRUE
                   END-IF
       1100-VALIDATE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-EDITED-FEES
      *   A completed run released its NSF fees to NSFFEES.  Once
      *   CBLEDIT1 has edited them they sit in NSFFPREV and in the
      *   next day's accepted work, out of this program's reach,
      *   and the rerun would charge them again - so any fee of
      *   the run found on NSFFPREV is named and the rollback
      *   refused RC 08 before anything is touched, until the
      *   operator has taken those fees out by hand.
      *-----------------------------------------------------------*
       1400-CHECK-EDITED-FEES.
           OPEN INPUT FEEPRV-FILE
           IF WS-FPV-STATUS NOT EQUAL "00" THEN
               CLOSE FEEPRV-FILE
               GO TO 1400-CHECK-EDITED-FEES-EXIT
           END-IF
           MOVE "N" TO WS-FEE-EOF-SWITCH
           PERFORM UNTIL WS-FEE-EOF
               READ FEEPRV-FILE INTO WS-FEE-REC
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       IF FR-TRAN-REF EQUAL WS-RUN-FEE-REF AND
                           FR-DESCRIPTION(1:8) EQUAL "NSF FEE " THEN
                           ADD 1 TO WS-FEES-EDITED
                           DISPLAY "CBLRBK1: NSF fee already edited, "
                               "key " FR-KEY " - "
                               FUNCTION TRIM (FR-DESCRIPTION)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEEPRV-FILE
           IF WS-FEES-EDITED IS GREATER THAN ZERO THEN
               DISPLAY "CBLRBK1: " WS-FEES-EDITED " NSF fees of run "
                   WS-JR-BUSDATE " " WS-JR-RUN-SEQ " have gone "
                   "through CBLEDIT1 - take them out of NSFFPREV and "
                   "the edited work by hand and rerun, master left "
                   "untouched"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF.
       1400-CHECK-EDITED-FEES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-BACKOUT-HISTORY
      *   Deletes every TRANHIST entry the journalled run loaded -
      *   those keyed with its business date and run sequence - so
      *   CBLHIST1 and CBLSTMT1 never show postings the restored
      *   master no longer holds.  No TRANHIST means nothing to
      *   delete.  Any other failure is RC 08 and the master is
      *   not restored; entries already deleted stay deleted, so
      *   the rerun simply carries on.
      *-----------------------------------------------------------*
       1500-BACKOUT-HISTORY.
           OPEN I-O HIST-FILE
           IF WS-HST-STATUS EQUAL "05" OR
               WS-HST-STATUS EQUAL "35" THEN
               CLOSE HIST-FILE
               GO TO 1500-BACKOUT-HISTORY-EXIT
           END-IF
           IF WS-HST-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLRBK1: unable to open TRANHIST (STATUS="
                   WS-HST-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1500-BACKOUT-HISTORY-EXIT
           END-IF
           MOVE "N" TO WS-HST-EOF-SWITCH
           PERFORM UNTIL WS-HST-EOF
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET WS-HST-EOF TO TRUE
                   NOT AT END
                       IF HS-BUSDATE EQUAL WS-JR-BUSDATE AND
                           HS-RUN-SEQ EQUAL WS-JR-RUN-SEQ THEN
                           DELETE HIST-FILE RECORD
                               INVALID KEY
                                   DISPLAY "CBLRBK1: delete of "
                                       "TRANHIST entry " HS-KEY
                                       " failed (STATUS="
                                       WS-HST-STATUS ")"
                                   MOVE 08 TO WS-RUN-RC-NEW
                                   PERFORM 9500-SET-RUN-RC
                                        THRU 9500-SET-RUN-RC-EXIT
                                   SET WS-HST-EOF TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-HIST-DELETED
                           END-DELETE
                       END-IF
               END-READ
               IF WS-HST-STATUS NOT EQUAL "00" AND
                   WS-HST-STATUS NOT EQUAL "02" AND
                   WS-HST-STATUS NOT EQUAL "10" AND
                   NOT WS-HST-EOF THEN
                   DISPLAY "CBLRBK1: read of TRANHIST failed "
                       "(STATUS=" WS-HST-STATUS ")"
                   MOVE 08 TO WS-RUN-RC-NEW
                   PERFORM 9500-SET-RUN-RC
                        THRU 9500-SET-RUN-RC-EXIT
                   SET WS-HST-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE HIST-FILE.
       1500-BACKOUT-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-CLEAR-HISTCTL
      *   When HISTCTL still says the journalled run's HISTNEW is
      *   to be loaded (state "U"), marks it loaded - keeping the
      *   date and sequence, so the next run does not reuse the
      *   number - or the next posting run would load the
      *   backed-out entries into TRANHIST again.  A HISTCTL that
      *   cannot be rewritten is RC 08 with the master untouched.
      *-----------------------------------------------------------*
       1600-CLEAR-HISTCTL.
           OPEN INPUT HCTL-FILE
           IF WS-HCT-STATUS NOT EQUAL "00" THEN
               CLOSE HCTL-FILE
               GO TO 1600-CLEAR-HISTCTL-EXIT
           END-IF
           MOVE SPACES TO HCTL-RECORD
           READ HCTL-FILE
               AT END
                   MOVE SPACES TO HCTL-RECORD
           END-READ
           CLOSE HCTL-FILE
           IF HC-BUSDATE NOT EQUAL WS-JR-BUSDATE OR
               HC-RUN-SEQ NOT EQUAL WS-JR-RUN-SEQ OR
               HC-STATE NOT EQUAL "U" THEN
               GO TO 1600-CLEAR-HISTCTL-EXIT
           END-IF
           OPEN OUTPUT HCTL-FILE
           IF WS-HCT-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLRBK1: unable to rewrite HISTCTL (STATUS="
                   WS-HCT-STATUS ") - set it to " WS-JR-BUSDATE " "
                   WS-JR-RUN-SEQ " and rerun"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1600-CLEAR-HISTCTL-EXIT
           END-IF
           MOVE SPACES TO HCTL-RECORD
           MOVE WS-JR-BUSDATE TO HC-BUSDATE
           MOVE WS-JR-RUN-SEQ TO HC-RUN-SEQ
           MOVE SPACE TO HC-STATE
           WRITE HCTL-RECORD
           CLOSE HCTL-FILE
           DISPLAY "CBLRBK1: HISTCTL marked loaded - the run's "
               "HISTNEW will not be loaded".
       1600-CLEAR-HISTCTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1700-BACKOUT-FEES
      *   Takes the completed run's NSF fees back off NSFFEES,
      *   where CBLPOST1 appended them, so the rerun charges each
      *   refusal once: every other record is copied to FEEWORK,
      *   which then replaces NSFFEES (the same delete/rename
      *   idiom as CBLEDIT1's retirements).  No NSFFEES, or none
      *   of the run's fees on it, changes nothing.  A failure
      *   before the swap leaves NSFFEES as it was; any failure
      *   is RC 08 with the master untouched.
      *-----------------------------------------------------------*
       1700-BACKOUT-FEES.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT EQUAL "00" THEN
               CLOSE FEE-FILE
               GO TO 1700-BACKOUT-FEES-EXIT
           END-IF
           OPEN OUTPUT FEEWORK-FILE
           IF WS-FWK-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLRBK1: unable to open FEEWORK (STATUS="
                   WS-FWK-STATUS ")"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               CLOSE FEE-FILE
               GO TO 1700-BACKOUT-FEES-EXIT
           END-IF
           MOVE "N" TO WS-FEE-EOF-SWITCH
           PERFORM UNTIL WS-FEE-EOF
               READ FEE-FILE INTO WS-FEE-REC
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1750-COPY-FEE
                            THRU 1750-COPY-FEE-EXIT
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           CLOSE FEEWORK-FILE
           MOVE "FEEWORK" TO WS-DEL-NAME
           IF WS-RUN-RC IS NOT LESS THAN 08 OR
               WS-FEES-REMOVED EQUAL ZERO THEN
               CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
               MOVE 0 TO RETURN-CODE
               GO TO 1700-BACKOUT-FEES-EXIT
           END-IF

           MOVE "NSFFEES" TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           MOVE "FEEWORK" TO WS-NEW-NAME
           MOVE "NSFFEES" TO WS-DEL-NAME
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-DEL-NAME
           IF RETURN-CODE NOT EQUAL TO 0 THEN
               DISPLAY "CBLRBK1: could not install FEEWORK as "
                   "NSFFEES (RC=" RETURN-CODE ") - rename it by hand"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE.
       1700-BACKOUT-FEES-EXIT.
           EXIT.

       1750-COPY-FEE.
           IF FR-TRAN-REF EQUAL WS-RUN-FEE-REF AND
               FR-DESCRIPTION(1:8) EQUAL "NSF FEE " THEN
               ADD 1 TO WS-FEES-REMOVED
               DISPLAY "CBLRBK1: NSF fee removed, key " FR-KEY " - "
                   FUNCTION TRIM (FR-DESCRIPTION)
               GO TO 1750-COPY-FEE-EXIT
           END-IF
           WRITE FEEWORK-RECORD FROM WS-FEE-REC
           IF WS-FWK-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLRBK1: write to FEEWORK failed (STATUS="
                   WS-FWK-STATUS ") - NSFFEES left as it was"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-FEE-EOF TO TRUE
           END-IF.
       1750-COPY-FEE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RESTORE-MASTER
      *   Second pass: rebuilds BALMSTR from scratch out of the
                           MOVE SPACES TO BALANCE-RECORD
                           MOVE JL-KEY TO BM-KEY
                           MOVE JL-BALANCE TO BM-BALANCE
                           MOVE JL-LAST-ACT TO BM-LAST-ACT
                           WRITE BALANCE-RECORD
                               INVALID KEY
                                   DISPLAY "CBLRBK1: restore of key "
