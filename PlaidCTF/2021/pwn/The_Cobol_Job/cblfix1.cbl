      *                    include it, and the resubmit record
      *                    carries it in FR-EFF-DATE so a repaired
      *                    record keeps its day.
      *   2026-10-15  DLM  New action G for a record CBLEDIT1
      *                    rejected S1 as a suspected duplicate:
      *                    the operator confirms it is genuine and
      *                    it is resubmitted with FR-DUP-OK set, so
      *                    the next edit pass lets it through.
      *   2026-10-15  DLM  REJECTS lines now carry the currency and
      *                    original amount of work raised in a
      *                    foreign currency.  Both are shown, can
      *                    be repaired, ride to RESUBMIT in
      *                    FR-CURRENCY and FR-ORIG-AMOUNT and
      *                    appear on the suspense report; the next
      *                    edit pass converts the original amount
      *                    again.
      *   2026-10-15  DLM  REJECTS carries the submitter and the
      *                    reference a reversal offsets; both are
      *                    shown and go back on the resubmitted
      *                    record unchanged, so a resubmission
      *                    keeps its submitter for second approval
      *                    and a resubmitted reversal still names
      *                    what it reverses.
      *   2026-10-15  DLM  A Q1 reject (declined at second
      *                    approval) sent back with its key, type,
      *                    amount and description unchanged goes
      *                    out with FR-DUP-OK set: CBLEDIT1
      *                    fingerprinted it when it queued it, and
      *                    would otherwise reject it S1 as a
      *                    duplicate of itself.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
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

       FD  RESUB-FILE
           RECORD CONTAINS 256 CHARACTERS.
           05 WS-RECS-DROPPED              PIC 9(06) VALUE ZERO.
           05 WS-RECS-SUSPENSE             PIC 9(06) VALUE ZERO.
           05 WS-RECS-UNWORKED             PIC 9(06) VALUE ZERO.
           05 WS-RECS-CONFIRMED            PIC 9(06) VALUE ZERO.

       01 WS-WORK-CYCLE                    PIC 9(02).
       01 WS-ANSWER                        PIC X(40).
       01 WS-ACTION                        PIC X(01).
       01 WS-DUP-OK-SW                     PIC X(01) VALUE SPACE.
      *    What CBLEDIT1 fingerprinted the reject by, as it came in.
       01 WS-ORIG-FPRINT.
           05 WS-OF-KEY                    PIC X(08).
           05 WS-OF-TYPE                   PIC X(01).
           05 WS-OF-AMOUNT                 PIC X(12).
           05 WS-OF-DESC                   PIC X(40).

       01 WS-SUSP-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SP-CYCLE                  PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SP-DESC                   PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SP-CURRENCY               PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-SP-ORIG-AMOUNT            PIC X(15).

       01 WS-TOT-LINE.
           05 WS-TL-LABEL                  PIC X(28).
           MOVE "RECORDS DROPPED:" TO WS-TL-LABEL
           MOVE WS-RECS-DROPPED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "DUPLICATES CONFIRMED:" TO WS-TL-LABEL
           MOVE WS-RECS-CONFIRMED TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
           MOVE "RECORDS TO SUSPENSE:" TO WS-TL-LABEL
           MOVE WS-RECS-SUSPENSE TO WS-TL-VALUE
           DISPLAY WS-TOT-LINE
      *   with its reason code and dispositioned by the operator:
      *   R repairs fields and resubmits, A resubmits unchanged
      *   (for a record rejected by a control-file limit since
      *   fixed), G confirms an S1 suspected duplicate as genuine
      *   and resubmits it to be let through, D drops it for
      *   good, Q ends the session.
      *-----------------------------------------------------------*
       2000-WORK-RECORD.
           ADD 1 TO WS-RECS-READ
           DISPLAY "Amount: " RJ-AMOUNT
           DISPLAY "Desc:   " RJ-DESC
           DISPLAY "EffDate:" RJ-EFF
           IF RJ-CURRENCY NOT EQUAL SPACES THEN
               DISPLAY "Currcy: " RJ-CURRENCY
               DISPLAY "Orig:   " RJ-ORIG-AMOUNT
           END-IF
           IF RJ-ENTERED-BY NOT EQUAL SPACES THEN
               DISPLAY "Entered:" RJ-ENTERED-BY
           END-IF
           IF RJ-REVERSES NOT EQUAL SPACES THEN
               DISPLAY "Revrsd: " RJ-REVERSES
           END-IF
           IF RJ-REASON EQUAL "S1" THEN
               DISPLAY "Action (R=repair, A=as-is, G=genuine, "
                   "D=drop, Q=quit): "
           ELSE
               DISPLAY "Action (R=repair, A=as-is, D=drop, Q=quit): "
           END-IF
           IF WS-SYSIN-ON
               PERFORM 1500-GET-LINE THRU 1500-GET-LINE-EXIT
               IF WS-SYSIN-EOF THEN
               ACCEPT WS-ACTION
           END-IF

           MOVE SPACE TO WS-DUP-OK-SW
           MOVE RJ-KEY TO WS-OF-KEY
           MOVE RJ-TYPE TO WS-OF-TYPE
           MOVE RJ-AMOUNT TO WS-OF-AMOUNT
           MOVE RJ-DESC TO WS-OF-DESC
           EVALUATE WS-ACTION
               WHEN "R"
               WHEN "r"
               WHEN "a"
                   PERFORM 2200-WRITE-RESUBMIT
                        THRU 2200-WRITE-RESUBMIT-EXIT
               WHEN "G"
               WHEN "g"
                   IF RJ-REASON EQUAL "S1" THEN
                       MOVE "Y" TO WS-DUP-OK-SW
                       PERFORM 2200-WRITE-RESUBMIT
                            THRU 2200-WRITE-RESUBMIT-EXIT
                       IF WS-RSB-STATUS EQUAL "00" THEN
                           ADD 1 TO WS-RECS-CONFIRMED
                       END-IF
                   ELSE
                       DISPLAY "G is for S1 suspected duplicates "
                           "only - record dropped to next run"
                       ADD 1 TO WS-RECS-UNWORKED
                       SUBTRACT 1 FROM WS-RECS-READ
                   END-IF
               WHEN "D"
               WHEN "d"
                   ADD 1 TO WS-RECS-DROPPED
      *-----------------------------------------------------------*
      * 2100-REPAIR-FIELDS
      *   Prompts for each correctable field in turn; an empty
      *   answer keeps what the reject carried.  Work raised in a
      *   foreign currency is also asked for its currency and
      *   original amount; the amount the next edit pass posts is
      *   converted from the original, so that is the one to
      *   correct.  Domestic work is not asked, so existing SYSIN
      *   repair decks keep their shape.  The corrected
      *   values land in the REJECTS record area so
      *   2200-WRITE-RESUBMIT sees one picture either way.
      *-----------------------------------------------------------*
           END-IF
           IF WS-ANSWER NOT EQUAL SPACES THEN
               MOVE WS-ANSWER(1:8) TO RJ-EFF
           END-IF

           IF RJ-CURRENCY EQUAL SPACES THEN
               GO TO 2100-REPAIR-FIELDS-EXIT
           END-IF
           DISPLAY "New currency (blank=keep): "
           PERFORM 2150-GET-ANSWER THRU 2150-GET-ANSWER-EXIT
           IF WS-QUIT THEN
               GO TO 2100-REPAIR-FIELDS-EXIT
           END-IF
           IF WS-ANSWER NOT EQUAL SPACES THEN
               MOVE WS-ANSWER(1:3) TO RJ-CURRENCY
           END-IF

           DISPLAY "New original amount (blank=keep): "
           PERFORM 2150-GET-ANSWER THRU 2150-GET-ANSWER-EXIT
           IF WS-QUIT THEN
               GO TO 2100-REPAIR-FIELDS-EXIT
           END-IF
           IF WS-ANSWER NOT EQUAL SPACES THEN
               MOVE WS-ANSWER(1:15) TO RJ-ORIG-AMOUNT
           END-IF.
       2100-REPAIR-FIELDS-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2200-WRITE-RESUBMIT
      *   Packs the (possibly corrected) reject back into a
      *   256-byte FILEREC with FR-RECYCLE stepped by one (and
      *   FR-DUP-OK set when the operator confirmed a suspected
      *   duplicate, or on an item declined at second approval -
      *   Q1 - going back with the key, type, amount and
      *   description CBLEDIT1 fingerprinted when it queued it)
      *   and writes it to RESUBMIT.  An amount
      *   CBLEDIT1 printed as asterisks (it was not numeric on the
      *   way in) that the operator chose to keep goes out as zero
      *   - the next edit pass rejects it A2 rather than this
      *   program guessing.  The currency and original amount of
      *   foreign-currency work go back the same way, and the
      *   submitter and reversed reference as they were - the
      *   repair does not make the operator the submitter.
      *-----------------------------------------------------------*
       2200-WRITE-RESUBMIT.
           MOVE SPACES TO RESUB-RECORD
           MOVE RJ-DESC TO FR-DESCRIPTION
           MOVE SPACE TO FR-DELETE-FLAG
           MOVE RJ-EFF TO FR-EFF-DATE
           MOVE RJ-ENTERED-BY TO FR-ENTERED-BY
           MOVE RJ-REVERSES TO FR-REVERSES
           MOVE RJ-CURRENCY TO FR-CURRENCY
           IF RJ-CURRENCY NOT EQUAL SPACES THEN
               IF RJ-ORIG-AMOUNT(1:1) EQUAL "*" OR
                   RJ-ORIG-AMOUNT EQUAL SPACES THEN
                   MOVE ZERO TO FR-ORIG-AMOUNT
               ELSE
                   COMPUTE FR-ORIG-AMOUNT = FUNCTION NUMVAL
                       (RJ-ORIG-AMOUNT)
               END-IF
           END-IF
           COMPUTE FR-RECYCLE = WS-WORK-CYCLE + 1
           MOVE WS-DUP-OK-SW TO FR-DUP-OK
           IF RJ-REASON EQUAL "Q1" AND
               RJ-KEY EQUAL WS-OF-KEY AND
               RJ-TYPE EQUAL WS-OF-TYPE AND
               RJ-AMOUNT EQUAL WS-OF-AMOUNT AND
               RJ-DESC EQUAL WS-OF-DESC THEN
               MOVE "Y" TO FR-DUP-OK
           END-IF
           WRITE RESUB-RECORD
           IF WS-RSB-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLFIX1: write to RESUBMIT failed (STATUS="
           MOVE RJ-REASON TO WS-SP-REASON
           MOVE WS-WORK-CYCLE TO WS-SP-CYCLE
           MOVE RJ-DESC TO WS-SP-DESC
           MOVE RJ-CURRENCY TO WS-SP-CURRENCY
           MOVE RJ-ORIG-AMOUNT TO WS-SP-ORIG-AMOUNT
           WRITE SUSP-RECORD FROM WS-SUSP-LINE
           DISPLAY "CBLFIX1: key " RJ-KEY " reason " RJ-REASON
               " at recycle limit - sent to suspense".
