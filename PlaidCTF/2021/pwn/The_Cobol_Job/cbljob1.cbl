       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJOB1.

      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -----------------------------------------
      *   2026-10-15  DLM  New program.  Night job-stream driver:
      *                    runs the steps listed in the JOBCTL
      *                    control file in order - normally
      *                    CBLUNL1 (cutting BALPREV), CBLEDIT1,
      *                    CBLPOST1, CBLRECN1, CBLSTMT1 and
      *                    CBLRPT1 - one STEP= line each:
      *                      STEP=name,maxrc,command
      *                    A step ending above its maxrc stops the
      *                    chain (so an RC 08 edit never posts).
      *                    Every step's start, end and RC is
      *                    appended to the run-control file RUNCTL
      *                    against the POSTCTL business date, and
      *                    a rerun for the same business date
      *                    skips every step RUNCTL shows as ended
      *                    within its threshold - the stream
      *                    restarts at the failed step and never
      *                    cuts BALPREV again after posting.  Ends
      *                    RC 08 when the chain stopped, otherwise
      *                    the worst step RC.
      *   2026-10-15  DLM  POSTCTL must name the business date:
      *                    with no BUSDATE= the stream ends RC 08
      *                    before any step runs, so a night that
      *                    crosses midnight cannot restart under
      *                    the next day's date.
      *   2026-10-15  DLM  A step whose START cannot be logged to
      *                    RUNCTL is not run, so a restart never
      *                    reruns a step that ran unrecorded.  The
      *                    step command holds the full 240 bytes a
      *                    STEP= line can carry instead of cutting
      *                    it at 200.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-CTL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CTL-FILE.
       01  JOB-CTL-RECORD                 PIC X(256).

       FD  CTL-FILE.
       01  CTL-RECORD                     PIC X(80).

       FD  RUN-FILE.
       01  RUN-RECORD.
           05  RN-BUSDATE                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  RN-STEP                    PIC X(08).
           05  FILLER                     PIC X(01).
           05  RN-EVENT                   PIC X(05).
           05  FILLER                     PIC X(01).
           05  RN-RC                      PIC 9(02).
           05  FILLER                     PIC X(01).
           05  RN-DATE                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  RN-TIME                    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS                    PIC X(02).
       01 WS-CTL-STATUS                    PIC X(02).
       01 WS-RUN-STATUS                    PIC X(02).

       01 WS-JOB-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-JOB-EOF                   VALUE "Y".
       01 WS-CTL-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-CTL-EOF                   VALUE "Y".
       01 WS-RUN-EOF-SWITCH                PIC X(01) VALUE "N".
           88 WS-RUN-EOF                   VALUE "Y".
       01 WS-STOP-SWITCH                   PIC X(01) VALUE "N".
           88 WS-CHAIN-STOPPED             VALUE "Y".
       01 WS-LOG-OPEN-SWITCH               PIC X(01) VALUE "N".
           88 WS-LOG-OPEN                  VALUE "Y".
       01 WS-BUSDATE-SWITCH                PIC X(01) VALUE "N".
           88 WS-BUSDATE-FOUND             VALUE "Y".

       01 WS-RUN-RC                        PIC 9(02) VALUE ZERO.
       01 WS-RUN-RC-NEW                    PIC 9(02).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-BUSDATE                       PIC X(08).

       01 WS-CTL-PARSE.
           05 WS-CP-KEYWORD                PIC X(20).
           05 WS-CP-VALUE                  PIC X(240).
           05 WS-CP-PTR                    PIC 9(04).
           05 WS-CP-STEP                   PIC X(08).
           05 WS-CP-MAXRC                  PIC X(04).

       77 MAX-STEPS                        PIC 9(02) VALUE 20.
       01 WS-STEP-TABLE.
           05 WS-JS-USED                   PIC 9(02) VALUE ZERO.
           05 WS-JS-NAME                   PIC X(08) OCCURS 20 TIMES.
           05 WS-JS-MAXRC                  PIC 9(02) OCCURS 20 TIMES.
           05 WS-JS-CMD                    PIC X(240) OCCURS 20 TIMES.
           05 WS-JS-DONE                   PIC X(01) OCCURS 20 TIMES.
           05 WS-JS-RC                     PIC 9(02) OCCURS 20 TIMES.
           05 WS-JS-RAN                    PIC X(01) OCCURS 20 TIMES.

       01 itr.
           05 J                            PIC 9(02).
           05 K                            PIC 9(02).

       01 WS-STEP-WORK.
           05 WS-STEP-CMD                  PIC X(241).
           05 WS-STEP-RAW                  PIC S9(09) USAGE BINARY.
           05 WS-STEP-RC                   PIC 9(04).
           05 WS-FIRST-RESTART             PIC X(08) VALUE SPACES.
           05 WS-DONE-COUNT                PIC 9(02) VALUE ZERO.

       01 WS-LOG-WORK.
           05 WS-LOG-STEP                  PIC X(08).
           05 WS-LOG-EVENT                 PIC X(05).
           05 WS-LOG-RC                    PIC 9(02).

       01 WS-STEP-LINE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SL-NAME                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SL-STATE                  PIC X(12).
           05 FILLER                       PIC X(04) VALUE "RC= ".
           05 WS-SL-RC                     PIC Z9.
           05 FILLER                       PIC X(08) VALUE " MAXRC= ".
           05 WS-SL-MAXRC                  PIC Z9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-BUSDATE
           PERFORM 1000-LOAD-BUSDATE
                THRU 1000-LOAD-BUSDATE-EXIT
           IF NOT WS-BUSDATE-FOUND THEN
               DISPLAY "CBLJOB1: POSTCTL has no BUSDATE= - business "
                   "date unknown, nothing run"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-STEPS
                THRU 1100-LOAD-STEPS-EXIT
           IF WS-JS-USED EQUAL TO ZERO THEN
               DISPLAY "CBLJOB1: no STEP= lines in JOBCTL - "
                   "nothing to run"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CBLJOB1: job stream for business date "
               WS-BUSDATE " - " WS-JS-USED " steps"

           PERFORM 1200-LOAD-HISTORY
                THRU 1200-LOAD-HISTORY-EXIT
           IF WS-DONE-COUNT IS GREATER THAN ZERO THEN
               IF WS-FIRST-RESTART EQUAL SPACES THEN
                   DISPLAY "CBLJOB1: every step already complete "
                       "for " WS-BUSDATE " - nothing rerun"
               ELSE
                   DISPLAY "CBLJOB1: restart for " WS-BUSDATE
                       " at step " WS-FIRST-RESTART
               END-IF
           END-IF

           OPEN EXTEND RUN-FILE
           IF WS-RUN-STATUS NOT EQUAL "00" AND
               WS-RUN-STATUS NOT EQUAL "05" THEN
               OPEN OUTPUT RUN-FILE
           END-IF
           IF WS-RUN-STATUS NOT EQUAL "00" AND
               WS-RUN-STATUS NOT EQUAL "05" THEN
               DISPLAY "CBLJOB1: unable to open RUNCTL (STATUS="
                   WS-RUN-STATUS ") - no step run without a "
                   "restart record"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-LOG-OPEN TO TRUE

           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-JS-USED OR WS-CHAIN-STOPPED
               PERFORM 2000-RUN-STEP
                    THRU 2000-RUN-STEP-EXIT
           END-PERFORM

           CLOSE RUN-FILE

           PERFORM 3000-PRINT-SUMMARY
                THRU 3000-PRINT-SUMMARY-EXIT

           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-LOAD-BUSDATE
      *   Picks up the business date from POSTCTL BUSDATE= - the
      *   same date CBLPOST1 posts to, so one night's restart
      *   records all carry one date.  There is no default: the
      *   wall-clock date changes at midnight, and a stream that
      *   failed before it and was restarted after it would find
      *   no restart records and run every step again.  The
      *   mainline ends RC 08 when no valid BUSDATE= is found.
      *   Any other POSTCTL keyword belongs to CBLPOST1 and is
      *   left alone here.
      *-----------------------------------------------------------*
       1000-LOAD-BUSDATE.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT EQUAL "00" THEN
               CLOSE CTL-FILE
               GO TO 1000-LOAD-BUSDATE-EXIT
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
                               SET WS-BUSDATE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE.
       1000-LOAD-BUSDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-STEPS
      *   Reads the JOBCTL step list into the step table in the
      *   order the steps are to run.  The command is everything
      *   after the second comma, taken as it stands so it may
      *   carry its own "=" and "," (an environment override
      *   pointing CBLUNL1's BALSEQ at BALPREV, say).  A missing
      *   or non-numeric maxrc defaults to 04: warnings carry on,
      *   errors stop the chain.
      *-----------------------------------------------------------*
       1100-LOAD-STEPS.
           OPEN INPUT JOB-CTL-FILE
           IF WS-JOB-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLJOB1: unable to open JOBCTL (STATUS="
                   WS-JOB-STATUS ")"
               CLOSE JOB-CTL-FILE
               GO TO 1100-LOAD-STEPS-EXIT
           END-IF
           PERFORM UNTIL WS-JOB-EOF
               READ JOB-CTL-FILE
                   AT END
                       SET WS-JOB-EOF TO TRUE
                   NOT AT END
                       IF JOB-CTL-RECORD NOT EQUAL SPACES AND
                           JOB-CTL-RECORD(1:1) NOT EQUAL "*" THEN
                           PERFORM 1150-ADD-STEP
                                THRU 1150-ADD-STEP-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-CTL-FILE.
       1100-LOAD-STEPS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-ADD-STEP
      *   One STEP= line into the next free slot of the step
      *   table.  A line with no name or no command is reported
      *   and skipped with RC 04; a full table is RC 08, since a
      *   stream missing its tail steps must not look complete.
      *-----------------------------------------------------------*
       1150-ADD-STEP.
           MOVE SPACES TO WS-CP-KEYWORD
           MOVE SPACES TO WS-CP-VALUE
           MOVE 1 TO WS-CP-PTR
           UNSTRING JOB-CTL-RECORD DELIMITED BY "="
               INTO WS-CP-KEYWORD
               WITH POINTER WS-CP-PTR
           END-UNSTRING
           IF WS-CP-KEYWORD NOT EQUAL "STEP" THEN
               DISPLAY "CBLJOB1: unknown JOBCTL keyword: "
                   FUNCTION TRIM (WS-CP-KEYWORD)
               GO TO 1150-ADD-STEP-EXIT
           END-IF
           IF WS-CP-PTR IS GREATER THAN 256 THEN
               DISPLAY "CBLJOB1: empty STEP= line ignored"
               GO TO 1150-ADD-STEP-EXIT
           END-IF
           MOVE JOB-CTL-RECORD(WS-CP-PTR:) TO WS-CP-VALUE

           MOVE SPACES TO WS-CP-STEP
           MOVE SPACES TO WS-CP-MAXRC
           MOVE 1 TO WS-CP-PTR
           UNSTRING WS-CP-VALUE DELIMITED BY ","
               INTO WS-CP-STEP WS-CP-MAXRC
               WITH POINTER WS-CP-PTR
           END-UNSTRING
           IF WS-CP-STEP EQUAL SPACES OR
               WS-CP-PTR IS GREATER THAN 240 OR
               WS-CP-VALUE(WS-CP-PTR:) EQUAL SPACES THEN
               DISPLAY "CBLJOB1: STEP= line without a name or "
                   "command ignored: " FUNCTION TRIM (WS-CP-VALUE)
               MOVE 04 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1150-ADD-STEP-EXIT
           END-IF
           IF WS-JS-USED IS NOT LESS THAN MAX-STEPS THEN
               DISPLAY "CBLJOB1: step table full - step "
                   WS-CP-STEP " not loaded"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 1150-ADD-STEP-EXIT
           END-IF

           ADD 1 TO WS-JS-USED
           MOVE WS-CP-STEP TO WS-JS-NAME(WS-JS-USED)
           IF FUNCTION TRIM (WS-CP-MAXRC) IS NUMERIC THEN
               COMPUTE WS-JS-MAXRC(WS-JS-USED) = FUNCTION NUMVAL
                   (FUNCTION TRIM (WS-CP-MAXRC))
           ELSE
               MOVE 04 TO WS-JS-MAXRC(WS-JS-USED)
           END-IF
           MOVE WS-CP-VALUE(WS-CP-PTR:) TO WS-JS-CMD(WS-JS-USED)
           MOVE "N" TO WS-JS-DONE(WS-JS-USED)
           MOVE "N" TO WS-JS-RAN(WS-JS-USED)
           MOVE ZERO TO WS-JS-RC(WS-JS-USED).
       1150-ADD-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-HISTORY
      *   Reads RUNCTL for this business date.  A step is complete
      *   when its latest END line came back within the step's
      *   maxrc; a START with no END (the step died under us) or
      *   an END over the threshold leaves it to run again.  The
      *   first incomplete step is where tonight's restart begins.
      *-----------------------------------------------------------*
       1200-LOAD-HISTORY.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT EQUAL "00" THEN
               CLOSE RUN-FILE
               GO TO 1200-LOAD-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-RUN-EOF
               READ RUN-FILE
                   AT END
                       SET WS-RUN-EOF TO TRUE
                   NOT AT END
                       IF RN-BUSDATE EQUAL WS-BUSDATE AND
                           RN-EVENT EQUAL "END" AND
                           RN-RC IS NUMERIC THEN
                           PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-JS-USED
                               IF WS-JS-NAME(K) EQUAL RN-STEP THEN
                                   MOVE RN-RC TO WS-JS-RC(K)
                                   IF RN-RC IS GREATER THAN
                                       WS-JS-MAXRC(K) THEN
                                       MOVE "N" TO WS-JS-DONE(K)
                                   ELSE
                                       MOVE "Y" TO WS-JS-DONE(K)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-FILE

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JS-USED
               IF WS-JS-DONE(K) EQUAL "Y" THEN
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   IF WS-FIRST-RESTART EQUAL SPACES THEN
                       MOVE WS-JS-NAME(K) TO WS-FIRST-RESTART
                   END-IF
               END-IF
           END-PERFORM.
       1200-LOAD-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RUN-STEP
      *   Step J of the chain.  A step already complete for this
      *   business date is logged SKIP and not touched.  Otherwise
      *   START is logged before the command is issued and END with
      *   its RC after, so a step that never comes back leaves a
      *   START with no END and is rerun next time; a START that
      *   cannot be logged stops the chain before the command is
      *   issued, so no step ever runs unrecorded.  The shell
      *   hands back a wait status; the exit code is its high
      *   byte.  An RC over the step's maxrc logs HALT and stops
      *   the chain with the run at RC 08.
      *-----------------------------------------------------------*
       2000-RUN-STEP.
           IF WS-JS-DONE(J) EQUAL "Y" THEN
               DISPLAY "CBLJOB1: step " WS-JS-NAME(J)
                   " completed earlier (RC=" WS-JS-RC(J)
                   ") - not rerun"
               MOVE WS-JS-NAME(J) TO WS-LOG-STEP
               MOVE "SKIP" TO WS-LOG-EVENT
               MOVE WS-JS-RC(J) TO WS-LOG-RC
               PERFORM 8000-WRITE-RUNCTL
                    THRU 8000-WRITE-RUNCTL-EXIT
               GO TO 2000-RUN-STEP-EXIT
           END-IF

           DISPLAY "CBLJOB1: starting step " WS-JS-NAME(J) ": "
               FUNCTION TRIM (WS-JS-CMD(J))
           MOVE WS-JS-NAME(J) TO WS-LOG-STEP
           MOVE "START" TO WS-LOG-EVENT
           MOVE ZERO TO WS-LOG-RC
           PERFORM 8000-WRITE-RUNCTL
                THRU 8000-WRITE-RUNCTL-EXIT
           IF WS-CHAIN-STOPPED THEN
               GO TO 2000-RUN-STEP-EXIT
           END-IF

           MOVE SPACES TO WS-STEP-CMD
           MOVE WS-JS-CMD(J) TO WS-STEP-CMD
           CALL "SYSTEM" USING WS-STEP-CMD
           MOVE RETURN-CODE TO WS-STEP-RAW
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RAW IS LESS THAN ZERO THEN
               MOVE 99 TO WS-STEP-RC
           ELSE
               IF WS-STEP-RAW IS GREATER THAN 255 THEN
                   DIVIDE 256 INTO WS-STEP-RAW GIVING WS-STEP-RC
               ELSE
                   MOVE WS-STEP-RAW TO WS-STEP-RC
               END-IF
           END-IF
           IF WS-STEP-RC IS GREATER THAN 99 THEN
               MOVE 99 TO WS-STEP-RC
           END-IF
           MOVE WS-STEP-RC TO WS-JS-RC(J)
           MOVE "Y" TO WS-JS-RAN(J)

           MOVE WS-JS-NAME(J) TO WS-LOG-STEP
           MOVE "END" TO WS-LOG-EVENT
           MOVE WS-STEP-RC TO WS-LOG-RC
           PERFORM 8000-WRITE-RUNCTL
                THRU 8000-WRITE-RUNCTL-EXIT
           DISPLAY "CBLJOB1: step " WS-JS-NAME(J) " ended RC="
               WS-JS-RC(J)

           IF WS-JS-RC(J) IS GREATER THAN WS-JS-MAXRC(J) THEN
               DISPLAY "CBLJOB1: step " WS-JS-NAME(J) " RC="
                   WS-JS-RC(J) " is over its threshold of "
                   WS-JS-MAXRC(J) " - job stream stopped; rerun "
                   "restarts here"
               MOVE "HALT" TO WS-LOG-EVENT
               PERFORM 8000-WRITE-RUNCTL
                    THRU 8000-WRITE-RUNCTL-EXIT
               SET WS-CHAIN-STOPPED TO TRUE
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               GO TO 2000-RUN-STEP-EXIT
           END-IF

           MOVE "Y" TO WS-JS-DONE(J)
           MOVE WS-JS-RC(J) TO WS-RUN-RC-NEW
           PERFORM 9500-SET-RUN-RC
                THRU 9500-SET-RUN-RC-EXIT.
       2000-RUN-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-SUMMARY
      *   One console line per step: complete, run and failed,
      *   skipped as complete from an earlier run, or not reached
      *   because the chain stopped above it.
      *-----------------------------------------------------------*
       3000-PRINT-SUMMARY.
           DISPLAY "CBLJOB1: job stream summary for " WS-BUSDATE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JS-USED
               MOVE WS-JS-NAME(K) TO WS-SL-NAME
               MOVE WS-JS-RC(K) TO WS-SL-RC
               MOVE WS-JS-MAXRC(K) TO WS-SL-MAXRC
               IF WS-JS-DONE(K) EQUAL "Y" THEN
                   IF WS-JS-RAN(K) EQUAL "Y" THEN
                       MOVE "COMPLETE" TO WS-SL-STATE
                   ELSE
                       MOVE "SKIPPED" TO WS-SL-STATE
                   END-IF
               ELSE
                   IF WS-JS-RAN(K) EQUAL "Y" THEN
                       MOVE "*** FAILED" TO WS-SL-STATE
                   ELSE
                       MOVE "NOT RUN" TO WS-SL-STATE
                       MOVE ZERO TO WS-SL-RC
                   END-IF
               END-IF
               DISPLAY WS-STEP-LINE
           END-PERFORM.
       3000-PRINT-SUMMARY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-RUNCTL
      *   Appends one line to RUNCTL: business date, step name,
      *   event (START, END, SKIP or HALT), RC, and the wall-clock
      *   date and time it happened.
      *-----------------------------------------------------------*
       8000-WRITE-RUNCTL.
           IF NOT WS-LOG-OPEN THEN
               GO TO 8000-WRITE-RUNCTL-EXIT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO RUN-RECORD
           MOVE WS-BUSDATE TO RN-BUSDATE
           MOVE WS-LOG-STEP TO RN-STEP
           MOVE WS-LOG-EVENT TO RN-EVENT
           MOVE WS-LOG-RC TO RN-RC
           MOVE WS-RUN-DATE TO RN-DATE
           MOVE WS-RUN-TIME TO RN-TIME
           WRITE RUN-RECORD
           IF WS-RUN-STATUS NOT EQUAL "00" THEN
               DISPLAY "CBLJOB1: write to RUNCTL failed (STATUS="
                   WS-RUN-STATUS ") - restart point not recorded"
               MOVE 08 TO WS-RUN-RC-NEW
               PERFORM 9500-SET-RUN-RC
                    THRU 9500-SET-RUN-RC-EXIT
               SET WS-CHAIN-STOPPED TO TRUE
           END-IF.
       8000-WRITE-RUNCTL-EXIT.
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
