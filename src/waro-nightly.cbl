       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-NIGHTLY.
      *> Nightly job-stream driver: replaces the operator's checklist
      *> (preflight, tourney, GAMEHIXD load, ratings, milestones, the
      *> weekly newsletter, the results extract, the ops report) with
      *> one step that CALLs each program in turn off the STEPTBL
      *> step table. Every step names the steps that must have ended
      *> cleanly before it may start and the highest return code it
      *> may end with; the first step over its limit stops the
      *> stream. Each step's start, end and return code go to
      *> STEPSTAT as they happen, so the next submission starts at
      *> the failed (or abended) step instead of redoing the ones
      *> already finished, and to OPSLOG, so WARO-OPSRPT shows the
      *> whole stream next to the WARO and WARO-TOURNEY run digests.
      *> Once every step has ended cleanly the next submission is a
      *> fresh night and starts again from the top.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> One card per step, in running order: step name, the
           *> program to CALL, the highest acceptable return code,
           *> and up to three earlier step names it depends on.
           SELECT STEP-TBL-FILE ASSIGN TO "STEPTBL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEP-TBL-STATUS.

           *> One line per step of the stream in progress, rewritten
           *> in full whenever a step starts or ends.
           SELECT STEP-STAT-FILE ASSIGN TO "STEPSTAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEP-STAT-STATUS.

           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPS-LOG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD STEP-TBL-FILE.
         01 STEP-TBL-RECORD.
           02 STC-STEP PIC X(8).
           02 FILLER PIC X.
           02 STC-PROGRAM PIC X(14).
           02 FILLER PIC X.
           02 STC-MAX-RC PIC 9(2).
           02 STC-REQUIRED OCCURS 3 TIMES.
             03 FILLER PIC X.
             03 STC-REQUIRES PIC X(8).

         FD STEP-STAT-FILE.
         01 STEP-STAT-RECORD.
           02 SS-STEP PIC X(8).
           02 FILLER PIC X.
           02 SS-PROGRAM PIC X(14).
           02 FILLER PIC X.
           *> "R" started (an abend leaves it so), "D" ended within
           *> its limit, "F" ended over its limit.
           02 SS-STATE PIC X(1).
           02 FILLER PIC X.
           02 SS-START-STAMP PIC X(14).
           02 FILLER PIC X.
           02 SS-END-STAMP PIC X(14).
           02 FILLER PIC X.
           02 SS-RC PIC 9(2).

         *> Same layout WARO and WARO-TOURNEY write; a stream step's
         *> line carries the step name as its program and no games.
         FD OPS-LOG-FILE.
         01 OPS-LOG-RECORD.
           02 OPS-PROGRAM PIC X(8).
           02 FILLER PIC X.
           02 OPS-START-STAMP PIC X(14).
           02 FILLER PIC X.
           02 OPS-END-STAMP PIC X(14).
           02 FILLER PIC X.
           02 OPS-GAMES-ATTEMPTED PIC 9(4).
           02 FILLER PIC X.
           02 OPS-GAMES-COMPLETED PIC 9(4).
           02 FILLER PIC X.
           02 OPS-SHUFFLE-FAILS PIC 9(4).
           02 FILLER PIC X.
           02 OPS-RECON-BREAKS PIC 9(4).
           02 FILLER PIC X.
           02 OPS-NO-BIDDER PIC 9(4).
           02 FILLER PIC X.
           02 OPS-GH-WRITTEN PIC 9(6).
           02 FILLER PIC X.
           02 OPS-AUD-WRITTEN PIC 9(6).
           02 FILLER PIC X.
           02 OPS-DEAL-WRITTEN PIC 9(6).
           02 FILLER PIC X.
           02 OPS-HIGHEST-RC PIC 9(2).

         WORKING-STORAGE SECTION.
         01 STEP-TBL-STATUS PIC X(2).
         01 STEP-STAT-STATUS PIC X(2).
         01 OPS-LOG-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1).
           88 AT-EOF VALUE "Y".

         *> The stream in storage, in STEPTBL order.
         78 STEP-MAX VALUE 20.
         01 STEP-COUNT PIC 9(2) VALUE 0.
         01 STEP-TABLE.
           02 STEP-ENTRY OCCURS 20 TIMES.
             03 STEP-NAME PIC X(8).
             03 STEP-PROGRAM PIC X(14).
             03 STEP-MAX-RC PIC 9(2).
             03 STEP-REQUIRES PIC X(8) OCCURS 3 TIMES.
             03 STEP-STATE PIC X(1).
               88 STEP-DONE VALUE "D".
             03 STEP-START-STAMP PIC X(14).
             03 STEP-END-STAMP PIC X(14).
             03 STEP-RC PIC 9(2).
         01 SX PIC 9(2).
         01 RX PIC 9(2).
         01 RQ PIC 9(1).

         01 TABLE-ERRORS PIC 9(2) VALUE 0.
         01 STEPS-DONE PIC 9(2) VALUE 0.
         01 STEPS-STARTED PIC 9(2) VALUE 0.
         01 STEPS-RUN PIC 9(2) VALUE 0.
         01 FOUND-SWITCH PIC X(1).
           88 STEP-FOUND VALUE "Y".
         01 STREAM-SWITCH PIC X(1) VALUE "N".
           88 STREAM-STOPPED VALUE "Y".
         01 STREAM-HIGH-RC PIC 9(2) VALUE 0.
         01 FIND-NAME PIC X(8).
         01 CALL-NAME PIC X(14).
         01 CALL-RC PIC S9(4).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO NIGHTLY JOB STREAM".
         PERFORM LOAD-STEP-TABLE.
         IF STEP-COUNT = 0
           DISPLAY "TRACER SEVERE ERROR: no STEPTBL steps to run"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         IF TABLE-ERRORS > 0
           DISPLAY "TRACER SEVERE ERROR: " TABLE-ERRORS
             " STEPTBL error(s); no step run"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-STEP-STATUS.
         PERFORM RUN-ONE-STEP
           VARYING SX FROM 1 BY 1
             UNTIL SX > STEP-COUNT OR STREAM-STOPPED.
         PERFORM PRINT-STREAM-REPORT.
         MOVE STREAM-HIGH-RC TO RETURN-CODE.
         IF STREAM-STOPPED AND RETURN-CODE < 8
           MOVE 8 TO RETURN-CODE
         END-IF.
         GOBACK.

       *> A step may only depend on a step listed before it - the
       *> stream runs top to bottom, so anything else could never be
       *> satisfied - and step names must be unique for STEPSTAT to
       *> tell them apart.
       LOAD-STEP-TABLE.
         OPEN INPUT STEP-TBL-FILE.
         IF STEP-TBL-STATUS = "00"
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-STEP-TBL
           PERFORM LOAD-ONE-STEP UNTIL AT-EOF
           CLOSE STEP-TBL-FILE
         END-IF.

       READ-NEXT-STEP-TBL.
         READ STEP-TBL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-STEP.
         IF STC-STEP = SPACES
           CONTINUE
         ELSE IF STEP-COUNT >= STEP-MAX
           ADD 1 TO TABLE-ERRORS
           DISPLAY "TRACER SEVERE ERROR: STEPTBL step " STC-STEP
             " beyond the " STEP-MAX "-step limit"
         ELSE IF STC-PROGRAM = SPACES OR STC-MAX-RC IS NOT NUMERIC
           ADD 1 TO TABLE-ERRORS
           DISPLAY "TRACER SEVERE ERROR: STEPTBL step " STC-STEP
             " needs a program and a two-digit highest RC"
         ELSE
           MOVE STC-STEP TO FIND-NAME
           PERFORM FIND-STEP
           IF STEP-FOUND
             ADD 1 TO TABLE-ERRORS
             DISPLAY "TRACER SEVERE ERROR: STEPTBL step " STC-STEP
               " listed twice"
           ELSE
             ADD 1 TO STEP-COUNT
             MOVE SPACES TO STEP-ENTRY (STEP-COUNT)
             MOVE STC-STEP TO STEP-NAME (STEP-COUNT)
             MOVE STC-PROGRAM TO STEP-PROGRAM (STEP-COUNT)
             MOVE STC-MAX-RC TO STEP-MAX-RC (STEP-COUNT)
             MOVE 0 TO STEP-RC (STEP-COUNT)
             PERFORM LOAD-ONE-REQUIREMENT
               VARYING RQ FROM 1 BY 1 UNTIL RQ > 3
           END-IF
         END-IF.
         PERFORM READ-NEXT-STEP-TBL.

       LOAD-ONE-REQUIREMENT.
         IF STC-REQUIRES (RQ) NOT = SPACES
           MOVE STC-REQUIRES (RQ) TO FIND-NAME
           PERFORM FIND-STEP
           IF STEP-FOUND AND RX < STEP-COUNT
             MOVE STC-REQUIRES (RQ)
               TO STEP-REQUIRES (STEP-COUNT, RQ)
           ELSE
             ADD 1 TO TABLE-ERRORS
             DISPLAY "TRACER SEVERE ERROR: STEPTBL step " STC-STEP
               " requires " STC-REQUIRES (RQ)
               ", which is not an earlier step"
           END-IF
         END-IF.

       *> Looks FIND-NAME up among the steps loaded so far; RX is
       *> left on the match.
       FIND-STEP.
         MOVE "N" TO FOUND-SWITCH.
         MOVE 1 TO RX.
         PERFORM STEP-FIND-INDEX
           UNTIL RX > STEP-COUNT OR STEP-FOUND.
         IF STEP-FOUND
           SUBTRACT 1 FROM RX
         END-IF.

       STEP-FIND-INDEX.
         IF STEP-NAME (RX) = FIND-NAME
           MOVE "Y" TO FOUND-SWITCH
         END-IF.
         ADD 1 TO RX.

       *> A stream left part-way (a step over its limit, or an abend
       *> mid-step) resumes: its finished steps keep their "D". A
       *> stream that finished every step - or no STEPSTAT at all -
       *> means tonight starts fresh.
       LOAD-STEP-STATUS.
         OPEN INPUT STEP-STAT-FILE.
         IF STEP-STAT-STATUS = "00"
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-STEP-STAT
           PERFORM LOAD-ONE-STEP-STAT UNTIL AT-EOF
           CLOSE STEP-STAT-FILE
         END-IF.
         IF STEPS-STARTED > 0 AND STEPS-DONE < STEP-COUNT
           DISPLAY "TRACER restarting an unfinished stream: "
             STEPS-DONE " of " STEP-COUNT " step(s) already ended"
         ELSE
           PERFORM CLEAR-ONE-STEP-STATE
             VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
         END-IF.

       READ-NEXT-STEP-STAT.
         READ STEP-STAT-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       *> Steps no longer in STEPTBL are dropped; a step whose
       *> program was changed since is not taken as finished.
       LOAD-ONE-STEP-STAT.
         MOVE SS-STEP TO FIND-NAME.
         PERFORM FIND-STEP.
         IF STEP-FOUND AND SS-STATE NOT = SPACE
           ADD 1 TO STEPS-STARTED
           IF SS-PROGRAM = STEP-PROGRAM (RX)
             MOVE SS-STATE TO STEP-STATE (RX)
             MOVE SS-START-STAMP TO STEP-START-STAMP (RX)
             MOVE SS-END-STAMP TO STEP-END-STAMP (RX)
             MOVE SS-RC TO STEP-RC (RX)
             IF STEP-DONE (RX)
               ADD 1 TO STEPS-DONE
             END-IF
           END-IF
         END-IF.
         PERFORM READ-NEXT-STEP-STAT.

       CLEAR-ONE-STEP-STATE.
         MOVE SPACE TO STEP-STATE (SX).
         MOVE SPACES TO STEP-START-STAMP (SX).
         MOVE SPACES TO STEP-END-STAMP (SX).
         MOVE 0 TO STEP-RC (SX).

       *> STEPSTAT says "started" before the CALL, so a step that
       *> never comes back is rerun by the next submission rather
       *> than taken as done.
       RUN-ONE-STEP.
         IF STEP-DONE (SX)
           DISPLAY "TRACER   step " STEP-NAME (SX) " ended rc "
             STEP-RC (SX) " at " STEP-END-STAMP (SX)
             " - not rerun"
           IF STEP-RC (SX) > STREAM-HIGH-RC
             MOVE STEP-RC (SX) TO STREAM-HIGH-RC
           END-IF
         ELSE
           PERFORM CHECK-ONE-REQUIREMENT
             VARYING RQ FROM 1 BY 1
               UNTIL RQ > 3 OR STREAM-STOPPED
           IF NOT STREAM-STOPPED
             PERFORM CALL-STEP-PROGRAM
           END-IF
         END-IF.

       CHECK-ONE-REQUIREMENT.
         IF STEP-REQUIRES (SX, RQ) NOT = SPACES
           MOVE STEP-REQUIRES (SX, RQ) TO FIND-NAME
           PERFORM FIND-STEP
           IF NOT STEP-DONE (RX)
             MOVE "Y" TO STREAM-SWITCH
             DISPLAY "TRACER SEVERE ERROR: step " STEP-NAME (SX)
               " requires step " FIND-NAME
               ", which has not ended cleanly; stream stopped"
           END-IF
         END-IF.

       CALL-STEP-PROGRAM.
         ADD 1 TO STEPS-RUN.
         MOVE "R" TO STEP-STATE (SX).
         MOVE FUNCTION CURRENT-DATE (1:14) TO STEP-START-STAMP (SX).
         MOVE SPACES TO STEP-END-STAMP (SX).
         MOVE 0 TO STEP-RC (SX).
         PERFORM WRITE-STEP-STATUS.
         DISPLAY "TRACER   step " STEP-NAME (SX) " starting "
           STEP-PROGRAM (SX).
         MOVE STEP-PROGRAM (SX) TO CALL-NAME.
         MOVE 0 TO RETURN-CODE.
         CALL CALL-NAME
           ON EXCEPTION
             DISPLAY "TRACER SEVERE ERROR: step " STEP-NAME (SX)
               " program " CALL-NAME " failed to load"
             MOVE 12 TO RETURN-CODE
         END-CALL.
         MOVE RETURN-CODE TO CALL-RC.
         IF CALL-RC < 0 OR CALL-RC > 99
           MOVE 99 TO CALL-RC
         END-IF.
         MOVE CALL-RC TO STEP-RC (SX).
         MOVE FUNCTION CURRENT-DATE (1:14) TO STEP-END-STAMP (SX).
         IF STEP-RC (SX) > STREAM-HIGH-RC
           MOVE STEP-RC (SX) TO STREAM-HIGH-RC
         END-IF.
         IF STEP-RC (SX) > STEP-MAX-RC (SX)
           MOVE "F" TO STEP-STATE (SX)
           MOVE "Y" TO STREAM-SWITCH
           DISPLAY "TRACER SEVERE ERROR: step " STEP-NAME (SX)
             " ended rc " STEP-RC (SX) ", over its limit of "
             STEP-MAX-RC (SX) "; stream stopped - resubmit to "
             "restart at this step"
         ELSE
           MOVE "D" TO STEP-STATE (SX)
           DISPLAY "TRACER   step " STEP-NAME (SX) " ended rc "
             STEP-RC (SX)
         END-IF.
         PERFORM WRITE-STEP-STATUS.
         PERFORM WRITE-OPS-STEP.

       WRITE-STEP-STATUS.
         OPEN OUTPUT STEP-STAT-FILE.
         PERFORM WRITE-ONE-STEP-STATUS
           VARYING RX FROM 1 BY 1 UNTIL RX > STEP-COUNT.
         CLOSE STEP-STAT-FILE.

       WRITE-ONE-STEP-STATUS.
         IF STEP-STATE (RX) NOT = SPACE
           MOVE SPACES TO STEP-STAT-RECORD
           MOVE STEP-NAME (RX) TO SS-STEP
           MOVE STEP-PROGRAM (RX) TO SS-PROGRAM
           MOVE STEP-STATE (RX) TO SS-STATE
           MOVE STEP-START-STAMP (RX) TO SS-START-STAMP
           MOVE STEP-END-STAMP (RX) TO SS-END-STAMP
           MOVE STEP-RC (RX) TO SS-RC
           WRITE STEP-STAT-RECORD
         END-IF.

       WRITE-OPS-STEP.
         OPEN EXTEND OPS-LOG-FILE.
         IF OPS-LOG-STATUS = "35"
           OPEN OUTPUT OPS-LOG-FILE
         END-IF.
         MOVE SPACES TO OPS-LOG-RECORD.
         MOVE STEP-NAME (SX) TO OPS-PROGRAM.
         MOVE STEP-START-STAMP (SX) TO OPS-START-STAMP.
         MOVE STEP-END-STAMP (SX) TO OPS-END-STAMP.
         MOVE 0 TO OPS-GAMES-ATTEMPTED.
         MOVE 0 TO OPS-GAMES-COMPLETED.
         MOVE 0 TO OPS-SHUFFLE-FAILS.
         MOVE 0 TO OPS-RECON-BREAKS.
         MOVE 0 TO OPS-NO-BIDDER.
         MOVE 0 TO OPS-GH-WRITTEN.
         MOVE 0 TO OPS-AUD-WRITTEN.
         MOVE 0 TO OPS-DEAL-WRITTEN.
         MOVE STEP-RC (SX) TO OPS-HIGHEST-RC.
         WRITE OPS-LOG-RECORD.
         CLOSE OPS-LOG-FILE.

       PRINT-STREAM-REPORT.
         DISPLAY " ".
         DISPLAY "WARO NIGHTLY STREAM - steps " STEP-COUNT
           ", run this submission " STEPS-RUN.
         PERFORM PRINT-ONE-STEP
           VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT.
         IF STREAM-STOPPED
           DISPLAY "TRACER   stream stopped; the next submission "
             "restarts at the first step not ended"
         ELSE
           DISPLAY "TRACER   stream complete; highest rc "
             STREAM-HIGH-RC
         END-IF.

       PRINT-ONE-STEP.
         EVALUATE STEP-STATE (SX)
           WHEN "D"
             DISPLAY "TRACER   " STEP-NAME (SX) " " STEP-PROGRAM (SX)
               " ENDED   rc " STEP-RC (SX) " limit "
               STEP-MAX-RC (SX) " " STEP-START-STAMP (SX) "-"
               STEP-END-STAMP (SX)
           WHEN "F"
             DISPLAY "TRACER   " STEP-NAME (SX) " " STEP-PROGRAM (SX)
               " FAILED  rc " STEP-RC (SX) " limit "
               STEP-MAX-RC (SX) " " STEP-START-STAMP (SX) "-"
               STEP-END-STAMP (SX)
           WHEN OTHER
             DISPLAY "TRACER   " STEP-NAME (SX) " " STEP-PROGRAM (SX)
               " NOT RUN"
         END-EVALUATE.
