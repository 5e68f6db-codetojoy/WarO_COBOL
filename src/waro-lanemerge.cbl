      *> a 4-lane run must match what one long serial run would have
      *> produced, which holds because the leaderboard is a sum of
      *> per-game results and addition doesn't care about lane order.
      *> The merge is restartable: every lane's fold into each
      *> master (GAMEHIST, BIDAUDIT, DEALFILE, and its share of the
      *> LEADERBOARD) is recorded in MERGECTL as it starts and as it
      *> finishes, so a rerun after an abend skips what is already
      *> folded, picks a half-appended master up at the row where it
      *> stopped, and never adds a lane's points to the board twice.
      *> A lane whose input - same game-id range, same row count -
      *> was already merged in full is refused, not appended again.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.

           *> The merge-control record: one line per lane per master,
           *> rewritten in full whenever a fold starts or finishes.
           *> Left on file after a clean run, it is how the next run
           *> knows the lane inputs it has already consumed.
           SELECT MERGE-CTL-FILE ASSIGN TO "MERGECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MERGE-CTL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> Lane rows pass through as raw images; only the master-side
         *> leaderboard fold needs field-level access, and that works
         *> off the working-storage copy below.
         FD LANE-HIST-1-FILE.
         01 LANE-HIST-1-RECORD PIC X(184).
         FD LANE-HIST-2-FILE.
         01 LANE-HIST-2-RECORD PIC X(184).
         FD LANE-HIST-3-FILE.
         01 LANE-HIST-3-RECORD PIC X(184).
         FD LANE-HIST-4-FILE.
         01 LANE-HIST-4-RECORD PIC X(184).

         FD LANE-AUD-1-FILE.
         01 LANE-AUD-1-RECORD PIC X(87).
         FD LANE-AUD-2-FILE.
         01 LANE-AUD-2-RECORD PIC X(87).
         FD LANE-AUD-3-FILE.
         01 LANE-AUD-3-RECORD PIC X(87).
         FD LANE-AUD-4-FILE.
         01 LANE-AUD-4-RECORD PIC X(87).

         FD LANE-DEAL-1-FILE.
         01 LANE-DEAL-1-RECORD.
           02 LD1-GAME-ID PIC 9(6).
           02 LD1-BODY PIC X(323).
         FD LANE-DEAL-2-FILE.
         01 LANE-DEAL-2-RECORD.
           02 LD2-GAME-ID PIC 9(6).
           02 LD2-BODY PIC X(323).
         FD LANE-DEAL-3-FILE.
         01 LANE-DEAL-3-RECORD.
           02 LD3-GAME-ID PIC 9(6).
           02 LD3-BODY PIC X(323).
         FD LANE-DEAL-4-FILE.
         01 LANE-DEAL-4-RECORD.
           02 LD4-GAME-ID PIC 9(6).
           02 LD4-BODY PIC X(323).

         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RECORD PIC X(184).

         FD AUDIT-FILE.
         01 AUDIT-RECORD PIC X(87).

         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 DEAL-BODY PIC X(323).

         *> Same layout WARO-TOURNEY keeps; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
           02 FILLER PIC X.
           02 LB-WINS PIC 9(6).

         FD MERGE-CTL-FILE.
         01 MERGE-CTL-RECORD.
           02 MC-LANE PIC 9(1).
           02 FILLER PIC X.
           02 MC-DATASET PIC X(11).
           02 FILLER PIC X.
           *> "P" fold started, "D" fold finished.
           02 MC-STATE PIC X(1).
           02 FILLER PIC X.
           *> The lane input the fold belongs to: its GAMEHIST
           *> game-id range and row count.
           02 MC-LOW-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 MC-HIGH-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 MC-LANE-ROWS PIC 9(6).
           02 FILLER PIC X.
           *> Master rows already on file when the fold started,
           *> and rows the fold added.
           02 MC-BASE-ROWS PIC 9(7).
           02 FILLER PIC X.
           02 MC-ROWS PIC 9(6).
           02 FILLER PIC X.
           02 MC-STAMP PIC X(14).

         WORKING-STORAGE SECTION.
         01 LANE-HIST-STATUS PIC X(2).
         01 LANE-AUD-STATUS PIC X(2).
           88 LANE-AT-EOF VALUE "Y".
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
           88 LB-AT-EOF VALUE "Y".
         01 MERGE-CTL-STATUS PIC X(2).
         01 MC-EOF-SWITCH PIC X(1) VALUE "N".
           88 MC-AT-EOF VALUE "Y".
         01 MASTER-EOF-SWITCH PIC X(1).
           88 MASTER-AT-EOF VALUE "Y".

         78 LANE-MAX VALUE 4.
         78 CKPT-NUM-SEATS VALUE 8.
             03 LANE-GH-POINTS PIC 9(4).
             03 FILLER PIC X.
           02 LANE-GH-GAME-ID PIC 9(6).
           *> Handicap flag, rule set, redeal passes, time stamp and
           *> entry source - copied through, never examined here.
           02 LANE-GH-TAIL PIC X(23).

         01 LANE-AUD-ROW PIC X(87).
         01 LANE-DEAL-ROW.
           02 LANE-DEAL-ROW-GAME-ID PIC 9(6).
           02 LANE-DEAL-ROW-BODY PIC X(323).

         *> Season leaderboard folded across every lane's "S" rows,
         *> same seat-indexed table WARO-TOURNEY keeps.
         01 DEAL-RECS-MERGED PIC 9(6) VALUE 0.
         01 GAMES-MERGED PIC 9(6) VALUE 0.
         01 KEY-COLLISIONS PIC 9(6) VALUE 0.
         01 LANES-REFUSED PIC 9(1) VALUE 0.
         01 ROWS-SKIPPED PIC 9(6) VALUE 0.

         *> What one pass over a lane's GAMEHIST does with each row:
         *> "S" size the input up, "C" copy it into the master, "F"
         *> fold its "S" rows into the leaderboard.
         01 MERGE-PASS PIC X(1).
           88 SCAN-PASS VALUE "S".
           88 COPY-PASS VALUE "C".
           88 FOLD-PASS VALUE "F".
         01 LANE-OPENED-SWITCH PIC X(1).
           88 LANE-OPENED VALUE "Y".
         01 LANE-LOW-GAME-ID PIC 9(6).
         01 LANE-HIGH-GAME-ID PIC 9(6).
         01 LANE-ROWS PIC 9(6).
         01 LANE-STATE-SWITCH PIC X(1).
           88 LANE-ACCEPTED VALUE "Y".

         *> Master rows on file, counted before the first append and
         *> kept up as rows go on, so an interrupted fold knows how
         *> far it got.
         01 MASTER-HIST-ROWS PIC 9(7) VALUE 0.
         01 MASTER-AUD-ROWS PIC 9(7) VALUE 0.
         01 ROWS-TO-SKIP PIC 9(7).
         01 DATASET-ROWS PIC 9(6).
         01 DATASET-STATE-SWITCH PIC X(1).
           88 DATASET-PENDING VALUE "N" "R".
           88 DATASET-RESUMING VALUE "R".

         *> MERGECTL in storage: LANE-MAX lanes by the four masters
         *> a lane folds into, in the order the folds run.
         78 DATASET-MAX VALUE 4.
         01 DATASET-NAMES.
           02 FILLER PIC X(11) VALUE 'GAMEHIST   '.
           02 FILLER PIC X(11) VALUE 'BIDAUDIT   '.
           02 FILLER PIC X(11) VALUE 'DEALFILE   '.
           02 FILLER PIC X(11) VALUE 'LEADERBOARD'.
         01 DATASET-NAMES-R REDEFINES DATASET-NAMES.
           02 DATASET-NAME PIC X(11) OCCURS 4 TIMES.
         01 DS-NO PIC 9(1).
         01 CX PIC 9(2).
         01 CTL-X PIC 9(2).
         01 CTL-DS-NO PIC 9(1).
         01 CTL-TABLE.
           02 CTL-ENTRY OCCURS 16 TIMES.
             03 CT-STATE PIC X(1).
             03 CT-LOW-GAME-ID PIC 9(6).
             03 CT-HIGH-GAME-ID PIC 9(6).
             03 CT-LANE-ROWS PIC 9(6).
             03 CT-BASE-ROWS PIC 9(7).
             03 CT-ROWS PIC 9(6).
             03 CT-STAMP PIC X(14).
         01 LANE-DONE-COUNT PIC 9(1).
         01 LANE-OPEN-COUNT PIC 9(1).
         01 SAME-INPUT-SWITCH PIC X(1).
           88 SAME-INPUT VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO LANE CONSOLIDATION".
         PERFORM READ-LEADERBOARD.
         PERFORM LOAD-MERGE-CTL.
         PERFORM COUNT-MASTER-ROWS.
         OPEN EXTEND GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "35"
           OPEN OUTPUT GAME-HISTORY-FILE
         CLOSE GAME-HISTORY-FILE.
         CLOSE AUDIT-FILE.
         CLOSE DEAL-FILE.
         IF LANES-MERGED > 0
           *> The lanes themselves skip the ratings run; the single
           *> consolidated pass happens here, over the merged master
         PERFORM PRINT-MERGE-REPORT.
         IF KEY-COLLISIONS > 0
           MOVE 12 TO RETURN-CODE
         ELSE IF LANES-REFUSED > 0
           MOVE 8 TO RETURN-CODE
         ELSE IF LANES-MERGED = 0
           DISPLAY "TRACER SEVERE ERROR: no lane files present"
           MOVE 8 TO RETURN-CODE
         END-EVALUATE.

       MERGE-LANE-1.
         MOVE 0 TO LANE-ROWS.
         MOVE 0 TO LANE-LOW-GAME-ID.
         MOVE 0 TO LANE-HIGH-GAME-ID.
         MOVE "S" TO MERGE-PASS.
         PERFORM PASS-LANE-1-HIST.
         PERFORM CHECK-LANE-CTL.
         IF LANE-ACCEPTED
           MOVE 1 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "C" TO MERGE-PASS
             PERFORM PASS-LANE-1-HIST
             PERFORM END-DATASET
           END-IF
           MOVE 2 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-AUD-1-FILE
             IF LANE-AUD-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-1-AUD
               PERFORM COPY-LANE-1-AUD UNTIL LANE-AT-EOF
               CLOSE LANE-AUD-1-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 3 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-DEAL-1-FILE
             IF LANE-DEAL-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-1-DEAL
               PERFORM COPY-LANE-1-DEAL UNTIL LANE-AT-EOF
               CLOSE LANE-DEAL-1-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 4 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "F" TO MERGE-PASS
             PERFORM PASS-LANE-1-HIST
             PERFORM WRITE-LEADERBOARD
             PERFORM END-DATASET
           END-IF
         END-IF.

       PASS-LANE-1-HIST.
         MOVE "N" TO LANE-OPENED-SWITCH.
         OPEN INPUT LANE-HIST-1-FILE.
         IF LANE-HIST-STATUS = "00"
           MOVE "Y" TO LANE-OPENED-SWITCH
           MOVE "N" TO LANE-EOF-SWITCH
           PERFORM READ-LANE-1-HIST
           PERFORM COPY-LANE-1-HIST UNTIL LANE-AT-EOF
           CLOSE LANE-HIST-1-FILE
         END-IF.

       READ-LANE-1-HIST.
         READ LANE-HIST-1-FILE INTO LANE-GH-ROW
         PERFORM READ-LANE-1-DEAL.

       MERGE-LANE-2.
         MOVE 0 TO LANE-ROWS.
         MOVE 0 TO LANE-LOW-GAME-ID.
         MOVE 0 TO LANE-HIGH-GAME-ID.
         MOVE "S" TO MERGE-PASS.
         PERFORM PASS-LANE-2-HIST.
         PERFORM CHECK-LANE-CTL.
         IF LANE-ACCEPTED
           MOVE 1 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "C" TO MERGE-PASS
             PERFORM PASS-LANE-2-HIST
             PERFORM END-DATASET
           END-IF
           MOVE 2 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-AUD-2-FILE
             IF LANE-AUD-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-2-AUD
               PERFORM COPY-LANE-2-AUD UNTIL LANE-AT-EOF
               CLOSE LANE-AUD-2-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 3 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-DEAL-2-FILE
             IF LANE-DEAL-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-2-DEAL
               PERFORM COPY-LANE-2-DEAL UNTIL LANE-AT-EOF
               CLOSE LANE-DEAL-2-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 4 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "F" TO MERGE-PASS
             PERFORM PASS-LANE-2-HIST
             PERFORM WRITE-LEADERBOARD
             PERFORM END-DATASET
           END-IF
         END-IF.

       PASS-LANE-2-HIST.
         MOVE "N" TO LANE-OPENED-SWITCH.
         OPEN INPUT LANE-HIST-2-FILE.
         IF LANE-HIST-STATUS = "00"
           MOVE "Y" TO LANE-OPENED-SWITCH
           MOVE "N" TO LANE-EOF-SWITCH
           PERFORM READ-LANE-2-HIST
           PERFORM COPY-LANE-2-HIST UNTIL LANE-AT-EOF
           CLOSE LANE-HIST-2-FILE
         END-IF.

       READ-LANE-2-HIST.
         READ LANE-HIST-2-FILE INTO LANE-GH-ROW
         PERFORM READ-LANE-2-DEAL.

       MERGE-LANE-3.
         MOVE 0 TO LANE-ROWS.
         MOVE 0 TO LANE-LOW-GAME-ID.
         MOVE 0 TO LANE-HIGH-GAME-ID.
         MOVE "S" TO MERGE-PASS.
         PERFORM PASS-LANE-3-HIST.
         PERFORM CHECK-LANE-CTL.
         IF LANE-ACCEPTED
           MOVE 1 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "C" TO MERGE-PASS
             PERFORM PASS-LANE-3-HIST
             PERFORM END-DATASET
           END-IF
           MOVE 2 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-AUD-3-FILE
             IF LANE-AUD-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-3-AUD
               PERFORM COPY-LANE-3-AUD UNTIL LANE-AT-EOF
               CLOSE LANE-AUD-3-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 3 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-DEAL-3-FILE
             IF LANE-DEAL-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-3-DEAL
               PERFORM COPY-LANE-3-DEAL UNTIL LANE-AT-EOF
               CLOSE LANE-DEAL-3-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 4 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "F" TO MERGE-PASS
             PERFORM PASS-LANE-3-HIST
             PERFORM WRITE-LEADERBOARD
             PERFORM END-DATASET
           END-IF
         END-IF.

       PASS-LANE-3-HIST.
         MOVE "N" TO LANE-OPENED-SWITCH.
         OPEN INPUT LANE-HIST-3-FILE.
         IF LANE-HIST-STATUS = "00"
           MOVE "Y" TO LANE-OPENED-SWITCH
           MOVE "N" TO LANE-EOF-SWITCH
           PERFORM READ-LANE-3-HIST
           PERFORM COPY-LANE-3-HIST UNTIL LANE-AT-EOF
           CLOSE LANE-HIST-3-FILE
         END-IF.

       READ-LANE-3-HIST.
         READ LANE-HIST-3-FILE INTO LANE-GH-ROW
         PERFORM READ-LANE-3-DEAL.

       MERGE-LANE-4.
         MOVE 0 TO LANE-ROWS.
         MOVE 0 TO LANE-LOW-GAME-ID.
         MOVE 0 TO LANE-HIGH-GAME-ID.
         MOVE "S" TO MERGE-PASS.
         PERFORM PASS-LANE-4-HIST.
         PERFORM CHECK-LANE-CTL.
         IF LANE-ACCEPTED
           MOVE 1 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "C" TO MERGE-PASS
             PERFORM PASS-LANE-4-HIST
             PERFORM END-DATASET
           END-IF
           MOVE 2 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-AUD-4-FILE
             IF LANE-AUD-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-4-AUD
               PERFORM COPY-LANE-4-AUD UNTIL LANE-AT-EOF
               CLOSE LANE-AUD-4-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 3 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             OPEN INPUT LANE-DEAL-4-FILE
             IF LANE-DEAL-STATUS = "00"
               MOVE "N" TO LANE-EOF-SWITCH
               PERFORM READ-LANE-4-DEAL
               PERFORM COPY-LANE-4-DEAL UNTIL LANE-AT-EOF
               CLOSE LANE-DEAL-4-FILE
             END-IF
             PERFORM END-DATASET
           END-IF
           MOVE 4 TO DS-NO
           PERFORM BEGIN-DATASET
           IF DATASET-PENDING
             MOVE "F" TO MERGE-PASS
             PERFORM PASS-LANE-4-HIST
             PERFORM WRITE-LEADERBOARD
             PERFORM END-DATASET
           END-IF
         END-IF.

       PASS-LANE-4-HIST.
         MOVE "N" TO LANE-OPENED-SWITCH.
         OPEN INPUT LANE-HIST-4-FILE.
         IF LANE-HIST-STATUS = "00"
           MOVE "Y" TO LANE-OPENED-SWITCH
           MOVE "N" TO LANE-EOF-SWITCH
           PERFORM READ-LANE-4-HIST
           PERFORM COPY-LANE-4-HIST UNTIL LANE-AT-EOF
           CLOSE LANE-HIST-4-FILE
         END-IF.

       READ-LANE-4-HIST.
         READ LANE-HIST-4-FILE INTO LANE-GH-ROW
         PERFORM MERGE-DEAL-RECORD.
         PERFORM READ-LANE-4-DEAL.

       *> One lane history row: sized up on the scan pass, copied
       *> into the master on the copy pass (past any rows an
       *> interrupted run already appended), or - on the fold pass
       *> - its "S" row folded into the leaderboard with the same
       *> per-game arithmetic WARO-TOURNEY's ADD-GAME-POINTS applies
       *> serially.
       MERGE-HIST-ROW.
         EVALUATE TRUE
           WHEN SCAN-PASS
             ADD 1 TO LANE-ROWS
             IF LANE-GH-GAME-ID IS NUMERIC
               IF LANE-LOW-GAME-ID = 0 OR
                  LANE-GH-GAME-ID < LANE-LOW-GAME-ID
                 MOVE LANE-GH-GAME-ID TO LANE-LOW-GAME-ID
               END-IF
               IF LANE-GH-GAME-ID > LANE-HIGH-GAME-ID
                 MOVE LANE-GH-GAME-ID TO LANE-HIGH-GAME-ID
               END-IF
             END-IF
           WHEN COPY-PASS
             IF ROWS-TO-SKIP > 0
               SUBTRACT 1 FROM ROWS-TO-SKIP
               ADD 1 TO ROWS-SKIPPED
             ELSE
               MOVE LANE-GH-ROW TO GAME-HIST-RECORD
               WRITE GAME-HIST-RECORD
               ADD 1 TO HIST-ROWS-MERGED
               ADD 1 TO MASTER-HIST-ROWS
               ADD 1 TO DATASET-ROWS
             END-IF
           WHEN FOLD-PASS
             IF LANE-GH-TYPE = "S"
               ADD 1 TO GAMES-MERGED
               ADD 1 TO DATASET-ROWS
               PERFORM FOLD-LB-SEAT
                 VARYING K FROM 1 BY 1 UNTIL K > CKPT-NUM-SEATS
             END-IF
         END-EVALUATE.

       FOLD-LB-SEAT.
         IF LANE-GH-PLAYER-NAME (K) NOT = SPACES
         END-IF.

       MERGE-AUD-ROW.
         IF ROWS-TO-SKIP > 0
           SUBTRACT 1 FROM ROWS-TO-SKIP
           ADD 1 TO ROWS-SKIPPED
         ELSE
           MOVE LANE-AUD-ROW TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           ADD 1 TO AUD-ROWS-MERGED
           ADD 1 TO MASTER-AUD-ROWS
           ADD 1 TO DATASET-ROWS
         END-IF.

       *> Lane ranges are supposed to be non-overlapping; a duplicate
       *> key here means two lanes stamped the same game-id and the
       *> merged standings can't be trusted - except while resuming
       *> this lane's own interrupted fold, when it is a record the
       *> earlier run already wrote.
       MERGE-DEAL-RECORD.
         MOVE LANE-DEAL-ROW-GAME-ID TO DEAL-GAME-ID.
         MOVE LANE-DEAL-ROW-BODY TO DEAL-BODY.
         WRITE DEAL-RECORD
           INVALID KEY
             IF DATASET-RESUMING
               ADD 1 TO ROWS-SKIPPED
             ELSE
               ADD 1 TO KEY-COLLISIONS
               DISPLAY "TRACER SEVERE ERROR: game-id "
                 LANE-DEAL-ROW-GAME-ID
                 " present in more than one lane"
             END-IF
           NOT INVALID KEY
             ADD 1 TO DEAL-RECS-MERGED
             ADD 1 TO DATASET-ROWS
         END-WRITE.

       *> Loads the season's standing-to-date so the lane results add
           " (games " GAMES-MERGED ")".
         DISPLAY "TRACER   bid audit rows: " AUD-ROWS-MERGED.
         DISPLAY "TRACER   deal records: " DEAL-RECS-MERGED.
         IF ROWS-SKIPPED > 0
           DISPLAY "TRACER   already folded by an earlier run, "
             "skipped: " ROWS-SKIPPED
         END-IF.
         IF LANES-REFUSED > 0
           DISPLAY "TRACER   lanes refused: " LANES-REFUSED
         END-IF.
         IF KEY-COLLISIONS > 0
           DISPLAY "TRACER   game-id collisions: " KEY-COLLISIONS
         END-IF.

       *> A missing MERGECTL is a first run: nothing folded yet.
       LOAD-MERGE-CTL.
         MOVE SPACES TO CTL-TABLE.
         OPEN INPUT MERGE-CTL-FILE.
         IF MERGE-CTL-STATUS = "00"
           PERFORM READ-NEXT-MERGE-CTL
           PERFORM LOAD-ONE-MERGE-CTL UNTIL MC-AT-EOF
           CLOSE MERGE-CTL-FILE
         END-IF.

       READ-NEXT-MERGE-CTL.
         READ MERGE-CTL-FILE
           AT END MOVE "Y" TO MC-EOF-SWITCH
         END-READ.

       LOAD-ONE-MERGE-CTL.
         PERFORM FIND-DATASET-NO.
         IF MC-LANE > 0 AND MC-LANE <= LANE-MAX AND
            DS-NO <= DATASET-MAX
           COMPUTE CX = (MC-LANE - 1) * DATASET-MAX + DS-NO
           MOVE MC-STATE TO CT-STATE (CX)
           MOVE MC-LOW-GAME-ID TO CT-LOW-GAME-ID (CX)
           MOVE MC-HIGH-GAME-ID TO CT-HIGH-GAME-ID (CX)
           MOVE MC-LANE-ROWS TO CT-LANE-ROWS (CX)
           MOVE MC-BASE-ROWS TO CT-BASE-ROWS (CX)
           MOVE MC-ROWS TO CT-ROWS (CX)
           MOVE MC-STAMP TO CT-STAMP (CX)
         END-IF.
         PERFORM READ-NEXT-MERGE-CTL.

       FIND-DATASET-NO.
         MOVE 1 TO DS-NO.
         PERFORM STEP-DATASET-NO
           UNTIL DS-NO > DATASET-MAX OR
                 DATASET-NAME (DS-NO) = MC-DATASET.

       STEP-DATASET-NO.
         ADD 1 TO DS-NO.

       WRITE-MERGE-CTL.
         OPEN OUTPUT MERGE-CTL-FILE.
         PERFORM WRITE-ONE-MERGE-CTL
           VARYING CTL-X FROM 1 BY 1
             UNTIL CTL-X > LANE-MAX * DATASET-MAX.
         CLOSE MERGE-CTL-FILE.

       WRITE-ONE-MERGE-CTL.
         IF CT-STATE (CTL-X) NOT = SPACE
           MOVE SPACES TO MERGE-CTL-RECORD
           COMPUTE MC-LANE = (CTL-X - 1) / DATASET-MAX + 1
           COMPUTE CTL-DS-NO = CTL-X - (MC-LANE - 1) * DATASET-MAX
           MOVE DATASET-NAME (CTL-DS-NO) TO MC-DATASET
           MOVE CT-STATE (CTL-X) TO MC-STATE
           MOVE CT-LOW-GAME-ID (CTL-X) TO MC-LOW-GAME-ID
           MOVE CT-HIGH-GAME-ID (CTL-X) TO MC-HIGH-GAME-ID
           MOVE CT-LANE-ROWS (CTL-X) TO MC-LANE-ROWS
           MOVE CT-BASE-ROWS (CTL-X) TO MC-BASE-ROWS
           MOVE CT-ROWS (CTL-X) TO MC-ROWS
           MOVE CT-STAMP (CTL-X) TO MC-STAMP
           WRITE MERGE-CTL-RECORD
         END-IF.

       *> The masters' row counts before anything is appended; the
       *> keyed DEALFILE needs none, its keys say what is on file.
       COUNT-MASTER-ROWS.
         MOVE "N" TO MASTER-EOF-SWITCH.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "00"
           PERFORM READ-NEXT-MASTER-HIST
           PERFORM COUNT-ONE-MASTER-HIST UNTIL MASTER-AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.
         MOVE "N" TO MASTER-EOF-SWITCH.
         OPEN INPUT AUDIT-FILE.
         IF AUDIT-STATUS = "00"
           PERFORM READ-NEXT-MASTER-AUD
           PERFORM COUNT-ONE-MASTER-AUD UNTIL MASTER-AT-EOF
           CLOSE AUDIT-FILE
         END-IF.

       READ-NEXT-MASTER-HIST.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO MASTER-EOF-SWITCH
         END-READ.

       COUNT-ONE-MASTER-HIST.
         ADD 1 TO MASTER-HIST-ROWS.
         PERFORM READ-NEXT-MASTER-HIST.

       READ-NEXT-MASTER-AUD.
         READ AUDIT-FILE
           AT END MOVE "Y" TO MASTER-EOF-SWITCH
         END-READ.

       COUNT-ONE-MASTER-AUD.
         ADD 1 TO MASTER-AUD-ROWS.
         PERFORM READ-NEXT-MASTER-AUD.

       *> Sets LANE-ACCEPTED from the scan pass's view of the lane
       *> input against what MERGECTL remembers of the lane: a new
       *> input starts afresh, the same input part-way through
       *> resumes, the same input already merged in full is refused,
       *> and a changed input under an unfinished fold is refused
       *> too - appending it would leave the earlier half-fold in
       *> the masters for good.
       CHECK-LANE-CTL.
         MOVE "N" TO LANE-STATE-SWITCH.
         IF LANE-OPENED AND LANE-ROWS > 0
           MOVE 0 TO LANE-DONE-COUNT
           MOVE 0 TO LANE-OPEN-COUNT
           MOVE "Y" TO SAME-INPUT-SWITCH
           PERFORM CHECK-ONE-LANE-CTL
             VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-MAX
           IF LANE-DONE-COUNT = 0 AND LANE-OPEN-COUNT = 0
             PERFORM START-LANE-CTL
           ELSE IF SAME-INPUT AND LANE-DONE-COUNT = DATASET-MAX
             ADD 1 TO LANES-REFUSED
             COMPUTE CX = (LANE-NO - 1) * DATASET-MAX + 1
             DISPLAY "TRACER SEVERE ERROR: lane " LANE-NO
               " input (games " LANE-LOW-GAME-ID "-"
               LANE-HIGH-GAME-ID ", " LANE-ROWS " rows) was "
               "already merged at " CT-STAMP (CX)
               "; refused, not appended again"
           ELSE IF SAME-INPUT
             MOVE "Y" TO LANE-STATE-SWITCH
             ADD 1 TO LANES-MERGED
             DISPLAY "TRACER lane " LANE-NO " resuming an "
               "interrupted merge of games " LANE-LOW-GAME-ID "-"
               LANE-HIGH-GAME-ID
           ELSE IF LANE-DONE-COUNT = DATASET-MAX
             PERFORM START-LANE-CTL
           ELSE
             ADD 1 TO LANES-REFUSED
             DISPLAY "TRACER SEVERE ERROR: lane " LANE-NO
               " has an unfinished merge on MERGECTL but its input"
               " has changed since; refused - restore the masters"
               " before merging it"
           END-IF
         END-IF.

       CHECK-ONE-LANE-CTL.
         COMPUTE CX = (LANE-NO - 1) * DATASET-MAX + DS-NO.
         IF CT-STATE (CX) = "D"
           ADD 1 TO LANE-DONE-COUNT
         END-IF.
         IF CT-STATE (CX) = "P"
           ADD 1 TO LANE-OPEN-COUNT
         END-IF.
         IF CT-STATE (CX) NOT = SPACE AND
            (CT-LOW-GAME-ID (CX) NOT = LANE-LOW-GAME-ID OR
             CT-HIGH-GAME-ID (CX) NOT = LANE-HIGH-GAME-ID OR
             CT-LANE-ROWS (CX) NOT = LANE-ROWS)
           MOVE "N" TO SAME-INPUT-SWITCH
         END-IF.

       START-LANE-CTL.
         MOVE "Y" TO LANE-STATE-SWITCH.
         ADD 1 TO LANES-MERGED.
         PERFORM CLEAR-ONE-LANE-CTL
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-MAX.

       CLEAR-ONE-LANE-CTL.
         COMPUTE CX = (LANE-NO - 1) * DATASET-MAX + DS-NO.
         MOVE SPACES TO CTL-ENTRY (CX).
         MOVE LANE-LOW-GAME-ID TO CT-LOW-GAME-ID (CX).
         MOVE LANE-HIGH-GAME-ID TO CT-HIGH-GAME-ID (CX).
         MOVE LANE-ROWS TO CT-LANE-ROWS (CX).
         MOVE 0 TO CT-BASE-ROWS (CX).
         MOVE 0 TO CT-ROWS (CX).

       *> A finished fold is skipped; an interrupted one resumes
       *> past the rows it already appended; a new one is marked
       *> started - with the master's row count - before its first
       *> row goes on.
       BEGIN-DATASET.
         COMPUTE CX = (LANE-NO - 1) * DATASET-MAX + DS-NO.
         MOVE 0 TO ROWS-TO-SKIP.
         MOVE 0 TO DATASET-ROWS.
         IF CT-STATE (CX) = "D"
           MOVE "D" TO DATASET-STATE-SWITCH
           DISPLAY "TRACER   lane " LANE-NO " "
             DATASET-NAME (DS-NO) " already folded at "
             CT-STAMP (CX) " - skipped"
         ELSE IF CT-STATE (CX) = "P"
           MOVE "R" TO DATASET-STATE-SWITCH
           IF DS-NO = 1
             COMPUTE ROWS-TO-SKIP =
               MASTER-HIST-ROWS - CT-BASE-ROWS (CX)
           END-IF
           IF DS-NO = 2
             COMPUTE ROWS-TO-SKIP =
               MASTER-AUD-ROWS - CT-BASE-ROWS (CX)
           END-IF
           DISPLAY "TRACER   lane " LANE-NO " "
             DATASET-NAME (DS-NO) " resumes past " ROWS-TO-SKIP
             " row(s) already appended"
         ELSE
           MOVE "N" TO DATASET-STATE-SWITCH
           MOVE "P" TO CT-STATE (CX)
           MOVE LANE-LOW-GAME-ID TO CT-LOW-GAME-ID (CX)
           MOVE LANE-HIGH-GAME-ID TO CT-HIGH-GAME-ID (CX)
           MOVE LANE-ROWS TO CT-LANE-ROWS (CX)
           MOVE 0 TO CT-BASE-ROWS (CX)
           MOVE 0 TO CT-ROWS (CX)
           IF DS-NO = 1
             MOVE MASTER-HIST-ROWS TO CT-BASE-ROWS (CX)
           END-IF
           IF DS-NO = 2
             MOVE MASTER-AUD-ROWS TO CT-BASE-ROWS (CX)
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO CT-STAMP (CX)
           PERFORM WRITE-MERGE-CTL
         END-IF.

       END-DATASET.
         ADD DATASET-ROWS TO CT-ROWS (CX).
         MOVE "D" TO CT-STATE (CX).
         MOVE FUNCTION CURRENT-DATE (1:14) TO CT-STAMP (CX).
         PERFORM WRITE-MERGE-CTL.
