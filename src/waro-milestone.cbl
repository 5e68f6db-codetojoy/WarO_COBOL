           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MILESTONE-STATUS.

           *> Each player's master entry and their seats in the new
           *> games, sorted into name order (game order within a
           *> name) so every player is brought forward in one control
           *> break - the master holds every name the history does,
           *> however many that is.
           SELECT MILESTONE-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         *> Same layout WARO itself writes; duplicated here rather
           02 FILLER PIC X.
           02 ML-PERFECTS PIC 9(4).

         *> "M" carries a master entry forward under game-id zero so
         *> it sorts ahead of that player's new games; "G" is one
         *> seat in one new game - its points, whether it won, and
         *> whether the win was a perfect game.
         SD MILESTONE-SORT-FILE.
         01 MILESTONE-SORT-RECORD.
           02 MS-NAME PIC X(6).
           02 MS-GAME-ID PIC 9(6).
           02 MS-KIND PIC X(1).
           02 MS-GAMES PIC 9(6).
           02 MS-WINS PIC 9(6).
           02 MS-POINTS PIC 9(8).
           02 MS-STREAK PIC 9(4).
           02 MS-BEST-STREAK PIC 9(4).
           02 MS-PERFECTS PIC 9(4).
           02 MS-WIN-FLAG PIC X(1).
           02 MS-PERFECT-FLAG PIC X(1).

         WORKING-STORAGE SECTION.
         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         78 GAMES-MILESTONE-EVERY VALUE 100.
         78 POINTS-MILESTONE-EVERY VALUE 1000.

         *> The player the sorted records are on, brought forward
         *> game by game.
         01 MS-EOF-SWITCH PIC X(1) VALUE "N".
           88 MS-AT-EOF VALUE "Y".
         01 TRK-NAME PIC X(6).
         01 TRK-GAMES PIC 9(6).
         01 TRK-WINS PIC 9(6).
         01 TRK-POINTS PIC 9(8).
         01 TRK-STREAK PIC 9(4).
         01 TRK-BEST-STREAK PIC 9(4).
         01 TRK-PERFECTS PIC 9(4).

         *> Highest game-id already folded in by earlier runs, and
         *> the highest this pass has processed so far - rows at or

         01 K PIC 9(2).
         01 R PIC 9(2).
         01 WINNER-SEAT PIC 9(1).
         01 PRIOR-PTS PIC 9(4).
         01 OLD-THOUSANDS PIC 9(5).

       PROCEDURE DIVISION.
       BEGIN.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to scan"

         DISPLAY " ".
         DISPLAY "WARO MILESTONES ACHIEVED THIS RUN".
         SORT MILESTONE-SORT-FILE
           ON ASCENDING KEY MS-NAME MS-GAME-ID
           INPUT PROCEDURE IS RELEASE-MILESTONE-WORK
           OUTPUT PROCEDURE IS WRITE-MILESTONE-FILE.
         DISPLAY " ".
         DISPLAY "TRACER milestone scan: " GAMES-THIS-RUN
           " new game(s), " MILESTONES-THIS-RUN
         *> ending the caller's run unit.
         GOBACK.

       RELEASE-MILESTONE-WORK.
         PERFORM READ-MILESTONE-FILE.
         MOVE PROCESSED-ID-WATERMARK TO HIGHEST-PROCESSED-ID.
         PERFORM CLEAR-GAME-BUFFER.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.

       *> Reads the persisted master and the watermark, each entry
       *> going to the sort to be carried forward. A missing
       *> MILESTONE file (FILE STATUS 35) starts a fresh book, so the
       *> whole history's moments get announced once.
       READ-MILESTONE-FILE.
         IF ML-TYPE = "C"
           MOVE ML-GAMES TO PROCESSED-ID-WATERMARK
         ELSE IF ML-TYPE = "P"
           MOVE SPACES TO MILESTONE-SORT-RECORD
           MOVE ML-PLAYER-NAME TO MS-NAME
           MOVE 0 TO MS-GAME-ID
           MOVE "M" TO MS-KIND
           MOVE ML-GAMES TO MS-GAMES
           MOVE ML-WINS TO MS-WINS
           MOVE ML-POINTS TO MS-POINTS
           MOVE ML-STREAK TO MS-STREAK
           MOVE ML-BEST-STREAK TO MS-BEST-STREAK
           MOVE ML-PERFECTS TO MS-PERFECTS
           RELEASE MILESTONE-SORT-RECORD
         END-IF
         END-IF.
         PERFORM READ-NEXT-ML-RECORD.


       TRACK-ONE-SEAT.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE SPACES TO MILESTONE-SORT-RECORD
           MOVE GH-PLAYER-NAME (K) TO MS-NAME
           MOVE GH-GAME-ID TO MS-GAME-ID
           MOVE "G" TO MS-KIND
           MOVE 0 TO MS-GAMES
           MOVE 0 TO MS-WINS
           MOVE GH-POINTS (K) TO MS-POINTS
           MOVE 0 TO MS-STREAK
           MOVE 0 TO MS-BEST-STREAK
           MOVE 0 TO MS-PERFECTS
           MOVE "N" TO MS-WIN-FLAG
           MOVE "N" TO MS-PERFECT-FLAG
           IF WINNER-SEAT = K
             MOVE "Y" TO MS-WIN-FLAG
             IF PERFECT-GAME
               MOVE "Y" TO MS-PERFECT-FLAG
             END-IF
           END-IF
           RELEASE MILESTONE-SORT-RECORD
         END-IF.

       *> Rewrites the whole master in one pass: the control record
       *> with the advanced watermark first, then one record per
       *> tracked name as its control break closes - same end-of-run
       *> rewrite convention the ratings book uses.
       WRITE-MILESTONE-FILE.
         OPEN OUTPUT MILESTONE-FILE.
         MOVE SPACES TO MILESTONE-RECORD.
         MOVE "C" TO ML-TYPE.
         MOVE SPACES TO ML-PLAYER-NAME.
         MOVE HIGHEST-PROCESSED-ID TO ML-GAMES.
         MOVE 0 TO ML-WINS.
         MOVE 0 TO ML-POINTS.
         MOVE 0 TO ML-STREAK.
         MOVE 0 TO ML-BEST-STREAK.
         MOVE 0 TO ML-PERFECTS.
         WRITE MILESTONE-RECORD.
         MOVE "N" TO MS-EOF-SWITCH.
         PERFORM RETURN-NEXT-MILESTONE-WORK.
         PERFORM BRING-ONE-PLAYER-FORWARD UNTIL MS-AT-EOF.
         CLOSE MILESTONE-FILE.

       RETURN-NEXT-MILESTONE-WORK.
         RETURN MILESTONE-SORT-FILE
           AT END MOVE "Y" TO MS-EOF-SWITCH
         END-RETURN.

       *> One control break per name: the master entry (or zeros
       *> for a name new this run), each new game applied in game
       *> order, then the entry written back.
       BRING-ONE-PLAYER-FORWARD.
         MOVE MS-NAME TO TRK-NAME.
         MOVE 0 TO TRK-GAMES.
         MOVE 0 TO TRK-WINS.
         MOVE 0 TO TRK-POINTS.
         MOVE 0 TO TRK-STREAK.
         MOVE 0 TO TRK-BEST-STREAK.
         MOVE 0 TO TRK-PERFECTS.
         PERFORM APPLY-ONE-MILESTONE-WORK
           UNTIL MS-AT-EOF OR MS-NAME NOT = TRK-NAME.
         PERFORM WRITE-ONE-ML-ENTRY.

       APPLY-ONE-MILESTONE-WORK.
         IF MS-KIND = "M"
           MOVE MS-GAMES TO TRK-GAMES
           MOVE MS-WINS TO TRK-WINS
           MOVE MS-POINTS TO TRK-POINTS
           MOVE MS-STREAK TO TRK-STREAK
           MOVE MS-BEST-STREAK TO TRK-BEST-STREAK
           MOVE MS-PERFECTS TO TRK-PERFECTS
         ELSE
           PERFORM APPLY-SEAT-RESULT
         END-IF.
         PERFORM RETURN-NEXT-MILESTONE-WORK.

       APPLY-SEAT-RESULT.
         ADD 1 TO TRK-GAMES.
         DIVIDE TRK-GAMES BY GAMES-MILESTONE-EVERY
           GIVING MILESTONE-WORK REMAINDER MILESTONE-REM.
         IF MILESTONE-REM = 0
           PERFORM ANNOUNCE-GAMES-MILESTONE
         END-IF.
         DIVIDE TRK-POINTS BY POINTS-MILESTONE-EVERY
           GIVING OLD-THOUSANDS.
         ADD MS-POINTS TO TRK-POINTS.
         DIVIDE TRK-POINTS BY POINTS-MILESTONE-EVERY
           GIVING NEW-THOUSANDS.
         IF NEW-THOUSANDS > OLD-THOUSANDS
           PERFORM ANNOUNCE-POINTS-MILESTONE
         END-IF.
         IF MS-WIN-FLAG = "Y"
           PERFORM APPLY-SEAT-WIN
         ELSE
           MOVE 0 TO TRK-STREAK
         END-IF.

       APPLY-SEAT-WIN.
         IF TRK-WINS = 0
           ADD 1 TO MILESTONES-THIS-RUN
           DISPLAY "TRACER   " TRK-NAME
             " takes a FIRST CAREER WIN (game " MS-GAME-ID ")"
         END-IF.
         ADD 1 TO TRK-WINS.
         ADD 1 TO TRK-STREAK.
         IF TRK-STREAK > TRK-BEST-STREAK
           MOVE TRK-STREAK TO TRK-BEST-STREAK
           *> A one-game "streak" is just a win; two and up is a
           *> streak worth posting.
           IF TRK-BEST-STREAK > 1
             ADD 1 TO MILESTONES-THIS-RUN
             DISPLAY "TRACER   " TRK-NAME
               " sets a NEW LONGEST WIN STREAK of "
               TRK-BEST-STREAK " (game " MS-GAME-ID ")"
           END-IF
         END-IF.
         IF MS-PERFECT-FLAG = "Y"
           ADD 1 TO TRK-PERFECTS
           ADD 1 TO MILESTONES-THIS-RUN
           DISPLAY "TRACER   " TRK-NAME
             " plays a PERFECT GAME - every round's points (game "
             MS-GAME-ID ")"
         END-IF.

       ANNOUNCE-GAMES-MILESTONE.
         ADD 1 TO MILESTONES-THIS-RUN.
         DISPLAY "TRACER   " TRK-NAME
           " plays career game number "
           TRK-GAMES " (game " MS-GAME-ID ")".

       ANNOUNCE-POINTS-MILESTONE.
         ADD 1 TO MILESTONES-THIS-RUN.
         DISPLAY "TRACER   " TRK-NAME
           " passes " NEW-THOUSANDS "000 career points (game "
           MS-GAME-ID ")".

       WRITE-ONE-ML-ENTRY.
         MOVE SPACES TO MILESTONE-RECORD.
         MOVE "P" TO ML-TYPE.
         MOVE TRK-NAME TO ML-PLAYER-NAME.
         MOVE TRK-GAMES TO ML-GAMES.
         MOVE TRK-WINS TO ML-WINS.
         MOVE TRK-POINTS TO ML-POINTS.
         MOVE TRK-STREAK TO ML-STREAK.
         MOVE TRK-BEST-STREAK TO ML-BEST-STREAK.
         MOVE TRK-PERFECTS TO ML-PERFECTS.
         WRITE MILESTONE-RECORD.
