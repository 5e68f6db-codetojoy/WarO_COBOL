           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> The working book, one keyed entry per rated name, so
           *> the pass can fetch any seat's rating as the games go by
           *> however many names the history holds. A rating moves
           *> with every opponent's rating at the time, so the games
           *> must be rated in the order they were played - the book
           *> is keyed rather than sorted for that reason. Built
           *> fresh each run from RATINGS; RATINGS is rewritten from
           *> it at the end.
           SELECT RATING-WORK-FILE ASSIGN TO "RATWORK"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RW-NAME
             FILE STATUS IS RATING-WORK-STATUS.

           *> The book sorted best rating first for the standings.
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         FD GAME-HISTORY-FILE.
           02 FILLER PIC X.
           02 DP-DATE PIC X(8).

         *> The rated side is the book this pass builds; in
         *> verification mode the stored side holds the incremental
         *> book as read off RATINGS, and the diverge game-id the
         *> first game the incremental book missed for the name.
         FD RATING-WORK-FILE.
         01 RATING-WORK-RECORD.
           02 RW-NAME PIC X(6).
           02 RW-RATED-FLAG PIC X(1).
             88 RW-RATED VALUE "Y".
           02 RW-STRATEGY PIC 9(1).
           02 RW-GAMES PIC 9(6).
           02 RW-RATING PIC 9(4)V9(2).
           02 RW-STORED-FLAG PIC X(1).
             88 RW-STORED VALUE "Y".
           02 RW-STORED-GAMES PIC 9(6).
           02 RW-STORED-RATING PIC 9(4)V9(2).
           02 RW-DIVERGE-ID PIC 9(6).

         SD RANK-SORT-FILE.
         01 RANK-SORT-RECORD.
           02 RK-RATING PIC 9(4)V9(2).
           02 RK-NAME PIC X(6).
           02 RK-GAMES PIC 9(6).
           02 RK-STRATEGY PIC 9(1).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
         78 RATING-BASE VALUE 1000.
         78 K-FACTOR VALUE 32.

         01 RATING-WORK-STATUS PIC X(2).
         01 WORK-EOF-SWITCH PIC X(1).
           88 WORK-AT-EOF VALUE "Y".
         01 RANK-SORT-EOF-SWITCH PIC X(1).
           88 RANK-SORT-AT-EOF VALUE "Y".

         *> The highest game-id the persisted ratings already cover,
         *> and the highest this pass has rated so far. Rows written
         01 RATING-STOP-SWITCH PIC X(1) VALUE "N".
           88 RATING-STOPPED VALUE "Y".

         *> Verification mode: the stored book as read off RATINGS
         *> and the recomputed book building beside it on the
         *> working book, the comparison tolerance, and - tracked
         *> during the recompute - the first game each player's
         *> incremental games-rated count missed, which is almost
         *> always where a drift began.
         01 RATVER-CTL-STATUS PIC X(2).
         01 GH-ARCHIVE-STATUS PIC X(2).
         01 GH-ARCH-EOF-SWITCH PIC X(1).
         01 REPLACE-MODE-SWITCH PIC X(1) VALUE "N".
           88 REPLACE-MODE VALUE "Y".
         01 VERIFY-TOLERANCE PIC 9(2)V9(2) VALUE 1.
         01 RATING-DIFF PIC S9(5)V9(2).
         01 VERIFY-BREAKS PIC 9(3) VALUE 0.
         01 GAMES-HELD-SKIPPED PIC 9(6) VALUE 0.
         01 ROSTER-STATUS PIC X(2).
         01 ROSTER-EOF-SWITCH PIC X(1).
           88 ROSTER-AT-EOF VALUE "Y".
         *> 100 must track ROSTER-MAX in waro-roster.cbl, one alias
         *> at most per member. An alias past it is counted in
         *> ALIAS-OVERFLOW and RC 4: its games would rate apart from
         *> the member's current name.
         78 ALIAS-MAX VALUE 100.
         01 ALIAS-COUNT PIC 9(3) VALUE 0.
         01 ALIAS-OLD-NAME PIC X(6) OCCURS ALIAS-MAX TIMES.
         01 ALIAS-NEW-NAME PIC X(6) OCCURS ALIAS-MAX TIMES.
         01 ALIAS-OVERFLOW PIC 9(6) VALUE 0.
         01 AX PIC 9(3).

         01 K PIC 9(2).
         01 WINNER-SEAT PIC 9(1).
         01 WINNER-NAME PIC X(6).
         01 LOOKUP-NAME PIC X(6).
         *> The winner's rating as the game started: every opponent's
         *> exchange is computed against this snapshot, then the
         01 WINNER-RATING-BEFORE PIC 9(4)V9(2).
         01 WINNER-GAIN PIC 9(4)V9(2).
         01 EXCHANGE-DELTA PIC 9(4)V9(2).
         01 RANK-POS PIC 9(4).

       PROCEDURE DIVISION.
       BEGIN.
         *> A tournament driver CALLs this once per run in the same
         *> run unit, so the tallies must start from the persisted
         *> file, not whatever a prior CALL left in WORKING-STORAGE.
         MOVE 0 TO RATED-ID-WATERMARK.
         MOVE 0 TO HIGHEST-RATED-ID.
         MOVE 0 TO GAMES-RATED-THIS-RUN.
         MOVE "N" TO RATING-STOP-SWITCH.
         MOVE 0 TO HELD-ID-COUNT.
         MOVE 0 TO ALIAS-COUNT.
         MOVE 0 TO ALIAS-OVERFLOW.
         PERFORM READ-ROSTER-ALIASES.
         PERFORM READ-DISPUTE-REGISTER.
         PERFORM READ-RATVER-CTL.
         PERFORM OPEN-RATING-WORK.
         IF RATING-WORK-STATUS NOT = "00"
           GOBACK
         END-IF.
         IF VERIFY-MODE
           PERFORM RUN-RATING-VERIFICATION
           CLOSE RATING-WORK-FILE
           GOBACK
         END-IF.
         PERFORM READ-RATING-FILE.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to rate"
           CLOSE RATING-WORK-FILE
           GOBACK
         END-IF.

         CLOSE GAME-HISTORY-FILE.
         PERFORM WRITE-RATING-FILE.
         PERFORM PRINT-RATED-STANDINGS.
         CLOSE RATING-WORK-FILE.
         *> GOBACK rather than STOP RUN so a tournament driver can
         *> CALL 'WARO-RATING' for an end-of-run rollup without
         *> ending the caller's run unit.
         GOBACK.

       *> The working book starts empty every run - created, then
       *> reopened for update - so a prior CALL's entries never
       *> carry into this one.
       OPEN-RATING-WORK.
         OPEN OUTPUT RATING-WORK-FILE.
         IF RATING-WORK-STATUS = "00"
           CLOSE RATING-WORK-FILE
           OPEN I-O RATING-WORK-FILE
         END-IF.
         IF RATING-WORK-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: RATWORK could not be "
             "opened (status " RATING-WORK-STATUS "); nothing rated"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       *> Loads the persisted ratings and the games-rated watermark. A
       *> missing RATINGS (FILE STATUS 35) starts a fresh book: no
       *> names, watermark 0, so every "S" row in GAMEHIST gets rated.
         ELSE IF RT-TYPE = "P"
           MOVE RT-PLAYER-NAME TO LOOKUP-NAME
           PERFORM CANONICALIZE-LOOKUP-NAME
           MOVE LOOKUP-NAME TO RW-NAME
           READ RATING-WORK-FILE KEY IS RW-NAME
             INVALID KEY
               PERFORM ADD-ONE-RATING-RECORD
             NOT INVALID KEY
               PERFORM FOLD-ONE-RATING-RECORD
           END-READ
         END-IF
         END-IF.
         PERFORM READ-NEXT-RATING-RECORD.

       *> count, not its reset rating. The compare runs before the
       *> counts merge.
       FOLD-ONE-RATING-RECORD.
         IF RT-GAMES-RATED > RW-GAMES
           MOVE RT-RATING TO RW-RATING
           MOVE RT-STRATEGY TO RW-STRATEGY
         END-IF.
         ADD RT-GAMES-RATED TO RW-GAMES.
         REWRITE RATING-WORK-RECORD.

       ADD-ONE-RATING-RECORD.
         MOVE SPACES TO RATING-WORK-RECORD.
         MOVE LOOKUP-NAME TO RW-NAME.
         MOVE "Y" TO RW-RATED-FLAG.
         MOVE RT-STRATEGY TO RW-STRATEGY.
         MOVE RT-GAMES-RATED TO RW-GAMES.
         MOVE RT-RATING TO RW-RATING.
         MOVE "N" TO RW-STORED-FLAG.
         MOVE 0 TO RW-STORED-GAMES.
         MOVE 0 TO RW-STORED-RATING.
         MOVE 0 TO RW-DIVERGE-ID.
         WRITE RATING-WORK-RECORD.

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           END-IF
         END-IF.

       *> The book as loaded moves to the stored side of each entry
       *> and the rated side empties, so the recompute starts from
       *> nothing while the loaded figures wait for the compare.
       COPY-STORED-BOOK.
         PERFORM START-WORK-SCAN.
         PERFORM COPY-ONE-STORED-ENTRY UNTIL WORK-AT-EOF.
         MOVE 0 TO RATED-ID-WATERMARK.
         MOVE 0 TO HIGHEST-RATED-ID.

       COPY-ONE-STORED-ENTRY.
         MOVE "Y" TO RW-STORED-FLAG.
         MOVE RW-GAMES TO RW-STORED-GAMES.
         MOVE RW-RATING TO RW-STORED-RATING.
         MOVE "N" TO RW-RATED-FLAG.
         MOVE 0 TO RW-STRATEGY.
         MOVE 0 TO RW-GAMES.
         MOVE 0 TO RW-RATING.
         MOVE 0 TO RW-DIVERGE-ID.
         REWRITE RATING-WORK-RECORD.
         PERFORM READ-NEXT-WORK-RECORD.

       *> Positions on the first entry of the working book, in name
       *> order, for a pass over the whole of it.
       START-WORK-SCAN.
         MOVE "N" TO WORK-EOF-SWITCH.
         MOVE LOW-VALUES TO RW-NAME.
         START RATING-WORK-FILE KEY IS NOT LESS THAN RW-NAME
           INVALID KEY MOVE "Y" TO WORK-EOF-SWITCH
         END-START.
         IF NOT WORK-AT-EOF
           PERFORM READ-NEXT-WORK-RECORD
         END-IF.

       READ-NEXT-WORK-RECORD.
         READ RATING-WORK-FILE NEXT RECORD
           AT END MOVE "Y" TO WORK-EOF-SWITCH
         END-READ.

       *> The archive's rows predate everything live, so reading it
       *> first keeps the recompute chronological, which is what the

       COMPARE-BOOKS.
         MOVE 0 TO VERIFY-BREAKS.
         PERFORM START-WORK-SCAN.
         PERFORM COMPARE-ONE-ENTRY UNTIL WORK-AT-EOF.
         DISPLAY " ".
         DISPLAY "RATINGS VERIFICATION - " GAMES-RATED-THIS-RUN
           " game(s) recomputed, " VERIFY-BREAKS " break(s), "
           END-IF
         END-IF.

       COMPARE-ONE-ENTRY.
         IF RW-RATED
           PERFORM COMPARE-ONE-RECOMPUTED
         ELSE IF RW-STORED
           PERFORM CHECK-ONE-STORED-ONLY
         END-IF
         END-IF.
         PERFORM READ-NEXT-WORK-RECORD.

       COMPARE-ONE-RECOMPUTED.
         IF NOT RW-STORED
           ADD 1 TO VERIFY-BREAKS
           DISPLAY "TRACER   " RW-NAME " is missing from "
             "the incremental book; first unrated game "
             RW-DIVERGE-ID
         ELSE
           COMPUTE RATING-DIFF = RW-RATING - RW-STORED-RATING
           IF RATING-DIFF < 0
             COMPUTE RATING-DIFF = 0 - RATING-DIFF
           END-IF
           IF RATING-DIFF > VERIFY-TOLERANCE
             ADD 1 TO VERIFY-BREAKS
             DISPLAY "TRACER   " RW-NAME " stored "
               RW-STORED-RATING " recomputed " RW-RATING
             IF RW-DIVERGE-ID > 0 AND
                RW-GAMES NOT = RW-STORED-GAMES
               DISPLAY "TRACER     first game the book missed: "
                 RW-DIVERGE-ID
             ELSE
               DISPLAY "TRACER     games-rated counts agree; the "
                 "drift is arithmetic, not a missed game"
       *> is its own kind of break - somebody rated a game the
       *> history no longer has.
       CHECK-ONE-STORED-ONLY.
         ADD 1 TO VERIFY-BREAKS.
         DISPLAY "TRACER   " RW-NAME " is in the "
           "incremental book but absent from the full history".

       *> Loads the held game-ids; released register entries are
       *> history, not holds.
         IF WINNER-SEAT > 0 AND
            GH-PLAYER-NAME (WINNER-SEAT) NOT = SPACES
           MOVE GH-PLAYER-NAME (WINNER-SEAT) TO LOOKUP-NAME
           PERFORM FETCH-RATED-NAME
           MOVE LOOKUP-NAME TO WINNER-NAME
           MOVE RW-RATING TO WINNER-RATING-BEFORE
           MOVE 0 TO WINNER-GAIN
           PERFORM EXCHANGE-WITH-OPPONENT
             VARYING K FROM 1 BY 1 UNTIL K > 8
           PERFORM APPLY-WINNER-GAIN
         END-IF.

       *> Every seated name in a rated game gets its entry refreshed
       COUNT-SEAT-GAME.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FETCH-RATED-NAME
           ADD 1 TO RW-GAMES
           MOVE GH-STRATEGY (K) TO RW-STRATEGY
           IF VERIFY-MODE
             PERFORM NOTE-COUNT-DIVERGENCE
           END-IF
           REWRITE RATING-WORK-RECORD
         END-IF.

       *> The recompute is counting this player's games from zero;
       *> never saw - the likeliest start of a drift, remembered
       *> for the comparison report.
       NOTE-COUNT-DIVERGENCE.
         IF RW-DIVERGE-ID = 0
           IF NOT RW-STORED
             IF RW-GAMES = 1
               MOVE GH-GAME-ID TO RW-DIVERGE-ID
             END-IF
           ELSE IF RW-GAMES = RW-STORED-GAMES + 1
             MOVE GH-GAME-ID TO RW-DIVERGE-ID
           END-IF
           END-IF
         END-IF.

       *> One exchange per opponent, each computed against the
       EXCHANGE-WITH-OPPONENT.
         IF K NOT = WINNER-SEAT AND GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FETCH-RATED-NAME
           COMPUTE EXCHANGE-DELTA ROUNDED =
             K-FACTOR * (1 - (WINNER-RATING-BEFORE /
               (WINNER-RATING-BEFORE + RW-RATING)))
           IF EXCHANGE-DELTA > RW-RATING
             MOVE RW-RATING TO EXCHANGE-DELTA
           END-IF
           SUBTRACT EXCHANGE-DELTA FROM RW-RATING
           REWRITE RATING-WORK-RECORD
           ADD EXCHANGE-DELTA TO WINNER-GAIN
         END-IF.

       *> The opponents' records have been through the record area
       *> since the winner was fetched, so the winner is read back
       *> by name before the gain lands.
       APPLY-WINNER-GAIN.
         IF WINNER-GAIN > 0
           MOVE WINNER-NAME TO LOOKUP-NAME
           PERFORM FETCH-RATED-NAME
           ADD WINNER-GAIN TO RW-RATING
             ON SIZE ERROR MOVE 9999.99 TO RW-RATING
           END-ADD
           REWRITE RATING-WORK-RECORD
         END-IF.

       *> Keyed read of the working book; a brand-new name is written
       *> at the base rating. In a recompute, a name the loaded book
       *> held but the history has not yet reached is taken up from
       *> the base rating the same way, its stored side untouched.
       FETCH-RATED-NAME.
         PERFORM CANONICALIZE-LOOKUP-NAME.
         MOVE LOOKUP-NAME TO RW-NAME.
         READ RATING-WORK-FILE KEY IS RW-NAME
           INVALID KEY
             MOVE SPACES TO RATING-WORK-RECORD
             MOVE LOOKUP-NAME TO RW-NAME
             MOVE "Y" TO RW-RATED-FLAG
             MOVE 0 TO RW-STRATEGY
             MOVE 0 TO RW-GAMES
             MOVE RATING-BASE TO RW-RATING
             MOVE "N" TO RW-STORED-FLAG
             MOVE 0 TO RW-STORED-GAMES
             MOVE 0 TO RW-STORED-RATING
             MOVE 0 TO RW-DIVERGE-ID
             WRITE RATING-WORK-RECORD
           NOT INVALID KEY
             IF NOT RW-RATED
               MOVE "Y" TO RW-RATED-FLAG
               MOVE 0 TO RW-STRATEGY
               MOVE 0 TO RW-GAMES
               MOVE RATING-BASE TO RW-RATING
               REWRITE RATING-WORK-RECORD
             END-IF
         END-READ.

       *> A history row written under a legacy spelling folds into
       *> the member's current name - identity belongs to the
           PERFORM LOAD-ONE-ALIAS UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.
         IF ALIAS-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " ALIAS-MAX
             " aliases on ROSTER (" ALIAS-OVERFLOW " over); those "
             "old names are not merged into the current ones"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
         END-READ.

       LOAD-ONE-ALIAS.
         IF RST-ALIAS NOT = SPACES AND RST-NAME NOT = SPACES
           IF ALIAS-COUNT < ALIAS-MAX
             ADD 1 TO ALIAS-COUNT
             MOVE RST-ALIAS TO ALIAS-OLD-NAME (ALIAS-COUNT)
             MOVE RST-NAME TO ALIAS-NEW-NAME (ALIAS-COUNT)
           ELSE
             ADD 1 TO ALIAS-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

         MOVE HIGHEST-RATED-ID TO RT-GAMES-RATED.
         MOVE 0 TO RT-RATING.
         WRITE RATING-RECORD.
         PERFORM START-WORK-SCAN.
         PERFORM WRITE-ONE-RATING UNTIL WORK-AT-EOF.
         CLOSE RATING-FILE.

       WRITE-ONE-RATING.
         IF RW-RATED
           MOVE SPACES TO RATING-RECORD
           MOVE "P" TO RT-TYPE
           MOVE RW-NAME TO RT-PLAYER-NAME
           MOVE RW-STRATEGY TO RT-STRATEGY
           MOVE RW-GAMES TO RT-GAMES-RATED
           MOVE RW-RATING TO RT-RATING
           WRITE RATING-RECORD
         END-IF.
         PERFORM READ-NEXT-WORK-RECORD.

       *> Rated standings, best rating first; equal ratings list by
       *> name.
       PRINT-RATED-STANDINGS.
         DISPLAY " ".
         DISPLAY "WARO RATED STANDINGS - new games rated: "
             " unkeyed game(s) predate the game-id field and "
             "cannot be rated"
         END-IF.
         SORT RANK-SORT-FILE
           ON DESCENDING KEY RK-RATING
           ON ASCENDING KEY RK-NAME
           INPUT PROCEDURE IS RELEASE-RATED-ENTRIES
           OUTPUT PROCEDURE IS PRINT-RANKED-ENTRIES.

       RELEASE-RATED-ENTRIES.
         PERFORM START-WORK-SCAN.
         PERFORM RELEASE-ONE-RATED-ENTRY UNTIL WORK-AT-EOF.

       RELEASE-ONE-RATED-ENTRY.
         IF RW-RATED
           MOVE RW-RATING TO RK-RATING
           MOVE RW-NAME TO RK-NAME
           MOVE RW-GAMES TO RK-GAMES
           MOVE RW-STRATEGY TO RK-STRATEGY
           RELEASE RANK-SORT-RECORD
         END-IF.
         PERFORM READ-NEXT-WORK-RECORD.

       PRINT-RANKED-ENTRIES.
         MOVE 0 TO RANK-POS.
         MOVE "N" TO RANK-SORT-EOF-SWITCH.
         PERFORM RETURN-NEXT-RANKED-ENTRY.
         PERFORM PRINT-ONE-RANKED-ENTRY UNTIL RANK-SORT-AT-EOF.

       RETURN-NEXT-RANKED-ENTRY.
         RETURN RANK-SORT-FILE
           AT END MOVE "Y" TO RANK-SORT-EOF-SWITCH
         END-RETURN.

       PRINT-ONE-RANKED-ENTRY.
         ADD 1 TO RANK-POS.
         DISPLAY "TRACER   " RANK-POS ". "
           RK-NAME " rating "
           RK-RATING " games "
           RK-GAMES " (strategy "
           RK-STRATEGY ")".
         PERFORM RETURN-NEXT-RANKED-ENTRY.
