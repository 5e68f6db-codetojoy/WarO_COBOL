       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-COLLUDE.
      *> Collusion and soft-play screen for the stewards. Joins the
      *> BIDAUDIT trail (which bids were a member's own choice at
      *> the human seat - not a robot strategy, not a bid the timer
      *> made for them) to the GAMEHIST rounds and summaries, and
      *> for every pair of members who have shared enough tables
      *> compares each one's play with that partner seated against
      *> their play otherwise: bid-to-prize ratio, how often they
      *> contest a round the partner goes on to win, and the
      *> partner's share of the points in games they sit in
      *> together. A pair whose play is statistically out of line
      *> on any of the three goes on the review list with the games
      *> that support it. A screen, not a verdict: the stewards
      *> look at the games and decide.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "BIDAUDIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.

           *> Screen limits: shared games a pair needs before it is
           *> judged at all, bids (or rounds, or games) each side of
           *> a comparison needs, and the z-score, in hundredths,
           *> past which a difference goes on the review list. A
           *> missing COLLUDECTL (or a zero field) takes 10, 8 and
           *> 2.50.
           SELECT COLLUDE-CTL-FILE ASSIGN TO "COLLUDECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COLLUDE-CTL-STATUS.

           *> Read for the full display names the review list prints;
           *> a missing ROSTER prints the short names.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RAW PIC X(200).

         *> Same layout player-turn.cbl writes, through the auto-play
         *> flag at the tail.
         FD AUDIT-FILE.
         01 AUDIT-RECORD.
           02 AUD-DATE PIC X(8).
           02 FILLER PIC X.
           02 AUD-NAME PIC X(6).
           02 FILLER PIC X.
           02 AUD-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 AUD-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 AUD-BID PIC 9(2).
           02 FILLER PIC X.
           *> 10 must track NUM-CARDS-MAX in player-turn.cbl.
           02 AUD-HAND-BEFORE PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-HAND-AFTER PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-GAME-ID PIC 9(6).
           02 AUD-GAME-ID-X REDEFINES AUD-GAME-ID PIC X(6).
           02 FILLER PIC X.
           02 AUD-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 AUD-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 AUD-TIME PIC X(6).
           02 FILLER PIC X.
           02 AUD-PLAY-FLAG PIC X(1).

         FD COLLUDE-CTL-FILE.
         01 COLLUDE-CTL-RECORD.
           02 CC-MIN-GAMES PIC 9(3).
           02 FILLER PIC X.
           02 CC-MIN-SAMPLE PIC 9(3).
           02 FILLER PIC X.
           02 CC-Z-LIMIT PIC 9(1)V9(2).

         *> Same layout WARO-ROSTER writes.
         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 RST-DATE-JOINED PIC X(8).
           02 FILLER PIC X.
           02 RST-PLAYER-ID PIC 9(4).
           02 FILLER PIC X.
           02 RST-FULL-NAME PIC X(20).
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes, through GH-ENTRY-SOURCE;
         *> staged here from the raw row so rows of every length
         *> read the same way.
         01 GAME-HIST-RECORD.
           02 GH-DATE PIC X(8).
           02 FILLER PIC X.
           02 GH-TYPE PIC X(1).
           02 FILLER PIC X.
           02 GH-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 GH-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 GH-WINNER PIC 9(1).
           02 FILLER PIC X.
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 GH-PLAYER-DATA OCCURS 8 TIMES.
             03 GH-PLAYER-NAME PIC X(6).
             03 FILLER PIC X.
             03 GH-STRATEGY PIC 9(1).
             03 FILLER PIC X.
             03 GH-BID PIC 9(2).
             03 FILLER PIC X.
             03 GH-POINTS PIC 9(4).
             03 FILLER PIC X.
           02 GH-GAME-ID PIC 9(6).
           02 GH-GAME-ID-X REDEFINES GH-GAME-ID PIC X(6).
           02 FILLER PIC X.
           02 GH-HANDICAP-FLAG PIC X(1).
           02 FILLER PIC X.
           02 GH-RULE-SET PIC X(8).
           02 FILLER PIC X.
           02 GH-BAL-PASSES PIC 9(2).
           02 FILLER PIC X.
           02 GH-TIME PIC X(6).
           02 FILLER PIC X.
           02 GH-ENTRY-SOURCE PIC X(1).

         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 AUDIT-STATUS PIC X(2).
         01 COLLUDE-CTL-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1) VALUE "N".
           88 AT-EOF VALUE "Y".
         01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         *> 1 tallies the statistics, 2 gathers the supporting games
         *> for the pairs pass 1 put on the review list.
         01 PASS-NUMBER PIC 9(1) VALUE 1.

         78 STRATEGY-HUMAN VALUE 4.
         01 MIN-SHARED-GAMES PIC 9(3) VALUE 10.
         01 MIN-SAMPLE PIC 9(3) VALUE 8.
         01 Z-LIMIT PIC 9(1)V9(2) VALUE 2.50.

         *> The member's own bids off BIDAUDIT: keyed rows at the
         *> human strategy with no auto-play flag. The ceiling
         *> matches WARO-XAUDIT's one-pass reach; rows past it are
         *> not screened, and the run says so.
         78 OWN-ROW-MAX VALUE 5000.
         01 OWN-ROW-COUNT PIC 9(4) VALUE 0.
         01 OWN-ROW-TABLE.
           02 OWN-ROW-ENTRY OCCURS OWN-ROW-MAX TIMES.
             03 OR-GAME-ID PIC 9(6).
             03 OR-ROUND PIC 9(2).
             03 OR-SEAT PIC 9(2).
             03 OR-PRIZE PIC 9(2).
             03 OR-BID PIC 9(2).
         01 OWN-ROW-OVERFLOW PIC 9(6) VALUE 0.
         01 AUTO-PLAY-ROWS PIC 9(6) VALUE 0.

         *> One game's "R" rows, buffered until its "S" row, same
         *> buffering WARO-XAUDIT uses; 10 must track
         *> NUM-CARDS-HAND-MAX in waro.cbl, 8 NUM-PLAYERS-MAX.
         01 CG-GAME-ID PIC 9(6) VALUE 0.
         01 CG-ROUND-COUNT PIC 9(2) VALUE 0.
         01 CG-ROUND-TABLE.
           02 CG-ROUND-ENTRY OCCURS 10 TIMES.
             *> The one seat whose points rose this round, 0 for a
             *> split or a round nobody could be seen to take.
             03 CG-ROUND-WINNER PIC 9(1).
             03 CG-PRIZE PIC 9(2).
             03 CG-SEAT-ENTRY OCCURS 8 TIMES.
               04 CG-PTS PIC 9(4).
               04 CG-OWN PIC 9(1).
               04 CG-OWN-PRIZE PIC 9(2).
               04 CG-OWN-BID PIC 9(2).
         *> Per seat for the game in hand: name-table slot, whether
         *> the member made any bid of their own, points share, and
         *> the bid-to-prize ratio sum and count over the game.
         01 CG-SEAT-TABLE.
           02 CG-SEAT OCCURS 8 TIMES.
             03 CG-NAME-IDX PIC 9(3).
             03 CG-HUMAN PIC 9(1).
             03 CG-SHARE PIC 9(3).
             03 CG-RATIO-SUM PIC 9(7).
             03 CG-RATIO-N PIC 9(2).
         01 CG-TOTAL-POINTS PIC 9(6).
         *> The game's average prize card: a prize at or above it is
         *> a big one, whatever the deck size.
         01 CG-PRIZE-SUM PIC 9(4).
         01 CG-BIG-PRIZE PIC 9(2)V9(2).
         01 CG-GAINERS PIC 9(1).

         *> Every member seen at the human seat or across from it:
         *> room for guests and lapsed members as well as the
         *> roster. Seats of a name past the ceiling are counted in
         *> COLL-NAME-OVERFLOW, reported and end the run RC 4.
         78 COLL-NAME-MAX VALUE 100.
         01 COLL-NAME-COUNT PIC 9(3) VALUE 0.
         01 COLL-NAME-OVERFLOW PIC 9(6) VALUE 0.
         01 COLL-NAME-TABLE.
           02 COLL-NAME PIC X(6) OCCURS COLL-NAME-MAX TIMES.

         *> Each member's play over every game on file: own bids and
         *> their ratio (bid as a percentage of the prize) sum and
         *> sum of squares; rounds someone else took and how many of
         *> those the member contested (bid at least the prize);
         *> games played and points share sum and sum of squares.
         01 PLAYER-STATS-TABLE.
           02 PLAYER-STATS OCCURS COLL-NAME-MAX TIMES.
             03 PS-RATIO-N PIC 9(6) VALUE 0.
             03 PS-RATIO-SUM PIC 9(9) VALUE 0.
             03 PS-RATIO-SQ PIC 9(13) VALUE 0.
             03 PS-SEEN PIC 9(6) VALUE 0.
             03 PS-CONTESTED PIC 9(6) VALUE 0.
             03 PS-GAMES PIC 9(6) VALUE 0.
             03 PS-SHARE-SUM PIC 9(8) VALUE 0.
             03 PS-SHARE-SQ PIC 9(10) VALUE 0.

         *> The same, for the row member's play with the column
         *> member seated; the share is the column member's, in
         *> games the row member played their own bids in.
         01 PAIR-TABLE.
           02 PAIR-ROW OCCURS COLL-NAME-MAX TIMES.
             03 PAIR-CELL OCCURS COLL-NAME-MAX TIMES.
               04 PR-GAMES PIC 9(6) VALUE 0.
               04 PR-RATIO-N PIC 9(6) VALUE 0.
               04 PR-RATIO-SUM PIC 9(9) VALUE 0.
               04 PR-SEEN PIC 9(6) VALUE 0.
               04 PR-CONTESTED PIC 9(6) VALUE 0.
               04 PR-SHARE-SUM PIC 9(8) VALUE 0.

         *> The review list: each flagged pair, which of the three
         *> tests flagged it, the row member's usual ratio without
         *> the partner (what a soft-play game is measured against)
         *> and the supporting game-ids, the first 20 of them kept.
         *> The slot past REVIEW-MAX is the scratch entry a pair is
         *> judged in once the list is full.
         78 REVIEW-MAX VALUE 50.
         78 REVIEW-SLOT-MAX VALUE 51.
         78 REVIEW-GAME-MAX VALUE 20.
         01 REVIEW-COUNT PIC 9(2) VALUE 0.
         01 REVIEW-OVERFLOW PIC 9(4) VALUE 0.
         01 REVIEW-TABLE.
           02 REVIEW-ENTRY OCCURS REVIEW-SLOT-MAX TIMES.
             03 RV-IDX-A PIC 9(3).
             03 RV-IDX-B PIC 9(3).
             03 RV-RATIO-FLAG PIC X(1).
             03 RV-CONTEST-FLAG PIC X(1).
             03 RV-FLOW-FLAG PIC X(1).
             03 RV-RATIO-WITH PIC 9(4)V9(1).
             03 RV-RATIO-WITHOUT PIC 9(4)V9(1).
             03 RV-Z-RATIO PIC S9(3)V9(2).
             03 RV-CONTEST-WITH PIC 9(3)V9(1).
             03 RV-CONTEST-WITHOUT PIC 9(3)V9(1).
             03 RV-Z-CONTEST PIC S9(3)V9(2).
             03 RV-SHARE-WITH PIC 9(3)V9(1).
             03 RV-SHARE-WITHOUT PIC 9(3)V9(1).
             03 RV-Z-FLOW PIC S9(3)V9(2).
             03 RV-GAME-COUNT PIC 9(4).
             03 RV-GAME-ID PIC 9(6) OCCURS REVIEW-GAME-MAX TIMES.

         *> The roster's display-name book, as WARO-MATCHUP keeps it;
         *> 100 must track ROSTER-MAX in waro-roster.cbl.
         78 ROSTER-REC-MAX VALUE 100.
         01 ROSTER-REC-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-NAME-TABLE.
           02 ROSTER-NAME-ENTRY OCCURS ROSTER-REC-MAX TIMES.
             03 RR-SHORT PIC X(6).
             03 RR-ALIAS PIC X(6).
             03 RR-FULL PIC X(20).
         01 RESOLVE-SHORT PIC X(6).
         01 RESOLVE-FULL PIC X(20).
         01 RPT-NAME-A PIC X(20).
         01 RPT-NAME-B PIC X(20).
         01 RRX PIC 9(3).

         01 GAMES-SCREENED PIC 9(6) VALUE 0.
         01 GAMES-LEGACY PIC 9(6) VALUE 0.
         01 GAMES-TABLETOP PIC 9(6) VALUE 0.
         01 PAIRS-JUDGED PIC 9(6) VALUE 0.

         *> Test arithmetic: the two sides' sizes and means, the
         *> pooled spread, and the z-score that results.
         01 N-WITH PIC 9(6).
         01 N-WITHOUT PIC 9(6).
         01 MEAN-WITH PIC 9(5)V9(4).
         01 MEAN-WITHOUT PIC 9(5)V9(4).
         01 MEAN-ALL PIC 9(5)V9(4).
         01 VARIANCE-WORK PIC S9(9)V9(4).
         01 STD-ERROR PIC 9(7)V9(4).
         01 Z-WORK PIC S9(3)V9(2).
         *> A bid counts at most twice the prize in the ratio: a
         *> 14 on a 1 says no more about soft play than a 2 does,
         *> and uncapped the smallest prizes would swamp the mean.
         78 RATIO-CAP VALUE 200.
         01 RATIO-WORK PIC 9(4).
         01 GAME-RATIO-MEAN PIC 9(4)V9(1).
         01 PAIR-FLAGGED-SWITCH PIC X(1).
           88 PAIR-FLAGGED VALUE "Y".
         01 INCIDENT-SWITCH PIC X(1).
           88 GAME-SUPPORTS-REVIEW VALUE "Y".

         01 PCT-EDIT-A PIC ZZ9.9.
         01 PCT-EDIT-B PIC ZZ9.9.
         01 Z-EDIT PIC -ZZ9.99.
         01 Z-LIMIT-EDIT PIC 9.99.

         01 K PIC 9(2).
         01 R PIC 9(2).
         01 A PIC 9(3).
         01 B PIC 9(3).
         01 RX PIC 9(2).
         01 GX PIC 9(2).
         01 OX PIC 9(4).
         01 IDX-A PIC 9(3).
         01 IDX-B PIC 9(3).
         01 NAME-LOOKUP-IDX PIC 9(3).
         01 NAME-FOUND-IDX PIC 9(3).
         01 LOOKUP-NAME PIC X(6).

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-COLLUDE-CTL.
         PERFORM LOAD-ROSTER-NAMES.
         PERFORM LOAD-OWN-BIDS.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to screen"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM SCAN-GAME-HISTORY.
         CLOSE GAME-HISTORY-FILE.

         PERFORM JUDGE-ONE-ROW
           VARYING A FROM 1 BY 1 UNTIL A > COLL-NAME-COUNT.

         *> The second pass only runs when there is something on the
         *> review list to support.
         IF REVIEW-COUNT > 0
           MOVE 2 TO PASS-NUMBER
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT GAME-HISTORY-FILE
           PERFORM SCAN-GAME-HISTORY
           CLOSE GAME-HISTORY-FILE
         END-IF.

         PERFORM PRINT-REVIEW-LIST.
         IF REVIEW-COUNT > 0 OR OWN-ROW-OVERFLOW > 0 OR
            COLL-NAME-OVERFLOW > 0
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         GOBACK.

       READ-COLLUDE-CTL.
         OPEN INPUT COLLUDE-CTL-FILE.
         IF COLLUDE-CTL-STATUS = "00"
           READ COLLUDE-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF CC-MIN-GAMES IS NUMERIC AND CC-MIN-GAMES > 0
                 MOVE CC-MIN-GAMES TO MIN-SHARED-GAMES
               END-IF
               IF CC-MIN-SAMPLE IS NUMERIC AND CC-MIN-SAMPLE > 0
                 MOVE CC-MIN-SAMPLE TO MIN-SAMPLE
               END-IF
               IF CC-Z-LIMIT IS NUMERIC AND CC-Z-LIMIT > 0
                 MOVE CC-Z-LIMIT TO Z-LIMIT
               END-IF
           END-READ
           CLOSE COLLUDE-CTL-FILE
         END-IF.

       *> Only a member's own choices say anything about how they
       *> play: robot seats follow their strategy, and a bid the
       *> timer made (AUD-PLAY-FLAG set) was nobody's choice.
       LOAD-OWN-BIDS.
         OPEN INPUT AUDIT-FILE.
         IF AUDIT-STATUS = "00"
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM LOAD-ONE-OWN-BID UNTIL AUDIT-AT-EOF
           CLOSE AUDIT-FILE
         ELSE
           DISPLAY "TRACER SEVERE ERROR: BIDAUDIT not available; "
             "no member's own bids to screen"
         END-IF.

       READ-NEXT-AUDIT-RECORD.
         READ AUDIT-FILE
           AT END MOVE "Y" TO AUDIT-EOF-SWITCH
         END-READ.

       LOAD-ONE-OWN-BID.
         IF AUD-GAME-ID-X = SPACES OR
            AUD-STRATEGY NOT = STRATEGY-HUMAN
           CONTINUE
         ELSE IF AUD-PLAY-FLAG NOT = SPACE
           ADD 1 TO AUTO-PLAY-ROWS
         ELSE IF OWN-ROW-COUNT < OWN-ROW-MAX
           ADD 1 TO OWN-ROW-COUNT
           MOVE AUD-GAME-ID TO OR-GAME-ID (OWN-ROW-COUNT)
           MOVE AUD-ROUND TO OR-ROUND (OWN-ROW-COUNT)
           MOVE AUD-SEAT TO OR-SEAT (OWN-ROW-COUNT)
           MOVE AUD-PRIZE TO OR-PRIZE (OWN-ROW-COUNT)
           MOVE AUD-BID TO OR-BID (OWN-ROW-COUNT)
         ELSE
           ADD 1 TO OWN-ROW-OVERFLOW
         END-IF
         END-IF
         END-IF.
         PERFORM READ-NEXT-AUDIT-RECORD.

       SCAN-GAME-HISTORY.
         PERFORM CLEAR-GAME-BUFFER.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       *> "R" rows fill the buffer and the "S" row closes the game.
       *> Unkeyed rows can't be joined to BIDAUDIT, and a game keyed
       *> in from a tabletop scoresheet has no bids on file at all.
       PROCESS-RECORD.
         MOVE GAME-HIST-RAW TO GAME-HIST-RECORD.
         IF GH-TYPE NOT = "R" AND GH-TYPE NOT = "S"
           CONTINUE
         ELSE IF GH-GAME-ID-X = SPACES
           IF GH-TYPE = "S" AND PASS-NUMBER = 1
             ADD 1 TO GAMES-LEGACY
           END-IF
         ELSE IF GH-ENTRY-SOURCE = "T" OR GH-ENTRY-SOURCE = "X"
           IF GH-TYPE = "S" AND PASS-NUMBER = 1
             ADD 1 TO GAMES-TABLETOP
           END-IF
         ELSE IF GH-TYPE = "R"
           IF GH-GAME-ID NOT = CG-GAME-ID
             PERFORM CLEAR-GAME-BUFFER
             MOVE GH-GAME-ID TO CG-GAME-ID
           END-IF
           PERFORM BUFFER-ROUND-ROW
         ELSE
           IF GH-GAME-ID = CG-GAME-ID AND CG-ROUND-COUNT > 0
             PERFORM PREPARE-GAME
             IF PASS-NUMBER = 1
               PERFORM TALLY-GAME
             ELSE
               PERFORM GATHER-REVIEW-GAMES
             END-IF
           END-IF
           PERFORM CLEAR-GAME-BUFFER
         END-IF
         END-IF
         END-IF
         END-IF.
         PERFORM READ-NEXT-RECORD.

       BUFFER-ROUND-ROW.
         IF GH-ROUND > 0 AND GH-ROUND <= 10
           IF GH-ROUND > CG-ROUND-COUNT
             MOVE GH-ROUND TO CG-ROUND-COUNT
           END-IF
           MOVE GH-PRIZE TO CG-PRIZE (GH-ROUND)
           PERFORM BUFFER-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.

       BUFFER-ONE-SEAT.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-POINTS (K) TO CG-PTS (GH-ROUND, K)
         END-IF.

       CLEAR-GAME-BUFFER.
         MOVE 0 TO CG-GAME-ID.
         MOVE 0 TO CG-ROUND-COUNT.
         PERFORM CLEAR-BUFFER-ROUND
           VARYING R FROM 1 BY 1 UNTIL R > 10.

       CLEAR-BUFFER-ROUND.
         MOVE 0 TO CG-ROUND-WINNER (R).
         MOVE 0 TO CG-PRIZE (R).
         PERFORM CLEAR-BUFFER-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CLEAR-BUFFER-SEAT.
         MOVE 0 TO CG-PTS (R, K).
         MOVE 0 TO CG-OWN (R, K).
         MOVE 0 TO CG-OWN-PRIZE (R, K).
         MOVE 0 TO CG-OWN-BID (R, K).

       *> Everything both passes need about the closed game: whose
       *> bids were their own, who took each round (the one seat
       *> whose running points rose - round 1 of a handicapped game
       *> starts from allowances the rows don't show, so it is left
       *> undecided), each seat's name slot, share of the points and
       *> bid-to-prize ratio over the game's big prizes.
       PREPARE-GAME.
         MOVE 0 TO CG-PRIZE-SUM.
         PERFORM ADD-ROUND-PRIZE
           VARYING R FROM 1 BY 1 UNTIL R > CG-ROUND-COUNT.
         COMPUTE CG-BIG-PRIZE ROUNDED = CG-PRIZE-SUM / CG-ROUND-COUNT.
         PERFORM MARK-ONE-OWN-BID
           VARYING OX FROM 1 BY 1 UNTIL OX > OWN-ROW-COUNT.
         PERFORM FIND-ROUND-WINNER
           VARYING R FROM 1 BY 1 UNTIL R > CG-ROUND-COUNT.
         MOVE 0 TO CG-TOTAL-POINTS.
         PERFORM ADD-SEAT-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM PREPARE-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       ADD-ROUND-PRIZE.
         ADD CG-PRIZE (R) TO CG-PRIZE-SUM.

       MARK-ONE-OWN-BID.
         IF OR-GAME-ID (OX) = CG-GAME-ID AND
            OR-ROUND (OX) > 0 AND OR-ROUND (OX) <= CG-ROUND-COUNT AND
            OR-SEAT (OX) > 0 AND OR-SEAT (OX) <= 8
           MOVE 1 TO CG-OWN (OR-ROUND (OX), OR-SEAT (OX))
           MOVE OR-PRIZE (OX) TO CG-OWN-PRIZE (OR-ROUND (OX),
             OR-SEAT (OX))
           MOVE OR-BID (OX) TO CG-OWN-BID (OR-ROUND (OX),
             OR-SEAT (OX))
         END-IF.

       FIND-ROUND-WINNER.
         MOVE 0 TO CG-GAINERS.
         IF R > 1 OR GH-HANDICAP-FLAG NOT = "H"
           PERFORM CHECK-ONE-GAINER
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.
         IF CG-GAINERS NOT = 1
           MOVE 0 TO CG-ROUND-WINNER (R)
         END-IF.

       CHECK-ONE-GAINER.
         IF R = 1
           IF CG-PTS (R, K) > 0
             ADD 1 TO CG-GAINERS
             MOVE K TO CG-ROUND-WINNER (R)
           END-IF
         ELSE
           IF CG-PTS (R, K) > CG-PTS (R - 1, K)
             ADD 1 TO CG-GAINERS
             MOVE K TO CG-ROUND-WINNER (R)
           END-IF
         END-IF.

       ADD-SEAT-POINTS.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           ADD GH-POINTS (K) TO CG-TOTAL-POINTS
         END-IF.

       PREPARE-ONE-SEAT.
         MOVE 0 TO CG-NAME-IDX (K).
         MOVE 0 TO CG-HUMAN (K).
         MOVE 0 TO CG-SHARE (K).
         MOVE 0 TO CG-RATIO-SUM (K).
         MOVE 0 TO CG-RATIO-N (K).
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-NAME
           MOVE NAME-FOUND-IDX TO CG-NAME-IDX (K)
           IF CG-TOTAL-POINTS > 0
             COMPUTE CG-SHARE (K) ROUNDED =
               GH-POINTS (K) * 100 / CG-TOTAL-POINTS
           END-IF
           PERFORM ADD-SEAT-RATIO
             VARYING R FROM 1 BY 1 UNTIL R > CG-ROUND-COUNT
         END-IF.

       *> Soft play shows on the big prizes: every card in a hand
       *> is played in the end, so a low card dumped on a big prize
       *> means a high one spent on a small prize later, and a ratio
       *> over every round would even out. A face-down prize (shown
       *> as 0) gives no ratio to judge.
       ADD-SEAT-RATIO.
         IF CG-OWN (R, K) = 1
           MOVE 1 TO CG-HUMAN (K)
           IF CG-OWN-PRIZE (R, K) > 0 AND
              CG-OWN-PRIZE (R, K) >= CG-BIG-PRIZE
             COMPUTE RATIO-WORK ROUNDED =
               CG-OWN-BID (R, K) * 100 / CG-OWN-PRIZE (R, K)
             IF RATIO-WORK > RATIO-CAP
               MOVE RATIO-CAP TO RATIO-WORK
             END-IF
             ADD RATIO-WORK TO CG-RATIO-SUM (K)
             ADD 1 TO CG-RATIO-N (K)
           END-IF
         END-IF.

       *> Pass 1 for one game: every seated member's points share;
       *> then, for each member who bid for themselves, their own
       *> ratios and contests, overall and against each other seat.
       TALLY-GAME.
         ADD 1 TO GAMES-SCREENED.
         PERFORM TALLY-ONE-SHARE
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM TALLY-ONE-MEMBER
           VARYING A FROM 1 BY 1 UNTIL A > 8.

       TALLY-ONE-SHARE.
         IF CG-NAME-IDX (K) > 0
           MOVE CG-NAME-IDX (K) TO IDX-B
           ADD 1 TO PS-GAMES (IDX-B)
           ADD CG-SHARE (K) TO PS-SHARE-SUM (IDX-B)
           COMPUTE PS-SHARE-SQ (IDX-B) = PS-SHARE-SQ (IDX-B)
             + CG-SHARE (K) * CG-SHARE (K)
         END-IF.

       TALLY-ONE-MEMBER.
         IF CG-NAME-IDX (A) > 0 AND CG-HUMAN (A) = 1
           MOVE CG-NAME-IDX (A) TO IDX-A
           PERFORM TALLY-OWN-ROUND
             VARYING R FROM 1 BY 1 UNTIL R > CG-ROUND-COUNT
           PERFORM TALLY-ONE-PARTNER
             VARYING B FROM 1 BY 1 UNTIL B > 8
         END-IF.

       *> Every own bid against a big face-up prize counts toward
       *> the member's ratio; a round another single seat took
       *> counts as seen, and as contested when the member bid at
       *> least the prize for it.
       TALLY-OWN-ROUND.
         IF CG-OWN (R, A) = 1 AND CG-OWN-PRIZE (R, A) > 0
           IF CG-OWN-PRIZE (R, A) >= CG-BIG-PRIZE
             COMPUTE RATIO-WORK ROUNDED =
               CG-OWN-BID (R, A) * 100 / CG-OWN-PRIZE (R, A)
             IF RATIO-WORK > RATIO-CAP
               MOVE RATIO-CAP TO RATIO-WORK
             END-IF
             ADD 1 TO PS-RATIO-N (IDX-A)
             ADD RATIO-WORK TO PS-RATIO-SUM (IDX-A)
             COMPUTE PS-RATIO-SQ (IDX-A) = PS-RATIO-SQ (IDX-A)
               + RATIO-WORK * RATIO-WORK
           END-IF
           IF CG-ROUND-WINNER (R) > 0 AND CG-ROUND-WINNER (R) NOT = A
             ADD 1 TO PS-SEEN (IDX-A)
             IF CG-OWN-BID (R, A) >= CG-OWN-PRIZE (R, A)
               ADD 1 TO PS-CONTESTED (IDX-A)
             END-IF
             MOVE CG-ROUND-WINNER (R) TO B
             IF CG-NAME-IDX (B) > 0
               MOVE CG-NAME-IDX (B) TO IDX-B
               ADD 1 TO PR-SEEN (IDX-A, IDX-B)
               IF CG-OWN-BID (R, A) >= CG-OWN-PRIZE (R, A)
                 ADD 1 TO PR-CONTESTED (IDX-A, IDX-B)
               END-IF
             END-IF
           END-IF
         END-IF.

       TALLY-ONE-PARTNER.
         IF B NOT = A AND CG-NAME-IDX (B) > 0
           MOVE CG-NAME-IDX (B) TO IDX-B
           ADD 1 TO PR-GAMES (IDX-A, IDX-B)
           ADD CG-RATIO-N (A) TO PR-RATIO-N (IDX-A, IDX-B)
           ADD CG-RATIO-SUM (A) TO PR-RATIO-SUM (IDX-A, IDX-B)
           ADD CG-SHARE (B) TO PR-SHARE-SUM (IDX-A, IDX-B)
         END-IF.

       *> Linear search of the names seen so far; a name past the
       *> ceiling is left out of the screen and counted.
       FIND-OR-ADD-NAME.
         MOVE 0 TO NAME-FOUND-IDX.
         PERFORM CHECK-ONE-NAME
           VARYING NAME-LOOKUP-IDX FROM 1 BY 1
             UNTIL NAME-LOOKUP-IDX > COLL-NAME-COUNT.
         IF NAME-FOUND-IDX = 0
           IF COLL-NAME-COUNT < COLL-NAME-MAX
             ADD 1 TO COLL-NAME-COUNT
             MOVE LOOKUP-NAME TO COLL-NAME (COLL-NAME-COUNT)
             MOVE COLL-NAME-COUNT TO NAME-FOUND-IDX
           ELSE
             ADD 1 TO COLL-NAME-OVERFLOW
           END-IF
         END-IF.

       CHECK-ONE-NAME.
         IF COLL-NAME (NAME-LOOKUP-IDX) = LOOKUP-NAME
           MOVE NAME-LOOKUP-IDX TO NAME-FOUND-IDX
         END-IF.

       JUDGE-ONE-ROW.
         PERFORM JUDGE-ONE-PAIR
           VARYING B FROM 1 BY 1 UNTIL B > COLL-NAME-COUNT.

       *> Row member A's play with partner B seated against A's play
       *> otherwise, three ways, each a one-sided z-score in the
       *> direction help would show: A bidding lower, A contesting
       *> B's rounds less, B taking a bigger share with A seated.
       *> A side too small to judge leaves that test at zero.
       JUDGE-ONE-PAIR.
         IF B NOT = A AND PR-GAMES (A, B) >= MIN-SHARED-GAMES
           ADD 1 TO PAIRS-JUDGED
           MOVE "N" TO PAIR-FLAGGED-SWITCH
           IF REVIEW-COUNT < REVIEW-MAX
             MOVE REVIEW-COUNT TO RX
             ADD 1 TO RX
           ELSE
             MOVE REVIEW-SLOT-MAX TO RX
           END-IF
           MOVE SPACES TO RV-RATIO-FLAG (RX)
           MOVE SPACES TO RV-CONTEST-FLAG (RX)
           MOVE SPACES TO RV-FLOW-FLAG (RX)
           PERFORM JUDGE-RATIO
           PERFORM JUDGE-CONTEST
           PERFORM JUDGE-FLOW
           IF PAIR-FLAGGED
             IF REVIEW-COUNT < REVIEW-MAX
               ADD 1 TO REVIEW-COUNT
               MOVE A TO RV-IDX-A (RX)
               MOVE B TO RV-IDX-B (RX)
               MOVE 0 TO RV-GAME-COUNT (RX)
             ELSE
               ADD 1 TO REVIEW-OVERFLOW
             END-IF
           END-IF
         END-IF.

       *> Means of the ratio with and without the partner, spread
       *> off the member's whole record.
       JUDGE-RATIO.
         MOVE 0 TO Z-WORK.
         MOVE PR-RATIO-N (A, B) TO N-WITH.
         COMPUTE N-WITHOUT = PS-RATIO-N (A) - N-WITH.
         IF N-WITH >= MIN-SAMPLE AND N-WITHOUT >= MIN-SAMPLE
           COMPUTE MEAN-WITH ROUNDED = PR-RATIO-SUM (A, B) / N-WITH
           COMPUTE MEAN-WITHOUT ROUNDED =
             (PS-RATIO-SUM (A) - PR-RATIO-SUM (A, B)) / N-WITHOUT
           COMPUTE MEAN-ALL ROUNDED =
             PS-RATIO-SUM (A) / PS-RATIO-N (A)
           COMPUTE VARIANCE-WORK ROUNDED =
             PS-RATIO-SQ (A) / PS-RATIO-N (A) - MEAN-ALL * MEAN-ALL
           PERFORM COMPUTE-Z-SCORE
           MOVE MEAN-WITH TO RV-RATIO-WITH (RX)
           MOVE MEAN-WITHOUT TO RV-RATIO-WITHOUT (RX)
         END-IF.
         MOVE Z-WORK TO RV-Z-RATIO (RX).
         IF Z-WORK >= Z-LIMIT
           MOVE "Y" TO PAIR-FLAGGED-SWITCH
           MOVE "R" TO RV-RATIO-FLAG (RX)
         END-IF.

       *> Contest rates as proportions, pooled over the member's
       *> whole record.
       JUDGE-CONTEST.
         MOVE 0 TO Z-WORK.
         MOVE PR-SEEN (A, B) TO N-WITH.
         COMPUTE N-WITHOUT = PS-SEEN (A) - N-WITH.
         IF N-WITH >= MIN-SAMPLE AND N-WITHOUT >= MIN-SAMPLE
           COMPUTE MEAN-WITH ROUNDED =
             PR-CONTESTED (A, B) * 100 / N-WITH
           COMPUTE MEAN-WITHOUT ROUNDED =
             (PS-CONTESTED (A) - PR-CONTESTED (A, B)) * 100
               / N-WITHOUT
           COMPUTE MEAN-ALL ROUNDED =
             PS-CONTESTED (A) * 100 / PS-SEEN (A)
           COMPUTE VARIANCE-WORK ROUNDED =
             MEAN-ALL * (100 - MEAN-ALL)
           PERFORM COMPUTE-Z-SCORE
           MOVE MEAN-WITH TO RV-CONTEST-WITH (RX)
           MOVE MEAN-WITHOUT TO RV-CONTEST-WITHOUT (RX)
         END-IF.
         MOVE Z-WORK TO RV-Z-CONTEST (RX).
         IF Z-WORK >= Z-LIMIT
           MOVE "Y" TO PAIR-FLAGGED-SWITCH
           MOVE "C" TO RV-CONTEST-FLAG (RX)
         END-IF.

       *> The partner's share of the points with the member seated
       *> against the partner's share otherwise; the sign is turned
       *> so that more for the partner scores high.
       JUDGE-FLOW.
         MOVE 0 TO Z-WORK.
         MOVE PR-GAMES (A, B) TO N-WITH.
         COMPUTE N-WITHOUT = PS-GAMES (B) - N-WITH.
         IF N-WITH >= MIN-SAMPLE AND N-WITHOUT >= MIN-SAMPLE
           COMPUTE MEAN-WITH ROUNDED = PR-SHARE-SUM (A, B) / N-WITH
           COMPUTE MEAN-WITHOUT ROUNDED =
             (PS-SHARE-SUM (B) - PR-SHARE-SUM (A, B)) / N-WITHOUT
           COMPUTE MEAN-ALL ROUNDED =
             PS-SHARE-SUM (B) / PS-GAMES (B)
           COMPUTE VARIANCE-WORK ROUNDED =
             PS-SHARE-SQ (B) / PS-GAMES (B) - MEAN-ALL * MEAN-ALL
           MOVE MEAN-WITH TO RV-SHARE-WITH (RX)
           MOVE MEAN-WITHOUT TO RV-SHARE-WITHOUT (RX)
           MOVE MEAN-WITHOUT TO MEAN-ALL
           MOVE MEAN-WITH TO MEAN-WITHOUT
           MOVE MEAN-ALL TO MEAN-WITH
           PERFORM COMPUTE-Z-SCORE
         END-IF.
         MOVE Z-WORK TO RV-Z-FLOW (RX).
         IF Z-WORK >= Z-LIMIT
           MOVE "Y" TO PAIR-FLAGGED-SWITCH
           MOVE "F" TO RV-FLOW-FLAG (RX)
         END-IF.

       *> (without - with) over the standard error of the difference;
       *> no spread at all means no evidence either way.
       COMPUTE-Z-SCORE.
         MOVE 0 TO Z-WORK.
         IF VARIANCE-WORK > 0
           COMPUTE STD-ERROR ROUNDED = FUNCTION SQRT
             (VARIANCE-WORK * (1 / N-WITH + 1 / N-WITHOUT))
           IF STD-ERROR > 0
             COMPUTE Z-WORK ROUNDED =
               (MEAN-WITHOUT - MEAN-WITH) / STD-ERROR
               ON SIZE ERROR MOVE 999.99 TO Z-WORK
             END-COMPUTE
           END-IF
         END-IF.

       *> Pass 2 for one game: a game supports a pair's review when
       *> the member bid below their usual ratio in it (ratio flag),
       *> let a round the partner took go uncontested (contest
       *> flag), or the partner won it (flow flag).
       GATHER-REVIEW-GAMES.
         PERFORM CHECK-ONE-REVIEW-PAIR
           VARYING RX FROM 1 BY 1 UNTIL RX > REVIEW-COUNT.

       CHECK-ONE-REVIEW-PAIR.
         MOVE 0 TO A.
         MOVE 0 TO B.
         PERFORM FIND-REVIEW-SEATS
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         IF A > 0 AND B > 0
           MOVE "N" TO INCIDENT-SWITCH
           IF RV-RATIO-FLAG (RX) NOT = SPACE AND
              CG-RATIO-N (A) > 0
             COMPUTE GAME-RATIO-MEAN ROUNDED =
               CG-RATIO-SUM (A) / CG-RATIO-N (A)
             IF GAME-RATIO-MEAN < RV-RATIO-WITHOUT (RX)
               MOVE "Y" TO INCIDENT-SWITCH
             END-IF
           END-IF
           IF RV-CONTEST-FLAG (RX) NOT = SPACE
             PERFORM CHECK-UNCONTESTED-ROUND
               VARYING R FROM 1 BY 1 UNTIL R > CG-ROUND-COUNT
           END-IF
           IF RV-FLOW-FLAG (RX) NOT = SPACE AND GH-WINNER = B
             MOVE "Y" TO INCIDENT-SWITCH
           END-IF
           IF GAME-SUPPORTS-REVIEW
             ADD 1 TO RV-GAME-COUNT (RX)
             IF RV-GAME-COUNT (RX) <= REVIEW-GAME-MAX
               MOVE RV-GAME-COUNT (RX) TO GX
               MOVE CG-GAME-ID TO RV-GAME-ID (RX, GX)
             END-IF
           END-IF
         END-IF.

       FIND-REVIEW-SEATS.
         IF CG-NAME-IDX (K) = RV-IDX-A (RX) AND CG-HUMAN (K) = 1
           MOVE K TO A
         END-IF.
         IF CG-NAME-IDX (K) = RV-IDX-B (RX) AND
            CG-NAME-IDX (K) > 0
           MOVE K TO B
         END-IF.

       CHECK-UNCONTESTED-ROUND.
         IF CG-ROUND-WINNER (R) = B AND CG-OWN (R, A) = 1 AND
            CG-OWN-PRIZE (R, A) > 0 AND
            CG-OWN-BID (R, A) < CG-OWN-PRIZE (R, A)
           MOVE "Y" TO INCIDENT-SWITCH
         END-IF.

       PRINT-REVIEW-LIST.
         DISPLAY " ".
         DISPLAY "WARO COLLUSION AND SOFT-PLAY SCREEN - games "
           "screened: " GAMES-SCREENED " pairs judged: "
           PAIRS-JUDGED.
         MOVE Z-LIMIT TO Z-LIMIT-EDIT.
         DISPLAY "TRACER   limits: " MIN-SHARED-GAMES
           " shared games, " MIN-SAMPLE " per side, z "
           Z-LIMIT-EDIT.
         DISPLAY "TRACER   own bids screened: " OWN-ROW-COUNT
           "; timer auto-plays left out: " AUTO-PLAY-ROWS.
         IF GAMES-LEGACY > 0
           DISPLAY "TRACER   " GAMES-LEGACY " unkeyed game(s) "
             "predate the game-id field and were skipped"
         END-IF.
         IF GAMES-TABLETOP > 0
           DISPLAY "TRACER   " GAMES-TABLETOP " tabletop or "
             "inter-club game(s) have no bids on file and were skipped"
         END-IF.
         IF OWN-ROW-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: " OWN-ROW-OVERFLOW
             " own bid(s) past the " OWN-ROW-MAX
             "-row table were not screened"
         END-IF.
         IF COLL-NAME-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " COLL-NAME-MAX
             " distinct player names in GAME-HISTORY; "
             COLL-NAME-OVERFLOW " seat(s) of later names not screened"
         END-IF.
         DISPLAY " ".
         DISPLAY "STEWARDS' REVIEW LIST:".
         IF REVIEW-COUNT = 0
           DISPLAY "TRACER   no pair out of line"
         END-IF.
         PERFORM PRINT-ONE-REVIEW
           VARYING RX FROM 1 BY 1 UNTIL RX > REVIEW-COUNT.
         IF REVIEW-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: " REVIEW-OVERFLOW
             " further pair(s) out of line did not fit the list"
         END-IF.

       PRINT-ONE-REVIEW.
         MOVE COLL-NAME (RV-IDX-A (RX)) TO RESOLVE-SHORT.
         PERFORM RESOLVE-DISPLAY-NAME.
         MOVE RESOLVE-FULL TO RPT-NAME-A.
         MOVE COLL-NAME (RV-IDX-B (RX)) TO RESOLVE-SHORT.
         PERFORM RESOLVE-DISPLAY-NAME.
         MOVE RESOLVE-FULL TO RPT-NAME-B.
         MOVE RV-IDX-A (RX) TO IDX-A.
         MOVE RV-IDX-B (RX) TO IDX-B.
         DISPLAY " ".
         DISPLAY "  " RPT-NAME-A " with " RPT-NAME-B " seated: "
           PR-GAMES (IDX-A, IDX-B) " shared game(s)".
         IF RV-RATIO-FLAG (RX) NOT = SPACE
           MOVE RV-RATIO-WITH (RX) TO PCT-EDIT-A
           MOVE RV-RATIO-WITHOUT (RX) TO PCT-EDIT-B
           MOVE RV-Z-RATIO (RX) TO Z-EDIT
           DISPLAY "    bids " PCT-EDIT-A
             "% of a big prize with the partner, " PCT-EDIT-B
             "% otherwise (z " Z-EDIT ")"
         END-IF.
         IF RV-CONTEST-FLAG (RX) NOT = SPACE
           MOVE RV-CONTEST-WITH (RX) TO PCT-EDIT-A
           MOVE RV-CONTEST-WITHOUT (RX) TO PCT-EDIT-B
           MOVE RV-Z-CONTEST (RX) TO Z-EDIT
           DISPLAY "    contests " PCT-EDIT-A
             "% of the partner's rounds, " PCT-EDIT-B
             "% of others' (z " Z-EDIT ")"
         END-IF.
         IF RV-FLOW-FLAG (RX) NOT = SPACE
           MOVE RV-SHARE-WITH (RX) TO PCT-EDIT-A
           MOVE RV-SHARE-WITHOUT (RX) TO PCT-EDIT-B
           MOVE RV-Z-FLOW (RX) TO Z-EDIT
           DISPLAY "    partner takes " PCT-EDIT-A
             "% of the points with them seated, " PCT-EDIT-B
             "% otherwise (z " Z-EDIT ")"
         END-IF.
         DISPLAY "    supporting game(s): " RV-GAME-COUNT (RX).
         PERFORM PRINT-ONE-REVIEW-GAME
           VARYING GX FROM 1 BY 1
             UNTIL GX > RV-GAME-COUNT (RX) OR GX > REVIEW-GAME-MAX.
         IF RV-GAME-COUNT (RX) > REVIEW-GAME-MAX
           DISPLAY "      ... and later games not listed"
         END-IF.

       PRINT-ONE-REVIEW-GAME.
         DISPLAY "      game " RV-GAME-ID (RX, GX).

       LOAD-ROSTER-NAMES.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-NAME UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-NAME.
         IF RST-NAME NOT = SPACES AND
            ROSTER-REC-COUNT < ROSTER-REC-MAX
           ADD 1 TO ROSTER-REC-COUNT
           MOVE RST-NAME TO RR-SHORT (ROSTER-REC-COUNT)
           MOVE RST-ALIAS TO RR-ALIAS (ROSTER-REC-COUNT)
           MOVE RST-FULL-NAME TO RR-FULL (ROSTER-REC-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       *> Current short name or legacy alias, either resolves to
       *> the member's full display name.
       RESOLVE-DISPLAY-NAME.
         MOVE RESOLVE-SHORT TO RESOLVE-FULL.
         PERFORM CHECK-ONE-DISPLAY-NAME
           VARYING RRX FROM 1 BY 1
             UNTIL RRX > ROSTER-REC-COUNT.

       CHECK-ONE-DISPLAY-NAME.
         IF RR-FULL (RRX) NOT = SPACES AND
            (RR-SHORT (RRX) = RESOLVE-SHORT OR
             RR-ALIAS (RRX) = RESOLVE-SHORT)
           MOVE RR-FULL (RRX) TO RESOLVE-FULL
         END-IF.
