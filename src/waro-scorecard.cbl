       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-SCORECARD.
      *> Member season scorecard: one printed statement per active
      *> roster member - "my numbers" in one place instead of five
      *> job outputs with the member's lines cut out of each. Every
      *> figure is the one the owning report prints: LEADERBOARD
      *> standing and points; the RATINGS value and its movement
      *> against RATPREV, the same last-bulletin snapshot WARO-WEEKLY
      *> measures its risers and fallers by; the BANKROLL balance
      *> and every BANKPOST posting since the season opened (the
      *> last close on SEASONCAL); the milestones WARO-MILESTONE has
      *> booked; the head-to-head record against the opponents met
      *> most often, WARO-MATCHUP's tally; the luck reading
      *> WARO-LUCK takes off DEALFILE; and WARO-PACE's think time
      *> off the BIDAUDIT stamps. Each member starts a new page
      *> under their full roster name. SCORECTL names one member's
      *> short name; a blank card or none runs every active member.
      *> Nothing is written back - the owning programs keep their
      *> masters.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The one member to print, by short name; a missing or
           *> blank SCORECTL prints every active member.
           SELECT SCORE-CTL-FILE ASSIGN TO "SCORECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCORE-CTL-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-STATUS.

           *> WARO-WEEKLY's copy of the book as of the last bulletin;
           *> read here, never rolled - that stays WARO-WEEKLY's.
           SELECT RAT-PREV-FILE ASSIGN TO "RATPREV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RAT-PREV-STATUS.

           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKROLL-STATUS.

           SELECT BANKPOST-FILE ASSIGN TO "BANKPOST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKPOST-STATUS.

           *> The season closes WARO-SEASONEND has entered; the
           *> latest one is where the open season's postings start.
           SELECT SEASON-CAL-FILE ASSIGN TO "SEASONCAL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-CAL-STATUS.

           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MILESTONE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           *> The as-dealt record for each game, read back by game-id
           *> - same keyed access WARO-LUCK uses. A missing DEALFILE
           *> leaves the luck section empty rather than the run.
           SELECT DEAL-FILE ASSIGN TO "DEALFILE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "BIDAUDIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.

           *> The printed statements, same 72-column print-file
           *> convention as WARO-WEEKLY's WEEKLYRPT; written fresh
           *> each run.
           SELECT SCORECARD-FILE ASSIGN TO "SCORECARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCORECARD-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD SCORE-CTL-FILE.
         01 SCORE-CTL-RECORD.
           02 SCORE-CTL-NAME PIC X(6).

         *> Same layout WARO-ROSTER keeps.
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
           02 RST-PLAYER-ID-X REDEFINES RST-PLAYER-ID PIC X(4).
           02 FILLER PIC X.
           02 RST-FULL-NAME PIC X(20).
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).
           02 FILLER PIC X.
           02 RST-DIVISION PIC 9(1).
           02 RST-DIVISION-X REDEFINES RST-DIVISION PIC X(1).
           02 FILLER PIC X.
           02 RST-CLUB PIC X(4).

         *> Same layout WARO-TOURNEY keeps; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
         *> carries its own copy of GAME-HIST-RECORD.
         FD LEADERBOARD-FILE.
         01 LEADERBOARD-RECORD.
           02 LB-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 LB-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 LB-GAMES-PLAYED PIC 9(6).
           02 FILLER PIC X.
           02 LB-TOTAL-POINTS PIC 9(8).
           02 FILLER PIC X.
           02 LB-WINS PIC 9(6).

         *> Same layout WARO-RATING writes; RATPREV is a straight
         *> copy of it.
         FD RATING-FILE.
         01 RATING-RECORD.
           02 RT-TYPE PIC X(1).
           02 FILLER PIC X.
           02 RT-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 RT-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RT-GAMES-RATED PIC 9(6).
           02 FILLER PIC X.
           02 RT-RATING PIC 9(4)V9(2).

         FD RAT-PREV-FILE.
         01 RAT-PREV-RECORD.
           02 RTP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 RTP-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 RTP-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RTP-GAMES-RATED PIC 9(6).
           02 FILLER PIC X.
           02 RTP-RATING PIC 9(4)V9(2).

         *> Same layouts waro.cbl keeps.
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         FD BANKPOST-FILE.
         01 BANKPOST-RECORD.
           02 BP-DATE PIC X(8).
           02 FILLER PIC X.
           02 BP-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 BP-NAME PIC X(6).
           02 FILLER PIC X.
           02 BP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BP-AMOUNT PIC 9(6).
           02 FILLER PIC X.
           02 BP-EVENT PIC X(8).

         *> Same layout WARO-SEASONEND appends.
         FD SEASON-CAL-FILE.
         01 SEASON-CAL-RECORD.
           02 SC-SEASON PIC X(8).
           02 FILLER PIC X.
           02 SC-CLOSED-DATE PIC X(8).

         *> Same layout WARO-MILESTONE keeps.
         FD MILESTONE-FILE.
         01 MILESTONE-RECORD.
           02 ML-TYPE PIC X(1).
           02 FILLER PIC X.
           02 ML-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 ML-GAMES PIC 9(6).
           02 FILLER PIC X.
           02 ML-WINS PIC 9(6).
           02 FILLER PIC X.
           02 ML-POINTS PIC 9(8).
           02 FILLER PIC X.
           02 ML-STREAK PIC 9(4).
           02 FILLER PIC X.
           02 ML-BEST-STREAK PIC 9(4).
           02 FILLER PIC X.
           02 ML-PERFECTS PIC 9(4).

         *> Same layout WARO itself writes, through the entry-source
         *> byte at the tail.
         FD GAME-HISTORY-FILE.
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

         *> Same layout WARO itself writes.
         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 DEAL-NUM-CARDS-DECK PIC 9(2).
           02 DEAL-NUM-CARDS-HAND PIC 9(2).
           02 DEAL-NUM-PLAYERS PIC 9(2).
           *> 40 must track NUM-CARDS-DECK-MAX in waro.cbl.
           02 DEAL-DECK-CARDS PIC 9(2) OCCURS 40 TIMES.
           *> 10 must track NUM-CARDS-HAND-MAX in waro.cbl.
           02 DEAL-KITTY-CARDS PIC 9(2) OCCURS 10 TIMES.
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 DEAL-PLAYER-DATA OCCURS 8 TIMES.
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         *> Same layout player-turn.cbl writes, through the stamp and
         *> the auto-play flag at the tail.
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

         FD SCORECARD-FILE.
         01 SCORECARD-RECORD PIC X(72).

         WORKING-STORAGE SECTION.
         01 SCORE-CTL-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 LEADERBOARD-STATUS PIC X(2).
         01 RATING-STATUS PIC X(2).
         01 RAT-PREV-STATUS PIC X(2).
         01 BANKROLL-STATUS PIC X(2).
         01 BANKPOST-STATUS PIC X(2).
         01 SEASON-CAL-STATUS PIC X(2).
         01 MILESTONE-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 DEAL-FILE-STATUS PIC X(2).
         01 AUDIT-STATUS PIC X(2).
         01 SCORECARD-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1).
           88 AT-EOF VALUE "Y".
         01 DEAL-FILE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 DEAL-FILE-AVAILABLE VALUE "Y".
         01 DEAL-FOUND-SWITCH PIC X(1).
           88 DEAL-RECORD-LOADED VALUE "Y".

         01 SELECT-NAME PIC X(6) VALUE SPACES.
         01 SEASON-OPEN-DATE PIC X(8) VALUE "00000000".
         01 TODAY-DATE PIC X(8).

         *> The roster, members and guests alike: guests and retired
         *> members still resolve an opponent's full name and fold a
         *> legacy spelling, but only an active member ("A") gets a
         *> statement. Beside each entry, everything the statement
         *> prints for it, gathered in one pass per input file. Same
         *> ceiling WARO-ROSTER keeps.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS ROSTER-MAX TIMES.
             03 MB-NAME PIC X(6).
             03 MB-ALIAS PIC X(6).
             03 MB-FULL PIC X(20).
             03 MB-STATUS PIC X(1).
             03 MB-PLAYER-ID PIC X(4).
             03 MB-DIVISION PIC X(1).
             03 MB-LB-FOUND PIC X(1).
             03 MB-LB-GAMES PIC 9(6).
             03 MB-LB-POINTS PIC 9(8).
             03 MB-LB-WINS PIC 9(6).
             03 MB-LB-AHEAD PIC 9(4).
             03 MB-RT-FOUND PIC X(1).
             03 MB-RATING PIC 9(4)V9(2).
             03 MB-RATED-GAMES PIC 9(6).
             03 MB-RTP-FOUND PIC X(1).
             03 MB-PREV-RATING PIC 9(4)V9(2).
             03 MB-BANK-FOUND PIC X(1).
             03 MB-BALANCE PIC 9(6).
             03 MB-ML-FOUND PIC X(1).
             03 MB-ML-GAMES PIC 9(6).
             03 MB-ML-WINS PIC 9(6).
             03 MB-ML-POINTS PIC 9(8).
             03 MB-ML-BEST-STREAK PIC 9(4).
             03 MB-ML-PERFECTS PIC 9(4).
             03 MB-LK-GAMES PIC 9(6).
             03 MB-LK-BEST PIC 9(6).
             03 MB-LK-FAIR PIC 9(6)V9(4).
             03 MB-LK-WINS PIC 9(6).
             03 MB-LK-WINS-OTHER PIC 9(6).
             03 MB-PC-BIDS PIC 9(6).
             03 MB-PC-SECS PIC 9(8).
             03 MB-PC-AUTO PIC 9(6).
         01 MEMBERS-PRINTED PIC 9(3) VALUE 0.

         *> The season's board is counted, not held: a second pass
         *> charges each row against every member it outscores.
         01 BOARD-COUNT PIC 9(4) VALUE 0.

         *> Everyone a member has shared a table with, by current
         *> spelling, and the member-by-opponent grid WARO-MATCHUP
         *> keeps: games together, the member's outright wins in
         *> them, and the opponent's. A co-winner tie counts the
         *> game for neither, WARO-MATCHUP's convention.
         78 OPPONENT-MAX VALUE 100.
         01 OPPONENT-COUNT PIC 9(3) VALUE 0.
         01 OPPONENT-NAME PIC X(6) OCCURS OPPONENT-MAX TIMES.
         01 OPPONENTS-DROPPED PIC 9(6) VALUE 0.
         01 H2H-TABLE.
           02 H2H-ROW OCCURS ROSTER-MAX TIMES.
             03 H2H-CELL OCCURS OPPONENT-MAX TIMES.
               04 H2H-GAMES PIC 9(6).
               04 H2H-WON PIC 9(6).
               04 H2H-LOST PIC 9(6).
         *> How many of the most frequent opponents are printed.
         78 TOP-OPPONENTS VALUE 3.
         01 OPP-DONE PIC 9(1) OCCURS OPPONENT-MAX TIMES.
         01 OPP-BEST-IDX PIC 9(3).
         01 OPP-BEST-GAMES PIC 9(6).
         01 OPP-RANK PIC 9(1).

         *> One game's seats resolved to roster entries (0 for a
         *> name the roster doesn't know) and to opponent slots.
         01 SEAT-MEMBER PIC 9(3) OCCURS 8 TIMES.
         01 SEAT-OPPONENT PIC 9(3) OCCURS 8 TIMES.

         *> One game's dealt strengths, WARO-LUCK's arithmetic: each
         *> seat's hand total and the strongest seat, lowest seat on
         *> an exact tie.
         01 SEAT-STRENGTH PIC 9(4) OCCURS 8 TIMES.
         01 BEST-SEAT PIC 9(2).
         01 BEST-STRENGTH PIC 9(4).
         01 WINNER-SEAT PIC 9(1).
         01 SEATS-DEALT PIC 9(2).

         *> Think time, WARO-PACE's arithmetic: the gap between one
         *> audited bid's stamp and the next in the same game,
         *> charged to the later bidder; a gap past the cap is a
         *> break between runs, not a think.
         78 THINK-GAP-CAP VALUE 1800.
         01 CUR-AUD-GAME PIC 9(6) VALUE 0.
         01 PREV-AUD-TIME PIC X(6) VALUE SPACES.
         01 TIME-A-WORK.
           02 TAW-HH PIC 9(2).
           02 TAW-MM PIC 9(2).
           02 TAW-SS PIC 9(2).
         01 TIME-B-WORK.
           02 TBW-HH PIC 9(2).
           02 TBW-MM PIC 9(2).
           02 TBW-SS PIC 9(2).
         01 SECONDS-A PIC 9(6).
         01 SECONDS-B PIC 9(6).
         01 ELAPSED-SECONDS PIC S9(7).

         *> Milestone thresholds, WARO-MILESTONE's.
         78 GAMES-MILESTONE-EVERY VALUE 100.
         78 POINTS-MILESTONE-EVERY VALUE 1000.

         01 LOOKUP-NAME PIC X(6).
         01 FOUND-IDX PIC 9(3).
         01 OPP-FOUND-IDX PIC 9(3).
         01 M PIC 9(3).
         01 MX PIC 9(3).
         01 K PIC 9(2).
         01 RX PIC 9(3).
         01 J PIC 9(2).
         01 Y PIC 9(2).
         01 OX PIC 9(3).
         01 BOARD-RANK PIC 9(4).
         01 RATING-DELTA PIC S9(5)V9(2).
         01 DELTA-DISPLAY PIC 9(4).9(2).
         01 RATING-DISPLAY PIC 9(4).9(2).
         01 LUCK-INDEX PIC 9(4).
         01 WIN-PCT PIC 9(3)V9(1).
         01 PCT-DISPLAY PIC ZZ9.9.
         01 AVG-THINK PIC 9(5)V9(1).
         01 THINK-DISPLAY PIC ZZZZ9.9.
         01 MILESTONE-COUNT PIC 9(6).
         01 STMT-POSTINGS PIC 9(6).
         01 STMT-NET PIC S9(8).
         01 NET-DISPLAY PIC -(8)9.
         01 POSTING-LABEL PIC X(12).
         01 RPT-LINE PIC X(72).
         01 LINES-WRITTEN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
         PERFORM READ-SCORE-CTL.
         PERFORM LOAD-ROSTER.
         IF ROSTER-COUNT = 0
           DISPLAY "TRACER SEVERE ERROR: no ROSTER - there are no "
             "members to print statements for"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         IF SELECT-NAME NOT = SPACES
           MOVE SELECT-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX = 0
             DISPLAY "TRACER SEVERE ERROR: SCORECTL names "
               SELECT-NAME ", who is not on the roster"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             GOBACK
           END-IF
           IF MB-STATUS (FOUND-IDX) NOT = "A"
             DISPLAY "TRACER SEVERE ERROR: SCORECTL names "
               SELECT-NAME ", who is not an active member"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             GOBACK
           END-IF
           MOVE MB-NAME (FOUND-IDX) TO SELECT-NAME
         END-IF.
         PERFORM READ-SEASON-CALENDAR.
         PERFORM LOAD-LEADERBOARD.
         PERFORM LOAD-RATINGS.
         PERFORM LOAD-RAT-PREV.
         PERFORM LOAD-BANKROLL.
         PERFORM LOAD-MILESTONES.
         PERFORM SCAN-GAME-HISTORY.
         PERFORM SCAN-AUDIT-TRAIL.

         OPEN OUTPUT SCORECARD-FILE.
         PERFORM PRINT-ONE-MEMBER
           VARYING M FROM 1 BY 1 UNTIL M > ROSTER-COUNT.
         CLOSE SCORECARD-FILE.
         DISPLAY "TRACER scorecard: " MEMBERS-PRINTED
           " member statement(s) written (" LINES-WRITTEN
           " lines), season open since " SEASON-OPEN-DATE.
         IF OPPONENTS-DROPPED > 0
           DISPLAY "TRACER   more than " OPPONENT-MAX
             " distinct opponents; " OPPONENTS-DROPPED
             " pairing(s) left out of the head-to-head records"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         GOBACK.

       READ-SCORE-CTL.
         OPEN INPUT SCORE-CTL-FILE.
         IF SCORE-CTL-STATUS = "00"
           READ SCORE-CTL-FILE
             AT END CONTINUE
             NOT AT END MOVE SCORE-CTL-NAME TO SELECT-NAME
           END-READ
           CLOSE SCORE-CTL-FILE
         END-IF.

       LOAD-ROSTER.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-RECORD UNTIL AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-RECORD.
         IF RST-NAME NOT = SPACES AND ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE SPACES TO MEMBER-ENTRY (ROSTER-COUNT)
           MOVE RST-NAME TO MB-NAME (ROSTER-COUNT)
           MOVE RST-ALIAS TO MB-ALIAS (ROSTER-COUNT)
           MOVE RST-FULL-NAME TO MB-FULL (ROSTER-COUNT)
           IF RST-FULL-NAME = SPACES
             MOVE RST-NAME TO MB-FULL (ROSTER-COUNT)
           END-IF
           MOVE RST-STATUS TO MB-STATUS (ROSTER-COUNT)
           MOVE RST-PLAYER-ID-X TO MB-PLAYER-ID (ROSTER-COUNT)
           MOVE RST-DIVISION-X TO MB-DIVISION (ROSTER-COUNT)
           MOVE "N" TO MB-LB-FOUND (ROSTER-COUNT)
           MOVE "N" TO MB-RT-FOUND (ROSTER-COUNT)
           MOVE "N" TO MB-RTP-FOUND (ROSTER-COUNT)
           MOVE "N" TO MB-BANK-FOUND (ROSTER-COUNT)
           MOVE "N" TO MB-ML-FOUND (ROSTER-COUNT)
           MOVE 0 TO MB-LK-GAMES (ROSTER-COUNT)
           MOVE 0 TO MB-LK-BEST (ROSTER-COUNT)
           MOVE 0 TO MB-LK-FAIR (ROSTER-COUNT)
           MOVE 0 TO MB-LK-WINS (ROSTER-COUNT)
           MOVE 0 TO MB-LK-WINS-OTHER (ROSTER-COUNT)
           MOVE 0 TO MB-PC-BIDS (ROSTER-COUNT)
           MOVE 0 TO MB-PC-SECS (ROSTER-COUNT)
           MOVE 0 TO MB-PC-AUTO (ROSTER-COUNT)
           PERFORM CLEAR-ONE-H2H-CELL
             VARYING OX FROM 1 BY 1 UNTIL OX > OPPONENT-MAX
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       CLEAR-ONE-H2H-CELL.
         MOVE 0 TO H2H-GAMES (ROSTER-COUNT, OX).
         MOVE 0 TO H2H-WON (ROSTER-COUNT, OX).
         MOVE 0 TO H2H-LOST (ROSTER-COUNT, OX).

       *> A name on file resolves by the current short name or the
       *> legacy alias a rename left behind, so rows written before
       *> a rename still find the member.
       FIND-ROSTER-NAME.
         MOVE 0 TO FOUND-IDX.
         PERFORM CHECK-ONE-ROSTER-NAME
           VARYING RX FROM 1 BY 1 UNTIL RX > ROSTER-COUNT.

       CHECK-ONE-ROSTER-NAME.
         IF FOUND-IDX = 0 AND LOOKUP-NAME NOT = SPACES AND
            (MB-NAME (RX) = LOOKUP-NAME OR
             MB-ALIAS (RX) = LOOKUP-NAME)
           MOVE RX TO FOUND-IDX
         END-IF.

       *> The latest close on SEASONCAL opens the current season -
       *> rows dated on or after it are this season's, the same
       *> line WARO-CALIBRATE draws. With no close yet, everything
       *> on file is the first season.
       READ-SEASON-CALENDAR.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT SEASON-CAL-FILE.
         IF SEASON-CAL-STATUS = "00"
           PERFORM READ-NEXT-SEASON-CAL
           PERFORM LOAD-ONE-SEASON-CLOSE UNTIL AT-EOF
           CLOSE SEASON-CAL-FILE
         END-IF.

       READ-NEXT-SEASON-CAL.
         READ SEASON-CAL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-SEASON-CLOSE.
         IF SC-CLOSED-DATE IS NUMERIC AND
            SC-CLOSED-DATE > SEASON-OPEN-DATE
           MOVE SC-CLOSED-DATE TO SEASON-OPEN-DATE
         END-IF.
         PERFORM READ-NEXT-SEASON-CAL.

       *> Two passes: the first finds each member's own row, the
       *> second counts, for every member on the board, the rows
       *> with more points - so the standing needs no copy of the
       *> board, however long it grows.
       LOAD-LEADERBOARD.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT LEADERBOARD-FILE.
         IF LEADERBOARD-STATUS = "00"
           PERFORM READ-NEXT-LB
           PERFORM LOAD-ONE-LB UNTIL AT-EOF
           CLOSE LEADERBOARD-FILE
         END-IF.
         IF BOARD-COUNT > 0
           MOVE "N" TO EOF-SWITCH
           OPEN INPUT LEADERBOARD-FILE
           IF LEADERBOARD-STATUS = "00"
             PERFORM READ-NEXT-LB
             PERFORM RANK-ONE-LB UNTIL AT-EOF
             CLOSE LEADERBOARD-FILE
           END-IF
         END-IF.

       READ-NEXT-LB.
         READ LEADERBOARD-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-LB.
         IF LB-PLAYER-NAME NOT = SPACES
           ADD 1 TO BOARD-COUNT
           MOVE LB-PLAYER-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             MOVE "Y" TO MB-LB-FOUND (FOUND-IDX)
             MOVE LB-GAMES-PLAYED TO MB-LB-GAMES (FOUND-IDX)
             MOVE LB-TOTAL-POINTS TO MB-LB-POINTS (FOUND-IDX)
             MOVE LB-WINS TO MB-LB-WINS (FOUND-IDX)
             MOVE 0 TO MB-LB-AHEAD (FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-LB.

       RANK-ONE-LB.
         IF LB-PLAYER-NAME NOT = SPACES
           PERFORM CHARGE-ONE-MEMBER-AHEAD
             VARYING MX FROM 1 BY 1 UNTIL MX > ROSTER-COUNT
         END-IF.
         PERFORM READ-NEXT-LB.

       CHARGE-ONE-MEMBER-AHEAD.
         IF MB-LB-FOUND (MX) = "Y" AND
            LB-TOTAL-POINTS > MB-LB-POINTS (MX)
           ADD 1 TO MB-LB-AHEAD (MX)
         END-IF.

       LOAD-RATINGS.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT RATING-FILE.
         IF RATING-STATUS = "00"
           PERFORM READ-NEXT-RT
           PERFORM LOAD-ONE-RT UNTIL AT-EOF
           CLOSE RATING-FILE
         END-IF.

       READ-NEXT-RT.
         READ RATING-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-RT.
         IF RT-TYPE = "P"
           MOVE RT-PLAYER-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             MOVE "Y" TO MB-RT-FOUND (FOUND-IDX)
             MOVE RT-RATING TO MB-RATING (FOUND-IDX)
             MOVE RT-GAMES-RATED TO MB-RATED-GAMES (FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-RT.

       LOAD-RAT-PREV.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT RAT-PREV-FILE.
         IF RAT-PREV-STATUS = "00"
           PERFORM READ-NEXT-RTP
           PERFORM LOAD-ONE-RTP UNTIL AT-EOF
           CLOSE RAT-PREV-FILE
         END-IF.

       READ-NEXT-RTP.
         READ RAT-PREV-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-RTP.
         IF RTP-TYPE = "P"
           MOVE RTP-PLAYER-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             MOVE "Y" TO MB-RTP-FOUND (FOUND-IDX)
             MOVE RTP-RATING TO MB-PREV-RATING (FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-RTP.

       LOAD-BANKROLL.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BR
           PERFORM LOAD-ONE-BR UNTIL AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.

       READ-NEXT-BR.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-BR.
         IF BR-NAME NOT = SPACES
           MOVE BR-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             MOVE "Y" TO MB-BANK-FOUND (FOUND-IDX)
             MOVE BR-BALANCE TO MB-BALANCE (FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-BR.

       LOAD-MILESTONES.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT MILESTONE-FILE.
         IF MILESTONE-STATUS = "00"
           PERFORM READ-NEXT-ML
           PERFORM LOAD-ONE-ML UNTIL AT-EOF
           CLOSE MILESTONE-FILE
         END-IF.

       READ-NEXT-ML.
         READ MILESTONE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-ML.
         IF ML-TYPE = "P"
           MOVE ML-PLAYER-NAME TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             MOVE "Y" TO MB-ML-FOUND (FOUND-IDX)
             MOVE ML-GAMES TO MB-ML-GAMES (FOUND-IDX)
             MOVE ML-WINS TO MB-ML-WINS (FOUND-IDX)
             MOVE ML-POINTS TO MB-ML-POINTS (FOUND-IDX)
             MOVE ML-BEST-STREAK TO MB-ML-BEST-STREAK (FOUND-IDX)
             MOVE ML-PERFECTS TO MB-ML-PERFECTS (FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-ML.

      *>--------------------------------------------------------------
      *> GAMEHIST: head-to-head and luck
      *>--------------------------------------------------------------
       *> One pass over the "S" rows. Every seated pair with a
       *> roster member in it goes on the head-to-head grid; a game
       *> with a deal on file is also measured for luck - a tabletop
       *> or inter-club game was dealt by hand and has none.
       SCAN-GAME-HISTORY.
         OPEN INPUT DEAL-FILE.
         IF DEAL-FILE-STATUS = "00"
           MOVE "Y" TO DEAL-FILE-OPEN-SWITCH
         END-IF.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-OK
           PERFORM READ-NEXT-GH
           PERFORM PROCESS-ONE-GH-ROW UNTIL AT-EOF
           CLOSE GAME-HISTORY-FILE
         ELSE
           DISPLAY "TRACER   no GAMEHIST; head-to-head and luck "
             "sections will be empty"
         END-IF.
         IF DEAL-FILE-AVAILABLE
           CLOSE DEAL-FILE
         END-IF.

       READ-NEXT-GH.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-ONE-GH-ROW.
         IF GH-TYPE = "S"
           PERFORM RESOLVE-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
           PERFORM TALLY-ONE-MEMBER-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
           IF DEAL-FILE-AVAILABLE AND GH-GAME-ID-X NOT = SPACES
              AND GH-ENTRY-SOURCE NOT = "T"
              AND GH-ENTRY-SOURCE NOT = "X"
             PERFORM LOAD-DEAL-FOR-GAME
             IF DEAL-RECORD-LOADED
               PERFORM MEASURE-GAME-LUCK
             END-IF
           END-IF
         END-IF.
         PERFORM READ-NEXT-GH.

       RESOLVE-ONE-SEAT.
         MOVE 0 TO SEAT-MEMBER (K).
         MOVE 0 TO SEAT-OPPONENT (K).
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           MOVE FOUND-IDX TO SEAT-MEMBER (K)
           IF FOUND-IDX > 0
             MOVE MB-NAME (FOUND-IDX) TO LOOKUP-NAME
           END-IF
           PERFORM FIND-OR-ADD-OPPONENT
           MOVE OPP-FOUND-IDX TO SEAT-OPPONENT (K)
         END-IF.

       FIND-OR-ADD-OPPONENT.
         MOVE 0 TO OPP-FOUND-IDX.
         PERFORM CHECK-ONE-OPPONENT
           VARYING OX FROM 1 BY 1 UNTIL OX > OPPONENT-COUNT.
         IF OPP-FOUND-IDX = 0 AND OPPONENT-COUNT < OPPONENT-MAX
           ADD 1 TO OPPONENT-COUNT
           MOVE LOOKUP-NAME TO OPPONENT-NAME (OPPONENT-COUNT)
           MOVE OPPONENT-COUNT TO OPP-FOUND-IDX
         END-IF.

       CHECK-ONE-OPPONENT.
         IF OPPONENT-NAME (OX) = LOOKUP-NAME
           MOVE OX TO OPP-FOUND-IDX
         END-IF.

       TALLY-ONE-MEMBER-SEAT.
         IF SEAT-MEMBER (K) > 0
           PERFORM TALLY-ONE-OPPONENT-SEAT
             VARYING J FROM 1 BY 1 UNTIL J > 8
         END-IF.

       TALLY-ONE-OPPONENT-SEAT.
         IF J NOT = K AND GH-PLAYER-NAME (J) NOT = SPACES
           IF SEAT-OPPONENT (J) = 0
             ADD 1 TO OPPONENTS-DROPPED
           ELSE
             MOVE SEAT-MEMBER (K) TO MX
             MOVE SEAT-OPPONENT (J) TO OX
             ADD 1 TO H2H-GAMES (MX, OX)
             IF GH-WINNER = K
               ADD 1 TO H2H-WON (MX, OX)
             END-IF
             IF GH-WINNER = J
               ADD 1 TO H2H-LOST (MX, OX)
             END-IF
           END-IF
         END-IF.

       LOAD-DEAL-FOR-GAME.
         MOVE "N" TO DEAL-FOUND-SWITCH.
         MOVE GH-GAME-ID TO DEAL-GAME-ID.
         START DEAL-FILE KEY IS EQUAL TO DEAL-GAME-ID
           INVALID KEY CONTINUE
         END-START.
         IF DEAL-FILE-STATUS = "00"
           READ DEAL-FILE NEXT RECORD
             AT END CONTINUE
             NOT AT END
               IF DEAL-GAME-ID = GH-GAME-ID
                 MOVE "Y" TO DEAL-FOUND-SWITCH
               END-IF
           END-READ
         END-IF.

       *> WARO-LUCK's join: the best-dealt seat by hand total, then
       *> each member seat credited with the game, the best deal if
       *> theirs, and a win split by whether they held it. The fair
       *> share is one seat's chance of the best deal, one over the
       *> seats dealt; the luck index sets the best deals a member
       *> actually drew against that, 100 being exactly their share.
       MEASURE-GAME-LUCK.
         MOVE GH-WINNER TO WINNER-SEAT.
         MOVE 0 TO SEATS-DEALT.
         PERFORM TOTAL-ONE-SEAT-HAND
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         MOVE 0 TO BEST-SEAT.
         MOVE 0 TO BEST-STRENGTH.
         PERFORM FIND-BEST-DEALT-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM CREDIT-ONE-LUCK-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       TOTAL-ONE-SEAT-HAND.
         MOVE 0 TO SEAT-STRENGTH (K).
         IF K <= DEAL-NUM-PLAYERS
           ADD 1 TO SEATS-DEALT
           PERFORM ADD-ONE-HAND-CARD
             VARYING Y FROM 1 BY 1 UNTIL Y > 10
         END-IF.

       ADD-ONE-HAND-CARD.
         ADD DEAL-PLAYER-HAND (K, Y) TO SEAT-STRENGTH (K).

       FIND-BEST-DEALT-SEAT.
         IF K <= DEAL-NUM-PLAYERS AND
            SEAT-STRENGTH (K) > BEST-STRENGTH
           MOVE SEAT-STRENGTH (K) TO BEST-STRENGTH
           MOVE K TO BEST-SEAT
         END-IF.

       CREDIT-ONE-LUCK-SEAT.
         IF SEAT-MEMBER (K) > 0 AND SEATS-DEALT > 0
           MOVE SEAT-MEMBER (K) TO MX
           ADD 1 TO MB-LK-GAMES (MX)
           COMPUTE MB-LK-FAIR (MX) ROUNDED =
             MB-LK-FAIR (MX) + 1 / SEATS-DEALT
           IF K = BEST-SEAT
             ADD 1 TO MB-LK-BEST (MX)
           END-IF
           IF K = WINNER-SEAT
             ADD 1 TO MB-LK-WINS (MX)
             IF K NOT = BEST-SEAT
               ADD 1 TO MB-LK-WINS-OTHER (MX)
             END-IF
           END-IF
         END-IF.

      *>--------------------------------------------------------------
      *> BIDAUDIT: pace
      *>--------------------------------------------------------------
       SCAN-AUDIT-TRAIL.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT AUDIT-FILE.
         IF AUDIT-STATUS = "00"
           PERFORM READ-NEXT-AUDIT
           PERFORM PROCESS-ONE-AUDIT-ROW UNTIL AT-EOF
           CLOSE AUDIT-FILE
         ELSE
           DISPLAY "TRACER   no BIDAUDIT; pace sections will be "
             "empty"
         END-IF.

       READ-NEXT-AUDIT.
         READ AUDIT-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-ONE-AUDIT-ROW.
         MOVE AUD-NAME TO LOOKUP-NAME.
         PERFORM FIND-ROSTER-NAME.
         IF AUD-GAME-ID-X NOT = SPACES AND AUD-TIME NOT = SPACES
           IF AUD-GAME-ID NOT = CUR-AUD-GAME
             MOVE AUD-GAME-ID TO CUR-AUD-GAME
             MOVE SPACES TO PREV-AUD-TIME
           END-IF
           IF PREV-AUD-TIME NOT = SPACES AND FOUND-IDX > 0
             MOVE PREV-AUD-TIME TO TIME-A-WORK
             MOVE AUD-TIME TO TIME-B-WORK
             PERFORM COMPUTE-ELAPSED
             IF ELAPSED-SECONDS >= 0 AND
                ELAPSED-SECONDS <= THINK-GAP-CAP
               ADD 1 TO MB-PC-BIDS (FOUND-IDX)
               ADD ELAPSED-SECONDS TO MB-PC-SECS (FOUND-IDX)
             END-IF
           END-IF
           MOVE AUD-TIME TO PREV-AUD-TIME
         END-IF.
         IF AUD-PLAY-FLAG NOT = SPACE AND FOUND-IDX > 0
           ADD 1 TO MB-PC-AUTO (FOUND-IDX)
         END-IF.
         PERFORM READ-NEXT-AUDIT.

       *> Seconds from stamp A to stamp B, crediting one midnight
       *> crossing - WARO-PACE's COMPUTE-ELAPSED.
       COMPUTE-ELAPSED.
         IF TIME-A-WORK (1:6) IS NUMERIC AND
            TIME-B-WORK (1:6) IS NUMERIC
           COMPUTE SECONDS-A = TAW-HH * 3600 + TAW-MM * 60 + TAW-SS
           COMPUTE SECONDS-B = TBW-HH * 3600 + TBW-MM * 60 + TBW-SS
           IF SECONDS-B >= SECONDS-A
             COMPUTE ELAPSED-SECONDS = SECONDS-B - SECONDS-A
           ELSE
             COMPUTE ELAPSED-SECONDS =
               SECONDS-B + 86400 - SECONDS-A
           END-IF
         ELSE
           MOVE -1 TO ELAPSED-SECONDS
         END-IF.

      *>--------------------------------------------------------------
      *> The statements
      *>--------------------------------------------------------------
       PRINT-ONE-MEMBER.
         IF MB-STATUS (M) = "A" AND
            (SELECT-NAME = SPACES OR SELECT-NAME = MB-NAME (M))
           ADD 1 TO MEMBERS-PRINTED
           PERFORM WRITE-MEMBER-HEADER
           PERFORM WRITE-STANDING-SECTION
           PERFORM WRITE-RATING-SECTION
           PERFORM WRITE-BANKROLL-SECTION
           PERFORM WRITE-MILESTONE-SECTION
           PERFORM WRITE-HEAD-TO-HEAD-SECTION
           PERFORM WRITE-LUCK-SECTION
           PERFORM WRITE-PACE-SECTION
         END-IF.

       WRITE-RPT-LINE.
         MOVE RPT-LINE TO SCORECARD-RECORD.
         WRITE SCORECARD-RECORD AFTER ADVANCING 1 LINE.
         ADD 1 TO LINES-WRITTEN.
         MOVE SPACES TO RPT-LINE.

       *> Every member opens a new page.
       WRITE-MEMBER-HEADER.
         MOVE SPACES TO RPT-LINE.
         STRING "WARO MEMBER SCORECARD - " TODAY-DATE
           DELIMITED BY SIZE INTO RPT-LINE.
         MOVE RPT-LINE TO SCORECARD-RECORD.
         WRITE SCORECARD-RECORD AFTER ADVANCING PAGE.
         ADD 1 TO LINES-WRITTEN.
         MOVE SPACES TO RPT-LINE.
         STRING MB-FULL (M) " (" MB-NAME (M) ")  PLAYER-ID "
           MB-PLAYER-ID (M) "  DIVISION " MB-DIVISION (M)
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         STRING "SEASON OPEN SINCE " SEASON-OPEN-DATE
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-RPT-LINE.

       *> Standing is one more than the board entries with more
       *> points - a tie shares the place.
       WRITE-STANDING-SECTION.
         MOVE "LEADERBOARD" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-LB-FOUND (M) = "Y"
           COMPUTE BOARD-RANK = MB-LB-AHEAD (M) + 1
           STRING "  STANDING " BOARD-RANK " OF " BOARD-COUNT
             "  POINTS " MB-LB-POINTS (M) "  GAMES "
             MB-LB-GAMES (M) "  WINS " MB-LB-WINS (M)
             DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           MOVE "  NOT ON THIS SEASON'S LEADERBOARD" TO RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-RPT-LINE.

       *> Movement is against the book as the last weekly bulletin
       *> saw it, the same figure its risers and fallers show.
       WRITE-RATING-SECTION.
         MOVE "RATING" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-RT-FOUND (M) NOT = "Y"
           MOVE "  NOT YET RATED" TO RPT-LINE
           PERFORM WRITE-RPT-LINE
         ELSE
           MOVE MB-RATING (M) TO RATING-DISPLAY
           STRING "  RATING " RATING-DISPLAY " OVER "
             MB-RATED-GAMES (M) " RATED GAME(S)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF MB-RTP-FOUND (M) NOT = "Y"
             MOVE "  NEW TO THE BOOK SINCE THE LAST BULLETIN"
               TO RPT-LINE
           ELSE
             COMPUTE RATING-DELTA =
               MB-RATING (M) - MB-PREV-RATING (M)
             IF RATING-DELTA > 0
               MOVE RATING-DELTA TO DELTA-DISPLAY
               STRING "  UP " DELTA-DISPLAY
                 " SINCE THE LAST BULLETIN"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE IF RATING-DELTA < 0
               COMPUTE RATING-DELTA = 0 - RATING-DELTA
               MOVE RATING-DELTA TO DELTA-DISPLAY
               STRING "  DOWN " DELTA-DISPLAY
                 " SINCE THE LAST BULLETIN"
                 DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               MOVE "  UNCHANGED SINCE THE LAST BULLETIN"
                 TO RPT-LINE
             END-IF
             END-IF
           END-IF
           PERFORM WRITE-RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.

       *> The balance off the BANKROLL master, then the season's
       *> BANKPOST postings for the member re-read in file order -
       *> WARO-BANKROLL's statement, limited to the open season.
       WRITE-BANKROLL-SECTION.
         MOVE "BANKROLL" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-BANK-FOUND (M) = "Y"
           STRING "  BALANCE " MB-BALANCE (M) " CHIPS"
             DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           MOVE "  NO BANKROLL ACCOUNT" TO RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.
         MOVE 0 TO STMT-POSTINGS.
         MOVE 0 TO STMT-NET.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT BANKPOST-FILE.
         IF BANKPOST-STATUS = "00"
           PERFORM READ-NEXT-POSTING
           PERFORM WRITE-ONE-POSTING UNTIL AT-EOF
           CLOSE BANKPOST-FILE
         END-IF.
         MOVE STMT-NET TO NET-DISPLAY.
         STRING "  " STMT-POSTINGS " POSTING(S) THIS SEASON, NET "
           NET-DISPLAY " CHIPS" DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-RPT-LINE.

       READ-NEXT-POSTING.
         READ BANKPOST-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       WRITE-ONE-POSTING.
         IF BP-DATE >= SEASON-OPEN-DATE AND
            (BP-NAME = MB-NAME (M) OR
             (MB-ALIAS (M) NOT = SPACES AND BP-NAME = MB-ALIAS (M)))
           ADD 1 TO STMT-POSTINGS
           IF BP-TYPE = "E"
             SUBTRACT BP-AMOUNT FROM STMT-NET
           ELSE
             ADD BP-AMOUNT TO STMT-NET
           END-IF
           EVALUATE BP-TYPE
             WHEN "O" MOVE "OPENING" TO POSTING-LABEL
             WHEN "E" MOVE "STAKE" TO POSTING-LABEL
             WHEN "W" MOVE "POT WON" TO POSTING-LABEL
             WHEN "S" MOVE "POT SHARE" TO POSTING-LABEL
             WHEN "R" MOVE "RE-BUY" TO POSTING-LABEL
             WHEN OTHER MOVE BP-TYPE TO POSTING-LABEL
           END-EVALUATE
           IF BP-EVENT = SPACES
             STRING "    " BP-DATE " GAME " BP-GAME-ID "  "
               POSTING-LABEL " " BP-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "    " BP-DATE " EVENT " BP-EVENT " "
               POSTING-LABEL " " BP-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
         END-IF.
         PERFORM READ-NEXT-POSTING.

       *> The lifetime milestones reached, off WARO-MILESTONE's
       *> master as of its last run.
       WRITE-MILESTONE-SECTION.
         MOVE "MILESTONES" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-ML-FOUND (M) NOT = "Y"
           MOVE "  NONE BOOKED YET" TO RPT-LINE
           PERFORM WRITE-RPT-LINE
         ELSE
           IF MB-ML-WINS (M) > 0
             MOVE "  FIRST WIN" TO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
           DIVIDE MB-ML-GAMES (M) BY GAMES-MILESTONE-EVERY
             GIVING MILESTONE-COUNT
           IF MILESTONE-COUNT > 0
             STRING "  " MILESTONE-COUNT " HUNDRED-GAME MARK(S) - "
               MB-ML-GAMES (M) " GAMES PLAYED"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
           DIVIDE MB-ML-POINTS (M) BY POINTS-MILESTONE-EVERY
             GIVING MILESTONE-COUNT
           IF MILESTONE-COUNT > 0
             STRING "  " MILESTONE-COUNT " THOUSAND-POINT MARK(S) - "
               MB-ML-POINTS (M) " CAREER POINTS"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
           IF MB-ML-PERFECTS (M) > 0
             STRING "  " MB-ML-PERFECTS (M) " PERFECT GAME(S)"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
           IF MB-ML-BEST-STREAK (M) > 0
             STRING "  LONGEST WIN STREAK " MB-ML-BEST-STREAK (M)
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
         END-IF.
         PERFORM WRITE-RPT-LINE.

       *> The opponents met most often, most games first; the
       *> first met wins a tie.
       WRITE-HEAD-TO-HEAD-SECTION.
         MOVE "HEAD TO HEAD - MOST FREQUENT OPPONENTS" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM CLEAR-OPP-DONE
           VARYING OX FROM 1 BY 1 UNTIL OX > OPPONENT-COUNT.
         MOVE 0 TO OPP-BEST-GAMES.
         MOVE 1 TO OPP-BEST-IDX.
         PERFORM WRITE-ONE-TOP-OPPONENT
           VARYING OPP-RANK FROM 1 BY 1
             UNTIL OPP-RANK > TOP-OPPONENTS OR OPP-BEST-IDX = 0.
         PERFORM WRITE-RPT-LINE.

       CLEAR-OPP-DONE.
         MOVE 0 TO OPP-DONE (OX).

       WRITE-ONE-TOP-OPPONENT.
         MOVE 0 TO OPP-BEST-IDX.
         MOVE 0 TO OPP-BEST-GAMES.
         PERFORM FIND-TOP-OPPONENT
           VARYING OX FROM 1 BY 1 UNTIL OX > OPPONENT-COUNT.
         IF OPP-BEST-IDX > 0
           MOVE 1 TO OPP-DONE (OPP-BEST-IDX)
           MOVE OPPONENT-NAME (OPP-BEST-IDX) TO LOOKUP-NAME
           PERFORM FIND-ROSTER-NAME
           IF FOUND-IDX > 0
             STRING "  V " MB-FULL (FOUND-IDX) " GAMES "
               H2H-GAMES (M, OPP-BEST-IDX) " WON "
               H2H-WON (M, OPP-BEST-IDX) " LOST "
               H2H-LOST (M, OPP-BEST-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             STRING "  V " OPPONENT-NAME (OPP-BEST-IDX)
               "               GAMES "
               H2H-GAMES (M, OPP-BEST-IDX) " WON "
               H2H-WON (M, OPP-BEST-IDX) " LOST "
               H2H-LOST (M, OPP-BEST-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
         ELSE IF OPP-RANK = 1
           MOVE "  NO GAMES ON FILE" TO RPT-LINE
           PERFORM WRITE-RPT-LINE
         END-IF
         END-IF.

       FIND-TOP-OPPONENT.
         IF OPP-DONE (OX) = 0 AND
            H2H-GAMES (M, OX) > OPP-BEST-GAMES
           MOVE OX TO OPP-BEST-IDX
           MOVE H2H-GAMES (M, OX) TO OPP-BEST-GAMES
         END-IF.

       WRITE-LUCK-SECTION.
         MOVE "LUCK" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-LK-GAMES (M) = 0
           MOVE "  NO DEALT GAMES ON FILE" TO RPT-LINE
           PERFORM WRITE-RPT-LINE
         ELSE
           COMPUTE LUCK-INDEX ROUNDED =
             MB-LK-BEST (M) * 100 / MB-LK-FAIR (M)
           STRING "  " MB-LK-GAMES (M) " GAME(S) DEALT, THE BEST "
             "HAND " MB-LK-BEST (M) " TIME(S)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "  LUCK INDEX " LUCK-INDEX
             " (100 IS A FAIR SHARE OF THE BEST DEALS)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "  WINS " MB-LK-WINS (M) ", "
             MB-LK-WINS-OTHER (M) " WITHOUT THE BEST HAND"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF MB-LK-GAMES (M) > MB-LK-BEST (M)
             COMPUTE WIN-PCT ROUNDED = MB-LK-WINS-OTHER (M) * 100 /
               (MB-LK-GAMES (M) - MB-LK-BEST (M))
             MOVE WIN-PCT TO PCT-DISPLAY
             STRING "  WINS " PCT-DISPLAY
               "% OF GAMES WITHOUT THE BEST DEAL"
               DELIMITED BY SIZE INTO RPT-LINE
             PERFORM WRITE-RPT-LINE
           END-IF
         END-IF.
         PERFORM WRITE-RPT-LINE.

       WRITE-PACE-SECTION.
         MOVE "PACE" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF MB-PC-BIDS (M) = 0
           MOVE "  NO TIMED BIDS ON FILE" TO RPT-LINE
         ELSE
           COMPUTE AVG-THINK ROUNDED =
             MB-PC-SECS (M) / MB-PC-BIDS (M)
           MOVE AVG-THINK TO THINK-DISPLAY
           STRING "  " MB-PC-BIDS (M) " TIMED BID(S), AVERAGE "
             "THINK " THINK-DISPLAY " SECONDS"
             DELIMITED BY SIZE INTO RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.
         IF MB-PC-AUTO (M) > 0
           STRING "  " MB-PC-AUTO (M) " BID(S) MADE BY THE BID TIMER"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
         END-IF.
