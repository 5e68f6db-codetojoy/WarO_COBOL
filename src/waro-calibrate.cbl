       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CALIBRATE.
      *> Does the RATINGS book predict anything? Replays the whole
      *> history - GHARCH first, then the live GAMEHIST - rebuilding
      *> the book game by game with WARO-RATING's own arithmetic and
      *> rules (first-generation game-ids only, held games stepped
      *> over, legacy spellings folded through the roster alias), so
      *> each game is forecast from the ratings exactly as they stood
      *> just before it. The book's exchange rule scores a win over
      *> an opponent as likely in proportion to the two ratings, so
      *> a seat's chance of beating one opponent is its rating over
      *> the pair's total, its chance of winning the game is its
      *> rating over the table's total, and its expected finish is
      *> one plus its chances of being beaten by each other seat.
      *> Those forecasts are set against the S row's actual result:
      *> a calibration table by rating-gap band, an overall accuracy
      *> score (Brier score, set against the even-chances forecast
      *> a book with no information would give, and how often the
      *> favourite won) and the same score season by season off
      *> SEASONCAL. A book that does no better than even chances
      *> ends the run with RC 4 - handicaps are being set from it.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           *> WARO-GHARCHIVE's raw-image archive, where the rolled-off
           *> seasons live; read first so the replay is chronological.
           SELECT GH-ARCHIVE-FILE ASSIGN TO "GHARCH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GH-ARCHIVE-STATUS.

           *> A game held on the dispute register moves no rating, so
           *> it is neither forecast nor rated here. A missing
           *> DISPUTES file means no holds.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISPUTE-STATUS.

           *> Read only for the legacy-alias map, as WARO-RATING does.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> Season closes in the order they ran. A game belongs to
           *> the first season closed after the date it was played;
           *> games since the last close are the open season. A
           *> missing SEASONCAL puts every game in the open season.
           SELECT SEASON-CAL-FILE ASSIGN TO "SEASONCAL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-CAL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RAW PIC X(200).

         FD GH-ARCHIVE-FILE.
         01 GH-ARCHIVE-RECORD PIC X(200).

         *> Same layout WARO-DISPUTE keeps.
         FD DISPUTE-FILE.
         01 DISPUTE-RECORD.
           02 DP-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 DP-STATUS PIC X(1).
           02 FILLER PIC X.
           02 DP-DATE PIC X(8).

         *> Same layout WARO-ROSTER writes; only the current short
         *> name and the legacy alias matter here.
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

         *> Same layout WARO-SEASONEND appends.
         FD SEASON-CAL-FILE.
         01 SEASON-CAL-RECORD.
           02 SC-SEASON PIC X(8).
           02 FILLER PIC X.
           02 SC-CLOSED-DATE PIC X(8).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes, through the game-id;
         *> staged here so the live file and the archive feed one
         *> row area and one replay.
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
           02 FILLER PIC X(90).

         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 GH-ARCHIVE-STATUS PIC X(2).
         01 DISPUTE-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 SEASON-CAL-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1).
           88 AT-EOF VALUE "Y".

         *> WARO-RATING's parameters; they must move together.
         78 RATING-BASE VALUE 1000.
         78 K-FACTOR VALUE 32.

         *> The rebuilt book. A name past the ceiling goes unrated in
         *> the replay, and every game it sits in goes unforecast -
         *> the run counts them rather than guessing a rating.
         78 RATED-NAME-MAX VALUE 200.
         01 RATED-NAME-COUNT PIC 9(3) VALUE 0.
         01 RATED-TABLE.
           02 RATED-ENTRY OCCURS RATED-NAME-MAX TIMES.
             03 RATED-NAME PIC X(6).
             03 RATED-RATING PIC 9(4)V9(2).
         01 NAME-LOOKUP-IDX PIC 9(3).
         01 NAME-FOUND-IDX PIC 9(3).
         01 LOOKUP-NAME PIC X(6).
         01 NAMES-LEFT-UNRATED PIC 9(6) VALUE 0.

         01 HIGHEST-RATED-ID PIC 9(6) VALUE 0.
         01 GAMES-REPLAYED PIC 9(6) VALUE 0.
         01 GAMES-NOT-FORECAST PIC 9(6) VALUE 0.
         01 GAMES-HELD-SKIPPED PIC 9(6) VALUE 0.
         01 UNKEYED-ROWS-SKIPPED PIC 9(6) VALUE 0.

         78 HELD-ID-MAX VALUE 100.
         01 HELD-ID-COUNT PIC 9(3) VALUE 0.
         01 HELD-ID PIC 9(6) OCCURS HELD-ID-MAX TIMES.
         01 HX PIC 9(3).
         01 HELD-FOUND-SWITCH PIC X(1).
           88 GAME-IS-HELD VALUE "Y".

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

         *> Closed seasons in close order. Past the ceiling the
         *> oldest drops off the front, and games from before the
         *> newest dropped close are reported together as earlier.
         78 SEASON-MAX VALUE 40.
         01 SEASON-COUNT PIC 9(2) VALUE 0.
         01 SEASON-TABLE.
           02 SEASON-ENTRY OCCURS SEASON-MAX TIMES.
             03 SEASON-ID PIC X(8).
             03 SEASON-CLOSE-DATE PIC X(8).
         01 SEASON-DROPPED-CLOSE PIC X(8) VALUE SPACES.
         01 CX PIC 9(2).

         *> Rating-gap bands: the seat's rating less the average of
         *> its opponents', bottom of each band first.
         78 GAP-BAND-COUNT VALUE 10.
         01 GAP-BAND-FLOORS.
           02 FILLER PIC S9(5) VALUE -9999.
           02 FILLER PIC S9(5) VALUE -200.
           02 FILLER PIC S9(5) VALUE -150.
           02 FILLER PIC S9(5) VALUE -100.
           02 FILLER PIC S9(5) VALUE -50.
           02 FILLER PIC S9(5) VALUE 0.
           02 FILLER PIC S9(5) VALUE 50.
           02 FILLER PIC S9(5) VALUE 100.
           02 FILLER PIC S9(5) VALUE 150.
           02 FILLER PIC S9(5) VALUE 200.
         01 GAP-BAND-FLOORS-R REDEFINES GAP-BAND-FLOORS.
           02 GAP-BAND-FLOOR PIC S9(5) OCCURS 10 TIMES.
         01 GAP-BAND-LABELS.
           02 FILLER PIC X(16) VALUE 'under -200      '.
           02 FILLER PIC X(16) VALUE '-200 to -151    '.
           02 FILLER PIC X(16) VALUE '-150 to -101    '.
           02 FILLER PIC X(16) VALUE '-100 to -51     '.
           02 FILLER PIC X(16) VALUE '-50 to -1       '.
           02 FILLER PIC X(16) VALUE '0 to +49        '.
           02 FILLER PIC X(16) VALUE '+50 to +99      '.
           02 FILLER PIC X(16) VALUE '+100 to +149    '.
           02 FILLER PIC X(16) VALUE '+150 to +199    '.
           02 FILLER PIC X(16) VALUE '+200 and over   '.
         01 GAP-BAND-LABELS-R REDEFINES GAP-BAND-LABELS.
           02 GAP-BAND-LABEL PIC X(16) OCCURS 10 TIMES.

         *> One score line per gap band, one for the whole history,
         *> one for games before the seasons on file, one per closed
         *> season and one for the open season - kept alike so one
         *> paragraph posts to them and one prints them.
         78 OVERALL-SLOT VALUE 11.
         78 EARLIER-SLOT VALUE 12.
         78 SEASON-BASE VALUE 12.
         78 SCORE-LINE-MAX VALUE 53.
         01 SCORE-TABLE.
           02 SCORE-LINE OCCURS SCORE-LINE-MAX TIMES.
             03 SL-LABEL PIC X(16).
             03 SL-GAMES PIC 9(6) VALUE 0.
             03 SL-SEATS PIC 9(7) VALUE 0.
             03 SL-PRED-WIN-SUM PIC 9(7)V9(4) VALUE 0.
             03 SL-ACT-WIN-SUM PIC 9(7)V9(4) VALUE 0.
             03 SL-PRED-FIN-SUM PIC 9(7)V9(4) VALUE 0.
             03 SL-ACT-FIN-SUM PIC 9(7) VALUE 0.
             03 SL-FIN-ERR-SUM PIC 9(7)V9(4) VALUE 0.
             03 SL-BRIER-SUM PIC 9(7)V9(6) VALUE 0.
             03 SL-EVEN-SUM PIC 9(7)V9(6) VALUE 0.
             03 SL-DECIDED PIC 9(6) VALUE 0.
             03 SL-FAV-WINS PIC 9(6) VALUE 0.
         01 SLOT PIC 9(2).
         01 BAND-SLOT PIC 9(2).
         01 SEASON-SLOT PIC 9(2).
         01 OPEN-SLOT PIC 9(2).

         *> One game as forecast.
         01 SEAT-COUNT PIC 9(1).
         01 SEAT-IDX PIC 9(3) OCCURS 8 TIMES.
         01 SEAT-RATING PIC 9(4)V9(2) OCCURS 8 TIMES.
         01 SEAT-OUTCOME PIC 9(1)V9(4) OCCURS 8 TIMES.
         01 TABLE-RATING-SUM PIC 9(5)V9(2).
         01 TOP-POINTS PIC 9(4).
         01 TOP-POINTS-COUNT PIC 9(1).
         01 FAV-SEAT PIC 9(1).
         01 FAV-COUNT PIC 9(1).
         01 FAV-RATING PIC 9(4)V9(2).
         01 UNRATED-SEAT-SWITCH PIC X(1).
           88 UNRATED-SEAT VALUE "Y".
         01 K PIC 9(2).
         01 J PIC 9(2).
         01 PRED-WIN PIC 9(1)V9(6).
         01 EVEN-WIN PIC 9(1)V9(6).
         01 PRED-FINISH PIC 9(1)V9(4).
         01 ACT-FINISH PIC 9(1).
         01 FINISH-ERROR PIC S9(1)V9(4).
         01 RATING-GAP PIC S9(4)V9(2).
         01 SEAT-BRIER PIC 9(1)V9(6).
         01 SEAT-EVEN PIC 9(1)V9(6).

         *> Replay-time rating exchange, as WARO-RATING does it.
         01 WINNER-SEAT PIC 9(1).
         01 WINNER-IDX PIC 9(3).
         01 LOSER-IDX PIC 9(3).
         01 WINNER-RATING-BEFORE PIC 9(4)V9(2).
         01 WINNER-GAIN PIC 9(4)V9(2).
         01 EXCHANGE-DELTA PIC 9(4)V9(2).

         *> Report arithmetic.
         01 RATE-WORK PIC 9(3)V9(2).
         01 SCORE-WORK PIC 9(1)V9(4).
         01 SKILL-WORK PIC S9(3)V9(2).
         01 PCT-PRED-EDIT PIC ZZ9.99.
         01 PCT-ACT-EDIT PIC ZZ9.99.
         01 FIN-PRED-EDIT PIC Z9.99.
         01 FIN-ACT-EDIT PIC Z9.99.
         01 FIN-ERR-EDIT PIC Z9.99.
         01 BRIER-EDIT PIC 9.9999.
         01 EVEN-EDIT PIC 9.9999.
         01 SKILL-EDIT PIC -ZZ9.99.
         01 FAV-EDIT PIC ZZ9.99.
         01 OVERALL-SKILL PIC S9(3)V9(2) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-ROSTER-ALIASES.
         PERFORM READ-DISPUTE-REGISTER.
         PERFORM READ-SEASON-CALENDAR.
         PERFORM LABEL-SCORE-LINES.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to replay"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM SCAN-ARCHIVE-HISTORY.
         MOVE "N" TO EOF-SWITCH.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.
         PERFORM PRINT-REPORT.
         IF NAMES-LEFT-UNRATED > 0 OR
            (SL-SEATS (OVERALL-SLOT) > 0 AND OVERALL-SKILL NOT > 0)
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         GOBACK.

       SCAN-ARCHIVE-HISTORY.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT GH-ARCHIVE-FILE.
         IF GH-ARCHIVE-STATUS = "00"
           PERFORM READ-NEXT-ARCH-RECORD
           PERFORM PROCESS-ARCH-RECORD UNTIL AT-EOF
           CLOSE GH-ARCHIVE-FILE
         END-IF.

       READ-NEXT-ARCH-RECORD.
         READ GH-ARCHIVE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-ARCH-RECORD.
         MOVE GH-ARCHIVE-RECORD TO GAME-HIST-RECORD.
         PERFORM HANDLE-HISTORY-ROW.
         PERFORM READ-NEXT-ARCH-RECORD.

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-RECORD.
         MOVE GAME-HIST-RAW TO GAME-HIST-RECORD.
         PERFORM HANDLE-HISTORY-ROW.
         PERFORM READ-NEXT-RECORD.

       *> The rows WARO-RATING rates are the rows forecast here: a
       *> keyed "S" row whose game-id climbs past everything rated
       *> so far, not held on the dispute register.
       HANDLE-HISTORY-ROW.
         IF GH-TYPE = "S"
           IF GH-GAME-ID-X = SPACES
             ADD 1 TO UNKEYED-ROWS-SKIPPED
           ELSE IF GH-GAME-ID > HIGHEST-RATED-ID
             PERFORM CHECK-GAME-HELD
             IF GAME-IS-HELD
               ADD 1 TO GAMES-HELD-SKIPPED
             ELSE
               ADD 1 TO GAMES-REPLAYED
               PERFORM FORECAST-ONE-GAME
               PERFORM RATE-ONE-GAME
               MOVE GH-GAME-ID TO HIGHEST-RATED-ID
             END-IF
           END-IF
           END-IF
         END-IF.

       *> Every seat's rating going in, looked up before the game
       *> moves anything. A game of one seat has nothing to forecast.
       FORECAST-ONE-GAME.
         MOVE 0 TO SEAT-COUNT.
         MOVE 0 TO TABLE-RATING-SUM.
         MOVE "N" TO UNRATED-SEAT-SWITCH.
         PERFORM LOAD-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         IF UNRATED-SEAT OR SEAT-COUNT < 2
           ADD 1 TO GAMES-NOT-FORECAST
         ELSE
           PERFORM SET-SEAT-OUTCOMES
           PERFORM FIND-SEASON-SLOT
           PERFORM FIND-FAVOURITE
           MOVE OVERALL-SLOT TO SLOT
           PERFORM POST-GAME-TO-LINE
           MOVE SEASON-SLOT TO SLOT
           PERFORM POST-GAME-TO-LINE
           PERFORM SCORE-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.

       LOAD-ONE-SEAT.
         MOVE 0 TO SEAT-IDX (K).
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-NAME
           IF NAME-FOUND-IDX = 0
             MOVE "Y" TO UNRATED-SEAT-SWITCH
           ELSE
             ADD 1 TO SEAT-COUNT
             MOVE NAME-FOUND-IDX TO SEAT-IDX (K)
             MOVE RATED-RATING (NAME-FOUND-IDX) TO SEAT-RATING (K)
             ADD SEAT-RATING (K) TO TABLE-RATING-SUM
           END-IF
         END-IF.

       *> The winner scores 1 and every other seat 0; a co-winner
       *> tie (GH-WINNER = 0) shares the 1 among the seats on the
       *> top score.
       SET-SEAT-OUTCOMES.
         MOVE 0 TO TOP-POINTS.
         MOVE 0 TO TOP-POINTS-COUNT.
         PERFORM FIND-TOP-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM COUNT-TOP-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM SET-ONE-OUTCOME
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       FIND-TOP-POINTS.
         IF SEAT-IDX (K) > 0 AND GH-POINTS (K) > TOP-POINTS
           MOVE GH-POINTS (K) TO TOP-POINTS
         END-IF.

       COUNT-TOP-POINTS.
         IF SEAT-IDX (K) > 0 AND GH-POINTS (K) = TOP-POINTS
           ADD 1 TO TOP-POINTS-COUNT
         END-IF.

       SET-ONE-OUTCOME.
         MOVE 0 TO SEAT-OUTCOME (K).
         IF SEAT-IDX (K) > 0
           IF GH-WINNER > 0
             IF GH-WINNER = K
               MOVE 1 TO SEAT-OUTCOME (K)
             END-IF
           ELSE IF GH-POINTS (K) = TOP-POINTS AND
                   TOP-POINTS-COUNT > 0
             COMPUTE SEAT-OUTCOME (K) ROUNDED = 1 / TOP-POINTS-COUNT
           END-IF
           END-IF
         END-IF.

       *> The favourite is the one seat rated above every other; a
       *> table with no clear favourite, or a game with no single
       *> winner, doesn't count toward the favourite's record.
       FIND-FAVOURITE.
         MOVE 0 TO FAV-SEAT.
         MOVE 0 TO FAV-COUNT.
         MOVE 0 TO FAV-RATING.
         PERFORM CHECK-ONE-FAVOURITE
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CHECK-ONE-FAVOURITE.
         IF SEAT-IDX (K) > 0
           IF SEAT-RATING (K) > FAV-RATING
             MOVE SEAT-RATING (K) TO FAV-RATING
             MOVE K TO FAV-SEAT
             MOVE 1 TO FAV-COUNT
           ELSE IF SEAT-RATING (K) = FAV-RATING
             ADD 1 TO FAV-COUNT
           END-IF
           END-IF
         END-IF.

       POST-GAME-TO-LINE.
         ADD 1 TO SL-GAMES (SLOT).
         IF GH-WINNER > 0 AND FAV-COUNT = 1
           ADD 1 TO SL-DECIDED (SLOT)
           IF GH-WINNER = FAV-SEAT
             ADD 1 TO SL-FAV-WINS (SLOT)
           END-IF
         END-IF.

       *> Win chance: the seat's share of the table's ratings.
       *> Expected finish: first, plus each other seat's chance of
       *> beating this one head to head. Actual finish: first, plus
       *> every seat that scored more. The Brier score is the
       *> squared miss of the win chance against the outcome; the
       *> even-chances forecast is scored alongside it.
       SCORE-ONE-SEAT.
         IF SEAT-IDX (K) > 0
           COMPUTE PRED-WIN ROUNDED =
             SEAT-RATING (K) / TABLE-RATING-SUM
           COMPUTE EVEN-WIN ROUNDED = 1 / SEAT-COUNT
           MOVE 1 TO PRED-FINISH
           MOVE 1 TO ACT-FINISH
           PERFORM ADD-ONE-RIVAL
             VARYING J FROM 1 BY 1 UNTIL J > 8
           COMPUTE FINISH-ERROR = PRED-FINISH - ACT-FINISH
           IF FINISH-ERROR < 0
             COMPUTE FINISH-ERROR = 0 - FINISH-ERROR
           END-IF
           COMPUTE SEAT-BRIER ROUNDED =
             (PRED-WIN - SEAT-OUTCOME (K)) *
             (PRED-WIN - SEAT-OUTCOME (K))
           COMPUTE SEAT-EVEN ROUNDED =
             (EVEN-WIN - SEAT-OUTCOME (K)) *
             (EVEN-WIN - SEAT-OUTCOME (K))
           COMPUTE RATING-GAP ROUNDED = SEAT-RATING (K) -
             (TABLE-RATING-SUM - SEAT-RATING (K)) / (SEAT-COUNT - 1)
           MOVE 1 TO BAND-SLOT
           PERFORM FIND-GAP-BAND
             VARYING J FROM 2 BY 1 UNTIL J > GAP-BAND-COUNT
           MOVE BAND-SLOT TO SLOT
           PERFORM POST-SEAT-TO-LINE
           MOVE OVERALL-SLOT TO SLOT
           PERFORM POST-SEAT-TO-LINE
           MOVE SEASON-SLOT TO SLOT
           PERFORM POST-SEAT-TO-LINE
         END-IF.

       ADD-ONE-RIVAL.
         IF J NOT = K AND SEAT-IDX (J) > 0
           COMPUTE PRED-FINISH ROUNDED = PRED-FINISH +
             SEAT-RATING (J) / (SEAT-RATING (K) + SEAT-RATING (J))
           IF GH-POINTS (J) > GH-POINTS (K)
             ADD 1 TO ACT-FINISH
           END-IF
         END-IF.

       FIND-GAP-BAND.
         IF RATING-GAP >= GAP-BAND-FLOOR (J)
           MOVE J TO BAND-SLOT
         END-IF.

       POST-SEAT-TO-LINE.
         ADD 1 TO SL-SEATS (SLOT).
         ADD PRED-WIN TO SL-PRED-WIN-SUM (SLOT).
         ADD SEAT-OUTCOME (K) TO SL-ACT-WIN-SUM (SLOT).
         ADD PRED-FINISH TO SL-PRED-FIN-SUM (SLOT).
         ADD ACT-FINISH TO SL-ACT-FIN-SUM (SLOT).
         ADD FINISH-ERROR TO SL-FIN-ERR-SUM (SLOT).
         ADD SEAT-BRIER TO SL-BRIER-SUM (SLOT).
         ADD SEAT-EVEN TO SL-EVEN-SUM (SLOT).

       *> The first season closed after the game's date; past the
       *> last close, the open season.
       FIND-SEASON-SLOT.
         MOVE 0 TO SEASON-SLOT.
         IF SEASON-DROPPED-CLOSE NOT = SPACES AND
            GH-DATE < SEASON-DROPPED-CLOSE
           MOVE EARLIER-SLOT TO SEASON-SLOT
         ELSE
           PERFORM CHECK-ONE-SEASON
             VARYING CX FROM 1 BY 1
               UNTIL CX > SEASON-COUNT OR SEASON-SLOT > 0
           IF SEASON-SLOT = 0
             MOVE OPEN-SLOT TO SEASON-SLOT
           END-IF
         END-IF.

       CHECK-ONE-SEASON.
         IF GH-DATE < SEASON-CLOSE-DATE (CX)
           COMPUTE SEASON-SLOT = SEASON-BASE + CX
         END-IF.

       *> A decided game moves rating points from each opponent to
       *> the winner against the winner's pre-game rating; a co-
       *> winner tie moves none - WARO-RATING's RATE-ONE-GAME.
       RATE-ONE-GAME.
         MOVE GH-WINNER TO WINNER-SEAT.
         IF WINNER-SEAT > 0 AND
            GH-PLAYER-NAME (WINNER-SEAT) NOT = SPACES
           MOVE GH-PLAYER-NAME (WINNER-SEAT) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-NAME
           MOVE NAME-FOUND-IDX TO WINNER-IDX
           IF WINNER-IDX > 0
             MOVE RATED-RATING (WINNER-IDX) TO WINNER-RATING-BEFORE
             MOVE 0 TO WINNER-GAIN
             PERFORM EXCHANGE-WITH-OPPONENT
               VARYING K FROM 1 BY 1 UNTIL K > 8
             IF WINNER-GAIN > 0
               ADD WINNER-GAIN TO RATED-RATING (WINNER-IDX)
                 ON SIZE ERROR
                   MOVE 9999.99 TO RATED-RATING (WINNER-IDX)
               END-ADD
             END-IF
           END-IF
         END-IF.

       EXCHANGE-WITH-OPPONENT.
         IF K NOT = WINNER-SEAT AND GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-NAME
           MOVE NAME-FOUND-IDX TO LOSER-IDX
           IF LOSER-IDX > 0
             COMPUTE EXCHANGE-DELTA ROUNDED =
               K-FACTOR * (1 - (WINNER-RATING-BEFORE /
                 (WINNER-RATING-BEFORE + RATED-RATING (LOSER-IDX))))
             IF EXCHANGE-DELTA > RATED-RATING (LOSER-IDX)
               MOVE RATED-RATING (LOSER-IDX) TO EXCHANGE-DELTA
             END-IF
             SUBTRACT EXCHANGE-DELTA FROM RATED-RATING (LOSER-IDX)
             ADD EXCHANGE-DELTA TO WINNER-GAIN
           END-IF
         END-IF.

       FIND-OR-ADD-NAME.
         PERFORM CANONICALIZE-LOOKUP-NAME.
         MOVE 0 TO NAME-FOUND-IDX.
         PERFORM CHECK-ONE-NAME
           VARYING NAME-LOOKUP-IDX FROM 1 BY 1
             UNTIL NAME-LOOKUP-IDX > RATED-NAME-COUNT.
         IF NAME-FOUND-IDX = 0
           IF RATED-NAME-COUNT < RATED-NAME-MAX
             ADD 1 TO RATED-NAME-COUNT
             MOVE LOOKUP-NAME TO RATED-NAME (RATED-NAME-COUNT)
             MOVE RATING-BASE TO RATED-RATING (RATED-NAME-COUNT)
             MOVE RATED-NAME-COUNT TO NAME-FOUND-IDX
           ELSE
             ADD 1 TO NAMES-LEFT-UNRATED
           END-IF
         END-IF.

       CHECK-ONE-NAME.
         IF RATED-NAME (NAME-LOOKUP-IDX) = LOOKUP-NAME
           MOVE NAME-LOOKUP-IDX TO NAME-FOUND-IDX
         END-IF.

       CANONICALIZE-LOOKUP-NAME.
         PERFORM CHECK-ONE-ALIAS
           VARYING AX FROM 1 BY 1 UNTIL AX > ALIAS-COUNT.

       CHECK-ONE-ALIAS.
         IF ALIAS-OLD-NAME (AX) = LOOKUP-NAME
           MOVE ALIAS-NEW-NAME (AX) TO LOOKUP-NAME
         END-IF.

       READ-ROSTER-ALIASES.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ALIAS UNTIL AT-EOF
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
           AT END MOVE "Y" TO EOF-SWITCH
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

       READ-DISPUTE-REGISTER.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT DISPUTE-FILE.
         IF DISPUTE-STATUS = "00"
           PERFORM READ-NEXT-DISPUTE
           PERFORM LOAD-ONE-HELD-ID UNTIL AT-EOF
           CLOSE DISPUTE-FILE
         END-IF.

       READ-NEXT-DISPUTE.
         READ DISPUTE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-HELD-ID.
         IF DP-STATUS = "H" AND DP-GAME-ID > 0 AND
            HELD-ID-COUNT < HELD-ID-MAX
           ADD 1 TO HELD-ID-COUNT
           MOVE DP-GAME-ID TO HELD-ID (HELD-ID-COUNT)
         END-IF.
         PERFORM READ-NEXT-DISPUTE.

       CHECK-GAME-HELD.
         MOVE "N" TO HELD-FOUND-SWITCH.
         PERFORM CHECK-ONE-HELD-ID
           VARYING HX FROM 1 BY 1 UNTIL HX > HELD-ID-COUNT.

       CHECK-ONE-HELD-ID.
         IF HELD-ID (HX) = GH-GAME-ID
           MOVE "Y" TO HELD-FOUND-SWITCH
         END-IF.

       READ-SEASON-CALENDAR.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT SEASON-CAL-FILE.
         IF SEASON-CAL-STATUS = "00"
           PERFORM READ-NEXT-SEASON-CAL
           PERFORM LOAD-ONE-SEASON UNTIL AT-EOF
           CLOSE SEASON-CAL-FILE
         END-IF.

       READ-NEXT-SEASON-CAL.
         READ SEASON-CAL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-SEASON.
         IF SC-CLOSED-DATE NOT = SPACES
           IF SEASON-COUNT < SEASON-MAX
             ADD 1 TO SEASON-COUNT
           ELSE
             MOVE SEASON-CLOSE-DATE (1) TO SEASON-DROPPED-CLOSE
             PERFORM SHIFT-ONE-SEASON
               VARYING CX FROM 1 BY 1 UNTIL CX >= SEASON-MAX
           END-IF
           MOVE SC-SEASON TO SEASON-ID (SEASON-COUNT)
           MOVE SC-CLOSED-DATE TO SEASON-CLOSE-DATE (SEASON-COUNT)
         END-IF.
         PERFORM READ-NEXT-SEASON-CAL.

       SHIFT-ONE-SEASON.
         MOVE SEASON-ENTRY (CX + 1) TO SEASON-ENTRY (CX).

       LABEL-SCORE-LINES.
         PERFORM LABEL-ONE-BAND
           VARYING J FROM 1 BY 1 UNTIL J > GAP-BAND-COUNT.
         MOVE "all games" TO SL-LABEL (OVERALL-SLOT).
         MOVE "earlier" TO SL-LABEL (EARLIER-SLOT).
         PERFORM LABEL-ONE-SEASON
           VARYING CX FROM 1 BY 1 UNTIL CX > SEASON-COUNT.
         COMPUTE OPEN-SLOT = SEASON-BASE + SEASON-COUNT + 1.
         MOVE "open season" TO SL-LABEL (OPEN-SLOT).

       LABEL-ONE-BAND.
         MOVE GAP-BAND-LABEL (J) TO SL-LABEL (J).

       LABEL-ONE-SEASON.
         MOVE SEASON-ID (CX) TO SL-LABEL (SEASON-BASE + CX).

       PRINT-REPORT.
         DISPLAY " ".
         DISPLAY "WARO RATING CALIBRATION REPORT - games replayed: "
           GAMES-REPLAYED.
         IF GAMES-HELD-SKIPPED > 0
           DISPLAY "TRACER   " GAMES-HELD-SKIPPED
             " held game(s) stepped over pending a ruling"
         END-IF.
         IF UNKEYED-ROWS-SKIPPED > 0
           DISPLAY "TRACER   " UNKEYED-ROWS-SKIPPED
             " unkeyed game(s) predate the game-id field and were "
             "never rated"
         END-IF.
         IF GAMES-NOT-FORECAST > 0
           DISPLAY "TRACER   " GAMES-NOT-FORECAST
             " game(s) not forecast (one seat, or a seat the book "
             "could not rate)"
         END-IF.
         IF NAMES-LEFT-UNRATED > 0
           DISPLAY "TRACER SEVERE ERROR: more than " RATED-NAME-MAX
             " distinct player names; " NAMES-LEFT-UNRATED
             " seat(s) left unrated"
         END-IF.
         DISPLAY " ".
         DISPLAY "CALIBRATION BY RATING GAP (seat rating less the "
           "average of its opponents'):".
         PERFORM PRINT-BAND-LINE
           VARYING SLOT FROM 1 BY 1 UNTIL SLOT > GAP-BAND-COUNT.
         DISPLAY " ".
         DISPLAY "ACCURACY (Brier score of the win chances, lower is "
           "better; skill = % better than even chances):".
         MOVE OVERALL-SLOT TO SLOT.
         PERFORM PRINT-SCORE-LINE.
         MOVE SKILL-WORK TO OVERALL-SKILL.
         DISPLAY " ".
         DISPLAY "BY SEASON:".
         PERFORM PRINT-SCORE-LINE
           VARYING SLOT FROM EARLIER-SLOT BY 1 UNTIL SLOT > OPEN-SLOT.
         DISPLAY " ".
         IF SL-SEATS (OVERALL-SLOT) = 0
           DISPLAY "TRACER   no game to forecast"
         ELSE IF OVERALL-SKILL NOT > 0
           DISPLAY "TRACER SEVERE ERROR: the book forecasts no better "
             "than even chances - review handicaps set from it"
         ELSE
           DISPLAY "TRACER   the book forecasts better than even "
             "chances"
         END-IF
         END-IF.

       *> Forecast against actual: average win chance and actual win
       *> rate, average expected and actual finish.
       PRINT-BAND-LINE.
         IF SL-SEATS (SLOT) > 0
           COMPUTE RATE-WORK ROUNDED =
             SL-PRED-WIN-SUM (SLOT) * 100 / SL-SEATS (SLOT)
           MOVE RATE-WORK TO PCT-PRED-EDIT
           COMPUTE RATE-WORK ROUNDED =
             SL-ACT-WIN-SUM (SLOT) * 100 / SL-SEATS (SLOT)
           MOVE RATE-WORK TO PCT-ACT-EDIT
           COMPUTE RATE-WORK ROUNDED =
             SL-PRED-FIN-SUM (SLOT) / SL-SEATS (SLOT)
           MOVE RATE-WORK TO FIN-PRED-EDIT
           COMPUTE RATE-WORK ROUNDED =
             SL-ACT-FIN-SUM (SLOT) / SL-SEATS (SLOT)
           MOVE RATE-WORK TO FIN-ACT-EDIT
           DISPLAY "  " SL-LABEL (SLOT) " seats " SL-SEATS (SLOT)
             " win chance " PCT-PRED-EDIT "% won " PCT-ACT-EDIT
             "%  finish expected " FIN-PRED-EDIT " actual "
             FIN-ACT-EDIT
         END-IF.

       PRINT-SCORE-LINE.
         MOVE 0 TO SKILL-WORK.
         IF SL-SEATS (SLOT) > 0
           COMPUTE SCORE-WORK ROUNDED =
             SL-BRIER-SUM (SLOT) / SL-SEATS (SLOT)
           MOVE SCORE-WORK TO BRIER-EDIT
           COMPUTE SCORE-WORK ROUNDED =
             SL-EVEN-SUM (SLOT) / SL-SEATS (SLOT)
           MOVE SCORE-WORK TO EVEN-EDIT
           IF SL-EVEN-SUM (SLOT) > 0
             COMPUTE SKILL-WORK ROUNDED = 100 -
               SL-BRIER-SUM (SLOT) * 100 / SL-EVEN-SUM (SLOT)
           END-IF
           MOVE SKILL-WORK TO SKILL-EDIT
           MOVE 0 TO FAV-EDIT
           IF SL-DECIDED (SLOT) > 0
             COMPUTE RATE-WORK ROUNDED =
               SL-FAV-WINS (SLOT) * 100 / SL-DECIDED (SLOT)
             MOVE RATE-WORK TO FAV-EDIT
           END-IF
           COMPUTE RATE-WORK ROUNDED =
             SL-FIN-ERR-SUM (SLOT) / SL-SEATS (SLOT)
           MOVE RATE-WORK TO FIN-ERR-EDIT
           DISPLAY "  " SL-LABEL (SLOT) " games " SL-GAMES (SLOT)
             " Brier " BRIER-EDIT " (even chances " EVEN-EDIT
             ") skill " SKILL-EDIT "%"
           DISPLAY "                   favourite won " FAV-EDIT
             "% of " SL-DECIDED (SLOT) " decided game(s); finish "
             "missed by " FIN-ERR-EDIT " place(s) on average"
         END-IF.
