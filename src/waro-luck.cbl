             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           *> One work record per seat per joined game, sorted into
           *> name order so each player's counters total up in a
           *> control break - the report carries every name the
           *> history holds, however many that is.
           SELECT LUCK-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         *> Same layout WARO itself writes; duplicated here rather
           *> rows have no deal to join against and are skipped.
           02 GH-GAME-ID PIC 9(6).
           02 GH-GAME-ID-X REDEFINES GH-GAME-ID PIC X(6).
           *> The rest of waro.cbl's tail, carried only to reach
           *> GH-ENTRY-SOURCE: "T" marks a game played with real
           *> cards and keyed in through WARO-TABLETOP, "X" one
           *> imported from another club by WARO-INTERCLUB; neither
           *> ever had a DEAL-RECORD to join against.
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

         *> Same layout WARO itself writes; duplicated here rather
         *> than via a copybook, same convention as the layout above.
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         *> One seat's part in one game: whether it was dealt the
         *> table's best hand, and whether it won, split by that.
         SD LUCK-SORT-FILE.
         01 LUCK-SORT-RECORD.
           02 LS-NAME PIC X(6).
           02 LS-BEST-DEALT PIC 9(1).
           02 LS-WINS PIC 9(1).
           02 LS-WINS-BEST PIC 9(1).
           02 LS-WINS-OTHER PIC 9(1).

         WORKING-STORAGE SECTION.
         01 GAME-HISTORY-STATUS PIC X(2).
         01 STRATEGY-NAMES-R REDEFINES STRATEGY-NAMES.
           02 STRATEGY-NAME PIC X(16) OCCURS 6 TIMES.

         *> The counters for the name the sorted records are on:
         *> games joined, games dealt the table's best hand, wins,
         *> and wins split by whether the winner held the best-dealt
         *> hand that game.
         01 LUCK-SORT-EOF-SWITCH PIC X(1) VALUE "N".
           88 LUCK-SORT-AT-EOF VALUE "Y".
         01 LK-NAME PIC X(6).
         01 LK-GAMES PIC 9(6).
         01 LK-BEST-DEALT PIC 9(6).
         01 LK-WINS PIC 9(6).
         01 LK-WINS-BEST PIC 9(6).
         01 LK-WINS-OTHER PIC 9(6).

         *> The same counters at the strategy level, so the report
         *> can say which strategies genuinely add skill.

         01 GAMES-JOINED PIC 9(6) VALUE 0.
         01 GAMES-NO-DEAL PIC 9(6) VALUE 0.
         01 GAMES-TABLETOP PIC 9(6) VALUE 0.
         01 GAMES-DRAFTED PIC 9(6) VALUE 0.
         01 BEST-HAND-WON PIC 9(6) VALUE 0.
         01 DECIDED-GAMES PIC 9(6) VALUE 0.
         01 BEST-HAND-PCT PIC 9(3)V9(1).

         01 K PIC 9(2).
         01 Y PIC 9(2).
         01 RPT-PCT PIC 9(3)V9(1).

       PROCEDURE DIVISION.
           GOBACK
         END-IF.

         SORT LUCK-SORT-FILE
           ON ASCENDING KEY LS-NAME
           INPUT PROCEDURE IS RELEASE-SEAT-RESULTS
           OUTPUT PROCEDURE IS PRINT-LUCK-REPORT.
         *> GOBACK rather than STOP RUN so a tournament driver can
         *> CALL 'WARO-LUCK' for an end-of-run rollup without ending
         *> the caller's run unit.
         GOBACK.

       RELEASE-SEAT-RESULTS.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.
         CLOSE DEAL-FILE.

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-RECORD.
         IF GH-TYPE = "S" AND
            (GH-ENTRY-SOURCE = "T" OR GH-ENTRY-SOURCE = "X")
           *> Dealt by hand at the table - ours, or another club's
           *> for an imported inter-club game - so there is no
           *> dealt hand on file to measure luck against.
           ADD 1 TO GAMES-TABLETOP
         ELSE IF GH-TYPE = "S" AND GH-GAME-ID-X NOT = SPACES
           PERFORM LOAD-DEAL-FOR-GAME
           IF DEAL-RECORD-LOADED
             PERFORM ANALYZE-ONE-GAME
       *> game but decides nothing about luck.
       ANALYZE-ONE-GAME.
         ADD 1 TO GAMES-JOINED.
         IF DEAL-STYLE = "D"
           ADD 1 TO GAMES-DRAFTED
         END-IF.
         MOVE GH-WINNER TO WINNER-SEAT.
         PERFORM TOTAL-ONE-SEAT-HAND
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CREDIT-ONE-SEAT.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           PERFORM RELEASE-NAME-COUNTERS
           IF GH-STRATEGY (K) > 0 AND
              GH-STRATEGY (K) <= STRATEGY-COUNT
             PERFORM CREDIT-STRAT-COUNTERS
           END-IF
         END-IF.

       RELEASE-NAME-COUNTERS.
         MOVE GH-PLAYER-NAME (K) TO LS-NAME.
         MOVE 0 TO LS-BEST-DEALT.
         MOVE 0 TO LS-WINS.
         MOVE 0 TO LS-WINS-BEST.
         MOVE 0 TO LS-WINS-OTHER.
         IF K = BEST-SEAT
           MOVE 1 TO LS-BEST-DEALT
         END-IF.
         IF K = WINNER-SEAT
           MOVE 1 TO LS-WINS
           IF K = BEST-SEAT
             MOVE 1 TO LS-WINS-BEST
           ELSE
             MOVE 1 TO LS-WINS-OTHER
           END-IF
         END-IF.
         RELEASE LUCK-SORT-RECORD.

       CREDIT-STRAT-COUNTERS.
         ADD 1 TO SL-GAMES (GH-STRATEGY (K)).
           END-IF
         END-IF.

       PRINT-LUCK-REPORT.
         DISPLAY " ".
         DISPLAY "WARO LUCK-VERSUS-SKILL REPORT - games joined: "
           DISPLAY "TRACER   " GAMES-NO-DEAL
             " game(s) have no DEAL-RECORD and could not be joined"
         END-IF.
         IF GAMES-TABLETOP > 0
           DISPLAY "TRACER   " GAMES-TABLETOP
             " tabletop or inter-club game(s) were dealt by hand "
             "and have no DEAL-RECORD; not counted"
         END-IF.
         *> A drafted hand is summed the same way as a dealt one -
         *> slot order does not matter to its strength - but the
         *> seats chose those cards, so "best-dealt" there means
         *> best-drafted and the luck reading is softer.
         IF GAMES-DRAFTED > 0
           DISPLAY "TRACER   " GAMES-DRAFTED
             " joined game(s) were draft deals; their hands were "
             "chosen, not dealt, and are analyzed as held"
         END-IF.
         IF DECIDED-GAMES > 0
           COMPUTE BEST-HAND-PCT ROUNDED =
             BEST-HAND-WON * 100 / DECIDED-GAMES
         DISPLAY " ".
         DISPLAY "BY PLAYER (games/best-dealt/wins with/without "
           "the best hand):".
         MOVE "N" TO LUCK-SORT-EOF-SWITCH.
         PERFORM RETURN-NEXT-SEAT-RESULT.
         PERFORM TOTAL-ONE-PLAYER UNTIL LUCK-SORT-AT-EOF.
         DISPLAY " ".
         DISPLAY "BY STRATEGY:".
         PERFORM PRINT-ONE-STRAT-LINE
           VARYING K FROM 1 BY 1 UNTIL K > STRATEGY-COUNT.

       RETURN-NEXT-SEAT-RESULT.
         RETURN LUCK-SORT-FILE
           AT END MOVE "Y" TO LUCK-SORT-EOF-SWITCH
         END-RETURN.

       *> One control break per name: its seat records summed, then
       *> its line printed.
       TOTAL-ONE-PLAYER.
         MOVE LS-NAME TO LK-NAME.
         MOVE 0 TO LK-GAMES.
         MOVE 0 TO LK-BEST-DEALT.
         MOVE 0 TO LK-WINS.
         MOVE 0 TO LK-WINS-BEST.
         MOVE 0 TO LK-WINS-OTHER.
         PERFORM ADD-ONE-SEAT-RESULT
           UNTIL LUCK-SORT-AT-EOF OR LS-NAME NOT = LK-NAME.
         PERFORM PRINT-ONE-PLAYER-LINE.

       ADD-ONE-SEAT-RESULT.
         ADD 1 TO LK-GAMES.
         ADD LS-BEST-DEALT TO LK-BEST-DEALT.
         ADD LS-WINS TO LK-WINS.
         ADD LS-WINS-BEST TO LK-WINS-BEST.
         ADD LS-WINS-OTHER TO LK-WINS-OTHER.
         PERFORM RETURN-NEXT-SEAT-RESULT.

       PRINT-ONE-PLAYER-LINE.
         DISPLAY "TRACER   " LK-NAME " games " LK-GAMES
           " best-dealt " LK-BEST-DEALT
           " wins " LK-WINS
           " (with best " LK-WINS-BEST
           ", without " LK-WINS-OTHER ")".
         IF LK-WINS > 0 AND LK-WINS-OTHER = 0
           DISPLAY "TRACER     ** only ever wins when dealt the "
             "top hand **"
         END-IF.
         IF LK-GAMES > LK-BEST-DEALT AND
            LK-WINS-OTHER > 0
           COMPUTE RPT-PCT ROUNDED = LK-WINS-OTHER * 100 /
             (LK-GAMES - LK-BEST-DEALT)
           DISPLAY "TRACER     wins " RPT-PCT
             "% of games without the best deal"
         END-IF.
