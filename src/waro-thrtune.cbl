       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-THRTUNE.
      *> Parameter tuning for the threshold strategy family. One seat
      *> of a fixed field plays the threshold strategy under each
      *> candidate parameter set - prize threshold and
      *> aggressiveness - across the same seeded games: game g of
      *> every candidate is dealt off seed base+g, so the candidates
      *> differ only in how that seat bids. The search is either
      *> the whole grid of the ranges the THRTCTL card gives, or a
      *> hill-climb from the live THRESHCTL setting that moves to
      *> the best neighbouring set until none improves. Candidates
      *> rank by win rate, then average points. The best set goes
      *> out as a proposed THRESHCTL deck on THRPROP - the live deck
      *> with that seat's card replaced - and the evidence behind it
      *> on THRRPT: the experiment, the live setting's own result,
      *> and every candidate ranked. The live THRESHCTL is only ever
      *> read; a steward adopts the proposal by copying it over.
      *> Dealing, bidding and scoring are WARO-SIMLAB's: base
      *> scoring, a tied top bid to the lowest seat, the built-in
      *> pickers simulated in here and a STRATREG code CALLed.
      *> Nothing touches GAMEHIST, BIDAUDIT or DEALFILE.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The experiment: games per candidate, seats, the seat
           *> under tune, the base seed, the search mode, the
           *> threshold range and aggressiveness letters to try, and
           *> the field's strategy codes. A missing THRTCTL refuses
           *> the run.
           SELECT THRT-CTL-FILE ASSIGN TO "THRTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THRT-CTL-STATUS.

           *> WARO's deck sizing, read the way the engine reads it,
           *> so the candidates are tried on the game the league
           *> plays.
           SELECT DECK-CTL-FILE ASSIGN TO "DECKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DECK-CTL-STATUS.

           *> The live deck: the starting point of a hill-climb, the
           *> baseline every candidate is set against, the setting
           *> of any other threshold seat in the field, and the
           *> template the proposal is written from. Read only.
           SELECT THRESH-CTL-FILE ASSIGN TO "THRESHCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THRESH-CTL-STATUS.

           *> The proposed deck, written fresh each run.
           SELECT THRESH-PROP-FILE ASSIGN TO "THRPROP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THRESH-PROP-STATUS.

           *> The evidence report, same 72-column print-file
           *> convention as WARO-WEEKLY's WEEKLYRPT.
           SELECT TUNE-RPT-FILE ASSIGN TO "THRRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TUNE-RPT-STATUS.

           *> The field's tuned-strategy table and player-turn's
           *> strategy registry, as WARO-SIMLAB reads them.
           SELECT TUNE-FILE ASSIGN TO "BIDTUNE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TUNE-STATUS.

           SELECT STRAT-REG-FILE ASSIGN TO "STRATREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STRAT-REG-STATUS.

           *> The candidates tried, best first.
           SELECT CAND-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         FD THRT-CTL-FILE.
         01 THRT-CTL-RECORD.
           02 THRT-CTL-GAMES PIC 9(6).
           02 FILLER PIC X.
           02 THRT-CTL-SEATS PIC 9(2).
           02 FILLER PIC X.
           02 THRT-CTL-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 THRT-CTL-SEED PIC 9(8).
           02 FILLER PIC X.
           *> "G" tries the whole grid, "C" hill-climbs.
           02 THRT-CTL-MODE PIC X(1).
           02 FILLER PIC X.
           02 THRT-CTL-LOW PIC 9(2).
           02 FILLER PIC X.
           02 THRT-CTL-HIGH PIC 9(2).
           02 FILLER PIC X.
           *> "H", "N", or both; blank tries both.
           02 THRT-CTL-AGGRS PIC X(2).
           *> One strategy code per seat; 8 must track
           *> NUM-PLAYERS-MAX in waro.cbl. The seat under tune plays
           *> the threshold strategy whatever its code here.
           02 THRT-CTL-SEAT-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 THRT-CTL-STRATEGY PIC 9(1).

         FD DECK-CTL-FILE.
         01 DECK-CTL-RECORD.
           02 DECK-CTL-NUM-CARDS-HAND PIC 9(2).
           02 FILLER PIC X.
           02 DECK-CTL-NUM-CARDS-DECK PIC 9(2).
           02 FILLER PIC X.
           02 DECK-CTL-NUM-DECKS PIC 9(1).

         FD THRESH-CTL-FILE.
         01 THRESH-CTL-RECORD.
           02 THRESH-CTL-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 THRESH-CTL-THRESHOLD PIC 9(2).
           02 FILLER PIC X.
           02 THRESH-CTL-AGGR PIC X(1).

         FD THRESH-PROP-FILE.
         01 THRESH-PROP-RECORD.
           02 THRESH-PROP-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 THRESH-PROP-THRESHOLD PIC 9(2).
           02 FILLER PIC X.
           02 THRESH-PROP-AGGR PIC X(1).

         FD TUNE-RPT-FILE.
         01 TUNE-RPT-RECORD PIC X(72).

         FD TUNE-FILE.
         01 TUNE-RECORD.
           02 BT-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 BT-BID PIC 9(2).
           02 FILLER PIC X.
           02 BT-COUNT PIC 9(6).

         FD STRAT-REG-FILE.
         01 STRAT-REG-RECORD.
           02 SR-CODE PIC 9(1).
           02 FILLER PIC X.
           02 SR-PROGRAM PIC X(30).
           02 FILLER PIC X.
           02 SR-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-FLAG PIC X(1).
           02 FILLER PIC X.
           02 SR-CERT-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-DATE PIC X(8).

         SD CAND-SORT-FILE.
         01 CAND-SORT-RECORD.
           02 CS-WINS PIC 9(6).
           02 CS-PTS-SUM PIC 9(12).
           02 CS-THRESHOLD PIC 9(2).
           02 CS-AGGR PIC X(1).
           02 CS-HEATS PIC 9(6).

         WORKING-STORAGE SECTION.
         01 THRT-CTL-STATUS PIC X(2).
         01 DECK-CTL-STATUS PIC X(2).
         01 THRESH-CTL-STATUS PIC X(2).
         01 THRESH-PROP-STATUS PIC X(2).
         01 TUNE-RPT-STATUS PIC X(2).
         01 TUNE-STATUS PIC X(2).
         01 STRAT-REG-STATUS PIC X(2).
         01 THRESH-EOF-SWITCH PIC X(1) VALUE "N".
           88 THRESH-AT-EOF VALUE "Y".
         01 TUNE-EOF-SWITCH PIC X(1) VALUE "N".
           88 TUNE-AT-EOF VALUE "Y".
         01 STRAT-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 STRAT-REG-AT-EOF VALUE "Y".
         01 CAND-SORT-EOF-SWITCH PIC X(1) VALUE "N".
           88 CAND-SORT-AT-EOF VALUE "Y".

         78 STRATEGY-NEXT VALUE 1.
         78 STRATEGY-MAX VALUE 2.
         78 STRATEGY-NEAREST VALUE 3.
         78 STRATEGY-HUMAN VALUE 4.
         78 STRATEGY-TUNED VALUE 5.
         78 STRATEGY-THRESHOLD VALUE 6.

         *> Same compiled ceilings the engine uses.
         78 NUM-CARDS-HAND-MAX VALUE 10.
         78 NUM-CARDS-DECK-MAX VALUE 40.
         78 CARD-VALUE-MAX VALUE 40.

         *> One threshold past the highest card value never contests
         *> a prize; every higher one bids the same way, so the
         *> candidate table stops there.
         78 THRESH-SLOT-MAX VALUE 41.
         78 GAMES-PER-SET-DEFAULT VALUE 1000.

         *> The experiment as the card gives it, after the checks.
         01 REQ-GAMES PIC 9(6) VALUE 0.
         01 REQ-SEATS PIC 9(2) VALUE 0.
         01 TUNED-SEAT PIC 9(2) VALUE 0.
         01 BASE-SEED PIC 9(8) VALUE 0.
         01 SEARCH-MODE PIC X(1) VALUE "G".
           88 SEARCH-GRID VALUE "G".
           88 SEARCH-CLIMB VALUE "C".
         01 RANGE-LOW PIC 9(2) VALUE 0.
         01 RANGE-HIGH PIC 9(2) VALUE 0.
         01 AGGR-ALLOWED PIC X(1) OCCURS 2 TIMES.
         01 SIM-STRATEGY PIC 9(1) OCCURS 8 TIMES.
         01 CTL-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 CTL-REFUSED VALUE "Y".
         01 LAST-SEED PIC 9(9).

         01 NUM-CARDS-HAND PIC 9(2) VALUE 4.
         01 NUM-CARDS-DECK PIC 9(2) VALUE 16.
         01 NUM-DECKS PIC 9(1) VALUE 1.
         01 BASE-CARD-VALUE PIC 9(2) VALUE 16.
         01 SHUFFLE-SEED PIC 9(8) VALUE 0.

         *> The in-memory game, as WARO-SIMLAB keeps it.
         01 DECK-REC.
           02 DECK-CARDS PIC 9(2) OCCURS NUM-CARDS-DECK-MAX TIMES.
         01 SIM-KITTY PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SIM-HANDS-TABLE.
           02 SIM-SEAT-HANDS OCCURS 8 TIMES.
             03 SIM-HAND PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SIM-BID PIC 9(2) OCCURS 8 TIMES.
         01 SIM-POINTS PIC 9(4) OCCURS 8 TIMES.

         *> The registry as player-turn loads it, and the seat a
         *> registered module bids for, laid out as player-turn's
         *> PLAYER-REC. A module that will not load is struck off
         *> for the rest of the run after one tracer, and its seats
         *> bid nearest-card.
         01 REG-PROGRAM-TAB PIC X(30) OCCURS 9 TIMES.
         01 REG-CALL-NAME PIC X(30).
         01 SIM-CALL-PLAYER.
           02 SCP-NAME PIC X(6).
           02 SCP-BID PIC 9(2).
           02 SCP-POINTS PIC 9(4).
           02 SCP-STRATEGY PIC 9(1).
           02 SCP-EXHAUSTED-SWITCH PIC X(1).
           02 SCP-HAND PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SIM-CALL-GAME-ID PIC 9(6).
         01 SIM-CALL-SUSPEND PIC X(1).

         *> Same layout as the TABLE-VIEW in waro.cbl, kept as
         *> WARO-SIMLAB keeps it: as of the start of each round.
         01 TABLE-VIEW EXTERNAL.
           02 TV-GAME-ID PIC 9(6).
           02 TV-NUM-SEATS PIC 9(2).
           02 TV-BASE-CARD PIC 9(2).
           02 TV-NUM-DECKS PIC 9(1).
           02 TV-ROUNDS-DONE PIC 9(2).
           02 TV-SEEN-COUNT PIC 9(1) OCCURS NUM-CARDS-DECK-MAX TIMES.
           02 TV-CARDS-LEFT PIC 9(2) OCCURS 8 TIMES.

         *> BIDTUNE cached whole, and the per-seat threshold
         *> parameters, exactly as player-turn caches them. The
         *> tuned seat's entry is overlaid with each candidate in
         *> turn; LIVE-* keep what THRESHCTL said for it.
         01 TUNE-PRESENT-SWITCH PIC X(1) VALUE "N".
           88 TUNE-PRESENT VALUE "Y".
         01 TUNE-CACHE.
           02 TUNE-PRIZE-ROW OCCURS CARD-VALUE-MAX TIMES.
             03 TUNE-CACHE-COUNT PIC 9(6) OCCURS CARD-VALUE-MAX
                                           TIMES.
         01 SEAT-THRESH-TAB PIC 9(2) OCCURS 8 TIMES.
         01 SEAT-AGGR-TAB PIC X(1) OCCURS 8 TIMES.
         01 LIVE-THRESHOLD PIC 9(2).
         01 LIVE-AGGR PIC X(1).
         01 LIVE-SLOT PIC 9(2).
         01 LIVE-AX PIC 9(1).

         *> Every candidate the search can reach, by threshold and
         *> aggressiveness ("H" first, then "N"), with its result
         *> once it has been played - a hill-climb never plays the
         *> same set twice.
         01 CAND-TABLE.
           02 CAND-THRESH-ROW OCCURS THRESH-SLOT-MAX TIMES.
             03 CAND-AGGR-CELL OCCURS 2 TIMES.
               04 CAND-DONE-FLAG PIC X(1).
                 88 CAND-DONE VALUE "Y".
               04 CAND-WINS PIC 9(6).
               04 CAND-HEATS PIC 9(6).
               04 CAND-PTS-SUM PIC 9(12).
         01 AGGR-LETTER-VALUES PIC X(2) VALUE "HN".
         01 AGGR-LETTER-TABLE REDEFINES AGGR-LETTER-VALUES.
           02 AGGR-LETTER PIC X(1) OCCURS 2 TIMES.
         01 CANDIDATES-PLAYED PIC 9(4) VALUE 0.

         *> The candidate being played, and the hill-climb's
         *> position and best move.
         01 TRY-SLOT PIC 9(2).
         01 TRY-AX PIC 9(1).
         01 CLIMB-SLOT PIC 9(2).
         01 CLIMB-AX PIC 9(1).
         01 NEXT-SLOT PIC 9(2).
         01 NEXT-AX PIC 9(1).
         01 CLIMB-STEPS PIC 9(4) VALUE 0.
         01 CLIMB-DONE-SWITCH PIC X(1).
           88 CLIMB-FINISHED VALUE "Y".
         01 OTHER-AX PIC 9(1).

         *> The seat under tune's tallies across one candidate.
         01 SET-WINS PIC 9(6).
         01 SET-HEATS PIC 9(6).
         01 SET-PTS-SUM PIC 9(12).

         01 BEST-THRESHOLD PIC 9(2) VALUE 0.
         01 BEST-AGGR PIC X(1) VALUE SPACES.
         01 BEST-WINS PIC 9(6) VALUE 0.
         01 BEST-PTS-SUM PIC 9(12) VALUE 0.
         01 LIVE-KEPT-SWITCH PIC X(1) VALUE "N".
           88 LIVE-KEPT VALUE "Y".
         01 PROP-REPLACED-SWITCH PIC X(1).
           88 PROP-SEAT-REPLACED VALUE "Y".
         01 PROP-LINES PIC 9(4) VALUE 0.

         01 G PIC 9(6).
         01 R PIC 9(2).
         01 K PIC 9(2).
         01 Y PIC 9(2).
         01 I PIC 9(2).
         01 J PIC 9(2).
         01 X PIC 9(2).
         01 DECK-SLOT PIC 9(2).
         01 SIM-PRIZE PIC 9(2).
         01 SIM-HIGH-BID PIC 9(2).
         01 SIM-WINNER PIC 9(2).
         01 SIM-HIGH-POINTS PIC 9(4).
         01 SIM-TIE-COUNT PIC 9(2).
         01 BEST-IDX PIC 9(2).
         01 BEST-DIFF PIC 9(2).
         01 CUR-DIFF PIC 9(2).
         01 LIKELY-BID PIC 9(2).
         01 LIKELY-COUNT PIC 9(6).

         *> Report figures.
         01 RPT-LINE PIC X(72).
         01 RANK-POS PIC 9(3).
         01 WIN-RATE PIC 9(3)V9(2).
         01 MEAN-POINTS PIC 9(5)V9(2).
         01 LIVE-WIN-RATE PIC 9(3)V9(2).
         01 LIVE-MEAN-POINTS PIC 9(5)V9(2).
         01 GAIN-WORK PIC S9(5)V9(2).
         01 RATE-SHOW PIC ZZ9.99.
         01 MEAN-SHOW PIC ZZZZ9.99.
         01 GAIN-SHOW PIC +++9.99.
         01 COUNT-SHOW PIC ZZZZZ9.
         01 WINS-SHOW PIC ZZZZZ9.
         01 HEATS-SHOW PIC ZZZZZ9.
         01 AGGR-SHOW PIC X(2).
         01 RANK-SHOW PIC ZZ9.
         01 TUNE-DATE PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO THRESHOLD TUNING".
         PERFORM LOAD-STRAT-REGISTRY.
         PERFORM READ-DECK-CTL.
         PERFORM READ-THRT-CTL.
         IF CTL-REFUSED
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-TUNE-CACHE.
         PERFORM LOAD-THRESH-CACHE.
         PERFORM CLEAR-ONE-CAND-ROW
           VARYING I FROM 1 BY 1 UNTIL I > THRESH-SLOT-MAX.

         DISPLAY "TRACER   seat " TUNED-SEAT " of " REQ-SEATS
           " tuned over " REQ-GAMES " games per set, seeds from "
           BASE-SEED.
         PERFORM PLAY-LIVE-SETTING.
         IF SEARCH-CLIMB
           PERFORM RUN-HILL-CLIMB
         ELSE
           PERFORM RUN-GRID-SEARCH
         END-IF.

         OPEN OUTPUT TUNE-RPT-FILE.
         IF TUNE-RPT-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: THRRPT could not be "
             "opened (status " TUNE-RPT-STATUS "); nothing proposed"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM WRITE-EXPERIMENT-SECTION.
         SORT CAND-SORT-FILE
           ON DESCENDING KEY CS-WINS
           ON DESCENDING KEY CS-PTS-SUM
           ON ASCENDING KEY CS-THRESHOLD
           ON ASCENDING KEY CS-AGGR
           INPUT PROCEDURE IS RELEASE-CANDIDATES
           OUTPUT PROCEDURE IS WRITE-RANKED-CANDIDATES.
         PERFORM CHOOSE-PROPOSAL.
         PERFORM WRITE-PROPOSED-DECK.
         PERFORM WRITE-PROPOSAL-SECTION.
         CLOSE TUNE-RPT-FILE.
         GOBACK.

       *> The card is checked whole before a game is played: a run
       *> that cannot say which seat, how many seats, or what range
       *> is refused rather than guessed at. The range is clipped
       *> to the deck - a threshold past the highest card value
       *> bids no differently from one just past it.
       READ-THRT-CTL.
         MOVE "Y" TO CTL-REFUSED-SWITCH.
         OPEN INPUT THRT-CTL-FILE.
         IF THRT-CTL-STATUS = "00"
           READ THRT-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE "N" TO CTL-REFUSED-SWITCH
           END-READ
           CLOSE THRT-CTL-FILE
         END-IF.
         IF CTL-REFUSED
           DISPLAY "TRACER SEVERE ERROR: THRTCTL must describe the "
             "tuning experiment"
         ELSE
           PERFORM CHECK-THRT-CTL
         END-IF.

       CHECK-THRT-CTL.
         IF THRT-CTL-GAMES IS NUMERIC AND THRT-CTL-GAMES > 0
           MOVE THRT-CTL-GAMES TO REQ-GAMES
         ELSE
           MOVE GAMES-PER-SET-DEFAULT TO REQ-GAMES
         END-IF.
         IF THRT-CTL-SEATS IS NUMERIC
           MOVE THRT-CTL-SEATS TO REQ-SEATS
         END-IF.
         IF REQ-SEATS > 8
           MOVE 8 TO REQ-SEATS
         END-IF.
         IF THRT-CTL-SEAT IS NUMERIC
           MOVE THRT-CTL-SEAT TO TUNED-SEAT
         END-IF.
         IF THRT-CTL-SEED IS NUMERIC
           MOVE THRT-CTL-SEED TO BASE-SEED
         END-IF.
         IF THRT-CTL-MODE = "C"
           MOVE "C" TO SEARCH-MODE
         END-IF.
         IF THRT-CTL-LOW IS NUMERIC
           MOVE THRT-CTL-LOW TO RANGE-LOW
         END-IF.
         IF THRT-CTL-HIGH IS NUMERIC
           MOVE THRT-CTL-HIGH TO RANGE-HIGH
         END-IF.
         IF RANGE-LOW = 0
           MOVE 1 TO RANGE-LOW
         END-IF.
         IF RANGE-HIGH = 0 OR RANGE-HIGH > BASE-CARD-VALUE + 1
           COMPUTE RANGE-HIGH = BASE-CARD-VALUE + 1
         END-IF.
         MOVE SPACES TO AGGR-ALLOWED (1).
         MOVE SPACES TO AGGR-ALLOWED (2).
         IF THRT-CTL-AGGRS = SPACES
           MOVE "Y" TO AGGR-ALLOWED (1)
           MOVE "Y" TO AGGR-ALLOWED (2)
         ELSE
           PERFORM NOTE-ONE-AGGR-LETTER
             VARYING I FROM 1 BY 1 UNTIL I > 2
         END-IF.
         PERFORM LOAD-ONE-FIELD-STRATEGY
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         COMPUTE LAST-SEED = BASE-SEED + REQ-GAMES.

         IF REQ-SEATS < 2
           DISPLAY "TRACER SEVERE ERROR: THRTCTL must seat at "
             "least 2"
           MOVE "Y" TO CTL-REFUSED-SWITCH
         ELSE IF TUNED-SEAT = 0 OR TUNED-SEAT > REQ-SEATS
           DISPLAY "TRACER SEVERE ERROR: THRTCTL seat to tune "
             THRT-CTL-SEAT " is not one of the " REQ-SEATS
             " seats"
           MOVE "Y" TO CTL-REFUSED-SWITCH
         ELSE IF RANGE-LOW > RANGE-HIGH
           DISPLAY "TRACER SEVERE ERROR: THRTCTL threshold range "
             RANGE-LOW "-" RANGE-HIGH " is empty for a "
             BASE-CARD-VALUE "-value deck"
           MOVE "Y" TO CTL-REFUSED-SWITCH
         ELSE IF AGGR-ALLOWED (1) = SPACES AND
                 AGGR-ALLOWED (2) = SPACES
           DISPLAY "TRACER SEVERE ERROR: THRTCTL aggressiveness "
             THRT-CTL-AGGRS " names neither H nor N"
           MOVE "Y" TO CTL-REFUSED-SWITCH
         ELSE IF LAST-SEED > 99999999
           DISPLAY "TRACER SEVERE ERROR: THRTCTL base seed "
             BASE-SEED " leaves no room for " REQ-GAMES " games"
           MOVE "Y" TO CTL-REFUSED-SWITCH
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       NOTE-ONE-AGGR-LETTER.
         IF THRT-CTL-AGGRS (I:1) = "H"
           MOVE "Y" TO AGGR-ALLOWED (1)
         ELSE IF THRT-CTL-AGGRS (I:1) = "N"
           MOVE "Y" TO AGGR-ALLOWED (2)
         END-IF
         END-IF.

       *> WARO-SIMLAB's lineup rules for the field; the seat under
       *> tune is the threshold strategy by definition.
       LOAD-ONE-FIELD-STRATEGY.
         MOVE 0 TO SIM-STRATEGY (K).
         IF THRT-CTL-STRATEGY (K) IS NUMERIC
           MOVE THRT-CTL-STRATEGY (K) TO SIM-STRATEGY (K)
         END-IF.
         MOVE SPACES TO REG-CALL-NAME.
         IF K = TUNED-SEAT
           MOVE STRATEGY-THRESHOLD TO SIM-STRATEGY (K)
         ELSE IF SIM-STRATEGY (K) > 0
           MOVE REG-PROGRAM-TAB (SIM-STRATEGY (K)) TO REG-CALL-NAME
         END-IF
         END-IF.
         IF REG-CALL-NAME NOT = SPACES
           IF K <= REQ-SEATS
             DISPLAY "TRACER   seat " K " bids through "
               REG-CALL-NAME
           END-IF
         ELSE IF SIM-STRATEGY (K) = STRATEGY-HUMAN
           IF K <= REQ-SEATS
             DISPLAY "TRACER   seat " K " asked for the human "
               "strategy; the field plays nearest-card there"
           END-IF
           MOVE STRATEGY-NEAREST TO SIM-STRATEGY (K)
         ELSE IF SIM-STRATEGY (K) = 0 OR
                 SIM-STRATEGY (K) > STRATEGY-THRESHOLD
           MOVE STRATEGY-NEXT TO SIM-STRATEGY (K)
         END-IF
         END-IF
         END-IF.

       *> player-turn's LOAD-STRAT-REGISTRY.
       LOAD-STRAT-REGISTRY.
         PERFORM CLEAR-ONE-REG-CODE
           VARYING I FROM 1 BY 1 UNTIL I > 9.
         OPEN INPUT STRAT-REG-FILE.
         IF STRAT-REG-STATUS = "00"
           PERFORM READ-NEXT-REG-RECORD
           PERFORM LOAD-ONE-REG-RECORD UNTIL STRAT-REG-AT-EOF
           CLOSE STRAT-REG-FILE
         END-IF.

       CLEAR-ONE-REG-CODE.
         MOVE SPACES TO REG-PROGRAM-TAB (I).

       READ-NEXT-REG-RECORD.
         READ STRAT-REG-FILE
           AT END MOVE "Y" TO STRAT-REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG-RECORD.
         IF SR-CODE > 0 AND SR-PROGRAM NOT = SPACES
           MOVE SR-PROGRAM TO REG-PROGRAM-TAB (SR-CODE)
         END-IF.
         PERFORM READ-NEXT-REG-RECORD.

       *> The engine's own deck-sizing rules, clamps and all.
       READ-DECK-CTL.
         OPEN INPUT DECK-CTL-FILE.
         IF DECK-CTL-STATUS = "00"
           READ DECK-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE DECK-CTL-NUM-CARDS-HAND TO NUM-CARDS-HAND
               MOVE DECK-CTL-NUM-CARDS-DECK TO NUM-CARDS-DECK
               IF DECK-CTL-NUM-DECKS IS NUMERIC AND
                  DECK-CTL-NUM-DECKS > 1
                 MOVE DECK-CTL-NUM-DECKS TO NUM-DECKS
               END-IF
           END-READ
           CLOSE DECK-CTL-FILE
           IF NUM-CARDS-HAND > NUM-CARDS-HAND-MAX
             MOVE NUM-CARDS-HAND-MAX TO NUM-CARDS-HAND
           END-IF
           IF NUM-CARDS-DECK > NUM-CARDS-DECK-MAX
             MOVE NUM-CARDS-DECK-MAX TO NUM-CARDS-DECK
           END-IF
         END-IF.
         IF NUM-DECKS > 1
           DIVIDE NUM-CARDS-DECK BY NUM-DECKS
             GIVING BASE-CARD-VALUE REMAINDER X
           IF X NOT = 0
             MOVE 1 TO NUM-DECKS
             MOVE NUM-CARDS-DECK TO BASE-CARD-VALUE
           END-IF
         ELSE
           MOVE NUM-CARDS-DECK TO BASE-CARD-VALUE
         END-IF.

       LOAD-TUNE-CACHE.
         PERFORM ZERO-TUNE-ROW
           VARYING I FROM 1 BY 1 UNTIL I > CARD-VALUE-MAX.
         OPEN INPUT TUNE-FILE.
         IF TUNE-STATUS = "00"
           MOVE "Y" TO TUNE-PRESENT-SWITCH
           PERFORM READ-NEXT-TUNE-RECORD
           PERFORM LOAD-ONE-TUNE-RECORD UNTIL TUNE-AT-EOF
           CLOSE TUNE-FILE
         END-IF.

       ZERO-TUNE-ROW.
         PERFORM ZERO-TUNE-CELL
           VARYING J FROM 1 BY 1 UNTIL J > CARD-VALUE-MAX.

       ZERO-TUNE-CELL.
         MOVE 0 TO TUNE-CACHE-COUNT (I, J).

       READ-NEXT-TUNE-RECORD.
         READ TUNE-FILE
           AT END MOVE "Y" TO TUNE-EOF-SWITCH
         END-READ.

       LOAD-ONE-TUNE-RECORD.
         IF BT-PRIZE > 0 AND BT-PRIZE <= CARD-VALUE-MAX AND
            BT-BID > 0 AND BT-BID <= CARD-VALUE-MAX
           MOVE BT-COUNT TO TUNE-CACHE-COUNT (BT-PRIZE, BT-BID)
         END-IF.
         PERFORM READ-NEXT-TUNE-RECORD.

       *> player-turn's defaults and overrides, and the live
       *> setting for the seat under tune kept aside.
       LOAD-THRESH-CACHE.
         PERFORM DEFAULT-ONE-THRESH-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > 8.
         MOVE "N" TO THRESH-EOF-SWITCH.
         OPEN INPUT THRESH-CTL-FILE.
         IF THRESH-CTL-STATUS = "00"
           PERFORM READ-NEXT-THRESH-RECORD
           PERFORM APPLY-THRESH-RECORD UNTIL THRESH-AT-EOF
           CLOSE THRESH-CTL-FILE
         END-IF.
         MOVE SEAT-THRESH-TAB (TUNED-SEAT) TO LIVE-THRESHOLD.
         MOVE SEAT-AGGR-TAB (TUNED-SEAT) TO LIVE-AGGR.

       DEFAULT-ONE-THRESH-SEAT.
         MOVE 8 TO SEAT-THRESH-TAB (I).
         MOVE "H" TO SEAT-AGGR-TAB (I).

       READ-NEXT-THRESH-RECORD.
         READ THRESH-CTL-FILE
           AT END MOVE "Y" TO THRESH-EOF-SWITCH
         END-READ.

       APPLY-THRESH-RECORD.
         IF THRESH-CTL-SEAT > 0 AND THRESH-CTL-SEAT <= 8
           MOVE THRESH-CTL-THRESHOLD
             TO SEAT-THRESH-TAB (THRESH-CTL-SEAT)
           MOVE THRESH-CTL-AGGR
             TO SEAT-AGGR-TAB (THRESH-CTL-SEAT)
         END-IF.
         PERFORM READ-NEXT-THRESH-RECORD.

       CLEAR-ONE-CAND-ROW.
         MOVE "N" TO CAND-DONE-FLAG (I, 1).
         MOVE "N" TO CAND-DONE-FLAG (I, 2).

       *> The live setting is played first as the baseline, folded
       *> onto the table's slots: a threshold of 0 plays as 1 and
       *> one past the deck as never contesting, and anything but
       *> "H" bids nearest-card, as player-turn reads it.
       PLAY-LIVE-SETTING.
         MOVE LIVE-THRESHOLD TO LIVE-SLOT.
         IF LIVE-SLOT = 0
           MOVE 1 TO LIVE-SLOT
         END-IF.
         IF LIVE-SLOT > BASE-CARD-VALUE + 1
           COMPUTE LIVE-SLOT = BASE-CARD-VALUE + 1
         END-IF.
         IF LIVE-AGGR = "H"
           MOVE 1 TO LIVE-AX
         ELSE
           MOVE 2 TO LIVE-AX
         END-IF.
         MOVE LIVE-SLOT TO TRY-SLOT.
         MOVE LIVE-AX TO TRY-AX.
         PERFORM PLAY-CANDIDATE.
         PERFORM FIGURE-LIVE-RATES.

       FIGURE-LIVE-RATES.
         COMPUTE LIVE-WIN-RATE ROUNDED =
           CAND-WINS (LIVE-SLOT, LIVE-AX) * 100 / REQ-GAMES.
         COMPUTE LIVE-MEAN-POINTS ROUNDED =
           CAND-PTS-SUM (LIVE-SLOT, LIVE-AX) / REQ-GAMES.
         MOVE LIVE-WIN-RATE TO RATE-SHOW.
         MOVE LIVE-MEAN-POINTS TO MEAN-SHOW.
         DISPLAY "TRACER   live setting threshold " LIVE-THRESHOLD
           " " LIVE-AGGR " wins " CAND-WINS (LIVE-SLOT, LIVE-AX)
           " (" RATE-SHOW "%) mean " MEAN-SHOW.

       RUN-GRID-SEARCH.
         PERFORM TRY-ONE-GRID-ROW
           VARYING TRY-SLOT FROM RANGE-LOW BY 1
           UNTIL TRY-SLOT > RANGE-HIGH.

       TRY-ONE-GRID-ROW.
         PERFORM TRY-ONE-GRID-CELL
           VARYING TRY-AX FROM 1 BY 1 UNTIL TRY-AX > 2.

       TRY-ONE-GRID-CELL.
         IF AGGR-ALLOWED (TRY-AX) = "Y"
           PERFORM PLAY-CANDIDATE
         END-IF.

       *> Starts at the live setting pulled into the range (and onto
       *> an allowed aggressiveness), then steps to whichever
       *> neighbour - one threshold either way, or the other
       *> aggressiveness - beats the current set, until none does.
       *> Every step is a strict improvement, so the climb ends.
       RUN-HILL-CLIMB.
         MOVE LIVE-SLOT TO CLIMB-SLOT.
         IF CLIMB-SLOT < RANGE-LOW
           MOVE RANGE-LOW TO CLIMB-SLOT
         END-IF.
         IF CLIMB-SLOT > RANGE-HIGH
           MOVE RANGE-HIGH TO CLIMB-SLOT
         END-IF.
         MOVE LIVE-AX TO CLIMB-AX.
         IF AGGR-ALLOWED (CLIMB-AX) NOT = "Y"
           COMPUTE CLIMB-AX = 3 - CLIMB-AX
         END-IF.
         MOVE CLIMB-SLOT TO TRY-SLOT.
         MOVE CLIMB-AX TO TRY-AX.
         PERFORM PLAY-CANDIDATE.
         MOVE "N" TO CLIMB-DONE-SWITCH.
         PERFORM TAKE-ONE-CLIMB-STEP UNTIL CLIMB-FINISHED.
         DISPLAY "TRACER   hill-climb settled after " CLIMB-STEPS
           " step(s)".

       TAKE-ONE-CLIMB-STEP.
         MOVE CLIMB-SLOT TO NEXT-SLOT.
         MOVE CLIMB-AX TO NEXT-AX.
         IF CLIMB-SLOT > RANGE-LOW
           COMPUTE TRY-SLOT = CLIMB-SLOT - 1
           MOVE CLIMB-AX TO TRY-AX
           PERFORM TRY-ONE-NEIGHBOUR
         END-IF.
         IF CLIMB-SLOT < RANGE-HIGH
           COMPUTE TRY-SLOT = CLIMB-SLOT + 1
           MOVE CLIMB-AX TO TRY-AX
           PERFORM TRY-ONE-NEIGHBOUR
         END-IF.
         COMPUTE OTHER-AX = 3 - CLIMB-AX.
         IF AGGR-ALLOWED (OTHER-AX) = "Y"
           MOVE CLIMB-SLOT TO TRY-SLOT
           MOVE OTHER-AX TO TRY-AX
           PERFORM TRY-ONE-NEIGHBOUR
         END-IF.
         IF NEXT-SLOT = CLIMB-SLOT AND NEXT-AX = CLIMB-AX
           MOVE "Y" TO CLIMB-DONE-SWITCH
         ELSE
           ADD 1 TO CLIMB-STEPS
           MOVE NEXT-SLOT TO CLIMB-SLOT
           MOVE NEXT-AX TO CLIMB-AX
         END-IF.

       *> A neighbour is played once, then measured against the best
       *> move found so far this step: more wins, or as many wins
       *> and more points.
       TRY-ONE-NEIGHBOUR.
         IF NOT CAND-DONE (TRY-SLOT, TRY-AX)
           PERFORM PLAY-CANDIDATE
         END-IF.
         IF CAND-WINS (TRY-SLOT, TRY-AX) >
              CAND-WINS (NEXT-SLOT, NEXT-AX) OR
            (CAND-WINS (TRY-SLOT, TRY-AX) =
              CAND-WINS (NEXT-SLOT, NEXT-AX) AND
             CAND-PTS-SUM (TRY-SLOT, TRY-AX) >
              CAND-PTS-SUM (NEXT-SLOT, NEXT-AX))
           MOVE TRY-SLOT TO NEXT-SLOT
           MOVE TRY-AX TO NEXT-AX
         END-IF.

       *> One candidate across the whole seeded run. Registered
       *> modules are CANCELled first so each candidate meets the
       *> field fresh, as a new job step would; the same seeds then
       *> deal every candidate the same games.
       PLAY-CANDIDATE.
         IF NOT CAND-DONE (TRY-SLOT, TRY-AX)
           MOVE TRY-SLOT TO SEAT-THRESH-TAB (TUNED-SEAT)
           MOVE AGGR-LETTER (TRY-AX) TO SEAT-AGGR-TAB (TUNED-SEAT)
           PERFORM CANCEL-ONE-REG-MODULE
             VARYING I FROM 1 BY 1 UNTIL I > 9
           MOVE 0 TO SET-WINS
           MOVE 0 TO SET-HEATS
           MOVE 0 TO SET-PTS-SUM
           PERFORM PLAY-ONE-SIM-GAME
             VARYING G FROM 1 BY 1 UNTIL G > REQ-GAMES
           MOVE "Y" TO CAND-DONE-FLAG (TRY-SLOT, TRY-AX)
           MOVE SET-WINS TO CAND-WINS (TRY-SLOT, TRY-AX)
           MOVE SET-HEATS TO CAND-HEATS (TRY-SLOT, TRY-AX)
           MOVE SET-PTS-SUM TO CAND-PTS-SUM (TRY-SLOT, TRY-AX)
           ADD 1 TO CANDIDATES-PLAYED
         END-IF.

       CANCEL-ONE-REG-MODULE.
         IF REG-PROGRAM-TAB (I) NOT = SPACES
           MOVE REG-PROGRAM-TAB (I) TO REG-CALL-NAME
           CANCEL REG-CALL-NAME
         END-IF.

       PLAY-ONE-SIM-GAME.
         COMPUTE SHUFFLE-SEED = BASE-SEED + G.
         PERFORM INIT-SIM-DECK
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         CALL 'knuth-shuffle' USING NUM-CARDS-DECK, DECK-REC,
           SHUFFLE-SEED.
         PERFORM DEAL-SIM-GAME.
         PERFORM SIM-ONE-ROUND
           VARYING R FROM 1 BY 1 UNTIL R > NUM-CARDS-HAND.
         PERFORM SETTLE-SIM-GAME.

       INIT-SIM-DECK.
         COMPUTE DECK-CARDS (I) =
           FUNCTION MOD (I - 1, BASE-CARD-VALUE) + 1.

       DEAL-SIM-GAME.
         MOVE 0 TO DECK-SLOT.
         PERFORM DEAL-ONE-KITTY-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND.
         PERFORM DEAL-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         PERFORM ZERO-ONE-SEAT-GAME
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         PERFORM OPEN-SIM-TABLE-VIEW.

       DEAL-ONE-KITTY-CARD.
         ADD 1 TO DECK-SLOT.
         IF DECK-SLOT <= NUM-CARDS-DECK
           MOVE DECK-CARDS (DECK-SLOT) TO SIM-KITTY (Y)
         ELSE
           MOVE 0 TO SIM-KITTY (Y)
         END-IF.

       DEAL-ONE-SEAT.
         PERFORM DEAL-ONE-HAND-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX.

       DEAL-ONE-HAND-CARD.
         IF Y <= NUM-CARDS-HAND
           ADD 1 TO DECK-SLOT
           IF DECK-SLOT <= NUM-CARDS-DECK
             MOVE DECK-CARDS (DECK-SLOT) TO SIM-HAND (K, Y)
           ELSE
             MOVE 0 TO SIM-HAND (K, Y)
           END-IF
         ELSE
           MOVE 0 TO SIM-HAND (K, Y)
         END-IF.

       ZERO-ONE-SEAT-GAME.
         MOVE 0 TO SIM-POINTS (K).
         MOVE 0 TO SIM-BID (K).

       OPEN-SIM-TABLE-VIEW.
         MOVE G TO TV-GAME-ID.
         MOVE REQ-SEATS TO TV-NUM-SEATS.
         MOVE BASE-CARD-VALUE TO TV-BASE-CARD.
         MOVE NUM-DECKS TO TV-NUM-DECKS.
         MOVE 0 TO TV-ROUNDS-DONE.
         PERFORM ZERO-ONE-SEEN-VALUE
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK-MAX.
         PERFORM COUNT-ONE-SEAT-LEFT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       ZERO-ONE-SEEN-VALUE.
         MOVE 0 TO TV-SEEN-COUNT (I).

       COUNT-ONE-SEAT-LEFT.
         MOVE 0 TO TV-CARDS-LEFT (K).
         IF K <= REQ-SEATS
           PERFORM COUNT-ONE-VIEW-SLOT
             VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND
         END-IF.

       COUNT-ONE-VIEW-SLOT.
         IF SIM-HAND (K, Y) > 0
           ADD 1 TO TV-CARDS-LEFT (K)
         END-IF.

       SIM-ONE-ROUND.
         MOVE SIM-KITTY (R) TO SIM-PRIZE.
         PERFORM SIM-ONE-BID
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         MOVE 0 TO SIM-HIGH-BID.
         MOVE 0 TO SIM-WINNER.
         PERFORM FIND-SIM-ROUND-WINNER
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         IF SIM-WINNER > 0
           ADD SIM-PRIZE TO SIM-POINTS (SIM-WINNER)
         END-IF.
         PERFORM NOTE-SIM-ROUND-SEEN.

       SIM-ONE-BID.
         MOVE 0 TO SIM-BID (K).
         MOVE SPACES TO REG-CALL-NAME.
         IF K NOT = TUNED-SEAT
           MOVE REG-PROGRAM-TAB (SIM-STRATEGY (K)) TO REG-CALL-NAME
         END-IF.
         IF REG-CALL-NAME NOT = SPACES
           PERFORM SIM-CALL-REGISTERED
         ELSE
           EVALUATE SIM-STRATEGY (K)
             WHEN STRATEGY-MAX
               PERFORM SIM-PICK-MAX-CARD
             WHEN STRATEGY-NEAREST
               PERFORM SIM-PICK-NEAREST-CARD
             WHEN STRATEGY-TUNED
               PERFORM SIM-PICK-TUNED-CARD
             WHEN STRATEGY-THRESHOLD
               PERFORM SIM-PICK-THRESHOLD-CARD
             WHEN OTHER
               PERFORM SIM-PICK-NEXT-CARD
                 VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND
           END-EVALUATE
         END-IF.

       SIM-CALL-REGISTERED.
         MOVE SPACES TO SCP-NAME.
         MOVE 0 TO SCP-BID.
         MOVE SIM-POINTS (K) TO SCP-POINTS.
         MOVE SIM-STRATEGY (K) TO SCP-STRATEGY.
         MOVE "N" TO SCP-EXHAUSTED-SWITCH.
         PERFORM COPY-ONE-CALL-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX.
         MOVE G TO SIM-CALL-GAME-ID.
         MOVE "N" TO SIM-CALL-SUSPEND.
         CALL REG-CALL-NAME USING NUM-CARDS-HAND, SIM-PRIZE,
             SIM-CALL-PLAYER, SIM-CALL-GAME-ID, R, K,
             SIM-CALL-SUSPEND
           ON EXCEPTION
             DISPLAY "TRACER SEVERE ERROR: strategy module "
               REG-CALL-NAME " (code " SIM-STRATEGY (K)
               ") failed to load; its seats play nearest-card"
             MOVE SPACES TO REG-PROGRAM-TAB (SIM-STRATEGY (K))
             MOVE SIM-STRATEGY (K) TO J
             PERFORM REMAP-FAILED-SEAT
               VARYING X FROM 1 BY 1 UNTIL X > REQ-SEATS
             PERFORM SIM-PICK-NEAREST-CARD
           NOT ON EXCEPTION
             PERFORM TAKE-BACK-ONE-CALL-CARD
               VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX
             MOVE SCP-BID TO SIM-BID (K)
         END-CALL.

       COPY-ONE-CALL-CARD.
         MOVE SIM-HAND (K, Y) TO SCP-HAND (Y).

       TAKE-BACK-ONE-CALL-CARD.
         MOVE SCP-HAND (Y) TO SIM-HAND (K, Y).

       REMAP-FAILED-SEAT.
         IF SIM-STRATEGY (X) = J AND X NOT = TUNED-SEAT
           MOVE STRATEGY-NEAREST TO SIM-STRATEGY (X)
         END-IF.

       NOTE-SIM-ROUND-SEEN.
         IF SIM-PRIZE > 0
           ADD 1 TO TV-SEEN-COUNT (SIM-PRIZE)
         END-IF.
         PERFORM NOTE-ONE-SIM-BID-SEEN
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         MOVE R TO TV-ROUNDS-DONE.

       NOTE-ONE-SIM-BID-SEEN.
         IF SIM-BID (K) > 0
           ADD 1 TO TV-SEEN-COUNT (SIM-BID (K))
           SUBTRACT 1 FROM TV-CARDS-LEFT (K)
         END-IF.

       SIM-PICK-NEXT-CARD.
         IF SIM-BID (K) = 0 AND SIM-HAND (K, Y) > 0
           MOVE SIM-HAND (K, Y) TO SIM-BID (K)
           MOVE 0 TO SIM-HAND (K, Y)
         END-IF.

       SIM-PICK-MAX-CARD.
         MOVE 0 TO BEST-IDX.
         PERFORM FIND-SIM-MAX-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND.
         PERFORM TAKE-SIM-BEST-CARD.

       FIND-SIM-MAX-CARD.
         IF SIM-HAND (K, Y) > 0
           IF BEST-IDX = 0
             MOVE Y TO BEST-IDX
           ELSE
             IF SIM-HAND (K, Y) > SIM-HAND (K, BEST-IDX)
               MOVE Y TO BEST-IDX
             END-IF
           END-IF
         END-IF.

       SIM-PICK-NEAREST-CARD.
         MOVE 0 TO BEST-IDX.
         MOVE 99 TO BEST-DIFF.
         PERFORM FIND-SIM-NEAREST-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND.
         PERFORM TAKE-SIM-BEST-CARD.

       FIND-SIM-NEAREST-CARD.
         IF SIM-HAND (K, Y) > 0
           IF SIM-HAND (K, Y) > SIM-PRIZE
             COMPUTE CUR-DIFF = SIM-HAND (K, Y) - SIM-PRIZE
           ELSE
             COMPUTE CUR-DIFF = SIM-PRIZE - SIM-HAND (K, Y)
           END-IF
           IF CUR-DIFF < BEST-DIFF
             MOVE CUR-DIFF TO BEST-DIFF
             MOVE Y TO BEST-IDX
           END-IF
         END-IF.

       TAKE-SIM-BEST-CARD.
         IF BEST-IDX > 0
           MOVE SIM-HAND (K, BEST-IDX) TO SIM-BID (K)
           MOVE 0 TO SIM-HAND (K, BEST-IDX)
         END-IF.

       SIM-PICK-TUNED-CARD.
         MOVE 0 TO LIKELY-BID.
         MOVE 0 TO LIKELY-COUNT.
         IF TUNE-PRESENT AND SIM-PRIZE > 0 AND
            SIM-PRIZE <= CARD-VALUE-MAX
           PERFORM SCAN-ONE-TUNE-CELL
             VARYING J FROM 1 BY 1 UNTIL J > CARD-VALUE-MAX
         END-IF.
         IF LIKELY-BID = 0
           PERFORM SIM-PICK-NEAREST-CARD
         ELSE
           MOVE 0 TO BEST-IDX
           PERFORM FIND-SIM-CARD-TO-BEAT
             VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND
           IF BEST-IDX = 0
             PERFORM FIND-SIM-LOWEST-CARD
               VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND
           END-IF
           PERFORM TAKE-SIM-BEST-CARD
         END-IF.

       SCAN-ONE-TUNE-CELL.
         IF TUNE-CACHE-COUNT (SIM-PRIZE, J) > LIKELY-COUNT
           MOVE TUNE-CACHE-COUNT (SIM-PRIZE, J) TO LIKELY-COUNT
           MOVE J TO LIKELY-BID
         END-IF.

       FIND-SIM-CARD-TO-BEAT.
         IF SIM-HAND (K, Y) > LIKELY-BID
           IF BEST-IDX = 0
             MOVE Y TO BEST-IDX
           ELSE
             IF SIM-HAND (K, Y) < SIM-HAND (K, BEST-IDX)
               MOVE Y TO BEST-IDX
             END-IF
           END-IF
         END-IF.

       FIND-SIM-LOWEST-CARD.
         IF SIM-HAND (K, Y) > 0
           IF BEST-IDX = 0
             MOVE Y TO BEST-IDX
           ELSE
             IF SIM-HAND (K, Y) < SIM-HAND (K, BEST-IDX)
               MOVE Y TO BEST-IDX
             END-IF
           END-IF
         END-IF.

       SIM-PICK-THRESHOLD-CARD.
         IF SIM-PRIZE >= SEAT-THRESH-TAB (K)
           IF SEAT-AGGR-TAB (K) = "H"
             PERFORM SIM-PICK-MAX-CARD
           ELSE
             PERFORM SIM-PICK-NEAREST-CARD
           END-IF
         ELSE
           MOVE 0 TO BEST-IDX
           PERFORM FIND-SIM-LOWEST-CARD
             VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND
           PERFORM TAKE-SIM-BEST-CARD
         END-IF.

       FIND-SIM-ROUND-WINNER.
         IF SIM-BID (K) > SIM-HIGH-BID
           MOVE SIM-BID (K) TO SIM-HIGH-BID
           MOVE K TO SIM-WINNER
         END-IF.

       *> WARO-SIMLAB's settlement, kept for the seat under tune
       *> only: a dead heat is no win, even for a seat sharing the
       *> top score.
       SETTLE-SIM-GAME.
         MOVE 0 TO SIM-HIGH-POINTS.
         MOVE 0 TO SIM-WINNER.
         PERFORM FIND-SIM-GAME-WINNER
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         MOVE 0 TO SIM-TIE-COUNT.
         PERFORM COUNT-SIM-GAME-TIES
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         IF SIM-TIE-COUNT > 1
           IF SIM-POINTS (TUNED-SEAT) = SIM-HIGH-POINTS
             ADD 1 TO SET-HEATS
           END-IF
         ELSE IF SIM-WINNER = TUNED-SEAT
           ADD 1 TO SET-WINS
         END-IF
         END-IF.
         ADD SIM-POINTS (TUNED-SEAT) TO SET-PTS-SUM.

       FIND-SIM-GAME-WINNER.
         IF SIM-POINTS (K) > SIM-HIGH-POINTS
           MOVE SIM-POINTS (K) TO SIM-HIGH-POINTS
           MOVE K TO SIM-WINNER
         END-IF.

       COUNT-SIM-GAME-TIES.
         IF SIM-POINTS (K) = SIM-HIGH-POINTS AND
            SIM-HIGH-POINTS > 0
           ADD 1 TO SIM-TIE-COUNT
         END-IF.

       WRITE-RPT-LINE.
         MOVE RPT-LINE TO TUNE-RPT-RECORD.
         WRITE TUNE-RPT-RECORD AFTER ADVANCING 1 LINE.
         MOVE SPACES TO RPT-LINE.

       *> What was tried and on what terms - enough to run the same
       *> experiment again and get the same answer.
       WRITE-EXPERIMENT-SECTION.
         MOVE FUNCTION CURRENT-DATE (1:8) TO TUNE-DATE.
         MOVE SPACES TO RPT-LINE.
         STRING "WARO THRESHOLD TUNING - EVIDENCE REPORT - "
           TUNE-DATE DELIMITED BY SIZE INTO RPT-LINE.
         MOVE RPT-LINE TO TUNE-RPT-RECORD.
         WRITE TUNE-RPT-RECORD AFTER ADVANCING PAGE.
         MOVE SPACES TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         STRING "SEAT TUNED " TUNED-SEAT " OF " REQ-SEATS
           "   GAMES PER SET " REQ-GAMES
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         COMPUTE SHUFFLE-SEED = BASE-SEED + 1.
         STRING "SEEDS " SHUFFLE-SEED " THROUGH " LAST-SEED (2:8)
           ", THE SAME GAMES FOR EVERY SET"
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         STRING "DECK " NUM-CARDS-DECK " CARDS IN " NUM-DECKS
           " DECK(S), HAND " NUM-CARDS-HAND
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF SEARCH-CLIMB
           STRING "SEARCH HILL-CLIMB FROM THE LIVE SETTING, "
             CLIMB-STEPS " STEP(S)"
             DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           STRING "SEARCH FULL GRID" DELIMITED BY SIZE INTO RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.
         MOVE SPACES TO AGGR-SHOW.
         IF AGGR-ALLOWED (1) = "Y"
           MOVE "H" TO AGGR-SHOW (1:1)
         END-IF.
         IF AGGR-ALLOWED (2) = "Y"
           MOVE "N" TO AGGR-SHOW (2:1)
         END-IF.
         STRING "RANGE THRESHOLD " RANGE-LOW " TO " RANGE-HIGH
           ", AGGRESSIVENESS " AGGR-SHOW
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-ONE-FIELD-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         PERFORM WRITE-RPT-LINE.
         STRING "LIVE SETTING  THRESHOLD " LIVE-THRESHOLD
           " " LIVE-AGGR DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         MOVE CAND-WINS (LIVE-SLOT, LIVE-AX) TO COUNT-SHOW.
         MOVE LIVE-WIN-RATE TO RATE-SHOW.
         MOVE LIVE-MEAN-POINTS TO MEAN-SHOW.
         STRING "  WINS " COUNT-SHOW "   WIN RATE " RATE-SHOW
           "%   MEAN POINTS " MEAN-SHOW
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         MOVE CANDIDATES-PLAYED TO COUNT-SHOW.
         STRING "CANDIDATES BEST FIRST (" COUNT-SHOW
           " SET(S) PLAYED, LIVE INCLUDED)"
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         STRING "RANK  THRESHOLD  AGGR     WINS   WIN %  "
           "DEAD HEATS  MEAN POINTS"
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.

       *> The seat under tune and any other threshold seat show the
       *> setting they played at; the field's threshold seats keep
       *> theirs from the live deck throughout.
       WRITE-ONE-FIELD-SEAT.
         IF K = TUNED-SEAT
           STRING "  SEAT " K " STRATEGY " SIM-STRATEGY (K)
             "  (UNDER TUNE)" DELIMITED BY SIZE INTO RPT-LINE
         ELSE IF REG-PROGRAM-TAB (SIM-STRATEGY (K)) NOT = SPACES
           STRING "  SEAT " K " STRATEGY " SIM-STRATEGY (K)
             "  MODULE " REG-PROGRAM-TAB (SIM-STRATEGY (K))
             DELIMITED BY SIZE INTO RPT-LINE
         ELSE IF SIM-STRATEGY (K) = STRATEGY-THRESHOLD
           STRING "  SEAT " K " STRATEGY " SIM-STRATEGY (K)
             "  THRESHOLD " SEAT-THRESH-TAB (K) " "
             SEAT-AGGR-TAB (K) DELIMITED BY SIZE INTO RPT-LINE
         ELSE
           STRING "  SEAT " K " STRATEGY " SIM-STRATEGY (K)
             DELIMITED BY SIZE INTO RPT-LINE
         END-IF
         END-IF
         END-IF.
         PERFORM WRITE-RPT-LINE.

       *> Only candidates inside the card's range are ranked; the
       *> live setting is the baseline above whether or not it
       *> falls inside.
       RELEASE-CANDIDATES.
         PERFORM RELEASE-ONE-CAND-ROW
           VARYING TRY-SLOT FROM RANGE-LOW BY 1
           UNTIL TRY-SLOT > RANGE-HIGH.

       RELEASE-ONE-CAND-ROW.
         PERFORM RELEASE-ONE-CAND-CELL
           VARYING TRY-AX FROM 1 BY 1 UNTIL TRY-AX > 2.

       RELEASE-ONE-CAND-CELL.
         IF CAND-DONE (TRY-SLOT, TRY-AX) AND
            AGGR-ALLOWED (TRY-AX) = "Y"
           MOVE CAND-WINS (TRY-SLOT, TRY-AX) TO CS-WINS
           MOVE CAND-PTS-SUM (TRY-SLOT, TRY-AX) TO CS-PTS-SUM
           MOVE TRY-SLOT TO CS-THRESHOLD
           MOVE AGGR-LETTER (TRY-AX) TO CS-AGGR
           MOVE CAND-HEATS (TRY-SLOT, TRY-AX) TO CS-HEATS
           RELEASE CAND-SORT-RECORD
         END-IF.

       WRITE-RANKED-CANDIDATES.
         MOVE 0 TO RANK-POS.
         MOVE "N" TO CAND-SORT-EOF-SWITCH.
         PERFORM RETURN-NEXT-CANDIDATE.
         PERFORM WRITE-ONE-CANDIDATE UNTIL CAND-SORT-AT-EOF.

       RETURN-NEXT-CANDIDATE.
         RETURN CAND-SORT-FILE
           AT END MOVE "Y" TO CAND-SORT-EOF-SWITCH
         END-RETURN.

       *> The first one back is the proposal.
       WRITE-ONE-CANDIDATE.
         ADD 1 TO RANK-POS.
         IF RANK-POS = 1
           MOVE CS-THRESHOLD TO BEST-THRESHOLD
           MOVE CS-AGGR TO BEST-AGGR
           MOVE CS-WINS TO BEST-WINS
           MOVE CS-PTS-SUM TO BEST-PTS-SUM
         END-IF.
         COMPUTE WIN-RATE ROUNDED = CS-WINS * 100 / REQ-GAMES.
         COMPUTE MEAN-POINTS ROUNDED = CS-PTS-SUM / REQ-GAMES.
         MOVE RANK-POS TO RANK-SHOW.
         MOVE CS-WINS TO WINS-SHOW.
         MOVE WIN-RATE TO RATE-SHOW.
         MOVE CS-HEATS TO HEATS-SHOW.
         MOVE MEAN-POINTS TO MEAN-SHOW.
         STRING RANK-SHOW "      " CS-THRESHOLD "       "
           CS-AGGR "     " WINS-SHOW "  " RATE-SHOW "      "
           HEATS-SHOW "     " MEAN-SHOW
           DELIMITED BY SIZE INTO RPT-LINE.
         IF CS-THRESHOLD = LIVE-SLOT AND
            CS-AGGR = AGGR-LETTER (LIVE-AX)
           MOVE "LIVE" TO RPT-LINE (66:4)
         END-IF.
         PERFORM WRITE-RPT-LINE.
         PERFORM RETURN-NEXT-CANDIDATE.

       *> The top-ranked set is proposed only if it beats the live
       *> setting outright; a tie is no reason to change, so the
       *> proposal then stands at the live setting and the deck
       *> plays exactly as it came in.
       CHOOSE-PROPOSAL.
         IF BEST-WINS < CAND-WINS (LIVE-SLOT, LIVE-AX) OR
            (BEST-WINS = CAND-WINS (LIVE-SLOT, LIVE-AX) AND
             BEST-PTS-SUM NOT > CAND-PTS-SUM (LIVE-SLOT, LIVE-AX))
           MOVE "Y" TO LIVE-KEPT-SWITCH
           MOVE LIVE-THRESHOLD TO BEST-THRESHOLD
           MOVE LIVE-AGGR TO BEST-AGGR
           MOVE CAND-WINS (LIVE-SLOT, LIVE-AX) TO BEST-WINS
           MOVE CAND-PTS-SUM (LIVE-SLOT, LIVE-AX) TO BEST-PTS-SUM
           DISPLAY "TRACER : no candidate in range beats the live "
             "setting; it is proposed unchanged"
         ELSE
           DISPLAY "TRACER : proposed seat " TUNED-SEAT
             " threshold " BEST-THRESHOLD " " BEST-AGGR
             " (live " LIVE-THRESHOLD " " LIVE-AGGR ")"
         END-IF.

       *> The live deck copied card for card with the tuned seat's
       *> card replaced - or added when the live deck left that
       *> seat on the compiled-in default.
       WRITE-PROPOSED-DECK.
         OPEN OUTPUT THRESH-PROP-FILE.
         IF THRESH-PROP-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: THRPROP could not be "
             "opened (status " THRESH-PROP-STATUS "); no deck "
             "proposed"
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE "N" TO PROP-REPLACED-SWITCH
           MOVE "N" TO THRESH-EOF-SWITCH
           OPEN INPUT THRESH-CTL-FILE
           IF THRESH-CTL-STATUS = "00"
             PERFORM READ-NEXT-THRESH-RECORD
             PERFORM COPY-ONE-THRESH-RECORD UNTIL THRESH-AT-EOF
             CLOSE THRESH-CTL-FILE
           END-IF
           IF NOT PROP-SEAT-REPLACED
             PERFORM WRITE-PROPOSED-SEAT
           END-IF
           CLOSE THRESH-PROP-FILE
         END-IF.

       *> Every card for the seat is replaced, since player-turn
       *> lets the last one stand; the proposal carries exactly one.
       COPY-ONE-THRESH-RECORD.
         IF THRESH-CTL-SEAT = TUNED-SEAT
           IF NOT PROP-SEAT-REPLACED
             PERFORM WRITE-PROPOSED-SEAT
           END-IF
         ELSE
           MOVE THRESH-CTL-RECORD TO THRESH-PROP-RECORD
           WRITE THRESH-PROP-RECORD
           ADD 1 TO PROP-LINES
         END-IF.
         PERFORM READ-NEXT-THRESH-RECORD.

       WRITE-PROPOSED-SEAT.
         MOVE SPACES TO THRESH-PROP-RECORD.
         MOVE TUNED-SEAT TO THRESH-PROP-SEAT.
         MOVE BEST-THRESHOLD TO THRESH-PROP-THRESHOLD.
         MOVE BEST-AGGR TO THRESH-PROP-AGGR.
         WRITE THRESH-PROP-RECORD.
         ADD 1 TO PROP-LINES.
         MOVE "Y" TO PROP-REPLACED-SWITCH.

       *> The proposal set against the live setting on the same
       *> games, so the steward sees what adopting it buys.
       WRITE-PROPOSAL-SECTION.
         PERFORM WRITE-RPT-LINE.
         STRING "PROPOSED  SEAT " TUNED-SEAT " THRESHOLD "
           BEST-THRESHOLD " " BEST-AGGR
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         COMPUTE GAIN-WORK ROUNDED =
           (BEST-WINS - CAND-WINS (LIVE-SLOT, LIVE-AX)) * 100
             / REQ-GAMES.
         MOVE GAIN-WORK TO GAIN-SHOW.
         STRING "  WIN RATE " GAIN-SHOW "% AGAINST THE LIVE "
           "SETTING" DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         COMPUTE GAIN-WORK ROUNDED =
           (BEST-PTS-SUM - CAND-PTS-SUM (LIVE-SLOT, LIVE-AX))
             / REQ-GAMES.
         MOVE GAIN-WORK TO GAIN-SHOW.
         STRING "  MEAN POINTS " GAIN-SHOW " AGAINST THE LIVE "
           "SETTING" DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         IF LIVE-KEPT
           STRING "  NO CANDIDATE IN RANGE BEATS THE LIVE SETTING"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
         END-IF.
         MOVE PROP-LINES TO COUNT-SHOW.
         STRING "PROPOSED DECK ON THRPROP, " COUNT-SHOW
           " CARD(S); LIVE THRESHCTL UNTOUCHED"
           DELIMITED BY SIZE INTO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
