      *> game counts. Nothing touches GAMEHIST, BIDAUDIT, or
      *> DEALFILE, which is the whole point: a 50,000-game strategy
      *> comparison in one window instead of a week of engine runs
      *> writing rows nobody wants. Like WARO-WHATIF, the built-in
      *> strategies' bidding is simulated in here rather than CALLed;
      *> a code STRATREG registers is CALLed just as player-turn
      *> CALLs it, with the TABLE-VIEW area kept current for it. Base
      *> scoring only applies: the bonus, penalty, and split-pot
      *> house rules stay out, and a tied top bid goes to the lowest
      *> seat.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT THRESH-CTL-FILE ASSIGN TO "THRESHCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THRESH-CTL-STATUS.

           *> player-turn's strategy registry: a seat whose code is
           *> registered bids through that module here too, so a new
           *> strategy can be measured against the built-in ones
           *> before a single league game is played with it.
           SELECT STRAT-REG-FILE ASSIGN TO "STRATREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STRAT-REG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD SIM-CTL-FILE.
           02 FILLER PIC X.
           02 THRESH-CTL-AGGR PIC X(1).

         FD STRAT-REG-FILE.
         01 STRAT-REG-RECORD.
           02 SR-CODE PIC 9(1).
           02 FILLER PIC X.
           02 SR-PROGRAM PIC X(30).
           *> Certification stamp, kept by WARO-CERTIFY: the module's
           *> own version, and "C" with the version and date it last
           *> passed the battery. A stamp for any other version than
           *> the one registered is no stamp at all.
           02 FILLER PIC X.
           02 SR-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-FLAG PIC X(1).
           02 FILLER PIC X.
           02 SR-CERT-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-DATE PIC X(8).

         WORKING-STORAGE SECTION.
         01 SIM-CTL-STATUS PIC X(2).
         01 DECK-CTL-STATUS PIC X(2).
           88 TUNE-AT-EOF VALUE "Y".
         01 THRESH-EOF-SWITCH PIC X(1) VALUE "N".
           88 THRESH-AT-EOF VALUE "Y".
         01 STRAT-REG-STATUS PIC X(2).
         01 STRAT-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 STRAT-REG-AT-EOF VALUE "Y".

         78 STRATEGY-NEXT VALUE 1.
         78 STRATEGY-MAX VALUE 2.
         01 SIM-BID PIC 9(2) OCCURS 8 TIMES.
         01 SIM-POINTS PIC 9(4) OCCURS 8 TIMES.

         *> The registry as player-turn loads it, one program name
         *> per code 1-9, and the seat a registered module bids for,
         *> laid out as player-turn's PLAYER-REC. A module that will
         *> not load is struck off for the rest of the run after one
         *> tracer, and its seats bid nearest-card.
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

         *> Same layout as the TABLE-VIEW in waro.cbl, kept here the
         *> way PUBLISH-TABLE-VIEW keeps it there: as of the start of
         *> each round.
         01 TABLE-VIEW EXTERNAL.
           02 TV-GAME-ID PIC 9(6).
           02 TV-NUM-SEATS PIC 9(2).
           02 TV-BASE-CARD PIC 9(2).
           02 TV-NUM-DECKS PIC 9(1).
           02 TV-ROUNDS-DONE PIC 9(2).
           02 TV-SEEN-COUNT PIC 9(1) OCCURS NUM-CARDS-DECK-MAX TIMES.
           02 TV-CARDS-LEFT PIC 9(2) OCCURS 8 TIMES.

         *> BIDTUNE cached whole, and the per-seat threshold
         *> parameters, exactly as player-turn caches them.
         01 TUNE-PRESENT-SWITCH PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO SIMULATION LAB".
         PERFORM LOAD-STRAT-REGISTRY.
         PERFORM READ-SIM-CTL.
         IF REQ-GAMES = 0 OR REQ-SEATS < 2
           DISPLAY "TRACER SEVERE ERROR: SIMCTL must name a game "

       *> The human strategy has no terminal here; a lineup naming
       *> it plays nearest-card in that seat instead, with a tracer.
       *> A registered code stands whatever it is, as it does in
       *> player-turn.
       LOAD-ONE-SIM-STRATEGY.
         MOVE SIM-CTL-STRATEGY (K) TO SIM-STRATEGY (K).
         MOVE SPACES TO REG-CALL-NAME.
         IF SIM-STRATEGY (K) > 0
           MOVE REG-PROGRAM-TAB (SIM-STRATEGY (K)) TO REG-CALL-NAME
         END-IF.
         IF REG-CALL-NAME NOT = SPACES
           IF K <= REQ-SEATS
             DISPLAY "TRACER   seat " K " bids through "
               REG-CALL-NAME
           END-IF
         ELSE IF SIM-STRATEGY (K) = STRATEGY-HUMAN
           DISPLAY "TRACER   seat " K " asked for the human "
             "strategy; the lab plays nearest-card there"
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
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         PERFORM ZERO-ONE-SEAT-GAME
           VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS.
         PERFORM OPEN-SIM-TABLE-VIEW.

       DEAL-ONE-KITTY-CARD.
         ADD 1 TO DECK-SLOT.
         MOVE 0 TO SIM-POINTS (K).
         MOVE 0 TO SIM-BID (K).

       *> Nothing seen yet, every seat holding what it was dealt;
       *> the lab's game number stands in for a game-id.
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

       *> One simulated round, the pickers mirroring player-turn's
       *> exactly.
       SIM-ONE-ROUND.
         IF SIM-WINNER > 0
           ADD SIM-PRIZE TO SIM-POINTS (SIM-WINNER)
         END-IF.
         PERFORM NOTE-SIM-ROUND-SEEN.

       SIM-ONE-BID.
         MOVE 0 TO SIM-BID (K).
         MOVE REG-PROGRAM-TAB (SIM-STRATEGY (K)) TO REG-CALL-NAME.
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

       *> The seat handed over exactly as WARO hands it to
       *> player-turn, and the bid and hand taken back the same way.
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
         IF SIM-STRATEGY (X) = J
           MOVE STRATEGY-NEAREST TO SIM-STRATEGY (X)
         END-IF.

       *> The round's prize and every bid join what the table has
       *> seen, once all the seats have bid.
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
