      *> reporting final scores and the winner per combination - the
      *> after-game "would Chopin have won with STRATEGY-MAX?"
      *> argument, settled in one batch run instead of hand-editing
      *> STRATCTL/REPLAYCTL once per theory. The built-in bidding is
      *> simulated in here (mirroring player-turn's pickers) rather
      *> than CALLed, so thousands of hypothetical games leave no
      *> BIDAUDIT or GAMEHIST rows behind; a code STRATREG registers
      *> is CALLed directly, as player-turn would, with the
      *> TABLE-VIEW area kept current for it. Base scoring only: the
      *> bonus, penalty, and split-pot house rules are not applied to
      *> the hypothetical games, and a tied top bid goes to the
      *> lowest seat (a real single-deck deal can't tie anyway -
      *> every card value is distinct).
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           *> player-turn's strategy registry, so a registered module
           *> can be permuted alongside the built-in strategies.
           SELECT STRAT-REG-FILE ASSIGN TO "STRATREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STRAT-REG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD WHATIF-CTL-FILE.
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

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
         01 WHATIF-CTL-STATUS PIC X(2).
         01 DEAL-FILE-STATUS PIC X(2).
         01 STRAT-REG-STATUS PIC X(2).
         01 STRAT-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 STRAT-REG-AT-EOF VALUE "Y".

         78 STRATEGY-NEXT VALUE 1.
         78 STRATEGY-MAX VALUE 2.
         01 BEST-DIFF PIC 9(2).
         01 CUR-DIFF PIC 9(2).

         *> The registry as player-turn loads it, and the seat a
         *> registered module bids for, laid out as player-turn's
         *> PLAYER-REC. A module that will not load is struck off
         *> after one tracer, and its seats bid nearest-card.
         01 REG-PROGRAM-TAB PIC X(30) OCCURS 9 TIMES.
         01 REG-CALL-NAME PIC X(30).
         01 REG-CODE PIC 9(1).
         01 SIM-CALL-PLAYER.
           02 SCP-NAME PIC X(6).
           02 SCP-BID PIC 9(2).
           02 SCP-POINTS PIC 9(4).
           02 SCP-STRATEGY PIC 9(1).
           02 SCP-EXHAUSTED-SWITCH PIC X(1).
           02 SCP-HAND PIC 9(2) OCCURS 10 TIMES.
         01 SIM-CALL-SUSPEND PIC X(1).

         *> Same layout as the TABLE-VIEW in waro.cbl, kept as of the
         *> start of each hypothetical round; 40 must track
         *> NUM-CARDS-DECK-MAX and 8 NUM-PLAYERS-MAX there.
         01 TABLE-VIEW EXTERNAL.
           02 TV-GAME-ID PIC 9(6).
           02 TV-NUM-SEATS PIC 9(2).
           02 TV-BASE-CARD PIC 9(2).
           02 TV-NUM-DECKS PIC 9(1).
           02 TV-ROUNDS-DONE PIC 9(2).
           02 TV-SEEN-COUNT PIC 9(1) OCCURS 40 TIMES.
           02 TV-CARDS-LEFT PIC 9(2) OCCURS 8 TIMES.
         01 VIEW-DECKS PIC 9(1).
         01 VIEW-BASE-CARD PIC 9(2).
         01 VIEW-REMAINDER PIC 9(2).

         *> How often each seat takes the hypothetical game, across
         *> every combination played.
         01 SEAT-WIN-COUNT PIC 9(6) OCCURS 8 TIMES VALUE 0.
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-STRAT-REGISTRY.
         PERFORM PARSE-STRATEGY-SUBSET.
         PERFORM LOAD-DEAL-RECORD.
         IF NOT DEAL-RECORD-LOADED
           CLOSE WHATIF-CTL-FILE
         END-IF.

       *> Accepts codes 1-3 and any code STRATREG registers: the
       *> human strategy can't be permuted in a batch analysis, and
       *> anything else is noise.
       PARSE-STRATEGY-SUBSET.
         MOVE 0 TO SUBSET-COUNT.
         PERFORM PARSE-ONE-SUBSET-CHAR
           ADD 1 TO SUBSET-COUNT
           MOVE FUNCTION NUMVAL (SUBSET-CHAR)
             TO SUBSET-STRAT (SUBSET-COUNT)
         ELSE IF SUBSET-CHAR IS NUMERIC AND SUBSET-CHAR NOT = "0"
           MOVE SUBSET-CHAR TO REG-CODE
           IF REG-PROGRAM-TAB (REG-CODE) NOT = SPACES
             ADD 1 TO SUBSET-COUNT
             MOVE REG-CODE TO SUBSET-STRAT (SUBSET-COUNT)
           END-IF
         END-IF
         END-IF.

       *> player-turn's LOAD-STRAT-REGISTRY.
       LOAD-STRAT-REGISTRY.
         PERFORM CLEAR-ONE-REG-CODE
           VARYING K FROM 1 BY 1 UNTIL K > 9.
         OPEN INPUT STRAT-REG-FILE.
         IF STRAT-REG-STATUS = "00"
           PERFORM READ-NEXT-REG-RECORD
           PERFORM LOAD-ONE-REG-RECORD UNTIL STRAT-REG-AT-EOF
           CLOSE STRAT-REG-FILE
         END-IF.

       CLEAR-ONE-REG-CODE.
         MOVE SPACES TO REG-PROGRAM-TAB (K).

       READ-NEXT-REG-RECORD.
         READ STRAT-REG-FILE
           AT END MOVE "Y" TO STRAT-REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG-RECORD.
         IF SR-CODE > 0 AND SR-PROGRAM NOT = SPACES
           MOVE SR-PROGRAM TO REG-PROGRAM-TAB (SR-CODE)
         END-IF.
         PERFORM READ-NEXT-REG-RECORD.

       *> Same keyed access LOAD-REPLAY-DEAL uses in waro.cbl.
       LOAD-DEAL-RECORD.
         MOVE "N" TO DEAL-FOUND-SWITCH.
       SETUP-COMBO-GAME.
         PERFORM SETUP-ONE-SIM-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > DEAL-NUM-PLAYERS.
         PERFORM OPEN-SIM-TABLE-VIEW.

       SETUP-ONE-SIM-SEAT.
         MOVE 0 TO SIM-POINTS (K).
       COPY-ONE-SIM-CARD.
         MOVE DEAL-PLAYER-HAND (K, Y) TO SIM-HAND (K, Y).

       *> The deal record keeps the deck, not how many decks made
       *> it: a deck whose values repeat was combined, and then it
       *> holds its top value once per deck - WARO's INIT-DECK rule.
       OPEN-SIM-TABLE-VIEW.
         MOVE WHATIF-GAME-ID TO TV-GAME-ID.
         MOVE DEAL-NUM-PLAYERS TO TV-NUM-SEATS.
         MOVE 0 TO VIEW-BASE-CARD.
         PERFORM FIND-VIEW-TOP-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > DEAL-NUM-CARDS-DECK.
         MOVE 1 TO VIEW-DECKS.
         IF VIEW-BASE-CARD > 0
           DIVIDE DEAL-NUM-CARDS-DECK BY VIEW-BASE-CARD
             GIVING VIEW-DECKS REMAINDER VIEW-REMAINDER
         END-IF.
         MOVE VIEW-BASE-CARD TO TV-BASE-CARD.
         MOVE VIEW-DECKS TO TV-NUM-DECKS.
         MOVE 0 TO TV-ROUNDS-DONE.
         PERFORM ZERO-ONE-SEEN-VALUE
           VARYING Y FROM 1 BY 1 UNTIL Y > 40.
         PERFORM COUNT-ONE-SEAT-LEFT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       FIND-VIEW-TOP-CARD.
         IF DEAL-DECK-CARDS (Y) > VIEW-BASE-CARD
           MOVE DEAL-DECK-CARDS (Y) TO VIEW-BASE-CARD
         END-IF.

       ZERO-ONE-SEEN-VALUE.
         MOVE 0 TO TV-SEEN-COUNT (Y).

       COUNT-ONE-SEAT-LEFT.
         MOVE 0 TO TV-CARDS-LEFT (K).
         IF K <= DEAL-NUM-PLAYERS
           PERFORM COUNT-ONE-VIEW-SLOT
             VARYING Y FROM 1 BY 1 UNTIL Y > 10
         END-IF.

       COUNT-ONE-VIEW-SLOT.
         IF SIM-HAND (K, Y) > 0
           ADD 1 TO TV-CARDS-LEFT (K)
         END-IF.

       *> One simulated round: the kitty card on offer, one pick per
       *> seat by its assigned strategy, high bid takes the prize's
       *> face value. The pickers mirror player-turn.cbl's
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
           *> Nearest-card also plays for a module struck off the
           *> registry when it would not load.
           EVALUATE SIM-STRATEGY (K)
             WHEN STRATEGY-NEXT
               PERFORM SIM-PICK-NEXT-CARD
                 VARYING Y FROM 1 BY 1 UNTIL Y > 10
             WHEN STRATEGY-MAX
               PERFORM SIM-PICK-MAX-CARD
             WHEN OTHER
               PERFORM SIM-PICK-NEAREST-CARD
           END-EVALUATE
         END-IF.

       *> The seat handed over exactly as WARO hands it to
       *> player-turn, and the bid and hand taken back the same way.
       SIM-CALL-REGISTERED.
         MOVE DEAL-PLAYER-NAME (K) TO SCP-NAME.
         MOVE 0 TO SCP-BID.
         MOVE SIM-POINTS (K) TO SCP-POINTS.
         MOVE SIM-STRATEGY (K) TO SCP-STRATEGY.
         MOVE "N" TO SCP-EXHAUSTED-SWITCH.
         PERFORM COPY-ONE-CALL-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > 10.
         MOVE "N" TO SIM-CALL-SUSPEND.
         CALL REG-CALL-NAME USING DEAL-NUM-CARDS-HAND, SIM-PRIZE,
             SIM-CALL-PLAYER, WHATIF-GAME-ID, R, K,
             SIM-CALL-SUSPEND
           ON EXCEPTION
             DISPLAY "TRACER SEVERE ERROR: strategy module "
               REG-CALL-NAME " (code " SIM-STRATEGY (K)
               ") failed to load; nearest-card plays for it"
             MOVE SPACES TO REG-PROGRAM-TAB (SIM-STRATEGY (K))
             PERFORM SIM-PICK-NEAREST-CARD
           NOT ON EXCEPTION
             PERFORM TAKE-BACK-ONE-CALL-CARD
               VARYING Y FROM 1 BY 1 UNTIL Y > 10
             MOVE SCP-BID TO SIM-BID (K)
         END-CALL.

       COPY-ONE-CALL-CARD.
         MOVE SIM-HAND (K, Y) TO SCP-HAND (Y).

       TAKE-BACK-ONE-CALL-CARD.
         MOVE SCP-HAND (Y) TO SIM-HAND (K, Y).

       *> The round's prize and every bid join what the table has
       *> seen, once all the seats have bid.
       NOTE-SIM-ROUND-SEEN.
         IF SIM-PRIZE > 0
           ADD 1 TO TV-SEEN-COUNT (SIM-PRIZE)
         END-IF.
         PERFORM NOTE-ONE-SIM-BID-SEEN
           VARYING K FROM 1 BY 1 UNTIL K > DEAL-NUM-PLAYERS.
         MOVE R TO TV-ROUNDS-DONE.

       NOTE-ONE-SIM-BID-SEEN.
         IF SIM-BID (K) > 0
           ADD 1 TO TV-SEEN-COUNT (SIM-BID (K))
           SUBTRACT 1 FROM TV-CARDS-LEFT (K)
         END-IF.

       SIM-PICK-NEXT-CARD.
         IF SIM-BID (K) = 0 AND SIM-HAND (K, Y) > 0
