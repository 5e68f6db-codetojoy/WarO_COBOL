       IDENTIFICATION DIVISION.
       PROGRAM-ID. endgame-solver.
      *> Endgame solver, a registered strategy module (STRATREG,
      *> normally code 7): plays exactly like nearest-card until the
      *> hand is down to the ENDGAMECTL search depth, then works the
      *> rest of the game out by exhaustive search. Every way the
      *> cards nobody has seen yet could lie - the prizes still to
      *> come in the rounds this seat can still play, each
      *> opponent's hand, the discard - is dealt out in turn, the
      *> opponents bid nearest-card in each, and every order this
      *> seat could play its own cards in is scored against it. The
      *> card that leads the best order on the most points summed
      *> over all those deals is bid; a tie goes to the lower card.
      *> What has been seen comes from the TABLE-VIEW area the
      *> caller keeps current (WARO, WARO-SIMLAB and WARO-WHATIF all
      *> do); a view that is stale, the face-down prize of blind
      *> play, or more deals than SEARCH-DEAL-MAX leaves the turn to
      *> nearest-card play. Scored the way WARO-SIMLAB scores: face
      *> value to the high bid, a tied top bid to the lowest seat,
      *> no bonus card, no penalty and no sudden death.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> Search depth: how few cards left in hand (1 to 5) turn
           *> the search on. Read once per run unit, like STRATREG;
           *> a missing or blank ENDGAMECTL searches the last three.
           SELECT ENDGAME-CTL-FILE ASSIGN TO "ENDGAMECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENDGAME-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENDGAME-CTL-FILE.
       01 ENDGAME-CTL-RECORD.
         02 EG-CTL-DEPTH PIC 9(2).

       WORKING-STORAGE SECTION.
       78 SEARCH-DEPTH-DEFAULT VALUE 3.
       *> 5 cards is 120 playing orders to score in every deal; the
       *> deal ceiling keeps one bid inside a second or so.
       78 SEARCH-DEPTH-MAX VALUE 5.
       78 SEARCH-DEAL-MAX VALUE 5000.
       01 ENDGAME-CTL-STATUS PIC X(2).
       01 EG-LOADED-SWITCH PIC X(1) VALUE "N".
         88 ENDGAME-CTL-LOADED VALUE "Y".
       01 SEARCH-DEPTH PIC 9(1) VALUE 3.

       *> What the whole table has seen so far this game, kept by the
       *> caller; must match the TABLE-VIEW in waro.cbl byte for
       *> byte. TV-SEEN-COUNT is per face value: prizes of the rounds
       *> done plus every card bid in them. TV-CARDS-LEFT is per
       *> seat, as of the start of the round being bid.
       01 TABLE-VIEW EXTERNAL.
         02 TV-GAME-ID PIC 9(6).
         02 TV-NUM-SEATS PIC 9(2).
         02 TV-BASE-CARD PIC 9(2).
         02 TV-NUM-DECKS PIC 9(1).
         02 TV-ROUNDS-DONE PIC 9(2).
         02 TV-SEEN-COUNT PIC 9(1) OCCURS 40 TIMES.
         02 TV-CARDS-LEFT PIC 9(2) OCCURS 8 TIMES.

       LOCAL-STORAGE SECTION.
          01 I PIC 9(2).
          01 BEST-IDX PIC 9(2) VALUE 0.
          01 BEST-DIFF PIC 9(2) VALUE 99.
          01 CUR-DIFF PIC 9(2).
          01 SEARCH-USED-SWITCH PIC X(1) VALUE "N".
            88 SEARCH-USED VALUE "Y".
          01 VIEW-BAD-SWITCH PIC X(1) VALUE "N".
            88 VIEW-UNUSABLE VALUE "Y".

          *> This seat's cards, packed, and the hand slot each came
          *> from.
          01 MY-COUNT PIC 9(2) VALUE 0.
          01 MY-CARD PIC 9(2) OCCURS 10 TIMES.
          01 MY-SLOT PIC 9(2) OCCURS 10 TIMES.
          01 ROUNDS-LEFT PIC 9(2).

          *> Every card not yet seen and not in this hand: one entry
          *> per physical card, so two decks' sevens are two entries.
          01 POOL-COUNT PIC 9(2) VALUE 0.
          01 POOL-CARD PIC 9(2) OCCURS 40 TIMES.
          01 POOL-VALUE PIC 9(2).
          01 POOL-AVAIL PIC S9(2).
          01 POOL-COPY PIC 9(2).

          *> Where an unseen card can lie: P a later round's prize
          *> (LABEL-SEAT holds the round, 2 being next round), O an
          *> opponent's hand (LABEL-SEAT the seat), D anywhere that
          *> cannot touch this seat's score. LABEL-CAP cards go to
          *> each; LABEL-LEFT is what the search has still to place.
          01 LABEL-COUNT PIC 9(2) VALUE 0.
          01 LABEL-TABLE.
            02 LABEL-ENTRY OCCURS 20 TIMES.
              03 LABEL-KIND PIC X(1).
              03 LABEL-SEAT PIC 9(2).
              03 LABEL-CAP PIC 9(2).
              03 LABEL-LEFT PIC 9(2).
          01 PLACED-COUNT PIC 9(2).
          01 DISCARD-CAP PIC S9(3).

          *> Deal count, worked as a product of binomials before any
          *> dealing is done.
          01 DEAL-ESTIMATE PIC 9(18).
          01 BINOM-WORK PIC 9(18).
          01 BINOM-N PIC 9(2).
          01 BINOM-STEP PIC 9(2).
          01 BINOM-LEFT PIC 9(2).

          *> The search itself: ITEM-LABEL (n) is where pool card n
          *> lies in the deal being built; SEARCH-POS the card being
          *> placed.
          01 ITEM-LABEL PIC 9(2) OCCURS 40 TIMES.
          01 SEARCH-POS PIC 9(2).
          01 SEARCH-DONE-SWITCH PIC X(1).
            88 SEARCH-DONE VALUE "Y".
          01 LABEL-FOUND-SWITCH PIC X(1).
            88 LABEL-FOUND VALUE "Y".
          01 LX PIC 9(2).
          01 EX PIC 9(2).

          *> One deal: the prize of each round this seat can still
          *> play, each opponent's hand, and the high opposing bid
          *> (with the lowest seat that made it) round by round.
          01 DEAL-PRIZE PIC 9(2) OCCURS 10 TIMES.
          01 OPP-HAND-TABLE.
            02 OPP-SEAT-HANDS OCCURS 8 TIMES.
              03 OPP-HAND-COUNT PIC 9(2).
              03 OPP-HAND PIC 9(2) OCCURS 10 TIMES.
          01 OPP-SEAT PIC 9(2).
          01 OPP-BID PIC 9(2).
          01 ROUND-HIGH-BID PIC 9(2) OCCURS 10 TIMES.
          01 ROUND-HIGH-SEAT PIC 9(2) OCCURS 10 TIMES.
          01 RX PIC 9(2).
          01 HX PIC 9(2).

          *> Every order this seat could play its cards in, built
          *> once per bid in lexicographic order; at most
          *> SEARCH-DEPTH-MAX cards, so at most 120 orders.
          01 PERM-COUNT PIC 9(3) VALUE 0.
          01 PERM-TABLE.
            02 PERM-ENTRY OCCURS 120 TIMES.
              03 PERM-SLOT PIC 9(1) OCCURS 5 TIMES.
          01 PERM-WORK PIC 9(1) OCCURS 5 TIMES.
          01 PERM-MORE-SWITCH PIC X(1).
            88 NO-MORE-PERMS VALUE "N".
          01 PERM-SWAP PIC 9(1).
          01 PK PIC 9(2).
          01 PL PIC 9(2).
          01 PJ PIC 9(2).
          01 PERM-LOW PIC 9(2).
          01 PERM-HIGH PIC 9(2).
          01 PX PIC 9(3).
          01 FX PIC 9(2).
          01 PERM-CARD PIC 9(2).
          01 PERM-SCORE PIC 9(4).

          *> Per leading card: the best order's score in this deal,
          *> and that score summed over every deal.
          01 BEST-BY-FIRST PIC 9(4) OCCURS 10 TIMES.
          01 CAND-TOTAL PIC 9(12) OCCURS 10 TIMES.
          01 CAND-BEST PIC 9(2).

       LINKAGE SECTION.
       78 NUM-CARDS-MAX            VALUE 10.
       78 CARD-VALUE-MAX           VALUE 40.
       01 NUM-CARDS PIC 9(2).
       01 PRIZE-CARD PIC 9(2).
       *> Same layout as player-turn's PLAYER-REC.
       01 PLAYER-REC.
         02 PLAYER-NAME PIC X(6).
         02 PLAYER-BID PIC 9(2).
         02 PLAYER-POINTS PIC 9(4).
         02 PLAYER-STRATEGY PIC 9(1).
         02 PLAYER-EXHAUSTED-SWITCH PIC X(1).
         02 PLAYER-HAND PIC 9(2) OCCURS NUM-CARDS-MAX TIMES.
       01 GAME-ID PIC 9(6).
       01 ROUND-NUMBER PIC 9(2).
       01 SEAT-NUMBER PIC 9(2).
       01 SUSPEND-REQUEST PIC X(1).

       PROCEDURE DIVISION USING NUM-CARDS, PRIZE-CARD, PLAYER-REC,
           GAME-ID, ROUND-NUMBER, SEAT-NUMBER, SUSPEND-REQUEST.
       BEGIN.
          MOVE 0 TO PLAYER-BID.
          MOVE "N" TO SUSPEND-REQUEST.
          IF NOT ENDGAME-CTL-LOADED
            PERFORM READ-ENDGAME-CTL
          END-IF.

          PERFORM COLLECT-MY-CARD
            VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS.
          COMPUTE ROUNDS-LEFT = NUM-CARDS - ROUND-NUMBER + 1.

          *> The view must be this game's, as of the start of this
          *> very round, or what it says about unseen cards is wrong.
          IF MY-COUNT > 0 AND MY-COUNT <= SEARCH-DEPTH AND
             MY-COUNT <= ROUNDS-LEFT AND PRIZE-CARD > 0 AND
             TV-GAME-ID = GAME-ID AND
             TV-ROUNDS-DONE + 1 = ROUND-NUMBER AND
             TV-BASE-CARD > 0 AND TV-NUM-SEATS <= 8 AND
             SEAT-NUMBER > 0 AND SEAT-NUMBER <= TV-NUM-SEATS
            PERFORM PLAN-ENDGAME-SEARCH
          END-IF.

          IF SEARCH-USED
            MOVE MY-SLOT (CAND-BEST) TO BEST-IDX
            MOVE PLAYER-HAND (BEST-IDX) TO PLAYER-BID
            MOVE 0 TO PLAYER-HAND (BEST-IDX)
          ELSE
            PERFORM PICK-NEAREST-CARD
          END-IF.
          GOBACK.

       READ-ENDGAME-CTL.
         MOVE "Y" TO EG-LOADED-SWITCH.
         MOVE SEARCH-DEPTH-DEFAULT TO SEARCH-DEPTH.
         OPEN INPUT ENDGAME-CTL-FILE.
         IF ENDGAME-CTL-STATUS = "00"
           READ ENDGAME-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF EG-CTL-DEPTH IS NUMERIC AND EG-CTL-DEPTH > 0
                 IF EG-CTL-DEPTH > SEARCH-DEPTH-MAX
                   DISPLAY "TRACER   ENDGAMECTL depth " EG-CTL-DEPTH
                     " held to " SEARCH-DEPTH-MAX
                   MOVE SEARCH-DEPTH-MAX TO SEARCH-DEPTH
                 ELSE
                   MOVE EG-CTL-DEPTH TO SEARCH-DEPTH
                 END-IF
               END-IF
           END-READ
           CLOSE ENDGAME-CTL-FILE
         END-IF.

       COLLECT-MY-CARD.
         IF PLAYER-HAND (I) > 0
           ADD 1 TO MY-COUNT
           MOVE PLAYER-HAND (I) TO MY-CARD (MY-COUNT)
           MOVE I TO MY-SLOT (MY-COUNT)
         END-IF.

       *> Player-turn's PICK-NEAREST-CARD, card for card.
       PICK-NEAREST-CARD.
         MOVE 0 TO BEST-IDX.
         MOVE 99 TO BEST-DIFF.
         PERFORM FIND-NEAREST-CARD
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS.
         IF BEST-IDX > 0
           MOVE PLAYER-HAND (BEST-IDX) TO PLAYER-BID
           MOVE 0 TO PLAYER-HAND (BEST-IDX)
         END-IF.

       FIND-NEAREST-CARD.
         IF PLAYER-HAND (I) > 0
           IF PLAYER-HAND (I) > PRIZE-CARD
             COMPUTE CUR-DIFF = PLAYER-HAND (I) - PRIZE-CARD
           ELSE
             COMPUTE CUR-DIFF = PRIZE-CARD - PLAYER-HAND (I)
           END-IF
           IF CUR-DIFF < BEST-DIFF
             MOVE CUR-DIFF TO BEST-DIFF
             MOVE I TO BEST-IDX
           END-IF
         END-IF.

       *> Sets SEARCH-USED only when every deal was scored; any
       *> inconsistency in the view leaves the turn to nearest-card.
       PLAN-ENDGAME-SEARCH.
         PERFORM BUILD-UNSEEN-POOL.
         IF NOT VIEW-UNUSABLE
           PERFORM BUILD-SEARCH-LABELS
         END-IF.
         IF NOT VIEW-UNUSABLE
           PERFORM ESTIMATE-DEAL-COUNT
           IF DEAL-ESTIMATE > SEARCH-DEAL-MAX
             MOVE "Y" TO VIEW-BAD-SWITCH
           END-IF
         END-IF.
         IF NOT VIEW-UNUSABLE
           PERFORM BUILD-MY-PERMUTATIONS
           PERFORM ZERO-ONE-CAND-TOTAL
             VARYING FX FROM 1 BY 1 UNTIL FX > MY-COUNT
           IF POOL-COUNT = 0
             PERFORM EVALUATE-ONE-DEAL
           ELSE
             PERFORM RUN-DEAL-SEARCH
           END-IF
           MOVE 1 TO CAND-BEST
           PERFORM PICK-BEST-CANDIDATE
             VARYING FX FROM 2 BY 1 UNTIL FX > MY-COUNT
           MOVE "Y" TO SEARCH-USED-SWITCH
         END-IF.

       ZERO-ONE-CAND-TOTAL.
         MOVE 0 TO CAND-TOTAL (FX).

       *> Every copy of every face value, less what the table has
       *> seen, this round's prize, and this hand.
       BUILD-UNSEEN-POOL.
         MOVE 0 TO POOL-COUNT.
         IF TV-BASE-CARD > CARD-VALUE-MAX
           MOVE "Y" TO VIEW-BAD-SWITCH
         ELSE
           PERFORM ADD-ONE-POOL-VALUE
             VARYING POOL-VALUE FROM 1 BY 1
               UNTIL POOL-VALUE > TV-BASE-CARD OR VIEW-UNUSABLE
         END-IF.

       ADD-ONE-POOL-VALUE.
         COMPUTE POOL-AVAIL = TV-NUM-DECKS
           - TV-SEEN-COUNT (POOL-VALUE).
         IF POOL-VALUE = PRIZE-CARD
           SUBTRACT 1 FROM POOL-AVAIL
         END-IF.
         PERFORM DROP-MY-COPY
           VARYING I FROM 1 BY 1 UNTIL I > MY-COUNT.
         IF POOL-AVAIL < 0 OR POOL-COUNT + POOL-AVAIL > 40
           MOVE "Y" TO VIEW-BAD-SWITCH
         ELSE
           PERFORM ADD-ONE-POOL-COPY
             VARYING POOL-COPY FROM 1 BY 1
               UNTIL POOL-COPY > POOL-AVAIL
         END-IF.

       DROP-MY-COPY.
         IF MY-CARD (I) = POOL-VALUE
           SUBTRACT 1 FROM POOL-AVAIL
         END-IF.

       ADD-ONE-POOL-COPY.
         ADD 1 TO POOL-COUNT.
         MOVE POOL-VALUE TO POOL-CARD (POOL-COUNT).

       *> Prize slots only for the rounds this seat still has a card
       *> for - a later prize can't change this seat's score or any
       *> bid before it - then each opponent still holding cards,
       *> then whatever is left over.
       BUILD-SEARCH-LABELS.
         MOVE 0 TO LABEL-COUNT.
         MOVE 0 TO PLACED-COUNT.
         PERFORM ADD-PRIZE-LABEL
           VARYING RX FROM 2 BY 1 UNTIL RX > MY-COUNT.
         PERFORM ADD-OPPONENT-LABEL
           VARYING OPP-SEAT FROM 1 BY 1
             UNTIL OPP-SEAT > TV-NUM-SEATS.
         COMPUTE DISCARD-CAP = POOL-COUNT - PLACED-COUNT.
         IF DISCARD-CAP < 0
           MOVE "Y" TO VIEW-BAD-SWITCH
         ELSE IF DISCARD-CAP > 0
           ADD 1 TO LABEL-COUNT
           MOVE "D" TO LABEL-KIND (LABEL-COUNT)
           MOVE 0 TO LABEL-SEAT (LABEL-COUNT)
           MOVE DISCARD-CAP TO LABEL-CAP (LABEL-COUNT)
         END-IF
         END-IF.

       ADD-PRIZE-LABEL.
         ADD 1 TO LABEL-COUNT.
         MOVE "P" TO LABEL-KIND (LABEL-COUNT).
         MOVE RX TO LABEL-SEAT (LABEL-COUNT).
         MOVE 1 TO LABEL-CAP (LABEL-COUNT).
         ADD 1 TO PLACED-COUNT.

       ADD-OPPONENT-LABEL.
         IF OPP-SEAT NOT = SEAT-NUMBER AND
            TV-CARDS-LEFT (OPP-SEAT) > 0
           IF TV-CARDS-LEFT (OPP-SEAT) > NUM-CARDS-MAX
             MOVE "Y" TO VIEW-BAD-SWITCH
           ELSE
             ADD 1 TO LABEL-COUNT
             MOVE "O" TO LABEL-KIND (LABEL-COUNT)
             MOVE OPP-SEAT TO LABEL-SEAT (LABEL-COUNT)
             MOVE TV-CARDS-LEFT (OPP-SEAT) TO LABEL-CAP (LABEL-COUNT)
             ADD TV-CARDS-LEFT (OPP-SEAT) TO PLACED-COUNT
           END-IF
         END-IF.

       *> The number of distinct deals is the product, label by
       *> label, of the ways to choose its cards from those still
       *> unplaced; stops multiplying once past the ceiling.
       ESTIMATE-DEAL-COUNT.
         MOVE 1 TO DEAL-ESTIMATE.
         MOVE POOL-COUNT TO BINOM-LEFT.
         PERFORM MULTIPLY-ONE-LABEL
           VARYING LX FROM 1 BY 1
             UNTIL LX > LABEL-COUNT OR
                   DEAL-ESTIMATE > SEARCH-DEAL-MAX.

       MULTIPLY-ONE-LABEL.
         MOVE 1 TO BINOM-WORK.
         MOVE BINOM-LEFT TO BINOM-N.
         PERFORM BINOM-ONE-STEP
           VARYING BINOM-STEP FROM 1 BY 1
             UNTIL BINOM-STEP > LABEL-CAP (LX).
         COMPUTE DEAL-ESTIMATE = DEAL-ESTIMATE * BINOM-WORK.
         SUBTRACT LABEL-CAP (LX) FROM BINOM-LEFT.

       BINOM-ONE-STEP.
         COMPUTE BINOM-WORK = BINOM-WORK * BINOM-N / BINOM-STEP.
         SUBTRACT 1 FROM BINOM-N.

       *> Lexicographic successor, paragraph by paragraph: find the
       *> last rise, swap its left end with the last larger card to
       *> its right, and reverse the tail.
       BUILD-MY-PERMUTATIONS.
         PERFORM START-ONE-PERM-SLOT
           VARYING FX FROM 1 BY 1 UNTIL FX > MY-COUNT.
         MOVE 0 TO PERM-COUNT.
         MOVE "Y" TO PERM-MORE-SWITCH.
         PERFORM STORE-AND-ADVANCE-PERM UNTIL NO-MORE-PERMS.

       START-ONE-PERM-SLOT.
         MOVE FX TO PERM-WORK (FX).

       STORE-AND-ADVANCE-PERM.
         ADD 1 TO PERM-COUNT.
         PERFORM STORE-ONE-PERM-SLOT
           VARYING FX FROM 1 BY 1 UNTIL FX > MY-COUNT.
         MOVE 0 TO PK.
         PERFORM FIND-PERM-RISE
           VARYING PJ FROM 1 BY 1 UNTIL PJ >= MY-COUNT.
         IF PK = 0
           MOVE "N" TO PERM-MORE-SWITCH
         ELSE
           MOVE 0 TO PL
           PERFORM FIND-PERM-SWAP
             VARYING PJ FROM 1 BY 1 UNTIL PJ > MY-COUNT
           MOVE PERM-WORK (PK) TO PERM-SWAP
           MOVE PERM-WORK (PL) TO PERM-WORK (PK)
           MOVE PERM-SWAP TO PERM-WORK (PL)
           COMPUTE PERM-LOW = PK + 1
           MOVE MY-COUNT TO PERM-HIGH
           PERFORM REVERSE-PERM-TAIL UNTIL PERM-LOW >= PERM-HIGH
         END-IF.

       STORE-ONE-PERM-SLOT.
         MOVE PERM-WORK (FX) TO PERM-SLOT (PERM-COUNT, FX).

       FIND-PERM-RISE.
         IF PERM-WORK (PJ) < PERM-WORK (PJ + 1)
           MOVE PJ TO PK
         END-IF.

       FIND-PERM-SWAP.
         IF PJ > PK AND PERM-WORK (PJ) > PERM-WORK (PK)
           MOVE PJ TO PL
         END-IF.

       REVERSE-PERM-TAIL.
         MOVE PERM-WORK (PERM-LOW) TO PERM-SWAP.
         MOVE PERM-WORK (PERM-HIGH) TO PERM-WORK (PERM-LOW).
         MOVE PERM-SWAP TO PERM-WORK (PERM-HIGH).
         ADD 1 TO PERM-LOW.
         SUBTRACT 1 FROM PERM-HIGH.

       *> Depth-first over pool cards: each card in turn takes the
       *> next label with room left, a fully placed pool is one
       *> deal, and a card with no label left to try hands back to
       *> the card before it. Capacities add up to the pool, so no
       *> partial deal is ever a dead end.
       RUN-DEAL-SEARCH.
         PERFORM RESET-ONE-LABEL
           VARYING LX FROM 1 BY 1 UNTIL LX > LABEL-COUNT.
         MOVE 1 TO SEARCH-POS.
         MOVE 0 TO ITEM-LABEL (1).
         MOVE "N" TO SEARCH-DONE-SWITCH.
         PERFORM ADVANCE-DEAL-SEARCH UNTIL SEARCH-DONE.

       RESET-ONE-LABEL.
         MOVE LABEL-CAP (LX) TO LABEL-LEFT (LX).

       ADVANCE-DEAL-SEARCH.
         MOVE ITEM-LABEL (SEARCH-POS) TO LX.
         IF LX > 0
           ADD 1 TO LABEL-LEFT (LX)
         END-IF.
         ADD 1 TO LX.
         MOVE "N" TO LABEL-FOUND-SWITCH.
         PERFORM TRY-NEXT-LABEL
           UNTIL LABEL-FOUND OR LX > LABEL-COUNT.
         IF LX > LABEL-COUNT
           MOVE 0 TO ITEM-LABEL (SEARCH-POS)
           SUBTRACT 1 FROM SEARCH-POS
           IF SEARCH-POS = 0
             MOVE "Y" TO SEARCH-DONE-SWITCH
           END-IF
         ELSE
           MOVE LX TO ITEM-LABEL (SEARCH-POS)
           SUBTRACT 1 FROM LABEL-LEFT (LX)
           IF SEARCH-POS = POOL-COUNT
             PERFORM EVALUATE-ONE-DEAL
           ELSE
             ADD 1 TO SEARCH-POS
             MOVE 0 TO ITEM-LABEL (SEARCH-POS)
           END-IF
         END-IF.

       *> Stops on the first label with room, or one past the last
       *> label when none has any.
       TRY-NEXT-LABEL.
         IF LABEL-LEFT (LX) > 0
           MOVE "Y" TO LABEL-FOUND-SWITCH
         ELSE
           ADD 1 TO LX
         END-IF.

       EVALUATE-ONE-DEAL.
         MOVE PRIZE-CARD TO DEAL-PRIZE (1).
         PERFORM CLEAR-ONE-OPP-HAND
           VARYING OPP-SEAT FROM 1 BY 1 UNTIL OPP-SEAT > 8.
         PERFORM PLACE-ONE-POOL-CARD
           VARYING EX FROM 1 BY 1 UNTIL EX > POOL-COUNT.
         PERFORM PLAY-OPPONENT-ROUND
           VARYING RX FROM 1 BY 1 UNTIL RX > MY-COUNT.
         PERFORM ZERO-ONE-BEST-BY-FIRST
           VARYING FX FROM 1 BY 1 UNTIL FX > MY-COUNT.
         PERFORM SCORE-ONE-PERM
           VARYING PX FROM 1 BY 1 UNTIL PX > PERM-COUNT.
         PERFORM ADD-ONE-CAND-TOTAL
           VARYING FX FROM 1 BY 1 UNTIL FX > MY-COUNT.

       CLEAR-ONE-OPP-HAND.
         MOVE 0 TO OPP-HAND-COUNT (OPP-SEAT).

       PLACE-ONE-POOL-CARD.
         MOVE ITEM-LABEL (EX) TO LX.
         EVALUATE LABEL-KIND (LX)
           WHEN "P"
             MOVE POOL-CARD (EX) TO DEAL-PRIZE (LABEL-SEAT (LX))
           WHEN "O"
             MOVE LABEL-SEAT (LX) TO OPP-SEAT
             ADD 1 TO OPP-HAND-COUNT (OPP-SEAT)
             MOVE POOL-CARD (EX)
               TO OPP-HAND (OPP-SEAT, OPP-HAND-COUNT (OPP-SEAT))
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       *> Opponents bid nearest-card whatever this seat does, so
       *> their bids are worked once per deal; seats are taken in
       *> order and only a strictly higher bid displaces, so a tie
       *> stays with the lowest seat.
       PLAY-OPPONENT-ROUND.
         MOVE 0 TO ROUND-HIGH-BID (RX).
         MOVE 0 TO ROUND-HIGH-SEAT (RX).
         PERFORM PLAY-ONE-OPPONENT
           VARYING LX FROM 1 BY 1 UNTIL LX > LABEL-COUNT.

       PLAY-ONE-OPPONENT.
         IF LABEL-KIND (LX) = "O"
           MOVE LABEL-SEAT (LX) TO OPP-SEAT
           MOVE 0 TO BEST-IDX
           MOVE 99 TO BEST-DIFF
           PERFORM FIND-OPP-NEAREST-CARD
             VARYING HX FROM 1 BY 1
               UNTIL HX > OPP-HAND-COUNT (OPP-SEAT)
           IF BEST-IDX > 0
             MOVE OPP-HAND (OPP-SEAT, BEST-IDX) TO OPP-BID
             MOVE 0 TO OPP-HAND (OPP-SEAT, BEST-IDX)
             IF OPP-BID > ROUND-HIGH-BID (RX)
               MOVE OPP-BID TO ROUND-HIGH-BID (RX)
               MOVE OPP-SEAT TO ROUND-HIGH-SEAT (RX)
             END-IF
           END-IF
         END-IF.

       FIND-OPP-NEAREST-CARD.
         IF OPP-HAND (OPP-SEAT, HX) > 0
           IF OPP-HAND (OPP-SEAT, HX) > DEAL-PRIZE (RX)
             COMPUTE CUR-DIFF =
               OPP-HAND (OPP-SEAT, HX) - DEAL-PRIZE (RX)
           ELSE
             COMPUTE CUR-DIFF =
               DEAL-PRIZE (RX) - OPP-HAND (OPP-SEAT, HX)
           END-IF
           IF CUR-DIFF < BEST-DIFF
             MOVE CUR-DIFF TO BEST-DIFF
             MOVE HX TO BEST-IDX
           END-IF
         END-IF.

       ZERO-ONE-BEST-BY-FIRST.
         MOVE 0 TO BEST-BY-FIRST (FX).

       SCORE-ONE-PERM.
         MOVE 0 TO PERM-SCORE.
         PERFORM SCORE-ONE-PERM-ROUND
           VARYING RX FROM 1 BY 1 UNTIL RX > MY-COUNT.
         MOVE PERM-SLOT (PX, 1) TO FX.
         IF PERM-SCORE > BEST-BY-FIRST (FX)
           MOVE PERM-SCORE TO BEST-BY-FIRST (FX)
         END-IF.

       SCORE-ONE-PERM-ROUND.
         MOVE MY-CARD (PERM-SLOT (PX, RX)) TO PERM-CARD.
         IF PERM-CARD > ROUND-HIGH-BID (RX)
           ADD DEAL-PRIZE (RX) TO PERM-SCORE
         ELSE IF PERM-CARD = ROUND-HIGH-BID (RX) AND
                 SEAT-NUMBER < ROUND-HIGH-SEAT (RX)
           ADD DEAL-PRIZE (RX) TO PERM-SCORE
         END-IF
         END-IF.

       ADD-ONE-CAND-TOTAL.
         ADD BEST-BY-FIRST (FX) TO CAND-TOTAL (FX).

       PICK-BEST-CANDIDATE.
         IF CAND-TOTAL (FX) > CAND-TOTAL (CAND-BEST)
           MOVE FX TO CAND-BEST
         ELSE IF CAND-TOTAL (FX) = CAND-TOTAL (CAND-BEST) AND
                 MY-CARD (FX) < MY-CARD (CAND-BEST)
           MOVE FX TO CAND-BEST
         END-IF
         END-IF.
