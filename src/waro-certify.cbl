       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CERTIFY.
      *> Certification gate for a strategy module registered in
      *> STRATREG. The module named by the CERTCTL code bids every
      *> seat of a fixed battery of seeded games - the same deals
      *> every time, across the deck sizes, combined decks and seat
      *> counts the league actually plays - and every CALL is
      *> checked the moment it returns: the bid must be a card the
      *> seat held, exactly that one slot must come back zeroed and
      *> nothing else in the hand may move, the rest of the seat
      *> record and every other parameter must come back as they
      *> went in, and no batch seat may ask to suspend. The whole
      *> battery then runs a second time with the module CANCELled
      *> in between, and each configuration's bid digest has to
      *> match the first run's to the last card. A module that
      *> passes has its STRATREG entry stamped "C" with its version
      *> and the date; one that fails has any earlier stamp taken
      *> off and ends with RETURN-CODE 8. WARO-PREFLIGHT refuses
      *> league and tournament seats whose module carries no stamp
      *> for the version registered. Dealing and scoring are
      *> WARO-SIMLAB's: base scoring, a tied top bid to the lowest
      *> seat. Nothing touches GAMEHIST, BIDAUDIT or DEALFILE.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> Which strategy code to certify and, optionally, how
           *> many games to play in each battery configuration; a
           *> missing CERTCTL refuses the run.
           SELECT CERT-CTL-FILE ASSIGN TO "CERTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERT-CTL-STATUS.

           *> player-turn's strategy registry, read whole and
           *> written back whole with the stamp applied.
           SELECT STRAT-REG-FILE ASSIGN TO "STRATREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STRAT-REG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD CERT-CTL-FILE.
         01 CERT-CTL-RECORD.
           02 CERT-CTL-CODE PIC 9(1).
           02 FILLER PIC X.
           02 CERT-CTL-GAMES PIC 9(4).

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

         WORKING-STORAGE SECTION.
         01 CERT-CTL-STATUS PIC X(2).
         01 STRAT-REG-STATUS PIC X(2).
         01 STRAT-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 STRAT-REG-AT-EOF VALUE "Y".

         *> Same compiled ceilings the engine uses.
         78 NUM-CARDS-HAND-MAX VALUE 10.
         78 NUM-CARDS-DECK-MAX VALUE 40.

         78 GAMES-PER-CONFIG-DEFAULT VALUE 250.
         78 CONFIG-COUNT VALUE 8.
         78 REG-LINE-MAX VALUE 50.
         78 VIOLATION-SHOW-MAX VALUE 10.
         78 FAIL-KIND-COUNT VALUE 5.
         78 DIGEST-MODULUS VALUE 999999937.

         *> The battery: hand size, deck size, decks combined, seats
         *> and the base the configuration's shuffle seeds count up
         *> from. Every row is a deck sizing WARO-PREFLIGHT passes:
         *> the kitty and every hand come out of the deck. Changing
         *> a row changes every digest, so a module's stamp only
         *> ever means "passed this battery".
         01 BATTERY-VALUES.
           02 FILLER PIC X(15) VALUE "041610300002741".
           02 FILLER PIC X(15) VALUE "042010400015013".
           02 FILLER PIC X(15) VALUE "053020500031337".
           02 FILLER PIC X(15) VALUE "032410700047111".
           02 FILLER PIC X(15) VALUE "104010300052361".
           02 FILLER PIC X(15) VALUE "084020400068813".
           02 FILLER PIC X(15) VALUE "043630800073009".
           02 FILLER PIC X(15) VALUE "062110200089101".
         01 BATTERY-TABLE REDEFINES BATTERY-VALUES.
           02 BATTERY-ENTRY OCCURS CONFIG-COUNT TIMES.
             03 BAT-HAND PIC 9(2).
             03 BAT-DECK PIC 9(2).
             03 BAT-DECKS PIC 9(1).
             03 BAT-SEATS PIC 9(2).
             03 BAT-SEED PIC 9(8).

         01 FAIL-KIND-VALUES.
           02 FILLER PIC X(30) VALUE "bid a card not in the hand".
           02 FILLER PIC X(30) VALUE "hand left corrupted".
           02 FILLER PIC X(30) VALUE "seat record altered".
           02 FILLER PIC X(30) VALUE "call parameters altered".
           02 FILLER PIC X(30) VALUE "suspend asked in batch".
         01 FAIL-KIND-TABLE REDEFINES FAIL-KIND-VALUES.
           02 FAIL-KIND-LABEL PIC X(30) OCCURS FAIL-KIND-COUNT TIMES.
         01 FAIL-KIND-TALLY PIC 9(8) OCCURS FAIL-KIND-COUNT TIMES.
         01 FAIL-KIND PIC 9(1).

         *> The registry held whole, record images in file order, so
         *> the stamp goes back without disturbing anyone else's
         *> entry; CERT-LINE-IDX is the entry player-turn would use
         *> for the code (the last one on file).
         01 REG-LINE-COUNT PIC 9(2) VALUE 0.
         01 REG-LINE PIC X(61) OCCURS REG-LINE-MAX TIMES.
         01 REG-OVERFLOW-SWITCH PIC X(1) VALUE "N".
           88 REG-OVERFLOW VALUE "Y".
         01 CERT-LINE-IDX PIC 9(2) VALUE 0.
         01 CERT-CODE PIC 9(1) VALUE 0.
         01 CERT-PROGRAM PIC X(30) VALUE SPACES.
         01 CERT-VERSION PIC X(8) VALUE SPACES.
         01 CERT-DATE PIC X(8).
         01 GAMES-PER-CONFIG PIC 9(4) VALUE GAMES-PER-CONFIG-DEFAULT.
         01 REG-CALL-NAME PIC X(30).

         01 LOAD-FAILED-SWITCH PIC X(1) VALUE "N".
           88 MODULE-LOAD-FAILED VALUE "Y".
         01 CERT-RESULT-SWITCH PIC X(1) VALUE "N".
           88 CERT-PASSED VALUE "Y".
         01 CALL-BAD-SWITCH PIC X(1).
           88 CALL-WAS-BAD VALUE "Y".
         01 BID-HELD-SWITCH PIC X(1).
           88 BID-WAS-HELD VALUE "Y".
         01 ZEROED-OK-SWITCH PIC X(1).
           88 BID-SLOT-ZEROED VALUE "Y".

         *> The in-memory game, as WARO-SIMLAB keeps it.
         01 NUM-CARDS-HAND PIC 9(2).
         01 NUM-CARDS-DECK PIC 9(2).
         01 NUM-DECKS PIC 9(1).
         01 BASE-CARD-VALUE PIC 9(2).
         01 REQ-SEATS PIC 9(2).
         01 SHUFFLE-SEED PIC 9(8) VALUE 0.
         01 DECK-REC.
           02 DECK-CARDS PIC 9(2) OCCURS NUM-CARDS-DECK-MAX TIMES.
         01 SIM-KITTY PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SIM-HANDS-TABLE.
           02 SIM-SEAT-HANDS OCCURS 8 TIMES.
             03 SIM-HAND PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SIM-BID PIC 9(2) OCCURS 8 TIMES.
         01 SIM-POINTS PIC 9(4) OCCURS 8 TIMES.

         *> The seat handed to the module, laid out as player-turn's
         *> PLAYER-REC, and the copy it is checked against when the
         *> CALL returns. Every other parameter goes over as a copy
         *> too, so a module writing where it shouldn't shows up in
         *> the check instead of in this program's loop counters.
         01 SIM-CALL-PLAYER.
           02 SCP-NAME PIC X(6).
           02 SCP-BID PIC 9(2).
           02 SCP-POINTS PIC 9(4).
           02 SCP-STRATEGY PIC 9(1).
           02 SCP-EXHAUSTED-SWITCH PIC X(1).
           02 SCP-HAND PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 SAVED-CALL-PLAYER.
           02 SAV-NAME PIC X(6).
           02 SAV-BID PIC 9(2).
           02 SAV-POINTS PIC 9(4).
           02 SAV-STRATEGY PIC 9(1).
           02 SAV-EXHAUSTED-SWITCH PIC X(1).
           02 SAV-HAND PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 CALL-NUM-CARDS PIC 9(2).
         01 CALL-PRIZE PIC 9(2).
         01 CALL-GAME-ID PIC 9(6).
         01 CALL-ROUND PIC 9(2).
         01 CALL-SEAT PIC 9(2).
         01 CALL-SUSPEND PIC X(1).

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

         *> One running digest of every bid, in order, per
         *> configuration and pass; the rerun has to reproduce the
         *> first pass's digests exactly.
         01 DIGEST-TABLE.
           02 DIGEST-ENTRY OCCURS CONFIG-COUNT TIMES.
             03 PASS-DIGEST PIC 9(9) OCCURS 2 TIMES.
         01 PASS-NUMBER PIC 9(1).
         01 GAME-COUNTER PIC 9(6).
         01 CALL-COUNT PIC 9(8) VALUE 0.
         01 VIOLATION-COUNT PIC 9(8) VALUE 0.
         01 VIOLATIONS-SHOWN PIC 9(2) VALUE 0.
         01 DIVERGED-CONFIGS PIC 9(2) VALUE 0.
         01 CHANGED-SLOTS PIC 9(2).

         01 CFG PIC 9(2).
         01 G PIC 9(4).
         01 R PIC 9(2).
         01 K PIC 9(2).
         01 Y PIC 9(2).
         01 I PIC 9(2).
         01 DECK-SLOT PIC 9(2).
         01 SIM-PRIZE PIC 9(2).
         01 SIM-HIGH-BID PIC 9(2).
         01 SIM-WINNER PIC 9(2).
         01 BEST-IDX PIC 9(2).
         01 BEST-DIFF PIC 9(2).
         01 CUR-DIFF PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO STRATEGY CERTIFICATION".
         PERFORM READ-CERT-CTL.
         IF CERT-CODE = 0
           DISPLAY "TRACER SEVERE ERROR: CERTCTL must name the "
             "strategy code to certify"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM LOAD-STRAT-REGISTRY.
         IF REG-OVERFLOW
           DISPLAY "TRACER SEVERE ERROR: STRATREG holds more than "
             REG-LINE-MAX " records; it cannot be rewritten safely"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         IF CERT-LINE-IDX = 0
           DISPLAY "TRACER SEVERE ERROR: strategy code " CERT-CODE
             " is not registered in STRATREG"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         IF CERT-VERSION = SPACES
           DISPLAY "TRACER SEVERE ERROR: STRATREG entry for "
             CERT-PROGRAM " carries no version to certify"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.

         DISPLAY "TRACER   certifying code " CERT-CODE " module "
           CERT-PROGRAM " version " CERT-VERSION.
         DISPLAY "TRACER   " GAMES-PER-CONFIG " games in each of "
           CONFIG-COUNT " configurations, played twice".
         PERFORM ZERO-ONE-FAIL-TALLY
           VARYING FAIL-KIND FROM 1 BY 1
           UNTIL FAIL-KIND > FAIL-KIND-COUNT.
         MOVE CERT-PROGRAM TO REG-CALL-NAME.
         PERFORM RUN-CERT-PASS
           VARYING PASS-NUMBER FROM 1 BY 1
           UNTIL PASS-NUMBER > 2 OR MODULE-LOAD-FAILED.

         PERFORM PRINT-CERT-SUMMARY.
         PERFORM STAMP-STRAT-REGISTRY.
         GOBACK.

       READ-CERT-CTL.
         OPEN INPUT CERT-CTL-FILE.
         IF CERT-CTL-STATUS = "00"
           READ CERT-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF CERT-CTL-CODE IS NUMERIC
                 MOVE CERT-CTL-CODE TO CERT-CODE
               END-IF
               IF CERT-CTL-GAMES IS NUMERIC AND CERT-CTL-GAMES > 0
                 MOVE CERT-CTL-GAMES TO GAMES-PER-CONFIG
               END-IF
           END-READ
           CLOSE CERT-CTL-FILE
         END-IF.

       ZERO-ONE-FAIL-TALLY.
         MOVE 0 TO FAIL-KIND-TALLY (FAIL-KIND).

       LOAD-STRAT-REGISTRY.
         OPEN INPUT STRAT-REG-FILE.
         IF STRAT-REG-STATUS = "00"
           PERFORM READ-NEXT-REG-RECORD
           PERFORM LOAD-ONE-REG-RECORD UNTIL STRAT-REG-AT-EOF
           CLOSE STRAT-REG-FILE
         END-IF.

       READ-NEXT-REG-RECORD.
         READ STRAT-REG-FILE
           AT END MOVE "Y" TO STRAT-REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG-RECORD.
         IF REG-LINE-COUNT < REG-LINE-MAX
           ADD 1 TO REG-LINE-COUNT
           MOVE STRAT-REG-RECORD TO REG-LINE (REG-LINE-COUNT)
           IF SR-CODE IS NUMERIC AND SR-CODE = CERT-CODE AND
              SR-PROGRAM NOT = SPACES
             MOVE REG-LINE-COUNT TO CERT-LINE-IDX
             MOVE SR-PROGRAM TO CERT-PROGRAM
             MOVE SR-VERSION TO CERT-VERSION
           END-IF
         ELSE
           MOVE "Y" TO REG-OVERFLOW-SWITCH
         END-IF.
         PERFORM READ-NEXT-REG-RECORD.

       *> One full run of the battery. Game-ids restart at 1 each
       *> pass, so the rerun hands the module exactly the calls the
       *> first pass did; CANCEL between passes gives it a fresh
       *> copy of its storage, as a new job step would.
       RUN-CERT-PASS.
         MOVE 0 TO GAME-COUNTER.
         PERFORM RUN-ONE-CONFIG
           VARYING CFG FROM 1 BY 1
           UNTIL CFG > CONFIG-COUNT OR MODULE-LOAD-FAILED.
         CANCEL REG-CALL-NAME.

       RUN-ONE-CONFIG.
         MOVE BAT-HAND (CFG) TO NUM-CARDS-HAND.
         MOVE BAT-DECK (CFG) TO NUM-CARDS-DECK.
         MOVE BAT-DECKS (CFG) TO NUM-DECKS.
         MOVE BAT-SEATS (CFG) TO REQ-SEATS.
         DIVIDE NUM-CARDS-DECK BY NUM-DECKS GIVING BASE-CARD-VALUE.
         MOVE 0 TO PASS-DIGEST (CFG, PASS-NUMBER).
         PERFORM PLAY-ONE-CERT-GAME
           VARYING G FROM 1 BY 1
           UNTIL G > GAMES-PER-CONFIG OR MODULE-LOAD-FAILED.

       *> Every game carries its own seed off the configuration's
       *> base: a zero seed would have knuth-shuffle reseed from the
       *> clock, and the rerun would be dealt different games.
       PLAY-ONE-CERT-GAME.
         ADD 1 TO GAME-COUNTER.
         COMPUTE SHUFFLE-SEED = BAT-SEED (CFG) + G.
         PERFORM INIT-SIM-DECK
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         CALL 'knuth-shuffle' USING NUM-CARDS-DECK, DECK-REC,
           SHUFFLE-SEED.
         PERFORM DEAL-SIM-GAME.
         PERFORM CERT-ONE-ROUND
           VARYING R FROM 1 BY 1
           UNTIL R > NUM-CARDS-HAND OR MODULE-LOAD-FAILED.

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
         MOVE GAME-COUNTER TO TV-GAME-ID.
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

       CERT-ONE-ROUND.
         MOVE SIM-KITTY (R) TO SIM-PRIZE.
         PERFORM CERT-ONE-BID
           VARYING K FROM 1 BY 1
           UNTIL K > REQ-SEATS OR MODULE-LOAD-FAILED.
         IF NOT MODULE-LOAD-FAILED
           MOVE 0 TO SIM-HIGH-BID
           MOVE 0 TO SIM-WINNER
           PERFORM FIND-SIM-ROUND-WINNER
             VARYING K FROM 1 BY 1 UNTIL K > REQ-SEATS
           IF SIM-WINNER > 0
             ADD SIM-PRIZE TO SIM-POINTS (SIM-WINNER)
           END-IF
           PERFORM NOTE-SIM-ROUND-SEEN
         END-IF.

       *> Every seat bids through the module under test, handed
       *> over exactly as WARO hands a seat to player-turn. A module
       *> that will not load cannot be certified at all; the
       *> battery stops there.
       CERT-ONE-BID.
         MOVE 0 TO SIM-BID (K).
         MOVE SPACES TO SCP-NAME.
         STRING "SEAT" K DELIMITED BY SIZE INTO SCP-NAME.
         MOVE 0 TO SCP-BID.
         MOVE SIM-POINTS (K) TO SCP-POINTS.
         MOVE CERT-CODE TO SCP-STRATEGY.
         MOVE "N" TO SCP-EXHAUSTED-SWITCH.
         PERFORM COPY-ONE-CALL-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX.
         MOVE SIM-CALL-PLAYER TO SAVED-CALL-PLAYER.
         MOVE NUM-CARDS-HAND TO CALL-NUM-CARDS.
         MOVE SIM-PRIZE TO CALL-PRIZE.
         MOVE GAME-COUNTER TO CALL-GAME-ID.
         MOVE R TO CALL-ROUND.
         MOVE K TO CALL-SEAT.
         MOVE "N" TO CALL-SUSPEND.
         CALL REG-CALL-NAME USING CALL-NUM-CARDS, CALL-PRIZE,
             SIM-CALL-PLAYER, CALL-GAME-ID, CALL-ROUND, CALL-SEAT,
             CALL-SUSPEND
           ON EXCEPTION
             DISPLAY "TRACER SEVERE ERROR: strategy module "
               REG-CALL-NAME " failed to load; it cannot be "
               "certified"
             MOVE "Y" TO LOAD-FAILED-SWITCH
           NOT ON EXCEPTION
             PERFORM CHECK-CALL-RESULT
         END-CALL.

       COPY-ONE-CALL-CARD.
         MOVE SIM-HAND (K, Y) TO SCP-HAND (Y).

       *> The checks run against the copies taken before the CALL.
       *> A call that breaks any of them is counted by kind, the
       *> seat gets its hand back as dealt, and nearest-card bids
       *> for it so the rest of the battery still plays out.
       CHECK-CALL-RESULT.
         ADD 1 TO CALL-COUNT.
         MOVE "N" TO CALL-BAD-SWITCH.
         IF CALL-SUSPEND NOT = "N"
           MOVE 5 TO FAIL-KIND
           PERFORM NOTE-VIOLATION
         END-IF.
         IF CALL-NUM-CARDS NOT = NUM-CARDS-HAND OR
            CALL-PRIZE NOT = SIM-PRIZE OR
            CALL-GAME-ID NOT = GAME-COUNTER OR
            CALL-ROUND NOT = R OR
            CALL-SEAT NOT = K
           MOVE 4 TO FAIL-KIND
           PERFORM NOTE-VIOLATION
         END-IF.
         IF SCP-NAME NOT = SAV-NAME OR
            SCP-POINTS NOT = SAV-POINTS OR
            SCP-STRATEGY NOT = SAV-STRATEGY OR
            SCP-EXHAUSTED-SWITCH NOT = SAV-EXHAUSTED-SWITCH
           MOVE 3 TO FAIL-KIND
           PERFORM NOTE-VIOLATION
         END-IF.
         MOVE "N" TO BID-HELD-SWITCH.
         IF SCP-BID IS NUMERIC
           IF SCP-BID > 0
             PERFORM CHECK-BID-HELD
               VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX
           END-IF
         END-IF.
         IF NOT BID-WAS-HELD
           MOVE 1 TO FAIL-KIND
           PERFORM NOTE-VIOLATION
         END-IF.
         MOVE 0 TO CHANGED-SLOTS.
         MOVE "N" TO ZEROED-OK-SWITCH.
         PERFORM CHECK-ONE-HAND-SLOT
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX.
         IF CHANGED-SLOTS NOT = 1 OR NOT BID-SLOT-ZEROED
           MOVE 2 TO FAIL-KIND
           PERFORM NOTE-VIOLATION
         END-IF.

         IF CALL-WAS-BAD
           MOVE SAVED-CALL-PLAYER TO SIM-CALL-PLAYER
           PERFORM SIM-PICK-NEAREST-CARD
         ELSE
           PERFORM TAKE-BACK-ONE-CALL-CARD
             VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND-MAX
           MOVE SCP-BID TO SIM-BID (K)
         END-IF.
         COMPUTE PASS-DIGEST (CFG, PASS-NUMBER) =
           FUNCTION MOD (PASS-DIGEST (CFG, PASS-NUMBER) * 31 +
             SIM-BID (K) * 10 + K, DIGEST-MODULUS).

       CHECK-BID-HELD.
         IF SAV-HAND (Y) > 0 AND SAV-HAND (Y) = SCP-BID
           MOVE "Y" TO BID-HELD-SWITCH
         END-IF.

       *> Exactly one slot may change, and only from the bid card
       *> to zero.
       CHECK-ONE-HAND-SLOT.
         IF SCP-HAND (Y) NOT = SAV-HAND (Y)
           ADD 1 TO CHANGED-SLOTS
           IF SCP-HAND (Y) = 0 AND SAV-HAND (Y) = SCP-BID
             MOVE "Y" TO ZEROED-OK-SWITCH
           END-IF
         END-IF.

       TAKE-BACK-ONE-CALL-CARD.
         MOVE SCP-HAND (Y) TO SIM-HAND (K, Y).

       NOTE-VIOLATION.
         MOVE "Y" TO CALL-BAD-SWITCH.
         ADD 1 TO FAIL-KIND-TALLY (FAIL-KIND).
         ADD 1 TO VIOLATION-COUNT.
         IF VIOLATIONS-SHOWN < VIOLATION-SHOW-MAX
           ADD 1 TO VIOLATIONS-SHOWN
           DISPLAY "TRACER   VIOLATION pass " PASS-NUMBER
             " config " CFG " game " G " round " R " seat " K
             ": " FAIL-KIND-LABEL (FAIL-KIND)
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

       SIM-PICK-NEAREST-CARD.
         MOVE 0 TO BEST-IDX.
         MOVE 99 TO BEST-DIFF.
         PERFORM FIND-SIM-NEAREST-CARD
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND.
         IF BEST-IDX > 0
           MOVE SIM-HAND (K, BEST-IDX) TO SIM-BID (K)
           MOVE 0 TO SIM-HAND (K, BEST-IDX)
         END-IF.

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

       FIND-SIM-ROUND-WINNER.
         IF SIM-BID (K) > SIM-HIGH-BID
           MOVE SIM-BID (K) TO SIM-HIGH-BID
           MOVE K TO SIM-WINNER
         END-IF.

       *> Per-configuration digests side by side, violations by
       *> kind, and the verdict: clean on every call of both passes
       *> and the same digests twice, or no stamp.
       PRINT-CERT-SUMMARY.
         DISPLAY " ".
         DISPLAY "CERTIFICATION SUMMARY - " CERT-PROGRAM
           " version " CERT-VERSION.
         IF NOT MODULE-LOAD-FAILED
           PERFORM PRINT-ONE-CONFIG
             VARYING CFG FROM 1 BY 1 UNTIL CFG > CONFIG-COUNT
         END-IF.
         DISPLAY "TRACER   calls checked " CALL-COUNT
           " violations " VIOLATION-COUNT.
         PERFORM PRINT-ONE-FAIL-KIND
           VARYING FAIL-KIND FROM 1 BY 1
           UNTIL FAIL-KIND > FAIL-KIND-COUNT.
         IF NOT MODULE-LOAD-FAILED AND VIOLATION-COUNT = 0 AND
            DIVERGED-CONFIGS = 0
           MOVE "Y" TO CERT-RESULT-SWITCH
           DISPLAY "TRACER : " CERT-PROGRAM " version "
             CERT-VERSION " CERTIFIED"
         ELSE
           DISPLAY "TRACER : " CERT-PROGRAM " version "
             CERT-VERSION " FAILED CERTIFICATION"
           MOVE 8 TO RETURN-CODE
         END-IF.

       PRINT-ONE-CONFIG.
         IF PASS-DIGEST (CFG, 1) NOT = PASS-DIGEST (CFG, 2)
           ADD 1 TO DIVERGED-CONFIGS
           DISPLAY "TRACER   config " CFG " hand " BAT-HAND (CFG)
             " deck " BAT-DECK (CFG) "/" BAT-DECKS (CFG)
             " seats " BAT-SEATS (CFG) " digest "
             PASS-DIGEST (CFG, 1) " rerun " PASS-DIGEST (CFG, 2)
             " NOT DETERMINISTIC"
         ELSE
           DISPLAY "TRACER   config " CFG " hand " BAT-HAND (CFG)
             " deck " BAT-DECK (CFG) "/" BAT-DECKS (CFG)
             " seats " BAT-SEATS (CFG) " digest "
             PASS-DIGEST (CFG, 1) " rerun " PASS-DIGEST (CFG, 2)
         END-IF.

       PRINT-ONE-FAIL-KIND.
         IF FAIL-KIND-TALLY (FAIL-KIND) > 0
           DISPLAY "TRACER   " FAIL-KIND-TALLY (FAIL-KIND) " x "
             FAIL-KIND-LABEL (FAIL-KIND)
         END-IF.

       *> The registry goes back record for record; only the entry
       *> under test changes - stamped on a pass, any old stamp
       *> taken off on a failure.
       STAMP-STRAT-REGISTRY.
         MOVE FUNCTION CURRENT-DATE (1:8) TO CERT-DATE.
         OPEN OUTPUT STRAT-REG-FILE.
         IF STRAT-REG-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: STRATREG could not be "
             "rewritten, status " STRAT-REG-STATUS
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM WRITE-ONE-REG-LINE
             VARYING I FROM 1 BY 1 UNTIL I > REG-LINE-COUNT
           CLOSE STRAT-REG-FILE
           IF CERT-PASSED
             DISPLAY "TRACER   STRATREG code " CERT-CODE
               " stamped C version " CERT-VERSION " " CERT-DATE
           ELSE
             DISPLAY "TRACER   STRATREG code " CERT-CODE
               " carries no certification stamp"
           END-IF
         END-IF.

       WRITE-ONE-REG-LINE.
         MOVE REG-LINE (I) TO STRAT-REG-RECORD.
         IF I = CERT-LINE-IDX
           IF CERT-PASSED
             MOVE "C" TO SR-CERT-FLAG
             MOVE CERT-VERSION TO SR-CERT-VERSION
             MOVE CERT-DATE TO SR-CERT-DATE
           ELSE
             MOVE SPACE TO SR-CERT-FLAG
             MOVE SPACES TO SR-CERT-VERSION
             MOVE SPACES TO SR-CERT-DATE
           END-IF
         END-IF.
         WRITE STRAT-REG-RECORD.
