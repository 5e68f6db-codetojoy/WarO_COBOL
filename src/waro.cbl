           *> Spaces on rows written before the field existed.
           02 FILLER PIC X VALUE SPACE.
           02 GH-TIME PIC X(6).
           *> Where the game's result came from: space for a game
           *> this program dealt and played, "T" on every row of a
           *> game played with real cards at the table and keyed in
           *> through WARO-TABLETOP, "X" on the "S" row of a game
           *> played against another club and imported from its
           *> results interchange by WARO-INTERCLUB - no DEALFILE or
           *> BIDAUDIT record stands behind either. Appended at the
           *> tail like the fields above; this program only ever
           *> leaves it blank.
           02 FILLER PIC X VALUE SPACE.
           02 GH-ENTRY-SOURCE PIC X(1).
         *> "D" discard row, one per game that set any cards aside:
         *> the discard pile's contents, written alongside the "S"
         *> summary so an auditor can see exactly which cards never
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             *> 10 must track NUM-CARDS-HAND-MAX below.
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt; spaces on
           *> a dealt game and on records written before the field
           *> existed. A drafted hand is held in pick order - slot P
           *> is the card the seat took from packet P, the packets
           *> being the deck positions after the kitty, one card per
           *> seat each, picked seat 1 first on odd packets and the
           *> last seat first on even ones - so the deck order plus
           *> the hands ARE the draft order. A DEALFILE written
           *> before the field existed is reloaded by WARO-DEALCONV.
           02 DEAL-STYLE PIC X(1).

         FD REPLAY-CTL-FILE.
         01 REPLAY-CTL-RECORD.
           02 REPLAY-CTL-GAME-ID PIC 9(6).
           *> "D" plays the saved deal as a duplicate board: the same
           *> cards, but seated from this run's own lineup controls
           *> and scored as a new game under its own game-id. Blank
           *> is the historical straight replay.
           02 FILLER PIC X.
           02 REPLAY-CTL-MODE PIC X(1).

         FD SEED-CTL-FILE.
         01 SEED-CTL-RECORD.
           02 RS-NUM-CARDS-DECK PIC 9(2).
           02 FILLER PIC X.
           02 RS-NUM-DECKS PIC 9(1).
           *> "Y" drafts the hands instead of dealing them (see
           *> DRAFT-HANDS); the kitty is dealt blind either way.
           02 FILLER PIC X.
           02 RS-DRAFT-MODE PIC X(1).

         FD HANDICAP-CTL-FILE.
         01 HANDICAP-CTL-RECORD.

         *> E an entry-stake debit, W a pot payout credit, S a
         *> split-pot share, R a steward's re-buy credit (posted by
         *> WARO-BANKROLL), O a new player's opening balance, P an
         *> event place prize (posted by WARO-TOURNEY, which also
         *> posts an event's entry fees as E) - E debits a player,
         *> everything else credits one.
         FD BANKPOST-FILE.
         01 BANKPOST-RECORD.
           02 BP-DATE PIC X(8).
           02 BP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BP-AMOUNT PIC 9(6).
           *> Appended at the tail so postings written before it
           *> existed still line up: the event an entry fee or place
           *> prize belongs to, spaces on a game's own postings.
           02 FILLER PIC X.
           02 BP-EVENT PIC X(8).

         FD LINEUP-CTL-FILE.
         01 LINEUP-CTL-RECORD.
           02 RSH-NUM-CARDS-HAND PIC 9(2).
           02 RSH-NUM-CARDS-DECK PIC 9(2).
           02 RSH-NUM-DECKS PIC 9(1).
           02 RSH-DRAFT-MODE PIC X(1).

         01 HANDICAP-CTL-STATUS PIC X(2).
         01 RATING-STATUS PIC X(2).
         01 REPLAY-MODE-SWITCH PIC X(1) VALUE "N".
           88 REPLAY-MODE VALUE "Y".
         01 REPLAY-GAME-ID PIC 9(6) VALUE 0.
         *> Duplicate board play (REPLAYCTL mode "D"): only the cards
         *> come from the saved deal. The seats keep the names and
         *> strategies INIT-PLAYERS gave them, and the game takes a
         *> fresh game-id, DEAL-RECORD and DEALSEQ advance like any
         *> dealt game - it is a new game on an old deal, not a
         *> re-enactment of the old game.
         01 REPLAY-DUPLICATE-SWITCH PIC X(1) VALUE "N".
           88 REPLAY-DUPLICATE VALUE "Y".
         01 OPS-LOG-STATUS PIC X(2).

         *> Per-run operations tallies, reset each CALL and written
         01 ENTRY-STAKE PIC 9(4) VALUE 0.
         78 OPENING-BANKROLL VALUE 100.

         *> Same distinct-name ceiling the ratings book uses (200,
         *> RATED-NAME-MAX in waro-weekly.cbl). A book on file past
         *> it is counted in BANK-OVERFLOW and never rewritten - the
         *> game plays outside the chip economy instead, RC 4.
         78 BANK-NAME-MAX VALUE 200.
         01 BANK-NAME-COUNT PIC 9(3) VALUE 0.
         01 BANK-OVERFLOW PIC 9(6) VALUE 0.
         01 BANK-TABLE.
           02 BANK-ENTRY OCCURS BANK-NAME-MAX TIMES.
             03 BANK-NAME PIC X(6).
             *> Set when the name entered the book this run, so the
             *> opening balance gets its "O" posting at settle time.
             03 BANK-NEW-FLAG PIC 9(1).
         01 BANK-LOOKUP-IDX PIC 9(3).
         01 BANK-FOUND-IDX PIC 9(3).
         01 BANK-LOOKUP-NAME PIC X(6).
         01 POT-TOTAL PIC 9(6).
         01 STAKE-CHARGED PIC 9(4).
         01 BLIND-MODE-SWITCH PIC X(1) VALUE "N".
           88 BLIND-KITTY-MODE VALUE "Y".
         01 PRIZE-OFFERED PIC 9(2).

         *> Draft-deal house rule (RULESET only): the cards
         *> ASSIGN-CARD dealt to the seats are turned face up in
         *> packets of one card per seat and drafted instead (see
         *> DRAFT-HANDS). DRAFT-DEALT says this game's hands were
         *> drafted - by this run, or by the original run of a
         *> replayed deal - and is what DEAL-STYLE records.
         01 DRAFT-MODE-SWITCH PIC X(1) VALUE "N".
           88 DRAFT-MODE VALUE "Y".
         01 DRAFT-DEALT-SWITCH PIC X(1) VALUE "N".
           88 DRAFT-DEALT VALUE "Y".
         *> 8 must track NUM-PLAYERS-MAX below, and the packet
         *> layout in player-turn's draft entry.
         01 DRAFT-PACKET-TABLE.
           02 DRAFT-PACKET-CARD PIC 9(2) OCCURS 8 TIMES.
         01 DRAFT-PACKET PIC 9(2).
         01 DRAFT-TURN PIC 9(2).
         01 DRAFT-SEAT PIC 9(2).
         01 DRAFT-POS PIC 9(2).
         01 DRAFT-PICK-POS PIC 9(2).
         01 DRAFT-DECK-SLOT PIC 9(2).
         01 REPVER-CTL-STATUS PIC X(2).

         *> Replay verification: the original game's round-by-round
             03 LGR-STRATEGY PIC 9(1).
             03 LGR-POINTS PIC 9(4).

         *> What the whole table has seen so far this game, for a
         *> registered strategy module in the same run unit (see
         *> endgame-solver) - the prizes of the rounds done and every
         *> card bid in them, per face value, and how many cards each
         *> seat still holds. Kept by PUBLISH-TABLE-VIEW as of the
         *> start of each round, so a seat bidding late in a round
         *> learns nothing from the seats that bid before it.
         01 TABLE-VIEW EXTERNAL.
           02 TV-GAME-ID PIC 9(6).
           02 TV-NUM-SEATS PIC 9(2).
           02 TV-BASE-CARD PIC 9(2).
           02 TV-NUM-DECKS PIC 9(1).
           02 TV-ROUNDS-DONE PIC 9(2).
           02 TV-SEEN-COUNT PIC 9(1) OCCURS NUM-CARDS-DECK-MAX TIMES.
           02 TV-CARDS-LEFT PIC 9(2) OCCURS NUM-PLAYERS-MAX TIMES.
         01 VIEW-ROUND PIC 9(2).
         01 VIEW-SEAT PIC 9(2).
         01 VIEW-SLOT PIC 9(2).

         *> Cards ASSIGN-CARD can't place in the kitty or any seat's
         *> hand once NUM-CARDS-DECK doesn't divide evenly into
         *> NUM-CARDS-HAND-sized groups of (1 kitty + NUM-PLAYERS
         PERFORM READ-LINEUP-CTL.
         PERFORM READ-SUB-CTL.
         PERFORM READ-REPVER-CTL.
         *> A duplicate board is a different lineup on purpose;
         *> comparing it against the original game would report a
         *> DIVERGED verdict on every board.
         IF REPLAY-DUPLICATE
           MOVE "N" TO REPLAY-VERIFY-SWITCH
         END-IF.
         *> The original game's rows have to come off GAMEHIST while
         *> it can still be opened INPUT - the EXTEND open below owns
         *> the file for the rest of the game.
           *> already wrote those.
           CONTINUE
         ELSE
           MOVE "N" TO DRAFT-DEALT-SWITCH
           IF REPLAY-MODE
             PERFORM LOAD-REPLAY-DEAL-SIZING
           END-IF
           *> A replayed game is scored flat whatever HANDICTL says -
           *> an allowance the original game never granted would
           *> manufacture a DIVERGED verdict on every verified replay.
           *> A duplicate board is flat too: its seats are compared
           *> with every other table that held the same cards, and
           *> an allowance would tilt exactly that comparison.
           IF HANDICAP-MODE AND NOT REPLAY-MODE
             PERFORM APPLY-HANDICAPS
           END-IF
               DISPLAY "TRACER : " NUM-CARDS-DISCARD
                 " leftover card(s) went to the discard pile"
             END-IF
             IF DRAFT-MODE
               PERFORM DRAFT-HANDS
             ELSE IF BALANCED-DEAL-MODE
               PERFORM BALANCE-DEAL
             END-IF
             END-IF
           END-IF
           IF NOT REPLAY-MODE OR REPLAY-DUPLICATE
             PERFORM WRITE-DEAL-RECORD
             PERFORM WRITE-DEAL-SEQ
           END-IF

         IF RESUME-MODE
           CONTINUE
         ELSE IF REPLAY-MODE AND NOT REPLAY-DUPLICATE
           MOVE REPLAY-GAME-ID TO GAME-ID-IN-PLAY
         ELSE
           MOVE DEAL-GAME-ID-HOLD TO GAME-ID-IN-PLAY
         MOVE GAME-ID-IN-PLAY TO TRANSCRIPT-GAME-ID.
         PERFORM WRITE-TRANSCRIPT-PAGE-HEADER.

         COMPUTE TV-ROUNDS-DONE = START-ROUND - 1.
         PERFORM PUBLISH-TABLE-VIEW.
         PERFORM PLAY-ROUND
           VARYING I FROM START-ROUND BY 1
             UNTIL I > NUM-CARDS-HAND OR GAME-SUSPENDED.
           PERFORM PICK-TEAM-WINNER
         END-IF.
         *> A replay moves no real chips - the original game already
         *> settled them. A duplicate board is a game in its own
         *> right and settles like one.
         IF BANKROLL-MODE AND
            (NOT REPLAY-MODE OR REPLAY-DUPLICATE)
           PERFORM SETTLE-BANKROLL
         END-IF.
         PERFORM PRINT-STANDINGS.
           VARYING K FROM 1 BY 1 UNTIL K > NUM-CARDS-HAND-MAX.
         PERFORM FILL-DEAL-PLAYER
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         IF DRAFT-DEALT
           MOVE "D" TO DEAL-STYLE
         ELSE
           MOVE SPACE TO DEAL-STYLE
         END-IF.
         *> OPEN I-O keeps prior games' DEALFILE records intact when a
         *> tournament driver CALLs this program more than once in the
         *> same run unit; FILE STATUS 35 (file does not exist yet)
       *> future are simply not yet in force, which is how next
       *> season's voted changes sit on file weeks in advance.
       READ-RULE-SET.
         *> The draft has no loose control card: a game is drafted
         *> only when the version in force says so.
         MOVE "N" TO DRAFT-MODE-SWITCH.
         MOVE FUNCTION CURRENT-DATE (1:8) TO RULE-SET-RUN-DATE.
         MOVE SPACES TO RULE-SET-ID.
         MOVE SPACES TO RULE-SET-EFF-DATE.
           MOVE RS-BONUS-CARD-X TO RSH-BONUS-CARD-X
           MOVE RS-PENALTY-MODE TO RSH-PENALTY-MODE
           MOVE RS-BLIND-MODE TO RSH-BLIND-MODE
           MOVE RS-DRAFT-MODE TO RSH-DRAFT-MODE
           IF RS-NUM-CARDS-HAND IS NUMERIC
             MOVE RS-NUM-CARDS-HAND TO RSH-NUM-CARDS-HAND
           ELSE
         IF RSH-BLIND-MODE NOT = SPACE
           MOVE RSH-BLIND-MODE TO BLIND-MODE-SWITCH
         END-IF.
         IF RSH-DRAFT-MODE NOT = SPACE
           MOVE RSH-DRAFT-MODE TO DRAFT-MODE-SWITCH
         END-IF.
         IF RSH-NUM-CARDS-HAND > 0
           MOVE RSH-NUM-CARDS-HAND TO NUM-CARDS-HAND
           IF NUM-CARDS-HAND > NUM-CARDS-HAND-MAX
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         PERFORM CHECK-DEAL-BALANCE.

       *> Draft-deal house rule. The kitty ASSIGN-CARD dealt stands,
       *> face down; the cards it dealt to the seats are gathered
       *> back up and laid out face up in deck order, one packet per
       *> round of the draft, one card per seat in each packet. The
       *> seats take a card apiece from each packet in turn - seat 1
       *> first on odd packets, the last seat first on even ones, so
       *> no seat gets first choice every time - and the card taken
       *> from packet P goes in hand slot P. The human seat picks
       *> through player-turn, signed in and timed as for a bid;
       *> every other seat, and a human seat player-turn hands back
       *> unpicked (mail play, no sign-in, out of time, no usable
       *> answer), follows its strategy's drafting rule
       *> (DRAFT-AUTO-PICK). A balanced deal has nothing to balance
       *> once the seats choose their own hands.
       DRAFT-HANDS.
         MOVE "Y" TO DRAFT-DEALT-SWITCH.
         IF BALANCED-DEAL-MODE
           DISPLAY "TRACER balanced deal does not apply to a draft; "
             "BALCTL ignored for this game"
         END-IF.
         DISPLAY "TRACER : draft game - " NUM-CARDS-HAND
           " packets of " NUM-PLAYERS " cards".
         PERFORM DRAFT-ONE-PACKET
           VARYING DRAFT-PACKET FROM 1 BY 1
           UNTIL DRAFT-PACKET > NUM-CARDS-HAND.

       DRAFT-ONE-PACKET.
         PERFORM LAY-OUT-PACKET-CARD
           VARYING DRAFT-POS FROM 1 BY 1
           UNTIL DRAFT-POS > NUM-PLAYERS.
         PERFORM DRAFT-ONE-PICK
           VARYING DRAFT-TURN FROM 1 BY 1
           UNTIL DRAFT-TURN > NUM-PLAYERS.

       LAY-OUT-PACKET-CARD.
         COMPUTE DRAFT-DECK-SLOT = NUM-CARDS-HAND +
           (DRAFT-PACKET - 1) * NUM-PLAYERS + DRAFT-POS.
         MOVE DECK-CARDS (DRAFT-DECK-SLOT)
           TO DRAFT-PACKET-CARD (DRAFT-POS).

       DRAFT-ONE-PICK.
         DIVIDE DRAFT-PACKET BY 2 GIVING X REMAINDER Y.
         IF Y = 1
           MOVE DRAFT-TURN TO DRAFT-SEAT
         ELSE
           COMPUTE DRAFT-SEAT = NUM-PLAYERS - DRAFT-TURN + 1
         END-IF.
         MOVE 0 TO DRAFT-PICK-POS.
         IF PLAYER-STRATEGY (DRAFT-SEAT) = STRATEGY-HUMAN
           CALL 'player-turn-draft' USING NUM-PLAYERS,
             PLAYER-ENTRY (DRAFT-SEAT), DEAL-GAME-ID-HOLD,
             DRAFT-PACKET, DRAFT-SEAT, SUSPEND-REQUEST-SWITCH,
             DRAFT-PACKET-TABLE, DRAFT-PICK-POS
           MOVE "N" TO SUSPEND-REQUEST-SWITCH
         END-IF.
         IF DRAFT-PICK-POS = 0
           PERFORM DRAFT-AUTO-PICK
         END-IF.
         MOVE DRAFT-PACKET-CARD (DRAFT-PICK-POS)
           TO PLAYER-HAND (DRAFT-SEAT, DRAFT-PACKET).
         MOVE 0 TO DRAFT-PACKET-CARD (DRAFT-PICK-POS).
         IF VERBOSE-TRACING
           DISPLAY "TRACER   packet " DRAFT-PACKET " pick "
             DRAFT-TURN ": " PLAYER-NAME (DRAFT-SEAT) " takes "
             PLAYER-HAND (DRAFT-SEAT, DRAFT-PACKET)
         END-IF.

       *> The drafting rule for the automated strategies: next-card
       *> play takes the first card still on the table, as it bids
       *> the first card still in its hand; every other strategy
       *> takes the highest card left, the leftmost of equals.
       DRAFT-AUTO-PICK.
         PERFORM RATE-ONE-PACKET-CARD
           VARYING DRAFT-POS FROM 1 BY 1
           UNTIL DRAFT-POS > NUM-PLAYERS.

       RATE-ONE-PACKET-CARD.
         IF DRAFT-PACKET-CARD (DRAFT-POS) > 0
           IF DRAFT-PICK-POS = 0
             MOVE DRAFT-POS TO DRAFT-PICK-POS
           ELSE IF PLAYER-STRATEGY (DRAFT-SEAT) NOT = STRATEGY-NEXT
                   AND DRAFT-PACKET-CARD (DRAFT-POS) >
                       DRAFT-PACKET-CARD (DRAFT-PICK-POS)
             MOVE DRAFT-POS TO DRAFT-PICK-POS
           END-IF
           END-IF
         END-IF.

       *> Loads the optional handicap-mode switch. A missing HANDICTL
       *> (FILE STATUS 35) leaves HANDICAP-MODE-SWITCH at "N", the
       *> historical flat scoring.
       *> Loads the optional replay game-id. A missing REPLAYCTL (FILE
       *> STATUS 35) leaves REPLAY-MODE off, so BEGIN deals a normal,
       *> freshly-shuffled game.
       *> Both switches are cleared first: a tournament driver that
       *> rewrites REPLAYCTL between CALLs (the duplicate boards)
       *> empties it again afterwards, and the next game in the same
       *> run unit must not still be replaying.
       READ-REPLAY-CTL.
         MOVE "N" TO REPLAY-MODE-SWITCH.
         MOVE "N" TO REPLAY-DUPLICATE-SWITCH.
         OPEN INPUT REPLAY-CTL-FILE.
         IF REPLAY-CTL-STATUS = "00"
           READ REPLAY-CTL-FILE
             NOT AT END
               MOVE REPLAY-CTL-GAME-ID TO REPLAY-GAME-ID
               MOVE "Y" TO REPLAY-MODE-SWITCH
               IF REPLAY-CTL-MODE = "D"
                 MOVE "Y" TO REPLAY-DUPLICATE-SWITCH
               END-IF
           END-READ
           CLOSE REPLAY-CTL-FILE
         END-IF.
                 PERFORM COPY-REPLAY-PLAYER
                   VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS
                 PERFORM REBUILD-REPLAY-DISCARD
                 IF DEAL-STYLE = "D"
                   MOVE "Y" TO DRAFT-DEALT-SWITCH
                   DISPLAY "TRACER game " REPLAY-GAME-ID
                     " was a draft; its hands replay as drafted"
                 END-IF
             END-READ
           END-IF
           CLOSE DEAL-FILE
       COPY-REPLAY-KITTY-CARD.
         MOVE DEAL-KITTY-CARDS (K) TO KITTY-CARDS (K).

       *> A duplicate board keeps the seating INIT-PLAYERS already
       *> made; only the hand comes from the deal.
       COPY-REPLAY-PLAYER.
         IF NOT REPLAY-DUPLICATE
           MOVE DEAL-PLAYER-NAME (K) TO PLAYER-NAME (K)
           MOVE DEAL-PLAYER-STRATEGY (K) TO PLAYER-STRATEGY (K)
         END-IF.
         PERFORM COPY-REPLAY-PLAYER-HAND
           VARYING Y FROM 1 BY 1 UNTIL Y > NUM-CARDS-HAND.

         IF SPECTATOR-MODE-ACTIVE
           PERFORM PUBLISH-SPECTATOR-FEED
         END-IF.
         MOVE I TO TV-ROUNDS-DONE.
         PERFORM PUBLISH-TABLE-VIEW.

       *> Rebuilt whole from the custody ledger (which already counts
       *> sudden-death mini-bids), the kitty's revealed prizes and the
       *> hands, so a resumed game publishes the same view the
       *> suspended one would have; the caller sets TV-ROUNDS-DONE.
       PUBLISH-TABLE-VIEW.
         MOVE GAME-ID-IN-PLAY TO TV-GAME-ID.
         MOVE NUM-PLAYERS TO TV-NUM-SEATS.
         MOVE BASE-CARD-VALUE TO TV-BASE-CARD.
         MOVE NUM-DECKS TO TV-NUM-DECKS.
         PERFORM COPY-ONE-SEEN-VALUE
           VARYING VIEW-SLOT FROM 1 BY 1
             UNTIL VIEW-SLOT > NUM-CARDS-DECK-MAX.
         PERFORM ADD-ONE-SEEN-PRIZE
           VARYING VIEW-ROUND FROM 1 BY 1
             UNTIL VIEW-ROUND > TV-ROUNDS-DONE.
         PERFORM COUNT-ONE-SEAT-LEFT
           VARYING VIEW-SEAT FROM 1 BY 1
             UNTIL VIEW-SEAT > NUM-PLAYERS-MAX.

       COPY-ONE-SEEN-VALUE.
         MOVE CUSTODY-PLAYED (VIEW-SLOT) TO TV-SEEN-COUNT (VIEW-SLOT).

       ADD-ONE-SEEN-PRIZE.
         IF KITTY-CARDS (VIEW-ROUND) > 0 AND
            KITTY-CARDS (VIEW-ROUND) <= NUM-CARDS-DECK-MAX
           ADD 1 TO TV-SEEN-COUNT (KITTY-CARDS (VIEW-ROUND))
         END-IF.

       COUNT-ONE-SEAT-LEFT.
         MOVE 0 TO TV-CARDS-LEFT (VIEW-SEAT).
         IF VIEW-SEAT <= NUM-PLAYERS
           PERFORM COUNT-ONE-VIEW-SLOT
             VARYING VIEW-SLOT FROM 1 BY 1
               UNTIL VIEW-SLOT > NUM-CARDS-HAND
         END-IF.

       COUNT-ONE-VIEW-SLOT.
         IF PLAYER-HAND (VIEW-SEAT, VIEW-SLOT) > 0
           ADD 1 TO TV-CARDS-LEFT (VIEW-SEAT)
         END-IF.

       *> One operations record per run, whatever kind of exit this
       *> was; OPS-COMPLETED stays zero for a suspended game or a
       *> the opening balance as it first appears.
       READ-BANKROLL.
         MOVE 0 TO BANK-NAME-COUNT.
         MOVE 0 TO BANK-OVERFLOW.
         MOVE "N" TO BANK-CHANGED-SWITCH.
         MOVE "N" TO BANKROLL-EOF-SWITCH.
         OPEN INPUT BANKROLL-FILE.
           PERFORM LOAD-ONE-BANKROLL-RECORD UNTIL BANKROLL-AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.
         IF BANK-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " BANK-NAME-MAX
             " names on BANKROLL (" BANK-OVERFLOW " over); this game "
             "plays outside the chip economy and the book is left "
             "as it stands"
           MOVE "N" TO BANKROLL-MODE-SWITCH
           IF HIGHEST-SEVERITY < 4
             MOVE 4 TO HIGHEST-SEVERITY
           END-IF
         END-IF.

       READ-NEXT-BANKROLL-RECORD.
         READ BANKROLL-FILE
         END-READ.

       LOAD-ONE-BANKROLL-RECORD.
         IF BR-NAME NOT = SPACES
           IF BANK-NAME-COUNT < BANK-NAME-MAX
             ADD 1 TO BANK-NAME-COUNT
             MOVE BR-NAME TO BANK-NAME (BANK-NAME-COUNT)
             MOVE BR-BALANCE TO BANK-BALANCE (BANK-NAME-COUNT)
             MOVE 0 TO BANK-NEW-FLAG (BANK-NAME-COUNT)
           ELSE
             ADD 1 TO BANK-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL-RECORD.

