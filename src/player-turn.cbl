             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOVES-STATUS.

           *> Sign-in for the human seat, terminal or mail: the
           *> ROSTER gives the seat's player-id, PINFILE (kept by
           *> WARO-ROSTER) that member's PIN hash and when it was
           *> set. Every check is appended to PINLOG, and as many
           *> failures in a row as PINCTL allows (three with no
           *> PINCTL) since the PIN was set or last accepted lock
           *> the member out until the steward sets a new PIN. With
           *> no ROSTER at all the seats are the historical PLYR
           *> names, nobody holds a PIN, and no sign-in is asked.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.
           SELECT PIN-FILE ASSIGN TO "PINFILE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-STATUS.
           SELECT PIN-LOG-FILE ASSIGN TO "PINLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-LOG-STATUS.
           SELECT PIN-CTL-FILE ASSIGN TO "PINCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-CTL-STATUS.

           *> Bid timer for the terminal seat: seconds allowed per
           *> bid, an optional game clock (total seconds the seat
           *> may spend over the whole game), and how many timeouts
           *> in one game forfeit the rest of it to auto-play (three
           *> if left blank). A bid answered late is void and the
           *> seat's roster default strategy bids instead. A missing
           *> BIDTIMECTL, or zeros, leaves the prompt untimed. Mail
           *> seats are not timed here; fixture deadlines cover them.
           SELECT BID-TIME-CTL-FILE ASSIGN TO "BIDTIMECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BID-TIME-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
         *> off. Spaces on rows written before the field existed.
         02 FILLER PIC X VALUE SPACE.
         02 AUD-TIME PIC X(6).
         *> How the bid was made, at the tail for the same reason:
         *> space a real choice; T the bid timed out, C the game
         *> clock was spent, F the seat had forfeited the game to
         *> auto-play - in all three the roster default strategy
         *> bid for the seat.
         02 FILLER PIC X VALUE SPACE.
         02 AUD-PLAY-FLAG PIC X(1).

       FD THRESH-CTL-FILE.
       01 THRESH-CTL-RECORD.
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

       FD MAIL-CTL-FILE.
       01 MAIL-CTL-RECORD.
       *> "O" turn offer (engine to player), "B" submitted bid
       *> (player to engine: the hand SLOT to bid, exactly what the
       *> terminal prompt takes). The last matching "B" on file wins,
       *> so a player can correct a slip by sending again. A "B"
       *> carries the member's PIN at the tail; the engine's "O"
       *> leaves it blank.
       FD MOVES-FILE.
       01 MOVES-RECORD.
         02 MV-TYPE PIC X(1).
         02 MV-HAND PIC 9(2) OCCURS 10 TIMES.
         02 FILLER PIC X.
         02 MV-BID-SLOT PIC 9(2).
         02 FILLER PIC X.
         02 MV-PIN PIC X(8).

       *> Same layout WARO-ROSTER keeps; only the name, the
       *> default strategy and the player-id matter here.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
         02 RST-NAME PIC X(6).
         02 FILLER PIC X.
         02 RST-STRATEGY PIC 9(1).
         02 FILLER PIC X(11).
         02 FILLER PIC X.
         02 RST-PLAYER-ID PIC 9(4).
         02 RST-PLAYER-ID-X REDEFINES RST-PLAYER-ID PIC X(4).
         02 FILLER PIC X(30).

       *> Same layout WARO-ROSTER keeps.
       FD PIN-FILE.
       01 PIN-RECORD.
         02 PN-PLAYER-ID PIC 9(4).
         02 FILLER PIC X.
         02 PN-HASH PIC 9(8).
         02 FILLER PIC X.
         02 PN-SET-STAMP PIC X(14).

       *> One row per sign-in checked: channel T terminal or M
       *> mail; result G good, F failed, L refused while locked
       *> out, N refused for want of a PIN. A mail row carries the
       *> MOVES record number it judged, so a run that meets the
       *> same bad "B" again does not count it twice.
       FD PIN-LOG-FILE.
       01 PIN-LOG-RECORD.
         02 PL-DATE PIC X(8).
         02 FILLER PIC X.
         02 PL-TIME PIC X(6).
         02 FILLER PIC X.
         02 PL-NAME PIC X(6).
         02 FILLER PIC X.
         02 PL-CHANNEL PIC X(1).
         02 FILLER PIC X.
         02 PL-RESULT PIC X(1).
         02 FILLER PIC X.
         02 PL-GAME-ID PIC 9(6).
         02 FILLER PIC X.
         02 PL-ROUND PIC 9(2).
         02 FILLER PIC X.
         02 PL-SEAT PIC 9(2).
         02 FILLER PIC X.
         02 PL-MOVE-SEQ PIC 9(6).

       FD PIN-CTL-FILE.
       01 PIN-CTL-RECORD.
         02 PC-ATTEMPTS PIC 9(2).

       FD BID-TIME-CTL-FILE.
       01 BID-TIME-CTL-RECORD.
         02 TL-BID-SECS PIC 9(4).
         02 FILLER PIC X.
         02 TL-GAME-SECS PIC 9(5).
         02 FILLER PIC X.
         02 TL-FORFEIT-COUNT PIC 9(2).

       WORKING-STORAGE SECTION.
       *> State that must survive from CALL to CALL: the kept-open
       01 DECK-LOADED-SWITCH PIC X(1) VALUE "N".
         88 DECK-SIZE-LOADED VALUE "Y".

       *> The sign-in cache: every roster member's player-id, PIN
       *> hash and default strategy (what auto-play bids with),
       *> reloaded when the game-id changes so a PIN the
       *> steward sets between games is honoured. 100 must track
       *> ROSTER-MAX in waro-roster.cbl; 8 NUM-PLAYERS-MAX in
       *> waro.cbl. A terminal seat signs in once per game.
       78 PIN-MEMBER-MAX VALUE 100.
       01 PIN-LOADED-GAME-ID PIC 9(6) VALUE 0.
       01 PIN-ROSTER-SWITCH PIC X(1) VALUE "N".
         88 PIN-ROSTER-PRESENT VALUE "Y".
       01 PIN-MEMBER-COUNT PIC 9(3) VALUE 0.
       01 PIN-MEMBER-TABLE.
         02 PIN-MEMBER OCCURS PIN-MEMBER-MAX TIMES.
           03 PM-NAME PIC X(6).
           03 PM-PLAYER-ID PIC 9(4).
           03 PM-HASH PIC 9(8).
           03 PM-SET-STAMP PIC X(14).
           03 PM-STRATEGY PIC 9(1).
       01 PIN-ATTEMPT-LIMIT PIC 9(2) VALUE 3.
       01 SEAT-SIGNED-IN-GAME PIC 9(6) OCCURS 8 TIMES VALUE 0.
       01 ROSTER-STATUS PIC X(2).
       01 PIN-STATUS PIC X(2).
       01 PIN-LOG-STATUS PIC X(2).
       01 PIN-CTL-STATUS PIC X(2).
       01 PIN-EOF-SWITCH PIC X(1).
         88 PIN-AT-EOF VALUE "Y".

       *> BIDTIMECTL, reloaded when the game-id changes, and each
       *> terminal seat's timeouts and game-clock seconds spent so
       *> far this game; 8 must track NUM-PLAYERS-MAX in waro.cbl.
       01 TIMER-LOADED-GAME-ID PIC 9(6) VALUE 0.
       01 BID-TIME-CTL-STATUS PIC X(2).
       01 BID-TIME-LIMIT PIC 9(4) VALUE 0.
       01 GAME-CLOCK-LIMIT PIC 9(5) VALUE 0.
       01 TIMEOUT-FORFEIT-LIMIT PIC 9(2) VALUE 3.
       01 SEAT-TIMER-GAME PIC 9(6) OCCURS 8 TIMES VALUE 0.
       01 SEAT-TIMEOUTS PIC 9(2) OCCURS 8 TIMES VALUE 0.
       01 SEAT-CLOCK-USED PIC 9(6) OCCURS 8 TIMES VALUE 0.

       *> A seat whose draft sign-in was refused or walked away from
       *> has the rest of that game's draft picked for it; its first
       *> bid meets the sign-in again. Wrong answers allowed per pick
       *> before the pick is made for the seat - unattended, an
       *> ACCEPT may never bring a usable one.
       01 DRAFT-REFUSED-GAME PIC 9(6) OCCURS 8 TIMES VALUE 0.
       78 DRAFT-TRIES-MAX VALUE 3.

       LOCAL-STORAGE SECTION.
          01 I PIC 9(2).
          01 J PIC 9(2).
          01 MAIL-FOUND-SWITCH PIC X(1) VALUE "N".
            88 MAIL-BID-FOUND VALUE "Y".
          01 MAIL-BID-SLOT PIC 9(2) VALUE 0.
          01 MAIL-BID-PIN PIC X(8).
          01 MAIL-BID-SEQ PIC 9(6) VALUE 0.
          01 MOVES-SEQ PIC 9(6) VALUE 0.
          01 PIN-MEMBER-IDX PIC 9(3) VALUE 0.
          01 PX PIC 9(3).
          01 PIN-TEXT PIC X(8).
          01 PIN-HASH-WORK PIC 9(8).
          01 PIN-FAILS PIC 9(4) VALUE 0.
          01 PIN-CHANNEL PIC X(1).
          01 PIN-RESULT PIC X(1).
          01 PIN-LOG-SEQ PIC 9(6) VALUE 0.
          01 PIN-ALREADY-SWITCH PIC X(1) VALUE "N".
            88 PIN-ALREADY-LOGGED VALUE "Y".
          01 PIN-SIGNED-SWITCH PIC X(1) VALUE "N".
            88 PIN-SIGNED-IN VALUE "Y".
          01 PIN-LOG-STAMP.
            02 PIN-LOG-STAMP-DATE PIC X(8).
            02 PIN-LOG-STAMP-TIME PIC X(6).
          01 ADVISE-MODE-SWITCH PIC X(1) VALUE "N".
            88 ADVISE-MODE VALUE "Y".
          01 SX PIC 9(3).
          01 SEEN-KIND-WORK PIC X(1).
          01 ADV-FOUND-SWITCH PIC X(1).
            88 ADV-CARD-SEEN VALUE "Y".
          *> Set when the seat's bid is made for it; see
          *> AUD-PLAY-FLAG for the codes.
          01 AUTO-PLAY-FLAG PIC X(1) VALUE SPACE.
            88 AUTO-PLAY-DUE VALUE "T" "C" "F".
          01 AUTO-STRATEGY PIC 9(1).
          01 TIMER-SEAT PIC 9(2) VALUE 0.
          01 CLOCK-NOW-WORK.
            02 CNW-HH PIC 9(2).
            02 CNW-MM PIC 9(2).
            02 CNW-SS PIC 9(2).
          01 CLOCK-NOW-SECS PIC 9(5).
          01 BID-START-SECS PIC 9(5).
          01 BID-ELAPSED-SECS PIC 9(5) VALUE 0.
          01 GAME-CLOCK-LEFT PIC 9(6).
          01 DRAFT-TRIES PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       78 NUM-CARDS-MAX            VALUE 10.
       01 SUSPEND-REQUEST PIC X(1).
         88 SUSPEND-REQUESTED VALUE "Y".
         88 MAIL-PARK-REQUESTED VALUE "M".
       *> Passed on the draft entry only (see PLAYER-TURN-DRAFT-POINT):
       *> the packet face up on the table, a taken card zero, and the
       *> position the seat takes.
       01 DRAFT-PACKET-CARDS.
         02 DRAFT-PACKET-CARD PIC 9(2) OCCURS 8 TIMES.
       01 DRAFT-PICK PIC 9(2).

       PROCEDURE DIVISION USING NUM-CARDS, PRIZE-CARD, PLAYER-REC,
           GAME-ID, ROUND-NUMBER, SEAT-NUMBER, SUSPEND-REQUEST.
         MOVE 0 TO THRESH-LOADED-GAME-ID.
         GOBACK.

       *> Draft entry point: WARO CALLs 'player-turn-draft' for each
       *> pick a human seat has in a draft game (see DRAFT-HANDS in
       *> waro.cbl), ROUND-NUMBER carrying the packet number and
       *> NUM-CARDS the packet's width. The pick is signed in and
       *> timed as a bid is, against the same per-game clock and
       *> timeout count. DRAFT-PICK comes back 0 whenever the seat
       *> does not choose for itself - a mail game (MOVES carries
       *> bids, not picks), a sign-in refused or walked away from,
       *> a pick out of time, or no usable answer in DRAFT-TRIES-MAX
       *> tries - and WARO makes the pick for the seat. Nothing is
       *> suspended here: the game has not started until the draft
       *> is done.
       PLAYER-TURN-DRAFT-POINT.
         ENTRY "player-turn-draft" USING NUM-CARDS, PLAYER-REC,
             GAME-ID, ROUND-NUMBER, SEAT-NUMBER, SUSPEND-REQUEST,
             DRAFT-PACKET-CARDS, DRAFT-PICK.
         MOVE 0 TO DRAFT-PICK.
         MOVE "N" TO SUSPEND-REQUEST.
         PERFORM READ-MAIL-CTL.
         IF MAIL-MODE
           DISPLAY "TRACER   " PLAYER-NAME
             " plays by mail; the draft pick is made for the seat"
           GOBACK
         END-IF.
         IF SEAT-NUMBER > 0 AND SEAT-NUMBER <= 8
           IF DRAFT-REFUSED-GAME (SEAT-NUMBER) = GAME-ID
             GOBACK
           END-IF
         END-IF.
         PERFORM CHECK-BID-CLOCK.
         IF NOT AUTO-PLAY-DUE
           PERFORM SIGN-IN-AT-TERMINAL
           IF SUSPEND-REQUESTED
             DISPLAY "TRACER   " PLAYER-NAME " is not signed in; "
               "the rest of the draft is picked for the seat"
             IF SEAT-NUMBER > 0 AND SEAT-NUMBER <= 8
               MOVE GAME-ID TO DRAFT-REFUSED-GAME (SEAT-NUMBER)
             END-IF
             MOVE "N" TO SUSPEND-REQUEST
           ELSE
             PERFORM PICK-DRAFT-CARD
           END-IF
         END-IF.
         IF AUTO-PLAY-DUE
           DISPLAY "TRACER   " PLAYER-NAME " auto-picks ("
             AUTO-PLAY-FLAG ") in draft packet " ROUND-NUMBER
         END-IF.
         GOBACK.

       *> The draft counterpart of PICK-TERMINAL-CARD: the hand
       *> drafted so far, the cards left in the packet, then a
       *> position to take.
       PICK-DRAFT-CARD.
         DISPLAY " ".
         DISPLAY "Draft packet " ROUND-NUMBER " - " PLAYER-NAME
           " to pick.".
         IF ROUND-NUMBER > 1
           DISPLAY "Your hand so far:"
           PERFORM SHOW-DRAFTED-CARD
             VARYING I FROM 1 BY 1 UNTIL I >= ROUND-NUMBER
         END-IF.
         DISPLAY "Face up in the packet:".
         PERFORM SHOW-PACKET-CARD
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS.
         MOVE "N" TO HUMAN-VALID-SWITCH.
         MOVE 0 TO DRAFT-TRIES.
         IF TIMER-SEAT > 0
           PERFORM SHOW-BID-CLOCK
           MOVE FUNCTION CURRENT-DATE (9:6) TO CLOCK-NOW-WORK
           COMPUTE BID-START-SECS = CNW-HH * 3600 + CNW-MM * 60
             + CNW-SS
         END-IF.
         PERFORM PROMPT-DRAFT-PICK
           UNTIL HUMAN-SEL-VALID OR AUTO-PLAY-DUE OR
                 DRAFT-TRIES >= DRAFT-TRIES-MAX.
         IF TIMER-SEAT > 0
           ADD BID-ELAPSED-SECS TO SEAT-CLOCK-USED (TIMER-SEAT)
         END-IF.
         IF HUMAN-SEL-VALID
           MOVE HUMAN-SEL TO DRAFT-PICK
         ELSE IF NOT AUTO-PLAY-DUE
           DISPLAY "No usable pick - the pick is made for you."
         END-IF
         END-IF.

       SHOW-DRAFTED-CARD.
         DISPLAY "  " PLAYER-HAND (I).

       SHOW-PACKET-CARD.
         IF DRAFT-PACKET-CARD (I) > 0
           DISPLAY "  [" I "] = " DRAFT-PACKET-CARD (I)
         END-IF.

       *> An answer past the time allowed is void, as at the bid.
       PROMPT-DRAFT-PICK.
         ADD 1 TO DRAFT-TRIES.
         DISPLAY "Enter packet position to take (1-" NUM-CARDS
           "): " WITH NO ADVANCING.
         MOVE SPACES TO HUMAN-INPUT.
         ACCEPT HUMAN-INPUT.
         IF TIMER-SEAT > 0
           PERFORM CHECK-BID-TIMER
         END-IF.
         IF NOT AUTO-PLAY-DUE
           MOVE FUNCTION NUMVAL (HUMAN-INPUT) TO HUMAN-SEL
           IF HUMAN-SEL > 0 AND HUMAN-SEL <= NUM-CARDS
               AND DRAFT-PACKET-CARD (HUMAN-SEL) > 0
             MOVE "Y" TO HUMAN-VALID-SWITCH
           ELSE IF DRAFT-TRIES < DRAFT-TRIES-MAX
             DISPLAY "Invalid selection, try again."
           END-IF
           END-IF
         END-IF.

       *> Loads the strategy registry once per run unit; re-running
       *> a tournament picks up registry changes on its next
       *> submission, the same refresh cadence the roster gets.
         MOVE ROUND-NUMBER TO AUD-ROUND.
         MOVE SEAT-NUMBER TO AUD-SEAT.
         MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-TIME.
         MOVE AUTO-PLAY-FLAG TO AUD-PLAY-FLAG.
         PERFORM FILL-AUDIT-HAND
           VARYING AUDIT-IDX FROM 1 BY 1 UNTIL AUDIT-IDX > 10.
         WRITE AUDIT-RECORD.
       *> "human" strategy: interactive at the terminal, or by mail
       *> when MAILCTL turns correspondence mode on - the remote
       *> player plays a round at a time between jobs instead of
       *> sitting through lunch. A terminal seat that has spent its
       *> game clock, or forfeited the game to auto-play, is not
       *> prompted at all; one that runs out of time at the prompt
       *> is bid for the same way.
       PICK-HUMAN-CARD.
         PERFORM READ-MAIL-CTL.
         IF MAIL-MODE
           PERFORM PICK-MAIL-CARD
         ELSE
           PERFORM CHECK-BID-CLOCK
           IF NOT AUTO-PLAY-DUE
             PERFORM SIGN-IN-AT-TERMINAL
             IF NOT SUSPEND-REQUESTED
               PERFORM PICK-TERMINAL-CARD
             END-IF
           END-IF
           IF AUTO-PLAY-DUE
             PERFORM AUTO-PLAY-HUMAN-SEAT
           END-IF
         END-IF.

       *> Where this seat's clock stands before it is prompted:
       *> counters start afresh with each game.
       CHECK-BID-CLOCK.
         IF TIMER-LOADED-GAME-ID NOT = GAME-ID
           PERFORM LOAD-BID-TIME-CTL
         END-IF.
         MOVE 0 TO TIMER-SEAT.
         IF SEAT-NUMBER > 0 AND SEAT-NUMBER <= 8 AND
            (BID-TIME-LIMIT > 0 OR GAME-CLOCK-LIMIT > 0)
           MOVE SEAT-NUMBER TO TIMER-SEAT
         END-IF.
         IF TIMER-SEAT > 0
           IF SEAT-TIMER-GAME (TIMER-SEAT) NOT = GAME-ID
             MOVE GAME-ID TO SEAT-TIMER-GAME (TIMER-SEAT)
             MOVE 0 TO SEAT-TIMEOUTS (TIMER-SEAT)
             MOVE 0 TO SEAT-CLOCK-USED (TIMER-SEAT)
           END-IF
           IF SEAT-TIMEOUTS (TIMER-SEAT) >= TIMEOUT-FORFEIT-LIMIT
             MOVE "F" TO AUTO-PLAY-FLAG
           ELSE IF GAME-CLOCK-LIMIT > 0 AND
                   SEAT-CLOCK-USED (TIMER-SEAT) >= GAME-CLOCK-LIMIT
             MOVE "C" TO AUTO-PLAY-FLAG
           END-IF
           END-IF
         END-IF.

       LOAD-BID-TIME-CTL.
         MOVE GAME-ID TO TIMER-LOADED-GAME-ID.
         MOVE 0 TO BID-TIME-LIMIT.
         MOVE 0 TO GAME-CLOCK-LIMIT.
         MOVE 3 TO TIMEOUT-FORFEIT-LIMIT.
         OPEN INPUT BID-TIME-CTL-FILE.
         IF BID-TIME-CTL-STATUS = "00"
           READ BID-TIME-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF TL-BID-SECS IS NUMERIC
                 MOVE TL-BID-SECS TO BID-TIME-LIMIT
               END-IF
               IF TL-GAME-SECS IS NUMERIC
                 MOVE TL-GAME-SECS TO GAME-CLOCK-LIMIT
               END-IF
               IF TL-FORFEIT-COUNT IS NUMERIC AND
                  TL-FORFEIT-COUNT > 0
                 MOVE TL-FORFEIT-COUNT TO TIMEOUT-FORFEIT-LIMIT
               END-IF
           END-READ
           CLOSE BID-TIME-CTL-FILE
         END-IF.

       *> The bid made for a seat out of time: the member's roster
       *> default strategy, or nearest-card play - the strongest of
       *> the fixed strategies - where the roster has no default,
       *> names the human strategy itself, or has no ROSTER at all.
       *> The audit row keeps the seat's own strategy code and
       *> carries the flag, so the bid is never mistaken for a
       *> choice the member made.
       AUTO-PLAY-HUMAN-SEAT.
         IF PIN-LOADED-GAME-ID NOT = GAME-ID
           PERFORM LOAD-PIN-CACHE
         END-IF.
         MOVE STRATEGY-NEAREST TO AUTO-STRATEGY.
         PERFORM FIND-AUTO-STRATEGY
           VARYING PX FROM 1 BY 1 UNTIL PX > PIN-MEMBER-COUNT.
         DISPLAY "TRACER   " PLAYER-NAME " auto-plays (" AUTO-PLAY-FLAG
           ") with strategy " AUTO-STRATEGY.
         MOVE REG-PROGRAM-TAB (AUTO-STRATEGY) TO REG-CALL-NAME.
         IF REG-CALL-NAME NOT = SPACES
           PERFORM CALL-REGISTERED-STRATEGY
           MOVE "N" TO SUSPEND-REQUEST
         ELSE
           EVALUATE AUTO-STRATEGY
             WHEN STRATEGY-NEXT
               PERFORM PICK-CARD
                 VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS
             WHEN STRATEGY-MAX
               PERFORM PICK-MAX-CARD
             WHEN STRATEGY-TUNED
               PERFORM PICK-TUNED-CARD
             WHEN STRATEGY-THRESHOLD
               PERFORM PICK-THRESHOLD-CARD
             WHEN OTHER
               PERFORM PICK-NEAREST-CARD
           END-EVALUATE
         END-IF.

       FIND-AUTO-STRATEGY.
         IF PM-NAME (PX) = PLAYER-NAME AND PM-STRATEGY (PX) > 0
            AND PM-STRATEGY (PX) NOT = STRATEGY-HUMAN
           MOVE PM-STRATEGY (PX) TO AUTO-STRATEGY
         END-IF.

       *> Seconds since the bid prompt first went up, crossing
       *> midnight at most once, checked against the per-bid limit
       *> and what is left of the game clock.
       CHECK-BID-TIMER.
         MOVE FUNCTION CURRENT-DATE (9:6) TO CLOCK-NOW-WORK.
         COMPUTE CLOCK-NOW-SECS = CNW-HH * 3600 + CNW-MM * 60
           + CNW-SS.
         IF CLOCK-NOW-SECS >= BID-START-SECS
           COMPUTE BID-ELAPSED-SECS = CLOCK-NOW-SECS - BID-START-SECS
         ELSE
           COMPUTE BID-ELAPSED-SECS =
             CLOCK-NOW-SECS + 86400 - BID-START-SECS
         END-IF.
         IF TIMER-SEAT > 0
           IF BID-TIME-LIMIT > 0 AND
              BID-ELAPSED-SECS > BID-TIME-LIMIT
             MOVE "T" TO AUTO-PLAY-FLAG
             ADD 1 TO SEAT-TIMEOUTS (TIMER-SEAT)
             DISPLAY "Time is up - the bid is made for you."
             IF SEAT-TIMEOUTS (TIMER-SEAT) >= TIMEOUT-FORFEIT-LIMIT
               DISPLAY "TRACER   " PLAYER-NAME " has timed out "
                 SEAT-TIMEOUTS (TIMER-SEAT) " time(s); the rest "
                 "of game " GAME-ID " auto-plays"
             END-IF
           ELSE IF GAME-CLOCK-LIMIT > 0 AND
                   SEAT-CLOCK-USED (TIMER-SEAT) + BID-ELAPSED-SECS
                     > GAME-CLOCK-LIMIT
             MOVE "C" TO AUTO-PLAY-FLAG
             DISPLAY "Game clock spent - this and later bids are "
               "made for you."
           END-IF
           END-IF
         END-IF.

       SHOW-BID-CLOCK.
         IF BID-TIME-LIMIT > 0
           DISPLAY "Bid within " BID-TIME-LIMIT
             " seconds or the bid is made for you."
         END-IF.
         IF GAME-CLOCK-LIMIT > 0
           COMPUTE GAME-CLOCK-LEFT =
             GAME-CLOCK-LIMIT - SEAT-CLOCK-USED (TIMER-SEAT)
           DISPLAY "Game clock left: " GAME-CLOCK-LEFT " seconds."
         END-IF.

       READ-MAIL-CTL.
       *> The correspondence turn: a submitted "B" record for this
       *> exact game, round, and seat plays immediately, validated
       *> exactly as the terminal prompt validates - a slot in range
       *> that still holds an unplayed card - once the PIN it
       *> carries signs the member in. No (or no valid) bid on file
       *> writes the turn offer and parks the game instead.
       PICK-MAIL-CARD.
         PERFORM FIND-MAIL-BID.
         MOVE "N" TO PIN-SIGNED-SWITCH.
         IF MAIL-BID-FOUND
           PERFORM SIGN-IN-BY-MAIL
         END-IF.
         IF MAIL-BID-FOUND AND PIN-SIGNED-IN AND
            MAIL-BID-SLOT > 0 AND
            MAIL-BID-SLOT <= NUM-CARDS AND
            PLAYER-HAND (MAIL-BID-SLOT) > 0
           DISPLAY "TRACER   " PLAYER-NAME
           MOVE PLAYER-HAND (MAIL-BID-SLOT) TO PLAYER-BID
           MOVE 0 TO PLAYER-HAND (MAIL-BID-SLOT)
         ELSE
           IF MAIL-BID-FOUND AND PIN-SIGNED-IN
             DISPLAY "TRACER   " PLAYER-NAME
               " submitted an invalid slot (" MAIL-BID-SLOT
               "); a fresh turn offer goes out"
       FIND-MAIL-BID.
         MOVE "N" TO MAIL-FOUND-SWITCH.
         MOVE 0 TO MAIL-BID-SLOT.
         MOVE 0 TO MOVES-SEQ.
         OPEN INPUT MOVES-FILE.
         IF MOVES-STATUS = "00"
           PERFORM READ-NEXT-MOVE
         END-READ.

       SCAN-ONE-MOVE.
         ADD 1 TO MOVES-SEQ.
         IF MV-TYPE = "B" AND MV-GAME-ID = GAME-ID AND
            MV-ROUND = ROUND-NUMBER AND MV-SEAT = SEAT-NUMBER
           MOVE "Y" TO MAIL-FOUND-SWITCH
           MOVE MV-BID-SLOT TO MAIL-BID-SLOT
           MOVE MV-PIN TO MAIL-BID-PIN
           MOVE MOVES-SEQ TO MAIL-BID-SEQ
         END-IF.
         PERFORM READ-NEXT-MOVE.

           MOVE 0 TO MV-HAND (I)
         END-IF.

       *> Before a terminal seat's first bid of the game the member
       *> signs in with their PIN. Each wrong PIN is logged and
       *> counted; reaching the lockout limit, or being locked out
       *> already, or having no PIN at all, suspends the game at
       *> this turn - the steward sets a PIN and the game resumes.
       *> An "S" at the PIN prompt suspends as it does at the bid.
       SIGN-IN-AT-TERMINAL.
         MOVE "T" TO PIN-CHANNEL.
         MOVE 0 TO PIN-LOG-SEQ.
         IF SEAT-NUMBER > 0 AND SEAT-NUMBER <= 8
           IF SEAT-SIGNED-IN-GAME (SEAT-NUMBER) NOT = GAME-ID
             PERFORM CHECK-SIGN-IN-STANDING
             IF PIN-SIGNED-IN
               CONTINUE
             ELSE IF PIN-MEMBER-IDX = 0 OR
                     PIN-FAILS >= PIN-ATTEMPT-LIMIT
               MOVE "Y" TO SUSPEND-REQUEST
             ELSE
               PERFORM PROMPT-HUMAN-PIN
                 UNTIL PIN-SIGNED-IN OR SUSPEND-REQUESTED
             END-IF
             END-IF
             IF PIN-SIGNED-IN
               MOVE GAME-ID TO SEAT-SIGNED-IN-GAME (SEAT-NUMBER)
             END-IF
           END-IF
         END-IF.

       PROMPT-HUMAN-PIN.
         DISPLAY "Enter PIN for " PLAYER-NAME
           ", or S to suspend: " WITH NO ADVANCING.
         ACCEPT PIN-TEXT.
         IF PIN-TEXT = "S" OR PIN-TEXT = "s"
           MOVE "Y" TO SUSPEND-REQUEST
         ELSE
           PERFORM CHECK-PIN-TEXT
           IF NOT PIN-SIGNED-IN
             IF PIN-FAILS >= PIN-ATTEMPT-LIMIT
               DISPLAY "PIN not accepted; " PLAYER-NAME
                 " is locked out - see the steward."
               MOVE "Y" TO SUSPEND-REQUEST
             ELSE
               DISPLAY "PIN not accepted, try again."
             END-IF
           END-IF
         END-IF.
         MOVE SPACES TO PIN-TEXT.

       *> A mail bid signs in with the PIN it carries. A refused
       *> bid is treated as no bid: a fresh turn offer goes out.
       SIGN-IN-BY-MAIL.
         MOVE "M" TO PIN-CHANNEL.
         MOVE MAIL-BID-SEQ TO PIN-LOG-SEQ.
         PERFORM CHECK-SIGN-IN-STANDING.
         IF PIN-SIGNED-IN
           CONTINUE
         ELSE IF PIN-MEMBER-IDX = 0 OR
                 PIN-FAILS >= PIN-ATTEMPT-LIMIT
           CONTINUE
         ELSE
           MOVE MAIL-BID-PIN TO PIN-TEXT
           PERFORM CHECK-PIN-TEXT
           MOVE SPACES TO PIN-TEXT
           IF NOT PIN-SIGNED-IN
             DISPLAY "TRACER   " PLAYER-NAME
               " mail bid carries a wrong PIN; a fresh turn offer "
               "goes out"
           END-IF
         END-IF
         END-IF.
         MOVE SPACES TO MAIL-BID-PIN.

       *> Where the seat stands before any PIN is tried: no roster
       *> means nothing to sign in to; a name with no PIN, or one
       *> already locked out, is refused and logged.
       CHECK-SIGN-IN-STANDING.
         MOVE "N" TO PIN-SIGNED-SWITCH.
         IF PIN-LOADED-GAME-ID NOT = GAME-ID
           PERFORM LOAD-PIN-CACHE
         END-IF.
         MOVE 0 TO PIN-MEMBER-IDX.
         PERFORM FIND-PIN-MEMBER
           VARYING PX FROM 1 BY 1 UNTIL PX > PIN-MEMBER-COUNT.
         IF NOT PIN-ROSTER-PRESENT
           MOVE "Y" TO PIN-SIGNED-SWITCH
         ELSE IF PIN-MEMBER-IDX = 0
           DISPLAY "TRACER   " PLAYER-NAME
             " has no sign-in PIN; see the steward"
           MOVE "N" TO PIN-RESULT
           PERFORM LOG-SIGN-IN
         ELSE
           PERFORM COUNT-PIN-FAILURES
           IF PIN-FAILS >= PIN-ATTEMPT-LIMIT
             DISPLAY "TRACER   " PLAYER-NAME " is locked out after "
               PIN-FAILS " failed sign-in(s); see the steward"
             MOVE "L" TO PIN-RESULT
             PERFORM LOG-SIGN-IN
           END-IF
         END-IF
         END-IF.

       FIND-PIN-MEMBER.
         IF PM-NAME (PX) = PLAYER-NAME AND PM-HASH (PX) > 0
           MOVE PX TO PIN-MEMBER-IDX
         END-IF.

       CHECK-PIN-TEXT.
         CALL 'pin-hash' USING PIN-TEXT,
             PM-PLAYER-ID (PIN-MEMBER-IDX), PIN-HASH-WORK.
         IF PIN-HASH-WORK > 0 AND
            PIN-HASH-WORK = PM-HASH (PIN-MEMBER-IDX)
           MOVE "Y" TO PIN-SIGNED-SWITCH
           MOVE "G" TO PIN-RESULT
           MOVE 0 TO PIN-FAILS
         ELSE
           ADD 1 TO PIN-FAILS
           MOVE "F" TO PIN-RESULT
         END-IF.
         PERFORM LOG-SIGN-IN.

       *> Failed sign-ins in a row since the PIN was set or last
       *> accepted. Also notes whether this very mail bid has been
       *> judged on an earlier run, so it is neither logged nor
       *> counted again.
       COUNT-PIN-FAILURES.
         MOVE 0 TO PIN-FAILS.
         MOVE "N" TO PIN-ALREADY-SWITCH.
         MOVE "N" TO PIN-EOF-SWITCH.
         OPEN INPUT PIN-LOG-FILE.
         IF PIN-LOG-STATUS = "00"
           PERFORM READ-NEXT-PIN-LOG
           PERFORM COUNT-ONE-PIN-LOG UNTIL PIN-AT-EOF
           CLOSE PIN-LOG-FILE
         END-IF.

       READ-NEXT-PIN-LOG.
         READ PIN-LOG-FILE
           AT END MOVE "Y" TO PIN-EOF-SWITCH
         END-READ.

       COUNT-ONE-PIN-LOG.
         MOVE PL-DATE TO PIN-LOG-STAMP-DATE.
         MOVE PL-TIME TO PIN-LOG-STAMP-TIME.
         IF PL-NAME = PLAYER-NAME AND
            PIN-LOG-STAMP > PM-SET-STAMP (PIN-MEMBER-IDX)
           IF PL-RESULT = "G"
             MOVE 0 TO PIN-FAILS
           ELSE IF PL-RESULT = "F"
             ADD 1 TO PIN-FAILS
           END-IF
           END-IF
           IF PIN-LOG-SEQ > 0 AND PL-CHANNEL = "M" AND
              PL-MOVE-SEQ = PIN-LOG-SEQ AND PL-GAME-ID = GAME-ID
              AND PL-ROUND = ROUND-NUMBER AND PL-SEAT = SEAT-NUMBER
             MOVE "Y" TO PIN-ALREADY-SWITCH
             IF PL-RESULT = "F" AND PIN-FAILS > 0
               SUBTRACT 1 FROM PIN-FAILS
             END-IF
           END-IF
         END-IF.
         PERFORM READ-NEXT-PIN-LOG.

       *> A mail bid already judged is not logged again; its
       *> failure, if it failed, was uncounted above and is counted
       *> once more by CHECK-PIN-TEXT, so the total stays true.
       LOG-SIGN-IN.
         IF NOT PIN-ALREADY-LOGGED
           OPEN EXTEND PIN-LOG-FILE
           IF PIN-LOG-STATUS = "35"
             OPEN OUTPUT PIN-LOG-FILE
           END-IF
           MOVE SPACES TO PIN-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE (1:8) TO PL-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO PL-TIME
           MOVE PLAYER-NAME TO PL-NAME
           MOVE PIN-CHANNEL TO PL-CHANNEL
           MOVE PIN-RESULT TO PL-RESULT
           MOVE GAME-ID TO PL-GAME-ID
           MOVE ROUND-NUMBER TO PL-ROUND
           MOVE SEAT-NUMBER TO PL-SEAT
           MOVE PIN-LOG-SEQ TO PL-MOVE-SEQ
           WRITE PIN-LOG-RECORD
           CLOSE PIN-LOG-FILE
         END-IF.

       *> Members and their PIN hashes, once per game.
       LOAD-PIN-CACHE.
         MOVE GAME-ID TO PIN-LOADED-GAME-ID.
         MOVE "N" TO PIN-ROSTER-SWITCH.
         MOVE 0 TO PIN-MEMBER-COUNT.
         MOVE "N" TO PIN-EOF-SWITCH.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           MOVE "Y" TO PIN-ROSTER-SWITCH
           PERFORM READ-NEXT-PIN-ROSTER
           PERFORM LOAD-ONE-PIN-ROSTER UNTIL PIN-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.
         MOVE "N" TO PIN-EOF-SWITCH.
         OPEN INPUT PIN-FILE.
         IF PIN-STATUS = "00"
           PERFORM READ-NEXT-PIN-RECORD
           PERFORM LOAD-ONE-PIN-RECORD UNTIL PIN-AT-EOF
           CLOSE PIN-FILE
         END-IF.
         OPEN INPUT PIN-CTL-FILE.
         IF PIN-CTL-STATUS = "00"
           READ PIN-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF PC-ATTEMPTS IS NUMERIC AND PC-ATTEMPTS > 0
                 MOVE PC-ATTEMPTS TO PIN-ATTEMPT-LIMIT
               END-IF
           END-READ
           CLOSE PIN-CTL-FILE
         END-IF.

       READ-NEXT-PIN-ROSTER.
         READ ROSTER-FILE
           AT END MOVE "Y" TO PIN-EOF-SWITCH
         END-READ.

       LOAD-ONE-PIN-ROSTER.
         IF RST-NAME NOT = SPACES AND
            RST-PLAYER-ID-X NOT = SPACES AND
            RST-PLAYER-ID IS NUMERIC AND
            PIN-MEMBER-COUNT < PIN-MEMBER-MAX
           ADD 1 TO PIN-MEMBER-COUNT
           MOVE RST-NAME TO PM-NAME (PIN-MEMBER-COUNT)
           MOVE RST-PLAYER-ID TO PM-PLAYER-ID (PIN-MEMBER-COUNT)
           MOVE 0 TO PM-HASH (PIN-MEMBER-COUNT)
           MOVE SPACES TO PM-SET-STAMP (PIN-MEMBER-COUNT)
           MOVE 0 TO PM-STRATEGY (PIN-MEMBER-COUNT)
           IF RST-STRATEGY IS NUMERIC
             MOVE RST-STRATEGY TO PM-STRATEGY (PIN-MEMBER-COUNT)
           END-IF
         END-IF.
         PERFORM READ-NEXT-PIN-ROSTER.

       READ-NEXT-PIN-RECORD.
         READ PIN-FILE
           AT END MOVE "Y" TO PIN-EOF-SWITCH
         END-READ.

       LOAD-ONE-PIN-RECORD.
         IF PN-PLAYER-ID IS NUMERIC AND PN-HASH IS NUMERIC
           PERFORM MATCH-ONE-PIN-RECORD
             VARYING PX FROM 1 BY 1 UNTIL PX > PIN-MEMBER-COUNT
         END-IF.
         PERFORM READ-NEXT-PIN-RECORD.

       MATCH-ONE-PIN-RECORD.
         IF PM-PLAYER-ID (PX) = PN-PLAYER-ID
           MOVE PN-HASH TO PM-HASH (PX)
           MOVE PN-SET-STAMP TO PM-SET-STAMP (PX)
         END-IF.

       *> The at-the-terminal prompt loop, exactly as it always
       *> worked: show the hand and the prize on offer, then ACCEPT
       *> the bid.
           PERFORM SHOW-ADVISOR-PANEL
         END-IF.
         MOVE "N" TO HUMAN-VALID-SWITCH.
         IF TIMER-SEAT > 0
           PERFORM SHOW-BID-CLOCK
           MOVE FUNCTION CURRENT-DATE (9:6) TO CLOCK-NOW-WORK
           COMPUTE BID-START-SECS = CNW-HH * 3600 + CNW-MM * 60
             + CNW-SS
         END-IF.
         PERFORM PROMPT-HUMAN-BID
           UNTIL HUMAN-SEL-VALID OR SUSPEND-REQUESTED OR
                 AUTO-PLAY-DUE.
         IF TIMER-SEAT > 0 AND NOT SUSPEND-REQUESTED
           ADD BID-ELAPSED-SECS TO SEAT-CLOCK-USED (TIMER-SEAT)
         END-IF.
         IF HUMAN-SEL-VALID
           MOVE PLAYER-HAND (HUMAN-SEL) TO PLAYER-BID
           MOVE 0 TO PLAYER-HAND (HUMAN-SEL)
         END-IF.
       *> holds an unplayed card; a bad or out-of-range entry just
       *> repeats the prompt rather than aborting the game. An "S"
       *> suspends the game for a later resume instead of bidding -
       *> the lunchtime league's walk-away key. Under BIDTIMECTL an
       *> answer (good or bad) that comes in past the time allowed
       *> is void: ACCEPT cannot be interrupted, so the clock is
       *> read when the answer arrives, and a late one hands the
       *> bid to AUTO-PLAY-HUMAN-SEAT.
       PROMPT-HUMAN-BID.
         DISPLAY "Enter hand slot to bid (1-" NUM-CARDS
           "), or S to suspend: " WITH NO ADVANCING.
         ACCEPT HUMAN-INPUT.
         IF TIMER-SEAT > 0 AND HUMAN-INPUT (1:1) NOT = "S" AND
            HUMAN-INPUT (1:1) NOT = "s"
           PERFORM CHECK-BID-TIMER
         END-IF.
         IF AUTO-PLAY-DUE
           CONTINUE
         ELSE IF HUMAN-INPUT (1:1) = "S" OR HUMAN-INPUT (1:1) = "s"
           MOVE "Y" TO SUSPEND-REQUEST
         ELSE
           MOVE FUNCTION NUMVAL (HUMAN-INPUT) TO HUMAN-SEL
           ELSE
             DISPLAY "Invalid selection, try again."
           END-IF
         END-IF
         END-IF.

       *> "tuned" strategy: looks up the historically most likely
