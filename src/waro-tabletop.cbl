       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-TABLETOP.
      *> Result entry for games played with real cards at the club
      *> table, in place of anyone hand-editing GAMEHIST (which
      *> WARO-XAUDIT then flags forever). A steward keys each game's
      *> scoresheet into TABLESHT - the date and the seated roster
      *> members, then each round's prize card, bids, and the seat
      *> that took it, or at minimum the final points - and this
      *> program checks the sheet the way WARO itself would play it:
      *> every card a legal face value for the DECKCTL deck, no card
      *> turned up more often than the decks in play hold it, every
      *> round won by a seat holding the high bid, and the points
      *> summing to exactly the prizes awarded. A sheet that passes
      *> takes the next game-id off DEALSEQ and is posted the same
      *> way a computer-played game is: "R"/"S" rows to GAMEHIST,
      *> LEDGER entries, the LEADERBOARD fold, and the FIXTURES
      *> entry the game satisfies marked played. The rows carry a
      *> tabletop-entry flag at the tail so the luck and bid-audit
      *> reports know there is no DEALFILE or BIDAUDIT behind them.
      *> A sheet that fails is rejected whole - nothing of it is
      *> posted - with every reason listed for the steward.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The keyed scoresheets, any number of games per deck:
           *> an "H" header opens each game, its "R" round records
           *> and optional "F" final-points record follow. A
           *> missing TABLESHT refuses the run - there is no
           *> guessable result.
           SELECT SHEET-FILE ASSIGN TO "TABLESHT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHEET-STATUS.

           *> WARO's own deck/hand-size control: the legal card
           *> values and the most rounds a sheet can carry follow
           *> whatever deck the club is playing. A missing DECKCTL
           *> keeps WARO's 4-card hand / 16-card deck defaults.
           SELECT DECK-CTL-FILE ASSIGN TO "DECKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DECK-CTL-STATUS.

           *> WARO's next-game-id record; a tabletop game draws its
           *> id from the same sequence so the two kinds of game
           *> never collide.
           SELECT DEAL-SEQ-FILE ASSIGN TO "DEALSEQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEAL-SEQ-STATUS.

           *> Only active roster members can be seated - and guests
           *> (status "G", see WARO-INTERCLUB), so a home match
           *> against another club's players can be keyed in.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEDGER-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.

           *> WARO-LEAGUE's fixtures file: a two-seat sheet between
           *> a pairing with an open fixture marks it played, the
           *> same way WARO-TOURNEY's fixtures run does. A missing
           *> FIXTURES just means no league is running.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURES-STATUS.

           *> Same in-use lock WARO claims (see CLAIM-RUN-LOCK in
           *> waro.cbl): a posting takes game-ids off DEALSEQ and
           *> appends to GAMEHIST, so it must not interleave with a
           *> game in flight.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOCK-STATUS.

           SELECT LOCK-CTL-FILE ASSIGN TO "LOCKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-CTL-STATUS.

           *> Same one-record-per-run operations summary WARO keeps.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPS-LOG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> "H" header: the date played, how many seats, the total
         *> of the prize cards turned (needed only for a sheet that
         *> records final points without its rounds), and the
         *> seated members' short names in seat order.
         FD SHEET-FILE.
         01 SHEET-HEADER-RECORD.
           02 TSH-TYPE PIC X(1).
           02 FILLER PIC X.
           02 TSH-DATE PIC X(8).
           02 FILLER PIC X.
           02 TSH-SEATS PIC 9(2).
           02 FILLER PIC X.
           02 TSH-PRIZE-TOTAL PIC 9(3).
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 TSH-SEAT-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 TSH-NAME PIC X(6).
         *> "R" round: the prize card, the seat the table awarded it
         *> to (zero lets the program find the single high bidder),
         *> and every seat's bid card. Same leading-type-byte
         *> dispatch as GAMEHIST's row types.
         01 SHEET-ROUND-RECORD.
           02 TSR-TYPE PIC X(1).
           02 FILLER PIC X.
           02 TSR-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 TSR-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 TSR-WINNER PIC 9(1).
           02 TSR-SEAT-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 TSR-BID PIC 9(2).
         *> "F" final points per seat - the whole record for a
         *> sheet kept as totals only, a cross-check for one that
         *> also records its rounds.
         01 SHEET-FINAL-RECORD.
           02 TSF-TYPE PIC X(1).
           02 TSF-SEAT-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 TSF-POINTS PIC 9(4).

         FD DECK-CTL-FILE.
         01 DECK-CTL-RECORD.
           02 DECK-CTL-NUM-CARDS-HAND PIC 9(2).
           02 FILLER PIC X.
           02 DECK-CTL-NUM-CARDS-DECK PIC 9(2).
           02 FILLER PIC X.
           02 DECK-CTL-NUM-DECKS PIC 9(1).

         FD DEAL-SEQ-FILE.
         01 DEAL-SEQ-RECORD.
           02 DEAL-SEQ-NEXT-ID PIC 9(6).

         *> Same layout WARO-ROSTER writes.
         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 RST-DATE-JOINED PIC X(8).

         *> Same layout waro.cbl writes; duplicated here rather than
         *> via a copybook, matching how WARO-REPORT already carries
         *> its own copy of GAME-HIST-RECORD.
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
           02 FILLER PIC X.
           02 GH-HANDICAP-FLAG PIC X(1).
           02 FILLER PIC X.
           02 GH-RULE-SET PIC X(8).
           02 FILLER PIC X.
           02 GH-BAL-PASSES PIC 9(2).
           02 FILLER PIC X.
           02 GH-TIME PIC X(6).
           *> "T" on every row of a tabletop-entered game.
           02 FILLER PIC X.
           02 GH-ENTRY-SOURCE PIC X(1).

         *> Same layout waro.cbl writes.
         FD LEDGER-FILE.
         01 LEDGER-RECORD.
           02 LED-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 LED-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 LED-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 LED-TYPE PIC X(1).
           02 FILLER PIC X.
           02 LED-AMOUNT PIC 9(4).

         *> Same layout WARO-TOURNEY keeps.
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

         *> Same layout WARO-LEAGUE writes.
         FD FIXTURES-FILE.
         01 FIXTURE-RECORD.
           02 FX-NUMBER PIC 9(4).
           02 FILLER PIC X.
           02 FX-HOME PIC X(6).
           02 FILLER PIC X.
           02 FX-AWAY PIC X(6).
           02 FILLER PIC X.
           02 FX-STATUS PIC X(1).
           02 FILLER PIC X.
           02 FX-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 FX-WINNER PIC X(6).
           02 FILLER PIC X.
           02 FX-DUE-DATE PIC X(8).

         FD RUN-LOCK-FILE.
         01 RUN-LOCK-RECORD.
           02 LOCK-STATE PIC X(1).
           02 FILLER PIC X.
           02 LOCK-HOLDER PIC X(8).
           02 FILLER PIC X.
           02 LOCK-STAMP PIC X(14).

         FD LOCK-CTL-FILE.
         01 LOCK-CTL-RECORD.
           02 LOCK-CTL-MODE PIC X(1).

         *> Same layout waro.cbl writes.
         FD OPS-LOG-FILE.
         01 OPS-LOG-RECORD.
           02 OPS-PROGRAM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-START-STAMP PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-END-STAMP PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GAMES-ATTEMPTED PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GAMES-COMPLETED PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-SHUFFLE-FAILS PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-RECON-BREAKS PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-NO-BIDDER PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GH-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-AUD-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-DEAL-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-HIGHEST-RC PIC 9(2).

         WORKING-STORAGE SECTION.
         01 SHEET-STATUS PIC X(2).
         01 DECK-CTL-STATUS PIC X(2).
         01 DEAL-SEQ-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
         01 LEDGER-STATUS PIC X(2).
         01 LEADERBOARD-STATUS PIC X(2).
         01 FIXTURES-STATUS PIC X(2).
         01 RUN-LOCK-STATUS PIC X(2).
         01 LOCK-CTL-STATUS PIC X(2).
         01 OPS-LOG-STATUS PIC X(2).
         01 SHEET-EOF-SWITCH PIC X(1) VALUE "N".
           88 SHEET-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
           88 LB-AT-EOF VALUE "Y".
         01 FX-EOF-SWITCH PIC X(1) VALUE "N".
           88 FX-AT-EOF VALUE "Y".

         *> Same lock handshake as WARO: a driver that already owns
         *> the lock has set RUN-LOCK-OWNED.
         01 RUN-LOCK-OWNED EXTERNAL PIC X(1).
         01 LOCK-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 LOCK-REFUSED VALUE "Y".
         01 LOCK-FORCE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-FORCE-OVERRIDE VALUE "Y".
         01 LOCK-CLAIMED-HERE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-CLAIMED-HERE VALUE "Y".
         01 OPS-RUN-START PIC X(14).
         01 OPS-CT-GH PIC 9(6) VALUE 0.

         *> The deck in play, the way WARO's READ-DECK-CTL and
         *> COMPUTE-BASE-CARD-VALUE derive it: face values run 1
         *> thru BASE-CARD-VALUE, each held NUM-DECKS times.
         78 NUM-CARDS-HAND-MAX VALUE 10.
         78 NUM-CARDS-DECK-MAX VALUE 40.
         78 NUM-PLAYERS-MAX VALUE 8.
         01 NUM-CARDS-HAND PIC 9(2) VALUE 4.
         01 NUM-CARDS-DECK PIC 9(2) VALUE 16.
         01 NUM-DECKS PIC 9(1) VALUE 1.
         01 BASE-CARD-VALUE PIC 9(2) VALUE 16.
         01 DECK-REMAINDER PIC 9(2).
         01 NEXT-GAME-ID PIC 9(6) VALUE 1.

         *> The active membership and guests, for seat validation.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-ACTIVE-NAME PIC X(6) OCCURS ROSTER-MAX TIMES.
         01 RX PIC 9(3).
         01 RX-FOUND PIC 9(3).

         *> The sheet being assembled: header, rounds in the order
         *> keyed, the optional final points, and the error count
         *> that decides whether it posts.
         01 SHEET-OPEN-SWITCH PIC X(1) VALUE "N".
           88 SHEET-OPEN VALUE "Y".
         01 SHEET-FINAL-SWITCH PIC X(1).
           88 SHEET-HAS-FINAL VALUE "Y".
         01 SHEET-NUMBER PIC 9(4) VALUE 0.
         01 SHEET-ERRORS PIC 9(4).
         01 SHEET-DATE PIC X(8).
         01 SHEET-SEATS PIC 9(2).
         01 SHEET-PRIZE-TOTAL PIC 9(3).
         01 SHEET-NAME PIC X(6) OCCURS 8 TIMES.
         01 SHEET-ROUND-COUNT PIC 9(2).
         01 SHEET-ROUND-TABLE.
           02 SHEET-ROUND-ENTRY OCCURS 10 TIMES.
             03 SR-PRIZE PIC 9(2).
             03 SR-WINNER PIC 9(1).
             03 SR-BID PIC 9(2) OCCURS 8 TIMES.
             03 SR-RUNNING PIC 9(4) OCCURS 8 TIMES.
         01 SHEET-FINAL-POINTS PIC 9(4) OCCURS 8 TIMES.
         01 SEAT-POINTS PIC 9(4) OCCURS 8 TIMES.
         01 CARD-SEEN PIC 9(2) OCCURS NUM-CARDS-DECK-MAX TIMES.
         01 PRIZE-SUM PIC 9(4).
         01 POINTS-SUM PIC 9(5).
         01 PRIZE-CEILING PIC 9(4).
         01 HIGH-BID PIC 9(2).
         01 HIGH-BID-COUNT PIC 9(1).
         01 HIGH-POINTS PIC 9(4).
         01 GAME-TIE-COUNT PIC 9(1).
         01 GAME-WINNER PIC 9(1).
         01 CHECK-CARD PIC 9(2).
         01 GAME-ID-POSTED PIC 9(6).

         *> The season board, folded by member the way WARO-ADJUST
         *> finds its rows; a member not yet on the board takes the
         *> seat's own slot, the WARO-TOURNEY convention. 8 must
         *> track CKPT-NUM-SEATS in waro-tourney.cbl.
         78 LB-SEAT-COUNT VALUE 8.
         01 LB-TABLE.
           02 LB-ENTRY OCCURS LB-SEAT-COUNT TIMES.
             03 LBT-NAME PIC X(6) VALUE SPACES.
             03 LBT-STRATEGY PIC 9(1) VALUE 0.
             03 LBT-GAMES PIC 9(6) VALUE 0.
             03 LBT-POINTS PIC 9(8) VALUE 0.
             03 LBT-WINS PIC 9(6) VALUE 0.
         01 LB-ROW PIC 9(2).

         *> The loaded fixtures; must track FIXTURE-MAX in
         *> waro-league.cbl.
         78 FIXTURE-MAX VALUE 9900.
         01 FIXTURE-COUNT PIC 9(4) VALUE 0.
         01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS FIXTURE-MAX TIMES.
             03 FT-HOME PIC X(6).
             03 FT-AWAY PIC X(6).
             03 FT-STATUS PIC X(1).
             03 FT-GAME-ID PIC 9(6).
             03 FT-WINNER PIC X(6).
             03 FT-DUE-DATE PIC X(8).
         01 FX PIC 9(4).
         01 FIXTURE-MATCH PIC 9(4).
         01 FIXTURES-CHANGED-SWITCH PIC X(1) VALUE "N".
           88 FIXTURES-CHANGED VALUE "Y".

         *> Tabletop seats are people playing their own cards: the
         *> rows carry the human strategy code, 4, as STRATEGY-HUMAN
         *> is numbered in player-turn.cbl.
         78 TABLETOP-STRATEGY VALUE 4.

         01 SHEETS-READ PIC 9(4) VALUE 0.
         01 SHEETS-POSTED PIC 9(4) VALUE 0.
         01 SHEETS-REJECTED PIC 9(4) VALUE 0.
         01 FIXTURES-MARKED PIC 9(4) VALUE 0.
         01 K PIC 9(2).
         01 J PIC 9(2).
         01 R PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO TABLETOP RESULT ENTRY".
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-RUN-START.
         OPEN INPUT SHEET-FILE.
         IF SHEET-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no TABLESHT scoresheets to "
             "enter"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM CLAIM-RUN-LOCK.
         IF LOCK-REFUSED
           CLOSE SHEET-FILE
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM READ-DECK-CTL.
         PERFORM LOAD-ROSTER.
         PERFORM LOAD-LEADERBOARD.
         PERFORM LOAD-FIXTURES.
         PERFORM READ-NEXT-SHEET-RECORD.
         PERFORM PROCESS-SHEET-RECORD UNTIL SHEET-AT-EOF.
         IF SHEET-OPEN
           PERFORM CLOSE-OUT-SHEET
         END-IF.
         CLOSE SHEET-FILE.
         IF SHEETS-POSTED > 0
           PERFORM WRITE-LEADERBOARD
         END-IF.
         IF FIXTURES-CHANGED
           PERFORM REWRITE-FIXTURES-FILE
         END-IF.
         DISPLAY " ".
         DISPLAY "WARO TABLETOP ENTRY - sheets read " SHEETS-READ
           " posted " SHEETS-POSTED " rejected " SHEETS-REJECTED
           " fixtures marked played " FIXTURES-MARKED.
         IF SHEETS-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         PERFORM WRITE-OPS-SUMMARY.
         IF LOCK-CLAIMED-HERE
           PERFORM RELEASE-RUN-LOCK
         END-IF.
         GOBACK.

       *> The same claim WARO makes for a standalone run, honoring a
       *> driver that already holds the lock for its whole stream.
       CLAIM-RUN-LOCK.
         MOVE "N" TO LOCK-CLAIMED-HERE-SWITCH.
         MOVE "N" TO LOCK-REFUSED-SWITCH.
         IF RUN-LOCK-OWNED = "Y"
           CONTINUE
         ELSE
           PERFORM READ-LOCK-CTL
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-STATUS = "00"
             READ RUN-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                 IF LOCK-STATE = "Y"
                   IF LOCK-FORCE-OVERRIDE
                     DISPLAY "TRACER stale run lock held by "
                       LOCK-HOLDER " since " LOCK-STAMP
                       " cleared by LOCKCTL operator override"
                   ELSE
                     MOVE "Y" TO LOCK-REFUSED-SWITCH
                     DISPLAY "TRACER SEVERE ERROR: another run ("
                       LOCK-HOLDER ", since " LOCK-STAMP
                       ") holds the WarO datasets; refusing to "
                       "start - clear a stale lock with LOCKCTL F"
                   END-IF
                 END-IF
             END-READ
             CLOSE RUN-LOCK-FILE
           END-IF
           IF NOT LOCK-REFUSED
             OPEN OUTPUT RUN-LOCK-FILE
             MOVE SPACES TO RUN-LOCK-RECORD
             MOVE "Y" TO LOCK-STATE
             MOVE "TABLETOP" TO LOCK-HOLDER
             MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP
             WRITE RUN-LOCK-RECORD
             CLOSE RUN-LOCK-FILE
             MOVE "Y" TO LOCK-CLAIMED-HERE-SWITCH
             MOVE "Y" TO RUN-LOCK-OWNED
           END-IF
         END-IF.

       READ-LOCK-CTL.
         OPEN INPUT LOCK-CTL-FILE.
         IF LOCK-CTL-STATUS = "00"
           READ LOCK-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF LOCK-CTL-MODE = "F"
                 MOVE "Y" TO LOCK-FORCE-SWITCH
               END-IF
           END-READ
           CLOSE LOCK-CTL-FILE
         END-IF.

       RELEASE-RUN-LOCK.
         OPEN OUTPUT RUN-LOCK-FILE.
         MOVE SPACES TO RUN-LOCK-RECORD.
         MOVE "N" TO LOCK-STATE.
         MOVE "TABLETOP" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.

       *> WARO's own deck sizing, clamps and all, so a sheet is held
       *> to the same deck the machine games are dealt from.
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
         END-IF.
         IF NUM-CARDS-HAND > NUM-CARDS-HAND-MAX
           MOVE NUM-CARDS-HAND-MAX TO NUM-CARDS-HAND
         END-IF.
         IF NUM-CARDS-DECK > NUM-CARDS-DECK-MAX
           MOVE NUM-CARDS-DECK-MAX TO NUM-CARDS-DECK
         END-IF.
         MOVE NUM-CARDS-DECK TO BASE-CARD-VALUE.
         IF NUM-DECKS > 1
           DIVIDE NUM-CARDS-DECK BY NUM-DECKS
             GIVING BASE-CARD-VALUE REMAINDER DECK-REMAINDER
           IF DECK-REMAINDER NOT = 0
             MOVE 1 TO NUM-DECKS
             MOVE NUM-CARDS-DECK TO BASE-CARD-VALUE
           END-IF
         END-IF.
         DISPLAY "TRACER deck in play: " NUM-CARDS-DECK " cards, "
           NUM-DECKS " deck(s), hand " NUM-CARDS-HAND.

       LOAD-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-MEMBER UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         ELSE
           DISPLAY "TRACER SEVERE ERROR: no ROSTER; every sheet "
             "will be rejected"
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-MEMBER.
         IF (RST-STATUS = "A" OR RST-STATUS = "G") AND
            RST-NAME NOT = SPACES AND ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE RST-NAME TO ROSTER-ACTIVE-NAME (ROSTER-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       LOAD-LEADERBOARD.
         OPEN INPUT LEADERBOARD-FILE.
         IF LEADERBOARD-STATUS = "00"
           PERFORM READ-NEXT-LB
           PERFORM LOAD-ONE-LB
             VARYING LB-ROW FROM 1 BY 1
               UNTIL LB-ROW > LB-SEAT-COUNT OR LB-AT-EOF
           CLOSE LEADERBOARD-FILE
         END-IF.

       READ-NEXT-LB.
         READ LEADERBOARD-FILE
           AT END MOVE "Y" TO LB-EOF-SWITCH
         END-READ.

       LOAD-ONE-LB.
         MOVE LB-PLAYER-NAME TO LBT-NAME (LB-ROW).
         MOVE LB-STRATEGY TO LBT-STRATEGY (LB-ROW).
         MOVE LB-GAMES-PLAYED TO LBT-GAMES (LB-ROW).
         MOVE LB-TOTAL-POINTS TO LBT-POINTS (LB-ROW).
         MOVE LB-WINS TO LBT-WINS (LB-ROW).
         PERFORM READ-NEXT-LB.

       LOAD-FIXTURES.
         OPEN INPUT FIXTURES-FILE.
         IF FIXTURES-STATUS = "00"
           PERFORM READ-NEXT-FIXTURE
           PERFORM LOAD-ONE-FIXTURE UNTIL FX-AT-EOF
           CLOSE FIXTURES-FILE
         END-IF.

       READ-NEXT-FIXTURE.
         READ FIXTURES-FILE
           AT END MOVE "Y" TO FX-EOF-SWITCH
         END-READ.

       LOAD-ONE-FIXTURE.
         IF FX-HOME NOT = SPACES
           IF FIXTURE-COUNT < FIXTURE-MAX
             ADD 1 TO FIXTURE-COUNT
             MOVE FX-HOME TO FT-HOME (FIXTURE-COUNT)
             MOVE FX-AWAY TO FT-AWAY (FIXTURE-COUNT)
             MOVE FX-STATUS TO FT-STATUS (FIXTURE-COUNT)
             MOVE FX-GAME-ID TO FT-GAME-ID (FIXTURE-COUNT)
             MOVE FX-WINNER TO FT-WINNER (FIXTURE-COUNT)
             MOVE FX-DUE-DATE TO FT-DUE-DATE (FIXTURE-COUNT)
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " FIXTURE-MAX
               " fixtures; extras are beyond this run"
           END-IF
         END-IF.
         PERFORM READ-NEXT-FIXTURE.

       READ-NEXT-SHEET-RECORD.
         READ SHEET-FILE
           AT END MOVE "Y" TO SHEET-EOF-SWITCH
         END-READ.

       *> An "H" closes out the sheet before it and opens the next;
       *> "R" and "F" records belong to the sheet already open.
       PROCESS-SHEET-RECORD.
         EVALUATE TSH-TYPE
           WHEN "H"
             IF SHEET-OPEN
               PERFORM CLOSE-OUT-SHEET
             END-IF
             PERFORM OPEN-NEW-SHEET
           WHEN "R"
             IF SHEET-OPEN
               PERFORM ADD-SHEET-ROUND
             ELSE
               DISPLAY "TRACER   REJECTED: round record ahead of "
                 "any sheet header"
             END-IF
           WHEN "F"
             IF SHEET-OPEN
               PERFORM ADD-SHEET-FINAL
             ELSE
               DISPLAY "TRACER   REJECTED: final-points record "
                 "ahead of any sheet header"
             END-IF
           WHEN OTHER
             IF SHEET-OPEN
               ADD 1 TO SHEET-ERRORS
             END-IF
             DISPLAY "TRACER   REJECTED: unknown record type '"
               TSH-TYPE "'"
         END-EVALUATE.
         PERFORM READ-NEXT-SHEET-RECORD.

       OPEN-NEW-SHEET.
         ADD 1 TO SHEETS-READ.
         ADD 1 TO SHEET-NUMBER.
         MOVE "Y" TO SHEET-OPEN-SWITCH.
         MOVE "N" TO SHEET-FINAL-SWITCH.
         MOVE 0 TO SHEET-ERRORS.
         MOVE 0 TO SHEET-ROUND-COUNT.
         MOVE TSH-DATE TO SHEET-DATE.
         MOVE TSH-SEATS TO SHEET-SEATS.
         IF TSH-PRIZE-TOTAL IS NUMERIC
           MOVE TSH-PRIZE-TOTAL TO SHEET-PRIZE-TOTAL
         ELSE
           MOVE 0 TO SHEET-PRIZE-TOTAL
         END-IF.
         PERFORM COPY-ONE-SHEET-NAME
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         DISPLAY "TRACER sheet " SHEET-NUMBER ": played "
           SHEET-DATE ", " SHEET-SEATS " seat(s)".

       COPY-ONE-SHEET-NAME.
         MOVE TSH-NAME (K) TO SHEET-NAME (K).
         MOVE 0 TO SHEET-FINAL-POINTS (K).

       *> Rounds must arrive in order and no more of them than a
       *> hand holds cards; the table is kept even for a bad round
       *> so the remaining checks still report everything at once.
       ADD-SHEET-ROUND.
         IF TSR-ROUND NOT = SHEET-ROUND-COUNT + 1
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   round " TSR-ROUND " out of order; "
             "expected round " SHEET-ROUND-COUNT " plus one"
         END-IF.
         IF SHEET-ROUND-COUNT >= NUM-CARDS-HAND
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   more rounds than the " NUM-CARDS-HAND
             "-card hand allows"
         ELSE
           ADD 1 TO SHEET-ROUND-COUNT
           MOVE TSR-PRIZE TO SR-PRIZE (SHEET-ROUND-COUNT)
           MOVE TSR-WINNER TO SR-WINNER (SHEET-ROUND-COUNT)
           PERFORM COPY-ONE-ROUND-BID
             VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX
         END-IF.

       COPY-ONE-ROUND-BID.
         MOVE TSR-BID (K) TO SR-BID (SHEET-ROUND-COUNT, K).
         MOVE 0 TO SR-RUNNING (SHEET-ROUND-COUNT, K).

       ADD-SHEET-FINAL.
         IF SHEET-HAS-FINAL
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   second final-points record on one sheet"
         END-IF.
         MOVE "Y" TO SHEET-FINAL-SWITCH.
         PERFORM COPY-ONE-FINAL-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.

       COPY-ONE-FINAL-POINTS.
         MOVE TSF-POINTS (K) TO SHEET-FINAL-POINTS (K).

       *> Every check runs before anything is written, so a sheet
       *> either posts whole or not at all.
       CLOSE-OUT-SHEET.
         MOVE "N" TO SHEET-OPEN-SWITCH.
         PERFORM VALIDATE-SHEET-SEATS.
         PERFORM CLEAR-CARD-SEEN
           VARYING CHECK-CARD FROM 1 BY 1
             UNTIL CHECK-CARD > NUM-CARDS-DECK-MAX.
         PERFORM ZERO-SEAT-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         MOVE 0 TO PRIZE-SUM.
         IF SHEET-ROUND-COUNT > 0
           PERFORM SCORE-ONE-ROUND
             VARYING R FROM 1 BY 1 UNTIL R > SHEET-ROUND-COUNT
           PERFORM CHECK-ROUND-TOTALS
         ELSE
           PERFORM CHECK-FINAL-ONLY-SHEET
         END-IF.
         IF SHEET-ERRORS > 0
           ADD 1 TO SHEETS-REJECTED
           DISPLAY "TRACER   REJECTED: sheet " SHEET-NUMBER " has "
             SHEET-ERRORS " error(s); nothing posted"
         ELSE
           PERFORM POST-SHEET
         END-IF.

       *> Two to eight seats, each an active member or guest, nobody
       *> seated twice, and no names past the seat count.
       VALIDATE-SHEET-SEATS.
         IF SHEET-SEATS < 2 OR SHEET-SEATS > NUM-PLAYERS-MAX
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   seat count " SHEET-SEATS
             " outside 2 thru " NUM-PLAYERS-MAX
           MOVE 0 TO SHEET-SEATS
         END-IF.
         PERFORM VALIDATE-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.

       VALIDATE-ONE-SEAT.
         IF K > SHEET-SEATS
           IF SHEET-NAME (K) NOT = SPACES
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   seat " K " named " SHEET-NAME (K)
               " beyond the sheet's seat count"
           END-IF
         ELSE IF SHEET-NAME (K) = SPACES
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   seat " K " has no member named"
         ELSE
           MOVE 0 TO RX-FOUND
           PERFORM FIND-ACTIVE-MEMBER
             VARYING RX FROM 1 BY 1 UNTIL RX > ROSTER-COUNT
           IF RX-FOUND = 0
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   seat " K " " SHEET-NAME (K)
               " is not an active roster member or guest"
           END-IF
           PERFORM CHECK-SEATED-TWICE
             VARYING J FROM 1 BY 1 UNTIL J >= K
         END-IF.

       FIND-ACTIVE-MEMBER.
         IF ROSTER-ACTIVE-NAME (RX) = SHEET-NAME (K)
           MOVE RX TO RX-FOUND
         END-IF.

       CHECK-SEATED-TWICE.
         IF SHEET-NAME (J) = SHEET-NAME (K)
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   " SHEET-NAME (K) " seated twice (seats "
             J " and " K ")"
         END-IF.

       CLEAR-CARD-SEEN.
         MOVE 0 TO CARD-SEEN (CHECK-CARD).

       ZERO-SEAT-POINTS.
         MOVE 0 TO SEAT-POINTS (K).

       *> One round as the table played it: the prize and every bid
       *> a legal card, the awarded seat among the high bidders (or
       *> the lone high bidder found here when the sheet leaves it
       *> blank), and the prize's face value to that seat. Bonus and
       *> penalty house rules are for machine play; a tabletop
       *> round is scored at face value.
       SCORE-ONE-ROUND.
         MOVE SR-PRIZE (R) TO CHECK-CARD.
         PERFORM CHECK-LEGAL-CARD.
         ADD SR-PRIZE (R) TO PRIZE-SUM.
         MOVE 0 TO HIGH-BID.
         PERFORM CHECK-ONE-BID
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         MOVE 0 TO HIGH-BID-COUNT.
         PERFORM COUNT-HIGH-BIDDER
           VARYING K FROM 1 BY 1 UNTIL K > SHEET-SEATS.
         IF SR-WINNER (R) = 0
           IF HIGH-BID-COUNT = 1
             PERFORM FIND-LONE-HIGH-BIDDER
               VARYING K FROM 1 BY 1 UNTIL K > SHEET-SEATS
           ELSE
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   round " R " tied on the high bid; "
               "the sheet must name the seat the table awarded"
           END-IF
         ELSE IF SR-WINNER (R) > SHEET-SEATS
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   round " R " awarded to seat "
             SR-WINNER (R) " beyond the seat count"
         ELSE IF SR-BID (R, SR-WINNER (R)) NOT = HIGH-BID
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   round " R " awarded to seat "
             SR-WINNER (R) " which did not hold the high bid "
             HIGH-BID
         END-IF.
         IF SR-WINNER (R) > 0 AND SR-WINNER (R) <= SHEET-SEATS
           ADD SR-PRIZE (R) TO SEAT-POINTS (SR-WINNER (R))
         END-IF.
         PERFORM NOTE-RUNNING-POINTS
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.

       CHECK-ONE-BID.
         IF K > SHEET-SEATS
           IF SR-BID (R, K) NOT = 0
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   round " R " has a bid for unseated "
               "seat " K
           END-IF
         ELSE
           MOVE SR-BID (R, K) TO CHECK-CARD
           PERFORM CHECK-LEGAL-CARD
           IF SR-BID (R, K) > HIGH-BID
             MOVE SR-BID (R, K) TO HIGH-BID
           END-IF
         END-IF.

       COUNT-HIGH-BIDDER.
         IF SR-BID (R, K) = HIGH-BID
           ADD 1 TO HIGH-BID-COUNT
         END-IF.

       FIND-LONE-HIGH-BIDDER.
         IF SR-BID (R, K) = HIGH-BID
           MOVE K TO SR-WINNER (R)
         END-IF.

       NOTE-RUNNING-POINTS.
         MOVE SEAT-POINTS (K) TO SR-RUNNING (R, K).

       *> A face value 1 thru BASE-CARD-VALUE, turned up no more
       *> often than the decks in play hold it - prizes come off the
       *> same deck the hands were dealt from, so one count covers
       *> both.
       CHECK-LEGAL-CARD.
         IF CHECK-CARD < 1 OR CHECK-CARD > BASE-CARD-VALUE
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   round " R " card " CHECK-CARD
             " is not a legal value for a " NUM-CARDS-DECK
             "-card deck"
         ELSE
           ADD 1 TO CARD-SEEN (CHECK-CARD)
           IF CARD-SEEN (CHECK-CARD) = NUM-DECKS + 1
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   round " R " card " CHECK-CARD
               " played more often than " NUM-DECKS
               " deck(s) hold it"
           END-IF
         END-IF.

       *> With the rounds on the sheet the points follow from them;
       *> a header prize total or a final-points record, if keyed,
       *> must agree.
       CHECK-ROUND-TOTALS.
         IF SHEET-PRIZE-TOTAL > 0 AND SHEET-PRIZE-TOTAL NOT = PRIZE-SUM
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   header prize total " SHEET-PRIZE-TOTAL
             " but the rounds' prizes sum to " PRIZE-SUM
         END-IF.
         IF SHEET-HAS-FINAL
           PERFORM CHECK-ONE-FINAL-AGAINST-ROUNDS
             VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX
         END-IF.

       CHECK-ONE-FINAL-AGAINST-ROUNDS.
         IF SHEET-FINAL-POINTS (K) NOT = SEAT-POINTS (K)
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   seat " K " final points "
             SHEET-FINAL-POINTS (K) " but the rounds score "
             SEAT-POINTS (K)
         END-IF.

       *> Totals only: the final points must account for exactly
       *> the prize total, which itself can be no more than a full
       *> hand of the deck's top card.
       CHECK-FINAL-ONLY-SHEET.
         IF NOT SHEET-HAS-FINAL
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   sheet has neither rounds nor final "
             "points"
         ELSE
           COMPUTE PRIZE-CEILING = NUM-CARDS-HAND * BASE-CARD-VALUE
           IF SHEET-PRIZE-TOTAL = 0 OR
              SHEET-PRIZE-TOTAL > PRIZE-CEILING
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   header prize total "
               SHEET-PRIZE-TOTAL " is not possible for the deck "
               "in play (1 thru " PRIZE-CEILING ")"
           END-IF
           MOVE 0 TO POINTS-SUM
           PERFORM TAKE-ONE-FINAL-POINTS
             VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX
           IF POINTS-SUM NOT = SHEET-PRIZE-TOTAL
             ADD 1 TO SHEET-ERRORS
             DISPLAY "TRACER   final points sum to " POINTS-SUM
               " but the prizes awarded total " SHEET-PRIZE-TOTAL
           END-IF
           MOVE SHEET-PRIZE-TOTAL TO PRIZE-SUM
         END-IF.

       TAKE-ONE-FINAL-POINTS.
         IF K > SHEET-SEATS AND SHEET-FINAL-POINTS (K) NOT = 0
           ADD 1 TO SHEET-ERRORS
           DISPLAY "TRACER   final points keyed for unseated seat " K
         END-IF.
         MOVE SHEET-FINAL-POINTS (K) TO SEAT-POINTS (K).
         ADD SHEET-FINAL-POINTS (K) TO POINTS-SUM.

       *> A clean sheet posts exactly the way a computer-played
       *> game does: game-id off DEALSEQ, its "R" rows and "S"
       *> summary, the ledger entries, the leaderboard fold, and the
       *> league fixture it satisfies.
       POST-SHEET.
         PERFORM TAKE-NEXT-GAME-ID.
         PERFORM PICK-SHEET-WINNER.
         OPEN EXTEND GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "35"
           OPEN OUTPUT GAME-HISTORY-FILE
         END-IF.
         OPEN EXTEND LEDGER-FILE.
         IF LEDGER-STATUS = "35"
           OPEN OUTPUT LEDGER-FILE
         END-IF.
         IF SHEET-ROUND-COUNT > 0
           PERFORM POST-ONE-ROUND
             VARYING R FROM 1 BY 1 UNTIL R > SHEET-ROUND-COUNT
         ELSE
           PERFORM POST-FINAL-LEDGER-ENTRY
             VARYING K FROM 1 BY 1 UNTIL K > SHEET-SEATS
         END-IF.
         PERFORM WRITE-SUMMARY-ROW.
         CLOSE LEDGER-FILE.
         CLOSE GAME-HISTORY-FILE.
         PERFORM FOLD-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > SHEET-SEATS.
         IF SHEET-SEATS = 2
           PERFORM MARK-FIXTURE-PLAYED
         END-IF.
         ADD 1 TO SHEETS-POSTED.
         DISPLAY "TRACER   POSTED: sheet " SHEET-NUMBER " as game "
           GAME-ID-POSTED.

       *> Same read-use-advance WARO's READ-DEAL-SEQ/WRITE-DEAL-SEQ
       *> make; a missing DEALSEQ starts the sequence at game 1.
       TAKE-NEXT-GAME-ID.
         MOVE 1 TO NEXT-GAME-ID.
         OPEN INPUT DEAL-SEQ-FILE.
         IF DEAL-SEQ-STATUS = "00"
           READ DEAL-SEQ-FILE
             AT END CONTINUE
             NOT AT END MOVE DEAL-SEQ-NEXT-ID TO NEXT-GAME-ID
           END-READ
           CLOSE DEAL-SEQ-FILE
         END-IF.
         MOVE NEXT-GAME-ID TO GAME-ID-POSTED.
         MOVE NEXT-GAME-ID TO DEAL-SEQ-NEXT-ID.
         ADD 1 TO DEAL-SEQ-NEXT-ID.
         OPEN OUTPUT DEAL-SEQ-FILE.
         WRITE DEAL-SEQ-RECORD.
         CLOSE DEAL-SEQ-FILE.

       *> Highest final points wins; a tie at the top is co-winners
       *> and a zero winner seat, same as WARO's PICK-GAME-WINNER.
       PICK-SHEET-WINNER.
         MOVE SEAT-POINTS (1) TO HIGH-POINTS.
         MOVE 1 TO GAME-WINNER.
         PERFORM FIND-SHEET-WINNER
           VARYING K FROM 2 BY 1 UNTIL K > SHEET-SEATS.
         MOVE 0 TO GAME-TIE-COUNT.
         PERFORM COUNT-SHEET-TIES
           VARYING K FROM 1 BY 1 UNTIL K > SHEET-SEATS.
         IF GAME-TIE-COUNT > 1
           MOVE 0 TO GAME-WINNER
           DISPLAY "TRACER   co-winners at " HIGH-POINTS " points"
         ELSE
           DISPLAY "TRACER   winner " SHEET-NAME (GAME-WINNER)
             " with " HIGH-POINTS " points"
         END-IF.

       FIND-SHEET-WINNER.
         IF SEAT-POINTS (K) > HIGH-POINTS
           MOVE SEAT-POINTS (K) TO HIGH-POINTS
           MOVE K TO GAME-WINNER
         END-IF.

       COUNT-SHEET-TIES.
         IF SEAT-POINTS (K) = HIGH-POINTS
           ADD 1 TO GAME-TIE-COUNT
         END-IF.

       POST-ONE-ROUND.
         MOVE SPACES TO GAME-HIST-RECORD.
         MOVE SHEET-DATE TO GH-DATE.
         MOVE "R" TO GH-TYPE.
         MOVE R TO GH-ROUND.
         MOVE SR-PRIZE (R) TO GH-PRIZE.
         MOVE 0 TO GH-WINNER.
         MOVE GAME-ID-POSTED TO GH-GAME-ID.
         MOVE "T" TO GH-ENTRY-SOURCE.
         PERFORM FILL-ROUND-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         WRITE GAME-HIST-RECORD.
         ADD 1 TO OPS-CT-GH.
         MOVE SPACES TO LEDGER-RECORD.
         MOVE GAME-ID-POSTED TO LED-GAME-ID.
         MOVE R TO LED-ROUND.
         MOVE SR-WINNER (R) TO LED-SEAT.
         MOVE "W" TO LED-TYPE.
         MOVE SR-PRIZE (R) TO LED-AMOUNT.
         WRITE LEDGER-RECORD.

       FILL-ROUND-SEAT.
         IF K <= SHEET-SEATS
           MOVE SHEET-NAME (K) TO GH-PLAYER-NAME (K)
           MOVE TABLETOP-STRATEGY TO GH-STRATEGY (K)
           MOVE SR-BID (R, K) TO GH-BID (K)
           MOVE SR-RUNNING (R, K) TO GH-POINTS (K)
         ELSE
           MOVE SPACES TO GH-PLAYER-NAME (K)
           MOVE 0 TO GH-STRATEGY (K)
           MOVE 0 TO GH-BID (K)
           MOVE 0 TO GH-POINTS (K)
         END-IF.

       *> A totals-only sheet has no rounds to post against, so each
       *> seat's points go on as one round-0 award - outside the
       *> per-round sums WARO's reconcile re-adds, the same place
       *> WARO-ADJUST posts its corrections.
       POST-FINAL-LEDGER-ENTRY.
         IF SEAT-POINTS (K) > 0
           MOVE SPACES TO LEDGER-RECORD
           MOVE GAME-ID-POSTED TO LED-GAME-ID
           MOVE 0 TO LED-ROUND
           MOVE K TO LED-SEAT
           MOVE "W" TO LED-TYPE
           MOVE SEAT-POINTS (K) TO LED-AMOUNT
           WRITE LEDGER-RECORD
         END-IF.

       WRITE-SUMMARY-ROW.
         MOVE SPACES TO GAME-HIST-RECORD.
         MOVE SHEET-DATE TO GH-DATE.
         MOVE "S" TO GH-TYPE.
         MOVE 0 TO GH-ROUND.
         MOVE 0 TO GH-PRIZE.
         MOVE GAME-WINNER TO GH-WINNER.
         MOVE GAME-ID-POSTED TO GH-GAME-ID.
         MOVE 0 TO GH-BAL-PASSES.
         MOVE FUNCTION CURRENT-DATE (9:6) TO GH-TIME.
         MOVE "T" TO GH-ENTRY-SOURCE.
         PERFORM FILL-SUMMARY-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > NUM-PLAYERS-MAX.
         WRITE GAME-HIST-RECORD.
         ADD 1 TO OPS-CT-GH.

       FILL-SUMMARY-SEAT.
         MOVE 0 TO GH-BID (K).
         IF K <= SHEET-SEATS
           MOVE SHEET-NAME (K) TO GH-PLAYER-NAME (K)
           MOVE TABLETOP-STRATEGY TO GH-STRATEGY (K)
           MOVE SEAT-POINTS (K) TO GH-POINTS (K)
         ELSE
           MOVE SPACES TO GH-PLAYER-NAME (K)
           MOVE 0 TO GH-STRATEGY (K)
           MOVE 0 TO GH-POINTS (K)
         END-IF.

       *> The member's own board row if they have one, else the
       *> seat's slot - the same slot WARO-TOURNEY's fold would
       *> give a newcomer at that seat.
       FOLD-ONE-SEAT.
         MOVE 0 TO LB-ROW.
         PERFORM FIND-LB-MEMBER
           VARYING J FROM 1 BY 1 UNTIL J > LB-SEAT-COUNT.
         IF LB-ROW = 0
           MOVE K TO LB-ROW
           MOVE SHEET-NAME (K) TO LBT-NAME (LB-ROW)
           MOVE TABLETOP-STRATEGY TO LBT-STRATEGY (LB-ROW)
         END-IF.
         ADD 1 TO LBT-GAMES (LB-ROW).
         ADD SEAT-POINTS (K) TO LBT-POINTS (LB-ROW).
         IF GAME-WINNER = K
           ADD 1 TO LBT-WINS (LB-ROW)
         END-IF.

       FIND-LB-MEMBER.
         IF LB-ROW = 0 AND LBT-NAME (J) = SHEET-NAME (K)
           MOVE J TO LB-ROW
         END-IF.

       *> The first open fixture between the two members, either
       *> way round, is the one this game satisfies.
       MARK-FIXTURE-PLAYED.
         MOVE 0 TO FIXTURE-MATCH.
         PERFORM FIND-OPEN-FIXTURE
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         IF FIXTURE-MATCH > 0
           MOVE FIXTURE-MATCH TO FX
           MOVE "P" TO FT-STATUS (FX)
           MOVE GAME-ID-POSTED TO FT-GAME-ID (FX)
           IF GAME-WINNER > 0
             MOVE SHEET-NAME (GAME-WINNER) TO FT-WINNER (FX)
           ELSE
             MOVE SPACES TO FT-WINNER (FX)
           END-IF
           MOVE "Y" TO FIXTURES-CHANGED-SWITCH
           ADD 1 TO FIXTURES-MARKED
           DISPLAY "TRACER   fixture " FX ": " FT-HOME (FX) " v "
             FT-AWAY (FX) " marked played"
         END-IF.

       FIND-OPEN-FIXTURE.
         IF FIXTURE-MATCH = 0 AND FT-STATUS (FX) NOT = "P" AND
            FT-STATUS (FX) NOT = "F" AND
            ((FT-HOME (FX) = SHEET-NAME (1) AND
              FT-AWAY (FX) = SHEET-NAME (2)) OR
             (FT-HOME (FX) = SHEET-NAME (2) AND
              FT-AWAY (FX) = SHEET-NAME (1)))
           MOVE FX TO FIXTURE-MATCH
         END-IF.

       REWRITE-FIXTURES-FILE.
         OPEN OUTPUT FIXTURES-FILE.
         PERFORM REWRITE-ONE-FIXTURE
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         CLOSE FIXTURES-FILE.

       REWRITE-ONE-FIXTURE.
         MOVE SPACES TO FIXTURE-RECORD.
         MOVE FX TO FX-NUMBER.
         MOVE FT-HOME (FX) TO FX-HOME.
         MOVE FT-AWAY (FX) TO FX-AWAY.
         MOVE FT-STATUS (FX) TO FX-STATUS.
         MOVE FT-GAME-ID (FX) TO FX-GAME-ID.
         MOVE FT-WINNER (FX) TO FX-WINNER.
         MOVE FT-DUE-DATE (FX) TO FX-DUE-DATE.
         WRITE FIXTURE-RECORD.

       WRITE-LEADERBOARD.
         OPEN OUTPUT LEADERBOARD-FILE.
         PERFORM WRITE-ONE-LB
           VARYING LB-ROW FROM 1 BY 1 UNTIL LB-ROW > LB-SEAT-COUNT.
         CLOSE LEADERBOARD-FILE.

       WRITE-ONE-LB.
         MOVE SPACES TO LEADERBOARD-RECORD.
         MOVE LBT-NAME (LB-ROW) TO LB-PLAYER-NAME.
         MOVE LBT-STRATEGY (LB-ROW) TO LB-STRATEGY.
         MOVE LBT-GAMES (LB-ROW) TO LB-GAMES-PLAYED.
         MOVE LBT-POINTS (LB-ROW) TO LB-TOTAL-POINTS.
         MOVE LBT-WINS (LB-ROW) TO LB-WINS.
         WRITE LEADERBOARD-RECORD.

       *> Posted sheets count as games attempted and completed; the
       *> shuffle, reconcile, and bid-audit counters have nothing
       *> to say about a game nobody dealt.
       WRITE-OPS-SUMMARY.
         OPEN EXTEND OPS-LOG-FILE.
         IF OPS-LOG-STATUS = "35"
           OPEN OUTPUT OPS-LOG-FILE
         END-IF.
         MOVE SPACES TO OPS-LOG-RECORD.
         MOVE "TABLETOP" TO OPS-PROGRAM.
         MOVE OPS-RUN-START TO OPS-START-STAMP.
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-END-STAMP.
         MOVE SHEETS-READ TO OPS-GAMES-ATTEMPTED.
         MOVE SHEETS-POSTED TO OPS-GAMES-COMPLETED.
         MOVE 0 TO OPS-SHUFFLE-FAILS.
         MOVE 0 TO OPS-RECON-BREAKS.
         MOVE 0 TO OPS-NO-BIDDER.
         MOVE OPS-CT-GH TO OPS-GH-WRITTEN.
         MOVE 0 TO OPS-AUD-WRITTEN.
         MOVE 0 TO OPS-DEAL-WRITTEN.
         MOVE RETURN-CODE TO OPS-HIGHEST-RC.
         WRITE OPS-LOG-RECORD.
         CLOSE OPS-LOG-FILE.
