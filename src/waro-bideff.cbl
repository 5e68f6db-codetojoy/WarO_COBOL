       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-BIDEFF.
      *> Bid efficiency and overpay report for the strategy tuners
      *> and the coaching sessions. Replays every "R" row on
      *> GAMEHIST: the single highest bid took the round, and its
      *> margin is measured against the next-highest bid at the
      *> table; a seat one pip short of that winning bid lost the
      *> round by one pip. The prize points each win brought in are
      *> set against the card value spent on it, and where the
      *> winner's hand is on BIDAUDIT (joined on game-id, round and
      *> seat) the report also shows whether a cheaper card in that
      *> hand would still have taken the round - the overpay. All
      *> of it is rolled up per prize-card band, per strategy and
      *> per player. Where WARO-BIDFREQ counts how often each card
      *> is bid, this counts what the bids bought.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           *> Read for the hand each bid was made from; a missing
           *> BIDAUDIT still gives the replay, without the overpay.
           SELECT AUDIT-FILE ASSIGN TO "BIDAUDIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RAW PIC X(200).

         *> Same layout player-turn.cbl writes, through the seat key.
         FD AUDIT-FILE.
         01 AUDIT-RECORD.
           02 AUD-DATE PIC X(8).
           02 FILLER PIC X.
           02 AUD-NAME PIC X(6).
           02 FILLER PIC X.
           02 AUD-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 AUD-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 AUD-BID PIC 9(2).
           02 FILLER PIC X.
           *> 10 must track NUM-CARDS-MAX in player-turn.cbl.
           02 AUD-HAND-BEFORE PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-HAND-AFTER PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-GAME-ID PIC 9(6).
           02 AUD-GAME-ID-X REDEFINES AUD-GAME-ID PIC X(6).
           02 FILLER PIC X.
           02 AUD-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 AUD-SEAT PIC 9(2).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes, through GH-ENTRY-SOURCE;
         *> staged here from the raw row so rows of every length
         *> read the same way.
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

         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 AUDIT-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1) VALUE "N".
           88 AT-EOF VALUE "Y".
         01 AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-AT-EOF VALUE "Y".

         78 STRATEGY-COUNT VALUE 6.
         01 STRATEGY-NAMES.
           02 FILLER PIC X(16) VALUE 'STRATEGY-NEXT   '.
           02 FILLER PIC X(16) VALUE 'STRATEGY-MAX    '.
           02 FILLER PIC X(16) VALUE 'STRATEGY-NEAREST'.
           02 FILLER PIC X(16) VALUE 'STRATEGY-HUMAN  '.
           02 FILLER PIC X(16) VALUE 'STRATEGY-TUNED  '.
           02 FILLER PIC X(16) VALUE 'STRATEGY-THRESH '.
           02 FILLER PIC X(16) VALUE 'OTHER/PLUG-IN   '.
         01 STRATEGY-NAMES-R REDEFINES STRATEGY-NAMES.
           02 STRATEGY-NAME PIC X(16) OCCURS 7 TIMES.

         *> Prize cards run 1 thru 40 at most (NUM-CARDS-DECK-MAX in
         *> waro.cbl), so ten bands of four cover every deck.
         78 BAND-WIDTH VALUE 4.
         78 BAND-COUNT VALUE 10.

         *> One tally line per prize band, per strategy (the last
         *> strategy line takes any code past the built-in six) and
         *> per player, all kept alike so one paragraph posts to
         *> them and one prints them.
         78 STRAT-BASE VALUE 10.
         78 PLAYER-BASE VALUE 17.
         78 PLAYER-MAX VALUE 100.
         78 TALLY-MAX VALUE 117.
         01 TALLY-TABLE.
           02 TALLY-LINE OCCURS TALLY-MAX TIMES.
             03 TL-LABEL PIC X(16).
             03 TL-BIDS PIC 9(7) VALUE 0.
             03 TL-WINS PIC 9(7) VALUE 0.
             03 TL-TIES PIC 9(7) VALUE 0.
             03 TL-LOST-BY-ONE PIC 9(7) VALUE 0.
             03 TL-MARGIN-SUM PIC 9(8) VALUE 0.
             03 TL-PRIZE-SUM PIC 9(8) VALUE 0.
             03 TL-SPENT-SUM PIC 9(8) VALUE 0.
             03 TL-CHECKED PIC 9(7) VALUE 0.
             03 TL-OVERPAID PIC 9(7) VALUE 0.
             03 TL-OVERPAY-SUM PIC 9(8) VALUE 0.
         01 PLAYER-COUNT PIC 9(3) VALUE 0.
         01 PLAYER-OVERFLOW PIC 9(6) VALUE 0.
         01 SLOT PIC 9(3).
         01 FIRST-SLOT PIC 9(3).
         01 LAST-SLOT PIC 9(3).
         01 PLAYER-SLOT PIC 9(3).
         01 STRAT-SLOT PIC 9(3).
         01 BAND-SLOT PIC 9(3).

         *> The hand behind every keyed bid on BIDAUDIT. Each game's
         *> rows are pulled out of it into GAME-HAND-TABLE when the
         *> game's first round comes up; rows past the ceiling are
         *> left out of the overpay check, and the run says so.
         78 HAND-ROW-MAX VALUE 20000.
         01 HAND-ROW-COUNT PIC 9(5) VALUE 0.
         01 HAND-ROW-TABLE.
           02 HAND-ROW-ENTRY OCCURS HAND-ROW-MAX TIMES.
             03 HR-GAME-ID PIC 9(6).
             03 HR-ROUND PIC 9(2).
             03 HR-SEAT PIC 9(2).
             03 HR-BID PIC 9(2).
             03 HR-CARD PIC 9(2) OCCURS 10 TIMES.
         01 HAND-ROW-OVERFLOW PIC 9(6) VALUE 0.
         01 HX PIC 9(5).

         01 HAND-GAME-ID PIC 9(6) VALUE 0.
         01 GAME-HAND-TABLE.
           02 GHT-ROUND OCCURS 10 TIMES.
             03 GHT-SEAT OCCURS 8 TIMES.
               04 GHT-KNOWN PIC X(1).
               04 GHT-BID PIC 9(2).
               04 GHT-CARD PIC 9(2) OCCURS 10 TIMES.

         *> One round as replayed.
         01 TOP-BID PIC 9(2).
         01 TOP-COUNT PIC 9(1).
         01 TOP-SEAT PIC 9(1).
         01 SECOND-BID PIC 9(2).
         01 MARGIN PIC 9(2).
         01 CHEAPEST-WIN PIC 9(2).
         01 OVERPAY PIC 9(2).
         01 SEAT-WON-SWITCH PIC X(1).
           88 SEAT-WON VALUE "Y".
         01 SEAT-HAND-SWITCH PIC X(1).
           88 SEAT-HAND-KNOWN VALUE "Y".

         01 ROUNDS-REPLAYED PIC 9(7) VALUE 0.
         01 ROUNDS-TIED PIC 9(7) VALUE 0.
         01 ROUNDS-NO-BID PIC 9(7) VALUE 0.
         01 WINS-UNCHECKED PIC 9(7) VALUE 0.

         01 K PIC 9(2).
         01 C PIC 9(2).
         01 R PIC 9(2).
         01 BAND-LOW PIC 9(2).
         01 BAND-HIGH PIC 9(2).
         01 LOOKUP-NAME PIC X(6).

         01 AVG-WORK PIC 9(3)V9(2).
         01 AVG-MARGIN-EDIT PIC ZZ9.99.
         01 AVG-YIELD-EDIT PIC ZZ9.99.
         01 AVG-OVERPAY-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to replay"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM LOAD-HAND-ROWS.
         PERFORM LABEL-FIXED-LINES.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.
         PERFORM PRINT-REPORT.
         IF PLAYER-OVERFLOW > 0 OR HAND-ROW-OVERFLOW > 0
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         GOBACK.

       *> Only keyed rows can be joined to a round; a bid of 0 was no
       *> card at all (the hand was spent).
       LOAD-HAND-ROWS.
         OPEN INPUT AUDIT-FILE.
         IF AUDIT-STATUS = "00"
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM LOAD-ONE-HAND-ROW UNTIL AUDIT-AT-EOF
           CLOSE AUDIT-FILE
         ELSE
           DISPLAY "TRACER   BIDAUDIT not available; rounds are "
             "replayed without the overpay check"
         END-IF.

       READ-NEXT-AUDIT-RECORD.
         READ AUDIT-FILE
           AT END MOVE "Y" TO AUDIT-EOF-SWITCH
         END-READ.

       LOAD-ONE-HAND-ROW.
         IF AUD-GAME-ID-X = SPACES OR AUD-GAME-ID IS NOT NUMERIC OR
            AUD-BID IS NOT NUMERIC OR AUD-BID = 0
           CONTINUE
         ELSE IF HAND-ROW-COUNT < HAND-ROW-MAX
           ADD 1 TO HAND-ROW-COUNT
           MOVE AUD-GAME-ID TO HR-GAME-ID (HAND-ROW-COUNT)
           MOVE AUD-ROUND TO HR-ROUND (HAND-ROW-COUNT)
           MOVE AUD-SEAT TO HR-SEAT (HAND-ROW-COUNT)
           MOVE AUD-BID TO HR-BID (HAND-ROW-COUNT)
           PERFORM COPY-ONE-HAND-CARD
             VARYING C FROM 1 BY 1 UNTIL C > 10
         ELSE
           ADD 1 TO HAND-ROW-OVERFLOW
         END-IF
         END-IF.
         PERFORM READ-NEXT-AUDIT-RECORD.

       COPY-ONE-HAND-CARD.
         IF AUD-HAND-BEFORE (C) IS NUMERIC
           MOVE AUD-HAND-BEFORE (C) TO HR-CARD (HAND-ROW-COUNT, C)
         ELSE
           MOVE 0 TO HR-CARD (HAND-ROW-COUNT, C)
         END-IF.

       LABEL-FIXED-LINES.
         PERFORM LABEL-ONE-BAND
           VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT.
         PERFORM LABEL-ONE-STRATEGY
           VARYING K FROM 1 BY 1 UNTIL K > STRATEGY-COUNT + 1.

       LABEL-ONE-BAND.
         COMPUTE BAND-LOW = (K - 1) * BAND-WIDTH + 1.
         COMPUTE BAND-HIGH = K * BAND-WIDTH.
         MOVE SPACES TO TL-LABEL (K).
         STRING "prize " BAND-LOW "-" BAND-HIGH
           DELIMITED BY SIZE INTO TL-LABEL (K).

       LABEL-ONE-STRATEGY.
         MOVE STRATEGY-NAME (K) TO TL-LABEL (STRAT-BASE + K).

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       *> Every "R" row is a round to replay, keyed or not and
       *> tabletop or not - the bids are on the row itself. A blind-
       *> kitty round (prize 0) had no prize to bid against.
       PROCESS-RECORD.
         MOVE GAME-HIST-RAW TO GAME-HIST-RECORD.
         IF GH-TYPE = "R" AND GH-PRIZE IS NUMERIC AND GH-PRIZE > 0
           IF GH-GAME-ID-X = SPACES OR GH-GAME-ID IS NOT NUMERIC
             MOVE 0 TO HAND-GAME-ID
             PERFORM CLEAR-GAME-HANDS
           ELSE IF GH-GAME-ID NOT = HAND-GAME-ID
             MOVE GH-GAME-ID TO HAND-GAME-ID
             PERFORM COLLECT-GAME-HANDS
           END-IF
           END-IF
           PERFORM REPLAY-ROUND
         END-IF.
         PERFORM READ-NEXT-RECORD.

       CLEAR-GAME-HANDS.
         PERFORM CLEAR-ONE-HAND-ROUND
           VARYING R FROM 1 BY 1 UNTIL R > 10.

       CLEAR-ONE-HAND-ROUND.
         PERFORM CLEAR-ONE-HAND-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CLEAR-ONE-HAND-SEAT.
         MOVE "N" TO GHT-KNOWN (R, K).

       COLLECT-GAME-HANDS.
         PERFORM CLEAR-GAME-HANDS.
         PERFORM COLLECT-ONE-HAND
           VARYING HX FROM 1 BY 1 UNTIL HX > HAND-ROW-COUNT.

       COLLECT-ONE-HAND.
         IF HR-GAME-ID (HX) = HAND-GAME-ID AND
            HR-ROUND (HX) > 0 AND HR-ROUND (HX) <= 10 AND
            HR-SEAT (HX) > 0 AND HR-SEAT (HX) <= 8
           MOVE HR-ROUND (HX) TO R
           MOVE HR-SEAT (HX) TO K
           MOVE "Y" TO GHT-KNOWN (R, K)
           MOVE HR-BID (HX) TO GHT-BID (R, K)
           PERFORM COLLECT-ONE-HAND-CARD
             VARYING C FROM 1 BY 1 UNTIL C > 10
         END-IF.

       COLLECT-ONE-HAND-CARD.
         MOVE HR-CARD (HX, C) TO GHT-CARD (R, K, C).

       *> The highest bid on the row took the round outright when no
       *> other seat matched it; a tied top bid went to a tiebreak
       *> or a split the row doesn't show, so it is counted as a tie
       *> and nobody's margin. A seat with bid 0 had no card left.
       REPLAY-ROUND.
         MOVE 0 TO TOP-BID.
         MOVE 0 TO TOP-COUNT.
         MOVE 0 TO TOP-SEAT.
         MOVE 0 TO SECOND-BID.
         PERFORM FIND-TOP-BID
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         IF TOP-BID = 0
           ADD 1 TO ROUNDS-NO-BID
         ELSE
           ADD 1 TO ROUNDS-REPLAYED
           PERFORM COUNT-TOP-BID
             VARYING K FROM 1 BY 1 UNTIL K > 8
           IF TOP-COUNT > 1
             ADD 1 TO ROUNDS-TIED
           ELSE
             PERFORM FIND-SECOND-BID
               VARYING K FROM 1 BY 1 UNTIL K > 8
           END-IF
           COMPUTE BAND-SLOT = (GH-PRIZE - 1) / BAND-WIDTH + 1
           IF BAND-SLOT > BAND-COUNT
             MOVE BAND-COUNT TO BAND-SLOT
           END-IF
           PERFORM REPLAY-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.

       FIND-TOP-BID.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND
            GH-BID (K) IS NUMERIC AND GH-BID (K) > TOP-BID
           MOVE GH-BID (K) TO TOP-BID
         END-IF.

       COUNT-TOP-BID.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND
            GH-BID (K) IS NUMERIC AND GH-BID (K) = TOP-BID
           ADD 1 TO TOP-COUNT
           MOVE K TO TOP-SEAT
         END-IF.

       FIND-SECOND-BID.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND K NOT = TOP-SEAT AND
            GH-BID (K) IS NUMERIC AND GH-BID (K) > SECOND-BID
           MOVE GH-BID (K) TO SECOND-BID
         END-IF.

       REPLAY-ONE-SEAT.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND
            GH-BID (K) IS NUMERIC AND GH-BID (K) > 0
           MOVE "N" TO SEAT-WON-SWITCH
           MOVE "N" TO SEAT-HAND-SWITCH
           IF TOP-COUNT = 1 AND K = TOP-SEAT
             MOVE "Y" TO SEAT-WON-SWITCH
             COMPUTE MARGIN = TOP-BID - SECOND-BID
             PERFORM CHECK-WINNING-HAND
           END-IF
           IF GH-STRATEGY (K) IS NUMERIC AND GH-STRATEGY (K) > 0 AND
              GH-STRATEGY (K) <= STRATEGY-COUNT
             COMPUTE STRAT-SLOT = STRAT-BASE + GH-STRATEGY (K)
           ELSE
             COMPUTE STRAT-SLOT = STRAT-BASE + STRATEGY-COUNT + 1
           END-IF
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-PLAYER
           MOVE BAND-SLOT TO SLOT
           PERFORM POST-SEAT-TO-LINE
           MOVE STRAT-SLOT TO SLOT
           PERFORM POST-SEAT-TO-LINE
           IF PLAYER-SLOT > 0
             MOVE PLAYER-SLOT TO SLOT
             PERFORM POST-SEAT-TO-LINE
           END-IF
         END-IF.

       *> The cheapest card in the winner's hand that still beat the
       *> next-highest bid outright would have taken the round just
       *> the same; anything spent above it was overpaid. The hand
       *> only counts if its audited bid is the card on the row.
       CHECK-WINNING-HAND.
         MOVE GH-ROUND TO R.
         IF R > 0 AND R <= 10
           IF GHT-KNOWN (R, K) = "Y" AND GHT-BID (R, K) = TOP-BID
             MOVE "Y" TO SEAT-HAND-SWITCH
             MOVE TOP-BID TO CHEAPEST-WIN
             PERFORM FIND-CHEAPEST-WIN
               VARYING C FROM 1 BY 1 UNTIL C > 10
             COMPUTE OVERPAY = TOP-BID - CHEAPEST-WIN
           END-IF
         END-IF.
         IF NOT SEAT-HAND-KNOWN
           ADD 1 TO WINS-UNCHECKED
         END-IF.

       FIND-CHEAPEST-WIN.
         IF GHT-CARD (R, K, C) > SECOND-BID AND
            GHT-CARD (R, K, C) < CHEAPEST-WIN
           MOVE GHT-CARD (R, K, C) TO CHEAPEST-WIN
         END-IF.

       POST-SEAT-TO-LINE.
         ADD 1 TO TL-BIDS (SLOT).
         IF SEAT-WON
           ADD 1 TO TL-WINS (SLOT)
           ADD MARGIN TO TL-MARGIN-SUM (SLOT)
           ADD GH-PRIZE TO TL-PRIZE-SUM (SLOT)
           ADD TOP-BID TO TL-SPENT-SUM (SLOT)
           IF SEAT-HAND-KNOWN
             ADD 1 TO TL-CHECKED (SLOT)
             IF OVERPAY > 0
               ADD 1 TO TL-OVERPAID (SLOT)
               ADD OVERPAY TO TL-OVERPAY-SUM (SLOT)
             END-IF
           END-IF
         ELSE IF TOP-COUNT > 1 AND GH-BID (K) = TOP-BID
           ADD 1 TO TL-TIES (SLOT)
         ELSE IF TOP-COUNT = 1 AND GH-BID (K) + 1 = TOP-BID
           ADD 1 TO TL-LOST-BY-ONE (SLOT)
         END-IF
         END-IF
         END-IF.

       *> A player past the table still counts in the band and
       *> strategy lines; only their own line is missing, and the
       *> run says how many bids that left out.
       FIND-OR-ADD-PLAYER.
         MOVE 0 TO PLAYER-SLOT.
         COMPUTE FIRST-SLOT = PLAYER-BASE + 1.
         COMPUTE LAST-SLOT = PLAYER-BASE + PLAYER-COUNT.
         PERFORM MATCH-ONE-PLAYER
           VARYING SLOT FROM FIRST-SLOT BY 1
             UNTIL SLOT > LAST-SLOT OR PLAYER-SLOT > 0.
         IF PLAYER-SLOT = 0
           IF PLAYER-COUNT < PLAYER-MAX
             ADD 1 TO PLAYER-COUNT
             COMPUTE PLAYER-SLOT = PLAYER-BASE + PLAYER-COUNT
             MOVE LOOKUP-NAME TO TL-LABEL (PLAYER-SLOT)
           ELSE
             ADD 1 TO PLAYER-OVERFLOW
           END-IF
         END-IF.

       MATCH-ONE-PLAYER.
         IF TL-LABEL (SLOT) = LOOKUP-NAME
           MOVE SLOT TO PLAYER-SLOT
         END-IF.

       PRINT-REPORT.
         DISPLAY " ".
         DISPLAY "WARO BID EFFICIENCY REPORT - rounds replayed: "
           ROUNDS-REPLAYED.
         DISPLAY "TRACER   " ROUNDS-TIED " round(s) with a tied top"
           " bid (no winning margin)".
         IF ROUNDS-NO-BID > 0
           DISPLAY "TRACER   " ROUNDS-NO-BID
             " round(s) with no bid on the row skipped"
         END-IF.
         DISPLAY "TRACER   " WINS-UNCHECKED " winning bid(s) with no "
           "hand on BIDAUDIT (overpay not checked)".
         IF HAND-ROW-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: " HAND-ROW-OVERFLOW
             " BIDAUDIT row(s) past the 20000-row table were not "
             "joined"
         END-IF.
         IF PLAYER-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: " PLAYER-OVERFLOW
             " bid(s) by players past the 100-name table have no "
             "player line (still in the band and strategy lines)"
         END-IF.
         DISPLAY " ".
         DISPLAY "BY PRIZE-CARD BAND:".
         PERFORM PRINT-TALLY-LINE
           VARYING SLOT FROM 1 BY 1 UNTIL SLOT > BAND-COUNT.
         DISPLAY " ".
         DISPLAY "BY STRATEGY:".
         COMPUTE FIRST-SLOT = STRAT-BASE + 1.
         COMPUTE LAST-SLOT = STRAT-BASE + STRATEGY-COUNT + 1.
         PERFORM PRINT-TALLY-LINE
           VARYING SLOT FROM FIRST-SLOT BY 1 UNTIL SLOT > LAST-SLOT.
         DISPLAY " ".
         DISPLAY "BY PLAYER:".
         COMPUTE FIRST-SLOT = PLAYER-BASE + 1.
         COMPUTE LAST-SLOT = PLAYER-BASE + PLAYER-COUNT.
         PERFORM PRINT-TALLY-LINE
           VARYING SLOT FROM FIRST-SLOT BY 1 UNTIL SLOT > LAST-SLOT.

       *> Margin is pips over the next-highest bid per win; yield is
       *> prize points won per pip of card value spent winning them;
       *> overpay is pips spent past the cheapest winning card, per
       *> overpaid win.
       PRINT-TALLY-LINE.
         IF TL-BIDS (SLOT) > 0
           MOVE 0 TO AVG-MARGIN-EDIT
           MOVE 0 TO AVG-YIELD-EDIT
           MOVE 0 TO AVG-OVERPAY-EDIT
           IF TL-WINS (SLOT) > 0
             COMPUTE AVG-WORK ROUNDED =
               TL-MARGIN-SUM (SLOT) / TL-WINS (SLOT)
             MOVE AVG-WORK TO AVG-MARGIN-EDIT
           END-IF
           IF TL-SPENT-SUM (SLOT) > 0
             COMPUTE AVG-WORK ROUNDED =
               TL-PRIZE-SUM (SLOT) / TL-SPENT-SUM (SLOT)
             MOVE AVG-WORK TO AVG-YIELD-EDIT
           END-IF
           IF TL-OVERPAID (SLOT) > 0
             COMPUTE AVG-WORK ROUNDED =
               TL-OVERPAY-SUM (SLOT) / TL-OVERPAID (SLOT)
             MOVE AVG-WORK TO AVG-OVERPAY-EDIT
           END-IF
           DISPLAY "  " TL-LABEL (SLOT) " bids " TL-BIDS (SLOT)
             " won " TL-WINS (SLOT) " tied " TL-TIES (SLOT)
             " lost by one pip " TL-LOST-BY-ONE (SLOT)
           DISPLAY "                   margin "
             AVG-MARGIN-EDIT " pips, yield " AVG-YIELD-EDIT
             " pts/pip, overpaid " TL-OVERPAID (SLOT) " of "
             TL-CHECKED (SLOT) " checked win(s) by " AVG-OVERPAY-EDIT
             " pips"
         END-IF.
