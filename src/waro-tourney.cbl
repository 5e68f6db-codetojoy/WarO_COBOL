             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SWISS-CTL-STATUS.

           *> Optional event card naming a WARO-EVENT event: a
           *> knockout or Swiss run then seeds its field from that
           *> event's checked-in entrants on EVENTREG, in sign-up
           *> order, instead of from PLAYERCTL/STRATCTL. A missing
           *> EVENTCTL keeps the operator-configured field.
           SELECT EVENT-CTL-FILE ASSIGN TO "EVENTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENT-CTL-STATUS.

           SELECT EVENT-REG-FILE ASSIGN TO "EVENTREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENT-REG-STATUS.

           *> WARO-EVENT's event definitions, read here for the named
           *> event's prize table: the entry fee, the house
           *> retention and the payout by finishing place. Once a
           *> knockout, Swiss or challenge-series result is final
           *> the fees are debited and the place prizes credited on
           *> the chip bankroll, every movement a BANKPOST posting
           *> carrying the event's name.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENTS-STATUS.

           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKROLL-STATUS.

           SELECT BANKPOST-FILE ASSIGN TO "BANKPOST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKPOST-STATUS.

           *> Optional best-of-N challenge series: the series length
           *> and the named lineup of the sides. Games are played
           *> until one side takes the majority; the series state
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURES-STATUS.

           *> Optional duplicate switch: the number of boards to
           *> play. Each board is one deal played by every lineup of
           *> a rotation over the configured field, and every seat
           *> is scored against the others who held the same cards
           *> rather than against its own table - the shuffle's luck
           *> taken out of the result. A missing DUPCTL keeps the
           *> historical modes.
           SELECT DUP-CTL-FILE ASSIGN TO "DUPCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUP-CTL-STATUS.

           *> WARO's own replay control (see REPLAYCTL in waro.cbl):
           *> rewritten before each table after a board's first, in
           *> duplicate mode "D", so WARO deals that table from the
           *> board's saved deal; emptied again when the event ends.
           SELECT REPLAY-CTL-FILE ASSIGN TO "REPLAYCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPLAY-CTL-STATUS.

           *> WARO's handicap switch (see HANDICTL in waro.cbl): set
           *> aside for a duplicate event, since only a board's first
           *> table deals fresh and a replayed table is always scored
           *> flat - every table of the board has to be flat for the
           *> matchpoints to compare like with like. Put back as it
           *> was found when the event ends.
           SELECT HANDICAP-CTL-FILE ASSIGN TO "HANDICTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HANDICAP-CTL-STATUS.

           *> The duplicate scoresheet: one record per seat of every
           *> table of every board - who held it, what they scored,
           *> and the matchpoints that earned - rewritten per
           *> duplicate run, the way the bracket run rewrites its
           *> wall chart.
           SELECT DUP-RESULT-FILE ASSIGN TO "DUPRESULT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUP-RESULT-STATUS.

           *> The bracket wall chart: one record per match as it is
           *> played (round, match, both entrants and strategies, the
           *> winner, byes included), rewritten per bracket run so a
           02 FX-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 FX-WINNER PIC X(6).
           02 FILLER PIC X.
           02 FX-DUE-DATE PIC X(8).

         FD DUP-CTL-FILE.
         01 DUP-CTL-RECORD.
           02 DUP-CTL-BOARDS PIC 9(2).

         FD REPLAY-CTL-FILE.
         01 REPLAY-CTL-RECORD.
           02 REPLAY-CTL-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 REPLAY-CTL-MODE PIC X(1).

         FD HANDICAP-CTL-FILE.
         01 HANDICAP-CTL-RECORD.
           02 HANDICAP-CTL-MODE PIC X(1).

         FD DUP-RESULT-FILE.
         01 DUP-RESULT-RECORD.
           02 DR-BOARD PIC 9(2).
           02 FILLER PIC X.
           *> The game-id the board was first dealt under - the
           *> DEALFILE record every later table replayed.
           02 DR-BOARD-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 DR-TABLE PIC 9(2).
           02 FILLER PIC X.
           02 DR-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 DR-ENTRANT PIC 9(2).
           02 FILLER PIC X.
           02 DR-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 DR-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 DR-POINTS PIC 9(4).
           02 FILLER PIC X.
           02 DR-MATCHPOINTS PIC 9(3).

         FD SERIES-CTL-FILE.
         01 SERIES-CTL-RECORD.
             03 FILLER PIC X.
             03 SS-SEAT-WINS PIC 9(2).

         FD EVENT-CTL-FILE.
         01 EVENT-CTL-RECORD.
           02 EVENT-CTL-NAME PIC X(8).

         *> Same layout WARO-EVENT writes.
         FD EVENT-REG-FILE.
         01 EVENT-REG-RECORD.
           02 ER-EVENT PIC X(8).
           02 FILLER PIC X.
           02 ER-NAME PIC X(6).
           02 FILLER PIC X.
           02 ER-STATUS PIC X(1).
           02 FILLER PIC X.
           02 ER-DATE PIC X(8).

         *> Same layout WARO-EVENT reads.
         FD EVENTS-FILE.
         01 EVENTS-RECORD.
           02 EV-NAME PIC X(8).
           02 FILLER PIC X.
           02 EV-DATE PIC X(8).
           02 FILLER PIC X.
           02 EV-FIELD-CAP PIC 9(2).
           02 FILLER PIC X.
           02 EV-ENTRY-FEE PIC 9(6).
           02 EV-ENTRY-FEE-X REDEFINES EV-ENTRY-FEE PIC X(6).
           02 FILLER PIC X.
           02 EV-HOUSE-PCT PIC 9(2).
           02 EV-HOUSE-PCT-X REDEFINES EV-HOUSE-PCT PIC X(2).
           02 EV-PLACE-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 EV-PLACE-PCT PIC 9(2).
             03 EV-PLACE-PCT-X REDEFINES EV-PLACE-PCT PIC X(2).

         *> Same layouts waro.cbl keeps.
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         FD BANKPOST-FILE.
         01 BANKPOST-RECORD.
           02 BP-DATE PIC X(8).
           02 FILLER PIC X.
           02 BP-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 BP-NAME PIC X(6).
           02 FILLER PIC X.
           02 BP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BP-AMOUNT PIC 9(6).
           02 FILLER PIC X.
           02 BP-EVENT PIC X(8).

         FD LINEUP-CTL-FILE.
         01 LINEUP-CTL-RECORD.
           02 LINEUP-CTL-SEAT PIC 9(2).
           88 SWISS-MODE VALUE "Y".
         01 SWISS-ROUNDS PIC 9(2) VALUE 0.

         *> The named event's field: ENTRANT-NAME (n) is the member
         *> seated as entrant n, fed to WARO through LINEUPCTL the
         *> way the challenge series seats its sides.
         01 EVENT-CTL-STATUS PIC X(2).
         01 EVENT-REG-STATUS PIC X(2).
         01 EVENT-REG-EOF-SWITCH PIC X(1).
           88 EVENT-REG-AT-EOF VALUE "Y".
         01 EVENT-MODE-SWITCH PIC X(1) VALUE "N".
           88 EVENT-MODE VALUE "Y".
         01 EVENT-NAME PIC X(8) VALUE SPACES.
         01 EVENT-CHECKED-IN PIC 9(3) VALUE 0.
         01 ENTRANT-NAME PIC X(6) OCCURS 8 TIMES.
         *> The bracket round each entrant went out in, 0 while
         *> still standing - the knockout's finishing order.
         01 ENTRANT-OUT-ROUND PIC 9(2) OCCURS 8 TIMES.

         *> The named event's prize table and its settlement: each
         *> finisher's name and score (rounds survived, match
         *> points or series wins - higher is better), the place
         *> the score earns, and the chip totals. 8 must track
         *> NUM-PLAYERS-MAX in waro.cbl.
         01 EVENTS-STATUS PIC X(2).
         01 EVENTS-EOF-SWITCH PIC X(1).
           88 EVENTS-AT-EOF VALUE "Y".
         01 PRIZE-TABLE-SWITCH PIC X(1) VALUE "N".
           88 PRIZE-TABLE-FOUND VALUE "Y".
         01 EVENT-SETTLED-SWITCH PIC X(1) VALUE "N".
           88 EVENT-ALREADY-SETTLED VALUE "Y".
         01 PRIZE-ENTRY-FEE PIC 9(6) VALUE 0.
         01 PRIZE-HOUSE-PCT PIC 9(2) VALUE 0.
         01 PRIZE-PLACE-PCT PIC 9(2) OCCURS 8 TIMES.
         01 PRIZE-PCT-TOTAL PIC 9(3) VALUE 0.
         01 PRIZE-COUNT PIC 9(2) VALUE 0.
         01 PRIZE-NAME PIC X(6) OCCURS 8 TIMES.
         01 PRIZE-SCORE PIC 9(3) OCCURS 8 TIMES.
         01 PRIZE-PLACE PIC 9(2) OCCURS 8 TIMES.
         01 PZ-I PIC 9(2).
         01 PZ-J PIC 9(2).
         01 PZ-P PIC 9(2).
         01 PLACE-FIRST-SWITCH PIC X(1).
           88 PLACE-FIRST-HOLDER VALUE "Y".
         01 PLACE-TIES PIC 9(2).
         01 PLACE-PCT-POOLED PIC 9(3).
         01 PLACE-MONEY PIC 9(7).
         01 PLACE-SHARE PIC 9(7).
         01 PLACE-REMAINDER PIC 9(2).
         01 FEE-CHARGED PIC 9(6).
         01 FEES-COLLECTED PIC 9(7).
         01 PRIZE-POOL PIC 9(7).
         01 PRIZES-PAID PIC 9(7).
         01 HOUSE-RETAINED PIC 9(7).

         *> The chip bankroll book, loaded for the settlement the
         *> way WARO loads it for a game: same distinct-name
         *> ceiling, and a name new to the book enters at the
         *> opening balance with its "O" posting. Must track
         *> BANK-NAME-MAX and OPENING-BANKROLL in waro.cbl.
         01 BANKROLL-STATUS PIC X(2).
         01 BANKPOST-STATUS PIC X(2).
         01 BANKROLL-EOF-SWITCH PIC X(1).
           88 BANKROLL-AT-EOF VALUE "Y".
         01 BANKPOST-EOF-SWITCH PIC X(1).
           88 BANKPOST-AT-EOF VALUE "Y".
         78 BANK-NAME-MAX VALUE 200.
         78 OPENING-BANKROLL VALUE 100.
         01 BANK-NAME-COUNT PIC 9(3) VALUE 0.
         01 BANK-OVERFLOW PIC 9(6) VALUE 0.
         01 BANK-TABLE.
           02 BANK-ENTRY OCCURS BANK-NAME-MAX TIMES.
             03 BANK-NAME PIC X(6).
             03 BANK-BALANCE PIC 9(6).
             03 BANK-NEW-FLAG PIC 9(1).
         01 BANK-LOOKUP-IDX PIC 9(3).
         01 BANK-FOUND-IDX PIC 9(3).
         01 BANK-LOOKUP-NAME PIC X(6).
         01 BP-NAME-WORK PIC X(6).
         01 BP-TYPE-WORK PIC X(1).
         01 BP-AMOUNT-WORK PIC 9(6).

         *> Swiss-system state over the same entrant table the
         *> knockout bracket builds: cumulative match points (2 a
         *> win or a bye, 1 each side of a dead heat), who has met

         *> The loaded fixtures list; must track FIXTURE-MAX in
         *> waro-league.cbl.
         78 FIXTURE-MAX VALUE 9900.
         01 FIXTURE-COUNT PIC 9(4) VALUE 0.
         01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS FIXTURE-MAX TIMES.
             03 FT-STATUS PIC X(1).
             03 FT-GAME-ID PIC 9(6).
             03 FT-WINNER PIC X(6).
             03 FT-DUE-DATE PIC X(8).
         01 FX PIC 9(4).
         01 NEXT-FIXTURE PIC 9(4).
         01 FIXTURES-PLAYED-RUN PIC 9(4) VALUE 0.
         01 FIXTURES-DONE-SWITCH PIC X(1) VALUE "N".
           88 FIXTURES-DONE VALUE "Y".
         01 DUP-CTL-STATUS PIC X(2).
         01 REPLAY-CTL-STATUS PIC X(2).
         01 DUP-RESULT-STATUS PIC X(2).
         01 DUPLICATE-MODE-SWITCH PIC X(1) VALUE "N".
           88 DUPLICATE-MODE VALUE "Y".
         01 HANDICAP-CTL-STATUS PIC X(2).
         *> "Y" once a duplicate event has emptied the operator's
         *> HANDICTL; the record it held waits in SAVED-HANDICAP-MODE
         *> for RESTORE-LINEUP-FILES.
         01 HANDICAP-SET-ASIDE-SWITCH PIC X(1) VALUE "N".
           88 HANDICAP-SET-ASIDE VALUE "Y".
         01 SAVED-HANDICAP-MODE PIC X(1).

         *> Duplicate state over the same entrant table the bracket
         *> builds. Table t of every board seats entrant
         *> ((s + t - 2) mod field) + 1 at seat s, so over one board
         *> each entrant holds every seat's hand exactly once. Per
         *> board, table, and seat: the points scored and the
         *> matchpoints they earned against the other tables' holders
         *> of that seat (2 for each one beaten, 1 for each tie).
         *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
         78 DUP-BOARD-MAX VALUE 20.
         01 DUP-BOARDS PIC 9(2) VALUE 0.
         01 DUP-BOARDS-DONE PIC 9(2) VALUE 0.
         01 DUP-SEATING-TABLE.
           02 DUP-SEATING-ROW OCCURS 8 TIMES.
             03 DUP-SEAT-ENTRANT PIC 9(2) OCCURS 8 TIMES.
         01 DUP-BOARD-TABLE.
           02 DUP-BOARD-ENTRY OCCURS DUP-BOARD-MAX TIMES.
             03 DUP-BOARD-GAME-ID PIC 9(6).
             03 DUP-BOARD-ENT-MP PIC 9(3) OCCURS 8 TIMES.
             03 DUP-TABLE-ENTRY OCCURS 8 TIMES.
               04 DUP-GAME-ID PIC 9(6).
               04 DUP-SEAT-RESULT OCCURS 8 TIMES.
                 05 DUP-POINTS PIC 9(4).
                 05 DUP-MP PIC 9(3).
         01 DUP-TOTAL-MP PIC 9(5) OCCURS 8 TIMES.
         01 DUP-MAX-MP PIC 9(5).
         01 DUP-PCT PIC 9(3)V9(1).
         01 DUP-PCT-OUT PIC ZZ9.9.
         01 DUP-B PIC 9(2).
         01 DUP-T PIC 9(2).
         01 DUP-O PIC 9(2).
         01 DUP-S PIC 9(2).
         01 DUP-E PIC 9(2).
         01 DUP-WORK PIC 9(2).
         01 DUP-ORDER PIC 9(2) OCCURS 8 TIMES.
         01 DUP-RANK-DONE PIC 9(1) OCCURS 8 TIMES.
         01 DUP-POS PIC 9(2).
         01 DUP-BEST PIC 9(2).
         01 DUP-BEST-MP PIC 9(5).

         *> The field: entrant n is the operator's original seat n
         *> with its configured strategy; ALIVE-ENTRANT holds who is

         *> The roster's display-name book for the leaderboard
         *> print: current short name, legacy alias, and the full
         *> name either resolves to. 100 must track ROSTER-MAX in
         *> waro-roster.cbl, so every member on file is held.
         01 ROSTER-STATUS PIC X(2).
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         78 ROSTER-REC-MAX VALUE 100.
         01 ROSTER-REC-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-NAME-TABLE.
           02 ROSTER-NAME-ENTRY OCCURS ROSTER-REC-MAX TIMES.
             03 RR-SHORT PIC X(6).
             03 RR-ALIAS PIC X(6).
             03 RR-FULL PIC X(20).
             03 RR-STRATEGY PIC 9(1).
         01 RESOLVE-SHORT PIC X(6).
         01 RESOLVE-FULL PIC X(20).
         01 RRX PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "TRACER Tournament Ready."
           GOBACK
         END-IF.
         PERFORM READ-DUP-CTL.
         IF DUPLICATE-MODE
           PERFORM RUN-DUPLICATE-EVENT
           PERFORM WRITE-OPS-SUMMARY
           PERFORM RELEASE-RUN-LOCK
           IF HIGHEST-RETURN-CODE > RETURN-CODE
             MOVE HIGHEST-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY "TRACER Tournament Ready."
           GOBACK
         END-IF.
         PERFORM READ-TOURN-PARM.
         PERFORM READ-SCHED-CTL.
         IF SCHED-MODE
       RUN-KNOCKOUT-BRACKET.
         DISPLAY "TRACER KNOCKOUT BRACKET".
         PERFORM LOAD-BRACKET-ENTRANTS.
         PERFORM READ-EVENT-CTL.
         IF EVENT-MODE
           PERFORM LOAD-EVENT-ENTRANTS
         END-IF.
         IF ENTRANT-COUNT < 2
           DISPLAY "TRACER SEVERE ERROR: a bracket needs at least "
             "2 entrants, the field holds " ENTRANT-COUNT
           IF HIGHEST-RETURN-CODE < 8
             MOVE 8 TO HIGHEST-RETURN-CODE
           END-IF
             UNTIL ALIVE-COUNT < 2 OR TOURN-ABORTED
           CLOSE BRACKET-FILE
           PERFORM RESTORE-LINEUP-FILES
           IF EVENT-MODE
             PERFORM CLEAR-LINEUP-CTL
           END-IF
           IF NOT TOURN-ABORTED
             DISPLAY "TRACER BRACKET CHAMPION: entrant "
               ALIVE-ENTRANT (1) " (strategy "
               ENTRANT-STRATEGY (ALIVE-ENTRANT (1)) ")"
             IF EVENT-MODE
               DISPLAY "TRACER " EVENT-NAME " CHAMPION: "
                 ENTRANT-NAME (ALIVE-ENTRANT (1))
               COMPUTE ENTRANT-OUT-ROUND (ALIVE-ENTRANT (1)) =
                 BR-ROUND + 1
               MOVE ENTRANT-COUNT TO PRIZE-COUNT
               PERFORM FILL-BRACKET-PRIZE-ENTRANT
                 VARYING K FROM 1 BY 1 UNTIL K > PRIZE-COUNT
               PERFORM SETTLE-EVENT-PRIZES
             END-IF
             CALL 'WARO-REPORT'
           END-IF
         END-IF.
         END-IF.
         PERFORM READ-NEXT-STRAT-RECORD.

       READ-EVENT-CTL.
         OPEN INPUT EVENT-CTL-FILE.
         IF EVENT-CTL-STATUS = "00"
           READ EVENT-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF EVENT-CTL-NAME NOT = SPACES
                 MOVE EVENT-CTL-NAME TO EVENT-NAME
                 MOVE "Y" TO EVENT-MODE-SWITCH
               END-IF
           END-READ
           CLOSE EVENT-CTL-FILE
         END-IF.

       *> Replaces the configured field with the named event's
       *> checked-in entrants, in sign-up order; registered members
       *> who never checked in, the waiting list and withdrawals
       *> are not seeded. Each entrant plays their roster default
       *> strategy. A field larger than the table can seat keeps
       *> the first 8 and tracers the rest. The operator's
       *> PLAYERCTL/STRATCTL were already captured above, so the
       *> restore still puts them back.
       LOAD-EVENT-ENTRANTS.
         DISPLAY "TRACER event " EVENT-NAME
           " - field seeded from its checked-in entrants".
         MOVE 0 TO ENTRANT-COUNT.
         MOVE 0 TO EVENT-CHECKED-IN.
         IF ROSTER-REC-COUNT = 0
           PERFORM LOAD-ROSTER-NAMES
         END-IF.
         MOVE "N" TO EVENT-REG-EOF-SWITCH.
         OPEN INPUT EVENT-REG-FILE.
         IF EVENT-REG-STATUS = "00"
           PERFORM READ-NEXT-EVENT-REG
           PERFORM LOAD-ONE-EVENT-ENTRANT UNTIL EVENT-REG-AT-EOF
           CLOSE EVENT-REG-FILE
         END-IF.
         IF EVENT-CHECKED-IN > 8
           DISPLAY "TRACER SEVERE ERROR: event " EVENT-NAME " has "
             EVENT-CHECKED-IN " checked-in entrants; only the "
             "first 8 are seeded"
           IF HIGHEST-RETURN-CODE < 4
             MOVE 4 TO HIGHEST-RETURN-CODE
           END-IF
         END-IF.
         PERFORM SHOW-ONE-EVENT-ENTRANT
           VARYING K FROM 1 BY 1 UNTIL K > ENTRANT-COUNT.

       READ-NEXT-EVENT-REG.
         READ EVENT-REG-FILE
           AT END MOVE "Y" TO EVENT-REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-EVENT-ENTRANT.
         IF ER-EVENT = EVENT-NAME AND ER-STATUS = "C"
           ADD 1 TO EVENT-CHECKED-IN
           IF ENTRANT-COUNT < 8
             ADD 1 TO ENTRANT-COUNT
             MOVE ER-NAME TO ENTRANT-NAME (ENTRANT-COUNT)
             MOVE 1 TO ENTRANT-STRATEGY (ENTRANT-COUNT)
             PERFORM LOOKUP-ENTRANT-STRATEGY
               VARYING RRX FROM 1 BY 1
                 UNTIL RRX > ROSTER-REC-COUNT
           END-IF
         END-IF.
         PERFORM READ-NEXT-EVENT-REG.

       LOOKUP-ENTRANT-STRATEGY.
         IF RR-SHORT (RRX) = ENTRANT-NAME (ENTRANT-COUNT) AND
            RR-STRATEGY (RRX) > 0
           MOVE RR-STRATEGY (RRX) TO ENTRANT-STRATEGY (ENTRANT-COUNT)
         END-IF.

       SHOW-ONE-EVENT-ENTRANT.
         DISPLAY "TRACER   entrant " K ": " ENTRANT-NAME (K)
           " (strategy " ENTRANT-STRATEGY (K) ")".

       SEED-ONE-ENTRANT.
         MOVE K TO ALIVE-ENTRANT (K).
         MOVE 0 TO ENTRANT-OUT-ROUND (K).

       *> One bracket round: pair off the survivors in order; an odd
       *> field's last entrant draws the bye and advances unplayed.
                 MATCH-ENT-A ") advances"
           END-EVALUATE
           DISPLAY "TRACER   entrant " MATCH-WINNER " advances"
           IF MATCH-WINNER = MATCH-ENT-A
             MOVE BR-ROUND TO ENTRANT-OUT-ROUND (MATCH-ENT-B)
           ELSE
             MOVE BR-ROUND TO ENTRANT-OUT-ROUND (MATCH-ENT-A)
           END-IF
           PERFORM WRITE-BRACKET-RECORD
         END-IF.

       *> An event field seats the paired members by name through
       *> LINEUPCTL and empties STRATCTL, so each plays their own
       *> roster default strategy - the same way the challenge
       *> series seats its sides.
       WRITE-MATCH-LINEUP.
         OPEN OUTPUT PLAYER-CTL-FILE.
         MOVE 2 TO PLAYER-CTL-NUM-PLAYERS.
         WRITE PLAYER-CTL-RECORD.
         CLOSE PLAYER-CTL-FILE.
         IF EVENT-MODE
           PERFORM WRITE-EVENT-MATCH-LINEUP
         ELSE
           PERFORM WRITE-MATCH-STRATEGIES
         END-IF.

       WRITE-EVENT-MATCH-LINEUP.
         DISPLAY "TRACER     " ENTRANT-NAME (MATCH-ENT-A) " v "
           ENTRANT-NAME (MATCH-ENT-B).
         OPEN OUTPUT LINEUP-CTL-FILE.
         MOVE SPACES TO LINEUP-CTL-RECORD.
         MOVE 1 TO LINEUP-CTL-SEAT.
         MOVE ENTRANT-NAME (MATCH-ENT-A) TO LINEUP-CTL-NAME.
         WRITE LINEUP-CTL-RECORD.
         MOVE SPACES TO LINEUP-CTL-RECORD.
         MOVE 2 TO LINEUP-CTL-SEAT.
         MOVE ENTRANT-NAME (MATCH-ENT-B) TO LINEUP-CTL-NAME.
         WRITE LINEUP-CTL-RECORD.
         CLOSE LINEUP-CTL-FILE.
         OPEN OUTPUT STRAT-CTL-FILE.
         CLOSE STRAT-CTL-FILE.

       WRITE-MATCH-STRATEGIES.
         OPEN OUTPUT STRAT-CTL-FILE.
         MOVE SPACES TO STRAT-CTL-RECORD.
         MOVE 1 TO STRAT-CTL-SEAT.

       *> Puts the operator's lineup controls back the way the
       *> bracket found them (the effective values, for a PLAYERCTL
       *> that was absent and defaulted), and HANDICTL too when a
       *> duplicate event set it aside.
       RESTORE-LINEUP-FILES.
         OPEN OUTPUT PLAYER-CTL-FILE.
         IF SAVED-NUM-PLAYERS > 0
         *> had records gets back exactly the records that were
         *> there, no more and no fewer.
         CLOSE STRAT-CTL-FILE.
         IF HANDICAP-SET-ASIDE
           PERFORM RESTORE-HANDICAP-CTL
         END-IF.

       *> An operator who had no HANDICTL, or an empty one, has
       *> nothing to set aside and nothing is touched; one whose
       *> HANDICTL held a record gets it back exactly.
       SET-ASIDE-HANDICAP-CTL.
         OPEN INPUT HANDICAP-CTL-FILE.
         IF HANDICAP-CTL-STATUS = "00"
           READ HANDICAP-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE HANDICAP-CTL-MODE TO SAVED-HANDICAP-MODE
               MOVE "Y" TO HANDICAP-SET-ASIDE-SWITCH
           END-READ
           CLOSE HANDICAP-CTL-FILE
         END-IF.
         IF HANDICAP-SET-ASIDE
           OPEN OUTPUT HANDICAP-CTL-FILE
           CLOSE HANDICAP-CTL-FILE
           IF SAVED-HANDICAP-MODE = "Y"
             DISPLAY "TRACER handicap mode set aside for the "
               "duplicate event - every table is scored flat"
           END-IF
         END-IF.

       RESTORE-HANDICAP-CTL.
         OPEN OUTPUT HANDICAP-CTL-FILE.
         MOVE SPACES TO HANDICAP-CTL-RECORD.
         MOVE SAVED-HANDICAP-MODE TO HANDICAP-CTL-MODE.
         WRITE HANDICAP-CTL-RECORD.
         CLOSE HANDICAP-CTL-FILE.
         MOVE "N" TO HANDICAP-SET-ASIDE-SWITCH.

       RESTORE-ONE-STRAT-RECORD.
         MOVE SPACES TO STRAT-CTL-RECORD.
       RUN-SWISS-TOURNAMENT.
         DISPLAY "TRACER SWISS TOURNAMENT - rounds: " SWISS-ROUNDS.
         PERFORM LOAD-BRACKET-ENTRANTS.
         PERFORM READ-EVENT-CTL.
         IF EVENT-MODE
           PERFORM LOAD-EVENT-ENTRANTS
         END-IF.
         IF ENTRANT-COUNT < 2
           DISPLAY "TRACER SEVERE ERROR: a Swiss event needs at "
             "least 2 entrants, the field holds " ENTRANT-COUNT
           IF HIGHEST-RETURN-CODE < 8
             MOVE 8 TO HIGHEST-RETURN-CODE
           END-IF
               UNTIL SW-ROUND > SWISS-ROUNDS OR TOURN-ABORTED
           CLOSE BRACKET-FILE
           PERFORM RESTORE-LINEUP-FILES
           IF EVENT-MODE
             PERFORM CLEAR-LINEUP-CTL
           END-IF
           IF NOT TOURN-ABORTED
             PERFORM PRINT-SWISS-STANDINGS
             IF EVENT-MODE
               MOVE ENTRANT-COUNT TO PRIZE-COUNT
               PERFORM FILL-SWISS-PRIZE-ENTRANT
                 VARYING K FROM 1 BY 1 UNTIL K > PRIZE-COUNT
               PERFORM SETTLE-EVENT-PRIZES
             END-IF
             CALL 'WARO-REPORT'
           END-IF
         END-IF.
           VARYING SW-POS FROM 1 BY 1 UNTIL SW-POS > ENTRANT-COUNT.

       PRINT-ONE-SWISS-LINE.
         IF EVENT-MODE
           DISPLAY "TRACER   " SW-POS ". entrant "
             SW-ORDER (SW-POS) " " ENTRANT-NAME (SW-ORDER (SW-POS))
             " (strategy " ENTRANT-STRATEGY (SW-ORDER (SW-POS))
             ") - " SW-POINTS (SW-ORDER (SW-POS)) " match points"
         ELSE
           DISPLAY "TRACER   " SW-POS ". entrant "
             SW-ORDER (SW-POS) " (strategy "
             ENTRANT-STRATEGY (SW-ORDER (SW-POS)) ") - "
             SW-POINTS (SW-ORDER (SW-POS)) " match points"
         END-IF.

       READ-SERIES-CTL.
         OPEN INPUT SERIES-CTL-FILE.
           PERFORM CLEAR-LINEUP-CTL
           IF NOT TOURN-ABORTED
             PERFORM DECLARE-SERIES-RESULT
             *> A series played for a named event settles that
             *> event's prize table on the final series standing.
             PERFORM READ-EVENT-CTL
             IF EVENT-MODE
               MOVE SERIES-SEATS TO PRIZE-COUNT
               PERFORM FILL-SERIES-PRIZE-ENTRANT
                 VARYING K FROM 1 BY 1 UNTIL K > PRIZE-COUNT
               PERFORM SETTLE-EVENT-PRIZES
             END-IF
           END-IF
         END-IF.

           MOVE 0 TO GH-POINTS (K)
         END-IF.

       FILL-BRACKET-PRIZE-ENTRANT.
         MOVE ENTRANT-NAME (K) TO PRIZE-NAME (K).
         MOVE ENTRANT-OUT-ROUND (K) TO PRIZE-SCORE (K).

       FILL-SWISS-PRIZE-ENTRANT.
         MOVE ENTRANT-NAME (K) TO PRIZE-NAME (K).
         MOVE SW-POINTS (K) TO PRIZE-SCORE (K).

       FILL-SERIES-PRIZE-ENTRANT.
         MOVE SERIES-NAME (K) TO PRIZE-NAME (K).
         MOVE SERIES-WINS (K) TO PRIZE-SCORE (K).

       *> Settles the named event's prize table against the final
       *> result staged in the PRIZE- table. Every finisher is
       *> debited the entry fee (what they have, if less - the same
       *> no-negative-chips rule as a game's stake); the house
       *> keeps its retention off the top and the rest is paid by
       *> finishing place. An event is settled once only: a rerun
       *> finding the event's postings already on BANKPOST leaves
       *> the book alone, as does a book too big to hold whole.
       SETTLE-EVENT-PRIZES.
         PERFORM LOAD-EVENT-PRIZE-TABLE.
         IF NOT PRIZE-TABLE-FOUND
           DISPLAY "TRACER event " EVENT-NAME " is not on EVENTS; "
             "no prize settlement"
           IF HIGHEST-RETURN-CODE < 4
             MOVE 4 TO HIGHEST-RETURN-CODE
           END-IF
         ELSE IF PRIZE-ENTRY-FEE = 0
           DISPLAY "TRACER event " EVENT-NAME " has no entry fee; "
             "no prize settlement"
         ELSE IF PRIZE-PCT-TOTAL > 100
           DISPLAY "TRACER SEVERE ERROR: event " EVENT-NAME
             " place percentages total " PRIZE-PCT-TOTAL
             "; prizes not settled"
           IF HIGHEST-RETURN-CODE < 8
             MOVE 8 TO HIGHEST-RETURN-CODE
           END-IF
         ELSE
           PERFORM CHECK-EVENT-SETTLED
           IF EVENT-ALREADY-SETTLED
             DISPLAY "TRACER event " EVENT-NAME " already has "
               "BANKPOST postings; prizes not settled again"
             IF HIGHEST-RETURN-CODE < 4
               MOVE 4 TO HIGHEST-RETURN-CODE
             END-IF
           ELSE
             PERFORM LOAD-BANKROLL-BOOK
             IF BANK-OVERFLOW > 0
               DISPLAY "TRACER SEVERE ERROR: more than " BANK-NAME-MAX
                 " names on BANKROLL (" BANK-OVERFLOW " over); prizes "
                 "not settled and the book left as it stands"
               IF HIGHEST-RETURN-CODE < 8
                 MOVE 8 TO HIGHEST-RETURN-CODE
               END-IF
             ELSE
               PERFORM PAY-EVENT-PRIZES
             END-IF
           END-IF
         END-IF.

       *> Blank percentages read as 0; the place percentages are
       *> shares of the prize pool left after the house retention.
       LOAD-EVENT-PRIZE-TABLE.
         MOVE "N" TO PRIZE-TABLE-SWITCH.
         MOVE "N" TO EVENTS-EOF-SWITCH.
         OPEN INPUT EVENTS-FILE.
         IF EVENTS-STATUS = "00"
           PERFORM READ-NEXT-EVENT
           PERFORM LOAD-ONE-EVENT-PRIZES
             UNTIL EVENTS-AT-EOF OR PRIZE-TABLE-FOUND
           CLOSE EVENTS-FILE
         END-IF.

       READ-NEXT-EVENT.
         READ EVENTS-FILE
           AT END MOVE "Y" TO EVENTS-EOF-SWITCH
         END-READ.

       LOAD-ONE-EVENT-PRIZES.
         IF EV-NAME = EVENT-NAME
           MOVE "Y" TO PRIZE-TABLE-SWITCH
           MOVE 0 TO PRIZE-ENTRY-FEE
           MOVE 0 TO PRIZE-HOUSE-PCT
           MOVE 0 TO PRIZE-PCT-TOTAL
           IF EV-ENTRY-FEE-X NOT = SPACES AND
              EV-ENTRY-FEE IS NUMERIC
             MOVE EV-ENTRY-FEE TO PRIZE-ENTRY-FEE
           END-IF
           IF EV-HOUSE-PCT-X NOT = SPACES AND
              EV-HOUSE-PCT IS NUMERIC
             MOVE EV-HOUSE-PCT TO PRIZE-HOUSE-PCT
           END-IF
           PERFORM LOAD-ONE-PLACE-PCT
             VARYING PZ-P FROM 1 BY 1 UNTIL PZ-P > 8
         ELSE
           PERFORM READ-NEXT-EVENT
         END-IF.

       LOAD-ONE-PLACE-PCT.
         MOVE 0 TO PRIZE-PLACE-PCT (PZ-P).
         IF EV-PLACE-PCT-X (PZ-P) NOT = SPACES AND
            EV-PLACE-PCT (PZ-P) IS NUMERIC
           MOVE EV-PLACE-PCT (PZ-P) TO PRIZE-PLACE-PCT (PZ-P)
         END-IF.
         ADD PRIZE-PLACE-PCT (PZ-P) TO PRIZE-PCT-TOTAL.

       CHECK-EVENT-SETTLED.
         MOVE "N" TO EVENT-SETTLED-SWITCH.
         MOVE "N" TO BANKPOST-EOF-SWITCH.
         OPEN INPUT BANKPOST-FILE.
         IF BANKPOST-STATUS = "00"
           PERFORM READ-NEXT-BANKPOST
           PERFORM CHECK-ONE-BANKPOST
             UNTIL BANKPOST-AT-EOF OR EVENT-ALREADY-SETTLED
           CLOSE BANKPOST-FILE
         END-IF.

       READ-NEXT-BANKPOST.
         READ BANKPOST-FILE
           AT END MOVE "Y" TO BANKPOST-EOF-SWITCH
         END-READ.

       CHECK-ONE-BANKPOST.
         IF BP-EVENT = EVENT-NAME
           MOVE "Y" TO EVENT-SETTLED-SWITCH
         ELSE
           PERFORM READ-NEXT-BANKPOST
         END-IF.

       PAY-EVENT-PRIZES.
         DISPLAY "TRACER EVENT PRIZE SETTLEMENT: " EVENT-NAME
           " - entry fee " PRIZE-ENTRY-FEE ", house "
           PRIZE-HOUSE-PCT "%".
         OPEN EXTEND BANKPOST-FILE.
         IF BANKPOST-STATUS = "35"
           OPEN OUTPUT BANKPOST-FILE
         END-IF.
         MOVE 0 TO FEES-COLLECTED.
         PERFORM CHARGE-ONE-ENTRY-FEE
           VARYING PZ-I FROM 1 BY 1 UNTIL PZ-I > PRIZE-COUNT.
         COMPUTE HOUSE-RETAINED =
           FEES-COLLECTED * PRIZE-HOUSE-PCT / 100.
         COMPUTE PRIZE-POOL = FEES-COLLECTED - HOUSE-RETAINED.
         PERFORM RANK-ONE-PRIZE-ENTRANT
           VARYING PZ-I FROM 1 BY 1 UNTIL PZ-I > PRIZE-COUNT.
         MOVE 0 TO PRIZES-PAID.
         PERFORM PAY-ONE-PLACE
           VARYING PZ-I FROM 1 BY 1 UNTIL PZ-I > PRIZE-COUNT.
         CLOSE BANKPOST-FILE.
         PERFORM WRITE-BANKROLL-BOOK.
         *> Whatever the places did not pay out - unallocated
         *> percentages and the odd chips of the percentage
         *> arithmetic - stays with the house too.
         COMPUTE HOUSE-RETAINED = FEES-COLLECTED - PRIZES-PAID.
         DISPLAY "TRACER   fees collected " FEES-COLLECTED
           ", prizes paid " PRIZES-PAID ", house retains "
           HOUSE-RETAINED.

       CHARGE-ONE-ENTRY-FEE.
         MOVE PRIZE-NAME (PZ-I) TO BANK-LOOKUP-NAME.
         PERFORM FIND-OR-ADD-BANK-NAME.
         IF BANK-FOUND-IDX > 0
           PERFORM POST-OPENING-IF-NEW
           MOVE PRIZE-ENTRY-FEE TO FEE-CHARGED
           IF FEE-CHARGED > BANK-BALANCE (BANK-FOUND-IDX)
             MOVE BANK-BALANCE (BANK-FOUND-IDX) TO FEE-CHARGED
             DISPLAY "TRACER   " PRIZE-NAME (PZ-I)
               " can only cover " FEE-CHARGED " of the "
               PRIZE-ENTRY-FEE " entry fee"
           END-IF
           SUBTRACT FEE-CHARGED FROM BANK-BALANCE (BANK-FOUND-IDX)
           ADD FEE-CHARGED TO FEES-COLLECTED
           MOVE PRIZE-NAME (PZ-I) TO BP-NAME-WORK
           MOVE "E" TO BP-TYPE-WORK
           MOVE FEE-CHARGED TO BP-AMOUNT-WORK
           PERFORM WRITE-BANK-POSTING
         END-IF.

       *> Standard competition places: one more than the number of
       *> finishers who scored better, so a tie shares a place and
       *> the places it crowds out.
       RANK-ONE-PRIZE-ENTRANT.
         MOVE 1 TO PRIZE-PLACE (PZ-I).
         PERFORM COUNT-ONE-BETTER-FINISHER
           VARYING PZ-J FROM 1 BY 1 UNTIL PZ-J > PRIZE-COUNT.

       COUNT-ONE-BETTER-FINISHER.
         IF PRIZE-SCORE (PZ-J) > PRIZE-SCORE (PZ-I)
           ADD 1 TO PRIZE-PLACE (PZ-I)
         END-IF.

       *> Each place is paid once, from its first (highest-seeded)
       *> holder. Finishers tied for a place pool the money of
       *> every place the tie covers and split it evenly, the odd
       *> remainder riding on the highest seed's share - the same
       *> way co-winners split a game pot.
       PAY-ONE-PLACE.
         MOVE "Y" TO PLACE-FIRST-SWITCH.
         PERFORM CHECK-EARLIER-PLACE-HOLDER
           VARYING PZ-J FROM 1 BY 1 UNTIL PZ-J >= PZ-I.
         IF PLACE-FIRST-HOLDER AND PRIZE-PLACE (PZ-I) <= 8
           MOVE 0 TO PLACE-TIES
           PERFORM COUNT-ONE-PLACE-TIE
             VARYING PZ-J FROM 1 BY 1 UNTIL PZ-J > PRIZE-COUNT
           MOVE 0 TO PLACE-PCT-POOLED
           PERFORM POOL-ONE-PLACE-PCT
             VARYING PZ-P FROM PRIZE-PLACE (PZ-I) BY 1
               UNTIL PZ-P > 8 OR
                     PZ-P >= PRIZE-PLACE (PZ-I) + PLACE-TIES
           COMPUTE PLACE-MONEY = PRIZE-POOL * PLACE-PCT-POOLED / 100
           IF PLACE-MONEY > 0
             DIVIDE PLACE-MONEY BY PLACE-TIES
               GIVING PLACE-SHARE REMAINDER PLACE-REMAINDER
             IF PLACE-TIES > 1
               DISPLAY "TRACER   place " PRIZE-PLACE (PZ-I) " "
                 PLACE-MONEY " chips split among " PLACE-TIES
                 " tied finishers"
             END-IF
             PERFORM CREDIT-ONE-PLACE-SHARE
               VARYING PZ-J FROM PZ-I BY 1 UNTIL PZ-J > PRIZE-COUNT
           END-IF
         END-IF.

       CHECK-EARLIER-PLACE-HOLDER.
         IF PRIZE-PLACE (PZ-J) = PRIZE-PLACE (PZ-I)
           MOVE "N" TO PLACE-FIRST-SWITCH
         END-IF.

       COUNT-ONE-PLACE-TIE.
         IF PRIZE-PLACE (PZ-J) = PRIZE-PLACE (PZ-I)
           ADD 1 TO PLACE-TIES
         END-IF.

       POOL-ONE-PLACE-PCT.
         ADD PRIZE-PLACE-PCT (PZ-P) TO PLACE-PCT-POOLED.

       CREDIT-ONE-PLACE-SHARE.
         IF PRIZE-PLACE (PZ-J) = PRIZE-PLACE (PZ-I)
           MOVE PRIZE-NAME (PZ-J) TO BANK-LOOKUP-NAME
           IF PZ-J = PZ-I
             COMPUTE BP-AMOUNT-WORK = PLACE-SHARE + PLACE-REMAINDER
           ELSE
             MOVE PLACE-SHARE TO BP-AMOUNT-WORK
           END-IF
           PERFORM FIND-OR-ADD-BANK-NAME
           IF BANK-FOUND-IDX > 0
             PERFORM POST-OPENING-IF-NEW
             ADD BP-AMOUNT-WORK TO BANK-BALANCE (BANK-FOUND-IDX)
             ADD BP-AMOUNT-WORK TO PRIZES-PAID
             MOVE PRIZE-NAME (PZ-J) TO BP-NAME-WORK
             MOVE "P" TO BP-TYPE-WORK
             PERFORM WRITE-BANK-POSTING
             DISPLAY "TRACER   place " PRIZE-PLACE (PZ-J) ": "
               PRIZE-NAME (PZ-J) " collects " BP-AMOUNT-WORK
           END-IF
         END-IF.

       LOAD-BANKROLL-BOOK.
         MOVE 0 TO BANK-NAME-COUNT.
         MOVE 0 TO BANK-OVERFLOW.
         MOVE "N" TO BANKROLL-EOF-SWITCH.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BANKROLL-RECORD
           PERFORM LOAD-ONE-BANKROLL-RECORD UNTIL BANKROLL-AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.

       READ-NEXT-BANKROLL-RECORD.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO BANKROLL-EOF-SWITCH
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

       *> Same find-or-add convention as WARO's book.
       FIND-OR-ADD-BANK-NAME.
         MOVE 0 TO BANK-FOUND-IDX.
         PERFORM CHECK-ONE-BANK-NAME
           VARYING BANK-LOOKUP-IDX FROM 1 BY 1
             UNTIL BANK-LOOKUP-IDX > BANK-NAME-COUNT.
         IF BANK-FOUND-IDX = 0
           IF BANK-NAME-COUNT < BANK-NAME-MAX
             ADD 1 TO BANK-NAME-COUNT
             MOVE BANK-LOOKUP-NAME TO BANK-NAME (BANK-NAME-COUNT)
             MOVE OPENING-BANKROLL TO BANK-BALANCE (BANK-NAME-COUNT)
             MOVE 1 TO BANK-NEW-FLAG (BANK-NAME-COUNT)
             MOVE BANK-NAME-COUNT TO BANK-FOUND-IDX
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " BANK-NAME-MAX
               " bankroll names; " BANK-LOOKUP-NAME
               " is left out of the event settlement"
           END-IF
         END-IF.

       CHECK-ONE-BANK-NAME.
         IF BANK-NAME (BANK-LOOKUP-IDX) = BANK-LOOKUP-NAME
           MOVE BANK-LOOKUP-IDX TO BANK-FOUND-IDX
         END-IF.

       POST-OPENING-IF-NEW.
         IF BANK-NEW-FLAG (BANK-FOUND-IDX) = 1
           MOVE 0 TO BANK-NEW-FLAG (BANK-FOUND-IDX)
           MOVE BANK-NAME (BANK-FOUND-IDX) TO BP-NAME-WORK
           MOVE "O" TO BP-TYPE-WORK
           MOVE OPENING-BANKROLL TO BP-AMOUNT-WORK
           PERFORM WRITE-BANK-POSTING
         END-IF.

       *> Caller stages the name, type and amount; event postings
       *> belong to no single game, so they carry game-id 0 (as a
       *> re-buy does) and the event's name instead.
       WRITE-BANK-POSTING.
         MOVE SPACES TO BANKPOST-RECORD.
         MOVE FUNCTION CURRENT-DATE (1:8) TO BP-DATE.
         MOVE 0 TO BP-GAME-ID.
         MOVE BP-NAME-WORK TO BP-NAME.
         MOVE BP-TYPE-WORK TO BP-TYPE.
         MOVE BP-AMOUNT-WORK TO BP-AMOUNT.
         MOVE EVENT-NAME TO BP-EVENT.
         WRITE BANKPOST-RECORD.

       WRITE-BANKROLL-BOOK.
         OPEN OUTPUT BANKROLL-FILE.
         PERFORM WRITE-ONE-BANKROLL-RECORD
           VARYING BANK-LOOKUP-IDX FROM 1 BY 1
             UNTIL BANK-LOOKUP-IDX > BANK-NAME-COUNT.
         CLOSE BANKROLL-FILE.

       WRITE-ONE-BANKROLL-RECORD.
         MOVE SPACES TO BANKROLL-RECORD.
         MOVE BANK-NAME (BANK-LOOKUP-IDX) TO BR-NAME.
         MOVE BANK-BALANCE (BANK-LOOKUP-IDX) TO BR-BALANCE.
         WRITE BANKROLL-RECORD.

       READ-FIXT-CTL.
         OPEN INPUT FIXT-CTL-FILE.
         IF FIXT-CTL-STATUS = "00"
             MOVE FX-STATUS TO FT-STATUS (FIXTURE-COUNT)
             MOVE FX-GAME-ID TO FT-GAME-ID (FIXTURE-COUNT)
             MOVE FX-WINNER TO FT-WINNER (FIXTURE-COUNT)
             MOVE FX-DUE-DATE TO FT-DUE-DATE (FIXTURE-COUNT)
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " FIXTURE-MAX
               " fixtures; extras are beyond this run"
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         IF NEXT-FIXTURE = 0
           MOVE "Y" TO FIXTURES-DONE-SWITCH
           DISPLAY "TRACER every fixture on file is played or "
             "forfeited - the league is complete"
         ELSE
           MOVE NEXT-FIXTURE TO FX
           PERFORM PLAY-ONE-FIXTURE
         END-IF.

       FIND-NEXT-OPEN-FIXTURE.
         IF NEXT-FIXTURE = 0 AND FT-STATUS (FX) NOT = "P" AND
            FT-STATUS (FX) NOT = "F"
           MOVE FX TO NEXT-FIXTURE
         END-IF.

         MOVE FT-STATUS (FX) TO FX-STATUS.
         MOVE FT-GAME-ID (FX) TO FX-GAME-ID.
         MOVE FT-WINNER (FX) TO FX-WINNER.
         MOVE FT-DUE-DATE (FX) TO FX-DUE-DATE.
         WRITE FIXTURE-RECORD.

       READ-DUP-CTL.
         OPEN INPUT DUP-CTL-FILE.
         IF DUP-CTL-STATUS = "00"
           READ DUP-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF DUP-CTL-BOARDS IS NUMERIC AND DUP-CTL-BOARDS > 0
                 MOVE DUP-CTL-BOARDS TO DUP-BOARDS
                 MOVE "Y" TO DUPLICATE-MODE-SWITCH
               END-IF
           END-READ
           CLOSE DUP-CTL-FILE
         END-IF.
         IF DUP-BOARDS > DUP-BOARD-MAX
           DISPLAY "TRACER SEVERE ERROR: DUPCTL asks for " DUP-BOARDS
             " boards; playing the first " DUP-BOARD-MAX
           MOVE DUP-BOARD-MAX TO DUP-BOARDS
         END-IF.

       *> Duplicate over the configured field: each board's first
       *> table deals it fresh, every other table replays that deal
       *> through WARO's REPLAYCTL in duplicate mode, and the seating
       *> rotates table by table so every entrant holds every seat's
       *> cards once per board. Results are matchpoints - each seat
       *> against the other tables' holders of the same hand - per
       *> board and overall. HANDICTL is set aside for the event so
       *> the fresh first table is scored as flat as the replays.
       *> Like the bracket and Swiss modes, the leaderboard and
       *> checkpoint are left alone.
       RUN-DUPLICATE-EVENT.
         DISPLAY "TRACER DUPLICATE EVENT - boards: " DUP-BOARDS.
         PERFORM LOAD-BRACKET-ENTRANTS.
         IF ENTRANT-COUNT < 2
           DISPLAY "TRACER SEVERE ERROR: a duplicate event needs at "
             "least 2 entrants, PLAYERCTL seats " ENTRANT-COUNT
           IF HIGHEST-RETURN-CODE < 8
             MOVE 8 TO HIGHEST-RETURN-CODE
           END-IF
         ELSE
           PERFORM BUILD-DUP-SEATING
             VARYING DUP-T FROM 1 BY 1 UNTIL DUP-T > ENTRANT-COUNT
           PERFORM SET-ASIDE-HANDICAP-CTL
           MOVE 0 TO DUP-BOARDS-DONE
           PERFORM PLAY-DUPLICATE-BOARD
             VARYING DUP-B FROM 1 BY 1
               UNTIL DUP-B > DUP-BOARDS OR TOURN-ABORTED
           PERFORM RESTORE-LINEUP-FILES
           PERFORM CLEAR-REPLAY-CTL
           IF TOURN-ABORTED
             DISPLAY "TRACER duplicate event STOPPED - results "
               "below cover the " DUP-BOARDS-DONE
               " complete board(s) only"
           END-IF
           IF DUP-BOARDS-DONE > 0
             PERFORM SCORE-DUPLICATE-BOARDS
             PERFORM WRITE-DUP-RESULTS
             PERFORM PRINT-DUPLICATE-BOARDS
             PERFORM PRINT-DUPLICATE-STANDINGS
             CALL 'WARO-REPORT'
           END-IF
         END-IF.

       BUILD-DUP-SEATING.
         PERFORM BUILD-ONE-DUP-SEAT
           VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT.

       BUILD-ONE-DUP-SEAT.
         COMPUTE DUP-WORK = DUP-S + DUP-T - 2.
         DIVIDE DUP-WORK BY ENTRANT-COUNT GIVING DUP-O
           REMAINDER DUP-E.
         ADD 1 TO DUP-E.
         MOVE DUP-E TO DUP-SEAT-ENTRANT (DUP-T, DUP-S).

       PLAY-DUPLICATE-BOARD.
         DISPLAY "TRACER   board " DUP-B.
         MOVE 0 TO DUP-BOARD-GAME-ID (DUP-B).
         PERFORM PLAY-DUPLICATE-TABLE
           VARYING DUP-T FROM 1 BY 1
             UNTIL DUP-T > ENTRANT-COUNT OR TOURN-ABORTED.
         IF NOT TOURN-ABORTED
           MOVE DUP-B TO DUP-BOARDS-DONE
         END-IF.

       *> One table of one board. The first table deals the board;
       *> any later table that fails to reproduce it (RC 8 or worse
       *> - DEALFILE missing, the deal not found) stops the event,
       *> since its scores would be compared against cards it never
       *> held.
       PLAY-DUPLICATE-TABLE.
         ADD 1 TO OPS-CT-ATTEMPTED.
         PERFORM WRITE-DUP-LINEUP.
         CALL 'WARO'.
         MOVE RETURN-CODE TO GAME-RETURN-CODE.
         IF GAME-RETURN-CODE > HIGHEST-RETURN-CODE
           MOVE GAME-RETURN-CODE TO HIGHEST-RETURN-CODE
         END-IF.
         IF GAME-RETURN-CODE >= 12
           DISPLAY "TRACER SEVERE ERROR: duplicate table ended with "
             "condition code " GAME-RETURN-CODE
             "; stopping the event"
           MOVE "Y" TO TOURN-ABORT-SWITCH
         ELSE IF GAME-RETURN-CODE >= 8 AND DUP-T > 1
           DISPLAY "TRACER SEVERE ERROR: board " DUP-B
             " did not reproduce at table " DUP-T
             " (condition code " GAME-RETURN-CODE
             "); stopping the event"
           MOVE "Y" TO TOURN-ABORT-SWITCH
         END-IF.
         MOVE 0 TO RETURN-CODE.
         IF NOT TOURN-ABORTED AND LGR-GAME-ID = 0
           DISPLAY "TRACER SEVERE ERROR: duplicate table published "
             "no result (suspended?); stopping the event"
           MOVE "Y" TO TOURN-ABORT-SWITCH
           IF HIGHEST-RETURN-CODE < 8
             MOVE 8 TO HIGHEST-RETURN-CODE
           END-IF
         END-IF.
         IF NOT TOURN-ABORTED
           ADD 1 TO OPS-CT-COMPLETED
           IF DUP-T = 1
             MOVE LGR-GAME-ID TO DUP-BOARD-GAME-ID (DUP-B)
           END-IF
           MOVE LGR-GAME-ID TO DUP-GAME-ID (DUP-B, DUP-T)
           PERFORM TAKE-DUP-SEAT-POINTS
             VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT
           DISPLAY "TRACER     table " DUP-T " played as game "
             LGR-GAME-ID
         END-IF.

       TAKE-DUP-SEAT-POINTS.
         MOVE LGR-POINTS (DUP-S) TO DUP-POINTS (DUP-B, DUP-T, DUP-S).
         MOVE 0 TO DUP-MP (DUP-B, DUP-T, DUP-S).

       *> The table's lineup goes to WARO through PLAYERCTL/STRATCTL
       *> the way the bracket feeds it; REPLAYCTL is emptied for the
       *> first table (a fresh deal) and names the board's deal in
       *> duplicate mode for every table after.
       WRITE-DUP-LINEUP.
         OPEN OUTPUT PLAYER-CTL-FILE.
         MOVE ENTRANT-COUNT TO PLAYER-CTL-NUM-PLAYERS.
         WRITE PLAYER-CTL-RECORD.
         CLOSE PLAYER-CTL-FILE.
         OPEN OUTPUT STRAT-CTL-FILE.
         PERFORM WRITE-ONE-DUP-STRAT
           VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT.
         CLOSE STRAT-CTL-FILE.
         OPEN OUTPUT REPLAY-CTL-FILE.
         IF DUP-T > 1
           MOVE SPACES TO REPLAY-CTL-RECORD
           MOVE DUP-BOARD-GAME-ID (DUP-B) TO REPLAY-CTL-GAME-ID
           MOVE "D" TO REPLAY-CTL-MODE
           WRITE REPLAY-CTL-RECORD
         END-IF.
         CLOSE REPLAY-CTL-FILE.

       WRITE-ONE-DUP-STRAT.
         MOVE SPACES TO STRAT-CTL-RECORD.
         MOVE DUP-S TO STRAT-CTL-SEAT.
         MOVE ENTRANT-STRATEGY (DUP-SEAT-ENTRANT (DUP-T, DUP-S))
           TO STRAT-CTL-STRATEGY.
         WRITE STRAT-CTL-RECORD.

       *> Left empty rather than deleted, the same way CLEAR-LINEUP-
       *> CTL leaves LINEUPCTL: WARO reads an empty REPLAYCTL as no
       *> replay at all.
       CLEAR-REPLAY-CTL.
         OPEN OUTPUT REPLAY-CTL-FILE.
         CLOSE REPLAY-CTL-FILE.

       *> Matchpoints: each seat of each table against the same seat
       *> at every other table of the board - 2 for each holder of
       *> the same cards outscored, 1 for each one tied.
       SCORE-DUPLICATE-BOARDS.
         PERFORM CLEAR-DUP-TOTAL
           VARYING DUP-E FROM 1 BY 1 UNTIL DUP-E > ENTRANT-COUNT.
         PERFORM SCORE-ONE-DUP-BOARD
           VARYING DUP-B FROM 1 BY 1 UNTIL DUP-B > DUP-BOARDS-DONE.
         COMPUTE DUP-MAX-MP = DUP-BOARDS-DONE * ENTRANT-COUNT
           * (ENTRANT-COUNT - 1) * 2.

       CLEAR-DUP-TOTAL.
         MOVE 0 TO DUP-TOTAL-MP (DUP-E).

       SCORE-ONE-DUP-BOARD.
         PERFORM CLEAR-DUP-BOARD-MP
           VARYING DUP-E FROM 1 BY 1 UNTIL DUP-E > ENTRANT-COUNT.
         PERFORM SCORE-ONE-DUP-TABLE
           VARYING DUP-T FROM 1 BY 1 UNTIL DUP-T > ENTRANT-COUNT.

       CLEAR-DUP-BOARD-MP.
         MOVE 0 TO DUP-BOARD-ENT-MP (DUP-B, DUP-E).

       SCORE-ONE-DUP-TABLE.
         PERFORM SCORE-ONE-DUP-SEAT
           VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT.

       SCORE-ONE-DUP-SEAT.
         PERFORM COMPARE-DUP-SEAT
           VARYING DUP-O FROM 1 BY 1 UNTIL DUP-O > ENTRANT-COUNT.
         MOVE DUP-SEAT-ENTRANT (DUP-T, DUP-S) TO DUP-E.
         ADD DUP-MP (DUP-B, DUP-T, DUP-S)
           TO DUP-BOARD-ENT-MP (DUP-B, DUP-E).
         ADD DUP-MP (DUP-B, DUP-T, DUP-S) TO DUP-TOTAL-MP (DUP-E).

       COMPARE-DUP-SEAT.
         IF DUP-O NOT = DUP-T
           IF DUP-POINTS (DUP-B, DUP-T, DUP-S) >
              DUP-POINTS (DUP-B, DUP-O, DUP-S)
             ADD 2 TO DUP-MP (DUP-B, DUP-T, DUP-S)
           ELSE IF DUP-POINTS (DUP-B, DUP-T, DUP-S) =
              DUP-POINTS (DUP-B, DUP-O, DUP-S)
             ADD 1 TO DUP-MP (DUP-B, DUP-T, DUP-S)
           END-IF
         END-IF.

       WRITE-DUP-RESULTS.
         OPEN OUTPUT DUP-RESULT-FILE.
         PERFORM WRITE-DUP-BOARD-RESULTS
           VARYING DUP-B FROM 1 BY 1 UNTIL DUP-B > DUP-BOARDS-DONE.
         CLOSE DUP-RESULT-FILE.

       WRITE-DUP-BOARD-RESULTS.
         PERFORM WRITE-DUP-TABLE-RESULTS
           VARYING DUP-T FROM 1 BY 1 UNTIL DUP-T > ENTRANT-COUNT.

       WRITE-DUP-TABLE-RESULTS.
         PERFORM WRITE-ONE-DUP-RESULT
           VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT.

       WRITE-ONE-DUP-RESULT.
         MOVE SPACES TO DUP-RESULT-RECORD.
         MOVE DUP-B TO DR-BOARD.
         MOVE DUP-BOARD-GAME-ID (DUP-B) TO DR-BOARD-GAME-ID.
         MOVE DUP-T TO DR-TABLE.
         MOVE DUP-S TO DR-SEAT.
         MOVE DUP-SEAT-ENTRANT (DUP-T, DUP-S) TO DR-ENTRANT.
         MOVE ENTRANT-STRATEGY (DR-ENTRANT) TO DR-STRATEGY.
         MOVE DUP-GAME-ID (DUP-B, DUP-T) TO DR-GAME-ID.
         MOVE DUP-POINTS (DUP-B, DUP-T, DUP-S) TO DR-POINTS.
         MOVE DUP-MP (DUP-B, DUP-T, DUP-S) TO DR-MATCHPOINTS.
         WRITE DUP-RESULT-RECORD.

       *> Per board: every seat's hand as each table played it, then
       *> each entrant's matchpoints for the board.
       PRINT-DUPLICATE-BOARDS.
         PERFORM PRINT-ONE-DUP-BOARD
           VARYING DUP-B FROM 1 BY 1 UNTIL DUP-B > DUP-BOARDS-DONE.

       PRINT-ONE-DUP-BOARD.
         DISPLAY "TRACER DUPLICATE BOARD " DUP-B
           " (dealt as game " DUP-BOARD-GAME-ID (DUP-B) "):".
         PERFORM PRINT-ONE-DUP-SEAT-HAND
           VARYING DUP-S FROM 1 BY 1 UNTIL DUP-S > ENTRANT-COUNT.
         PERFORM PRINT-ONE-DUP-BOARD-ENTRANT
           VARYING DUP-E FROM 1 BY 1 UNTIL DUP-E > ENTRANT-COUNT.

       PRINT-ONE-DUP-SEAT-HAND.
         DISPLAY "TRACER   seat " DUP-S " hand:".
         PERFORM PRINT-ONE-DUP-HOLDER
           VARYING DUP-T FROM 1 BY 1 UNTIL DUP-T > ENTRANT-COUNT.

       PRINT-ONE-DUP-HOLDER.
         MOVE DUP-SEAT-ENTRANT (DUP-T, DUP-S) TO DUP-E.
         DISPLAY "TRACER     table " DUP-T ": entrant " DUP-E
           " (strategy " ENTRANT-STRATEGY (DUP-E) ") "
           DUP-POINTS (DUP-B, DUP-T, DUP-S) " points, "
           DUP-MP (DUP-B, DUP-T, DUP-S) " matchpoints".

       PRINT-ONE-DUP-BOARD-ENTRANT.
         DISPLAY "TRACER   entrant " DUP-E " board total "
           DUP-BOARD-ENT-MP (DUP-B, DUP-E) " matchpoints".

       *> Overall standings on total matchpoints, highest first and
       *> lowest entrant number on a tie, with each entrant's share
       *> of the most a field this size could have earned.
       PRINT-DUPLICATE-STANDINGS.
         DISPLAY "TRACER DUPLICATE FINAL STANDINGS over "
           DUP-BOARDS-DONE " board(s):".
         PERFORM CLEAR-DUP-RANK
           VARYING DUP-E FROM 1 BY 1 UNTIL DUP-E > ENTRANT-COUNT.
         PERFORM FILL-DUP-ORDER-SLOT
           VARYING DUP-POS FROM 1 BY 1 UNTIL DUP-POS > ENTRANT-COUNT.
         PERFORM PRINT-ONE-DUP-LINE
           VARYING DUP-POS FROM 1 BY 1 UNTIL DUP-POS > ENTRANT-COUNT.

       CLEAR-DUP-RANK.
         MOVE 0 TO DUP-RANK-DONE (DUP-E).

       FILL-DUP-ORDER-SLOT.
         MOVE 0 TO DUP-BEST.
         MOVE 0 TO DUP-BEST-MP.
         PERFORM FIND-DUP-ORDER-CAND
           VARYING DUP-E FROM 1 BY 1 UNTIL DUP-E > ENTRANT-COUNT.
         MOVE 1 TO DUP-RANK-DONE (DUP-BEST).
         MOVE DUP-BEST TO DUP-ORDER (DUP-POS).

       FIND-DUP-ORDER-CAND.
         IF DUP-RANK-DONE (DUP-E) = 0
           IF DUP-BEST = 0 OR DUP-TOTAL-MP (DUP-E) > DUP-BEST-MP
             MOVE DUP-E TO DUP-BEST
             MOVE DUP-TOTAL-MP (DUP-E) TO DUP-BEST-MP
           END-IF
         END-IF.

       PRINT-ONE-DUP-LINE.
         MOVE DUP-ORDER (DUP-POS) TO DUP-E.
         COMPUTE DUP-PCT ROUNDED =
           DUP-TOTAL-MP (DUP-E) * 100 / DUP-MAX-MP.
         MOVE DUP-PCT TO DUP-PCT-OUT.
         DISPLAY "TRACER   " DUP-POS ". entrant " DUP-E
           " (strategy " ENTRANT-STRATEGY (DUP-E) ") - "
           DUP-TOTAL-MP (DUP-E) " matchpoints (" DUP-PCT-OUT "%)".

       *> Loads the lineup schedule, one record per scheduled game.
       *> A missing SCHEDCTL (FILE STATUS 35) keeps the historical
       *> fixed lineup; records beyond SCHED-MAX are tracered and
           MOVE RST-NAME TO RR-SHORT (ROSTER-REC-COUNT)
           MOVE RST-ALIAS TO RR-ALIAS (ROSTER-REC-COUNT)
           MOVE RST-FULL-NAME TO RR-FULL (ROSTER-REC-COUNT)
           MOVE RST-STRATEGY TO RR-STRATEGY (ROSTER-REC-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

