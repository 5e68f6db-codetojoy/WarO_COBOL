           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> One work record per seated pair per game, sorted into
           *> pair order so each pairing totals up in a control break
           *> - however many names the history holds, nobody is left
           *> off the grid.
           SELECT PAIR-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         FD GAME-HISTORY-FILE.
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).

         *> The pair keyed low name first, so both seatings of the
         *> same two players land together; each side's win and
         *> points ride with its own name.
         SD PAIR-SORT-FILE.
         01 PAIR-SORT-RECORD.
           02 PS-NAME-LO PIC X(6).
           02 PS-NAME-HI PIC X(6).
           02 PS-WINS-LO PIC 9(1).
           02 PS-WINS-HI PIC 9(1).
           02 PS-POINTS-LO PIC 9(4).
           02 PS-POINTS-HI PIC 9(4).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
           88 ROSTER-AT-EOF VALUE "Y".

         *> The roster's display-name book: current short name,
         *> legacy alias, and the full name either resolves to. 100
         *> must track ROSTER-MAX in waro-roster.cbl.
         78 ROSTER-REC-MAX VALUE 100.
         01 ROSTER-REC-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-NAME-TABLE.
           02 ROSTER-NAME-ENTRY OCCURS ROSTER-REC-MAX TIMES.
             03 RR-SHORT PIC X(6).
         01 RESOLVE-FULL PIC X(20).
         01 RPT-NAME-A PIC X(20).
         01 RPT-NAME-B PIC X(20).
         01 RRX PIC 9(3).

         78 STRATEGY-COUNT VALUE 6.

         01 STRATEGY-NAMES-R REDEFINES STRATEGY-NAMES.
           02 STRATEGY-NAME PIC X(16) OCCURS 6 TIMES.

         *> One pairing's totals as its sorted records go by: games
         *> the two sat in together, games each won outright over
         *> that field, and each one's points across those shared
         *> games. A co-winner tie (GH-WINNER = 0) counts the shared
         *> game but credits neither side with the win, same
         *> convention WARO-REPORT uses.
         01 PAIR-SORT-EOF-SWITCH PIC X(1) VALUE "N".
           88 PAIR-SORT-AT-EOF VALUE "Y".
         01 PAIR-NAME-LO PIC X(6).
         01 PAIR-NAME-HI PIC X(6).
         01 PAIR-GAMES PIC 9(6).
         01 PAIR-WINS-LO PIC 9(6).
         01 PAIR-WINS-HI PIC 9(6).
         01 PAIR-POINTS-LO PIC 9(8).
         01 PAIR-POINTS-HI PIC 9(8).

         *> Same grid again at the strategy level, so the report can
         *> answer "how does STRATEGY-MAX do against STRATEGY-NEAREST"
         01 SEAT-A PIC 9(2).
         01 SEAT-B PIC 9(2).
         01 SEAT-B-START PIC 9(2).
         01 RPT-ROW PIC 9(2).
         01 RPT-COL PIC 9(2).

           GOBACK
         END-IF.

         SORT PAIR-SORT-FILE
           ON ASCENDING KEY PS-NAME-LO PS-NAME-HI
           INPUT PROCEDURE IS RELEASE-HISTORY-PAIRS
           OUTPUT PROCEDURE IS PRINT-PLAYER-MATCHUPS.
         PERFORM PRINT-STRAT-MATCHUPS.
         *> GOBACK rather than STOP RUN so a tournament driver can
         *> CALL 'WARO-MATCHUP' for an end-of-run rollup without
         *> ending the caller's run unit.
         GOBACK.

       *> The archive's games go in first when asked for, then the
       *> live file's - the sort puts every pairing back together
       *> whichever source its games came from.
       RELEASE-HISTORY-PAIRS.
         IF SPAN-MODE
           PERFORM SCAN-ARCHIVE-FILE
         END-IF.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.

       READ-GHSPAN-CTL.
         OPEN INPUT GHSPAN-CTL-FILE.

       *> Walks every seated pair (A, B) with A below B; a seat with a
       *> blank name never sat in this game (see WARO's
       *> FILL-GH-PLAYER-FINAL) and is skipped. Each pair goes to the
       *> sort low name first; a name seated against itself is no
       *> matchup and goes nowhere.
       TALLY-SEAT-PAIRS.
         IF GH-PLAYER-NAME (SEAT-A) NOT = SPACES
           COMPUTE SEAT-B-START = SEAT-A + 1

       TALLY-ONE-PAIR.
         IF GH-PLAYER-NAME (SEAT-B) NOT = SPACES
           IF GH-PLAYER-NAME (SEAT-A) < GH-PLAYER-NAME (SEAT-B)
             PERFORM RELEASE-PAIR-A-LOW
           ELSE IF GH-PLAYER-NAME (SEAT-A) > GH-PLAYER-NAME (SEAT-B)
             PERFORM RELEASE-PAIR-B-LOW
           END-IF
           END-IF
           PERFORM TALLY-STRAT-CELLS
         END-IF.

       RELEASE-PAIR-A-LOW.
         MOVE GH-PLAYER-NAME (SEAT-A) TO PS-NAME-LO.
         MOVE GH-PLAYER-NAME (SEAT-B) TO PS-NAME-HI.
         MOVE GH-POINTS (SEAT-A) TO PS-POINTS-LO.
         MOVE GH-POINTS (SEAT-B) TO PS-POINTS-HI.
         MOVE 0 TO PS-WINS-LO.
         MOVE 0 TO PS-WINS-HI.
         IF GH-WINNER = SEAT-A
           MOVE 1 TO PS-WINS-LO
         END-IF.
         IF GH-WINNER = SEAT-B
           MOVE 1 TO PS-WINS-HI
         END-IF.
         RELEASE PAIR-SORT-RECORD.

       RELEASE-PAIR-B-LOW.
         MOVE GH-PLAYER-NAME (SEAT-B) TO PS-NAME-LO.
         MOVE GH-PLAYER-NAME (SEAT-A) TO PS-NAME-HI.
         MOVE GH-POINTS (SEAT-B) TO PS-POINTS-LO.
         MOVE GH-POINTS (SEAT-A) TO PS-POINTS-HI.
         MOVE 0 TO PS-WINS-LO.
         MOVE 0 TO PS-WINS-HI.
         IF GH-WINNER = SEAT-B
           MOVE 1 TO PS-WINS-LO
         END-IF.
         IF GH-WINNER = SEAT-A
           MOVE 1 TO PS-WINS-HI
         END-IF.
         RELEASE PAIR-SORT-RECORD.

       *> Two seats playing the same strategy still count as a shared
       *> game for that strategy's mirror cell, tallied once rather
           END-IF
         END-IF.

       *> The pairings come back in name order, one control break
       *> per pairing and one line printed for it, both directions
       *> folded into a single "A v B" line; pairs that never met
       *> never reach the sort at all.
       PRINT-PLAYER-MATCHUPS.
         DISPLAY " ".
         DISPLAY "WARO MATCHUP REPORT - games read: " GAME-COUNT.
         IF SPAN-MODE
         END-IF.
         DISPLAY " ".
         DISPLAY "PLAYER MATCHUPS:".
         MOVE "N" TO PAIR-SORT-EOF-SWITCH.
         PERFORM RETURN-NEXT-PAIR.
         PERFORM TOTAL-ONE-PAIRING UNTIL PAIR-SORT-AT-EOF.

       RETURN-NEXT-PAIR.
         RETURN PAIR-SORT-FILE
           AT END MOVE "Y" TO PAIR-SORT-EOF-SWITCH
         END-RETURN.

       TOTAL-ONE-PAIRING.
         MOVE PS-NAME-LO TO PAIR-NAME-LO.
         MOVE PS-NAME-HI TO PAIR-NAME-HI.
         MOVE 0 TO PAIR-GAMES.
         MOVE 0 TO PAIR-WINS-LO.
         MOVE 0 TO PAIR-WINS-HI.
         MOVE 0 TO PAIR-POINTS-LO.
         MOVE 0 TO PAIR-POINTS-HI.
         PERFORM ADD-ONE-PAIR-RECORD
           UNTIL PAIR-SORT-AT-EOF OR
                 PS-NAME-LO NOT = PAIR-NAME-LO OR
                 PS-NAME-HI NOT = PAIR-NAME-HI.
         PERFORM PRINT-ONE-PAIRING.

       ADD-ONE-PAIR-RECORD.
         ADD 1 TO PAIR-GAMES.
         ADD PS-WINS-LO TO PAIR-WINS-LO.
         ADD PS-WINS-HI TO PAIR-WINS-HI.
         ADD PS-POINTS-LO TO PAIR-POINTS-LO.
         ADD PS-POINTS-HI TO PAIR-POINTS-HI.
         PERFORM RETURN-NEXT-PAIR.

       PRINT-ONE-PAIRING.
         MOVE PAIR-NAME-LO TO RESOLVE-SHORT.
         PERFORM RESOLVE-DISPLAY-NAME.
         MOVE RESOLVE-FULL TO RPT-NAME-A.
         MOVE PAIR-NAME-HI TO RESOLVE-SHORT.
         PERFORM RESOLVE-DISPLAY-NAME.
         MOVE RESOLVE-FULL TO RPT-NAME-B.
         DISPLAY "  " RPT-NAME-A " v " RPT-NAME-B
           " games " PAIR-GAMES
           " wins " PAIR-WINS-LO "-" PAIR-WINS-HI
           " points " PAIR-POINTS-LO "-" PAIR-POINTS-HI.

       PRINT-STRAT-MATCHUPS.
         DISPLAY " ".
         DISPLAY "STRATEGY MATCHUPS:".
         PERFORM PRINT-STRAT-ROW
           VARYING RPT-ROW FROM 1 BY 1 UNTIL RPT-ROW > STRATEGY-COUNT.

       LOAD-ROSTER-NAMES.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
