           *> test compares against.
           02 GH-GAME-ID PIC 9(6).
           02 GH-GAME-ID-X REDEFINES GH-GAME-ID PIC X(6).
           *> The rest of waro.cbl's tail, carried only to reach
           *> GH-ENTRY-SOURCE: "T" marks a game played with real
           *> cards and keyed in through WARO-TABLETOP, "X" one
           *> imported from another club by WARO-INTERCLUB; neither
           *> has BIDAUDIT or DEALFILE records to cross-match.
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

         *> Same layout player-turn.cbl writes; duplicated here rather
         *> than via a copybook, matching how WARO-BIDFREQ already
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         WORKING-STORAGE SECTION.
         01 GAME-HISTORY-STATUS PIC X(2).
         01 XA-SEATED PIC 9(1) OCCURS 8 TIMES.

         01 GH-LEGACY-COUNT PIC 9(6) VALUE 0.
         01 GH-TABLETOP-COUNT PIC 9(6) VALUE 0.
         01 GAMES-AUDITED PIC 9(6) VALUE 0.
         01 GAMES-CLEAN PIC 9(6) VALUE 0.
         01 TOTAL-BREAKS PIC 9(6) VALUE 0.
           CONTINUE
         ELSE IF GH-GAME-ID-X = SPACES
           ADD 1 TO GH-LEGACY-COUNT
         ELSE IF GH-ENTRY-SOURCE = "T" OR GH-ENTRY-SOURCE = "X"
           *> Keyed in from a table scoresheet by WARO-TABLETOP, or
           *> imported from another club by WARO-INTERCLUB: no
           *> BIDAUDIT or DEALFILE record was ever written, so
           *> there is nothing to reconcile the row against.
           IF GH-TYPE = "S"
             ADD 1 TO GH-TABLETOP-COUNT
           END-IF
         ELSE IF GH-TYPE = "R"
           MOVE GH-GAME-ID TO XA-GAME-ID
           PERFORM BUFFER-ROUND-ROW
             " unkeyed GAMEHIST row(s) predate the game-id "
             "field and were skipped"
         END-IF.
         IF GH-TABLETOP-COUNT > 0
           DISPLAY "TRACER   " GH-TABLETOP-COUNT
             " tabletop or inter-club game(s) have no BIDAUDIT or "
             "DEALFILE records and were skipped"
         END-IF.
         IF AUDIT-LEGACY-COUNT > 0
           DISPLAY "TRACER   " AUDIT-LEGACY-COUNT
             " unkeyed BIDAUDIT row(s) predate the game-id "
