             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         WORKING-STORAGE SECTION.
         01 RECOV-CTL-STATUS PIC X(2).
           VARYING Y FROM 1 BY 1 UNTIL Y > REC-NUM-CARDS-HAND.
         PERFORM FILL-DECK-FROM-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > REC-NUM-PLAYERS.
         *> The audit trail does not say whether the hands were
         *> drafted, so a recovered deal is always filed as dealt;
         *> its hands replay exactly either way.
         MOVE SPACE TO DEAL-STYLE.

       ZERO-DECK-SLOT.
         MOVE 0 TO DEAL-DECK-CARDS (K).
