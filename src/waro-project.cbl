      *> page every sports league runs, off inputs already on file:
      *> each player's scoring pace from LEADERBOARD (total points
      *> over games played), their remaining fixtures counted off the
      *> WARO-LEAGUE schedule (a forfeited fixture is settled, not
      *> remaining), and projected final standings from the
      *> two. A clinch flag goes up when a player's points already
      *> exceed everything mathematically available to every rival in
      *> their games left; an eliminated flag when a player's own
           02 FX-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 FX-WINNER PIC X(6).
           02 FILLER PIC X.
           02 FX-DUE-DATE PIC X(8).

         FD PROJ-CTL-FILE.
         01 PROJ-CTL-RECORD.
         END-READ.

       COUNT-ONE-FIXTURE.
         IF FX-STATUS NOT = "P" AND FX-STATUS NOT = "F" AND
            FX-HOME NOT = SPACES
           PERFORM CREDIT-ONE-REMAINING
             VARYING K FROM 1 BY 1 UNTIL K > PROJ-COUNT
         END-IF.
