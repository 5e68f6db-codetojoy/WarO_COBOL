             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         WORKING-STORAGE SECTION.
         01 DEAL-FILE-STATUS PIC X(2).
