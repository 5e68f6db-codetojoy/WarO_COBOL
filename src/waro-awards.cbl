         *> The closing season's archived entries plus the joined
         *> rating gain and roster join date per player. Same
         *> distinct-name ceiling the ratings book uses.
         78 AWD-NAME-MAX VALUE 200.
         01 AWD-NAME-COUNT PIC 9(3) VALUE 0.
         01 AWD-TABLE.
           02 AWD-ENTRY OCCURS AWD-NAME-MAX TIMES.
             03 AWD-NAME PIC X(6).
             03 AWD-RATING-START PIC 9(4)V9(2).
             03 AWD-DATE-JOINED PIC X(8).

         01 K PIC 9(3).
         01 J PIC 9(3).
         01 BEST-IDX PIC 9(3).
         01 SECOND-IDX PIC 9(3).
         01 BEST-POINTS PIC 9(8).
         01 SECOND-POINTS PIC 9(8).
         01 BEST-GAMES PIC 9(6).
