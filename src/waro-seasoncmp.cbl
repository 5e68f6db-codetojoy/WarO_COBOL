             03 SR-WINS PIC 9(6).

         *> Distinct names already printed, so a player appearing in
         *> many seasons gets one block, not one per record. Same
         *> distinct-name ceiling the ratings book uses.
         78 CMP-NAME-MAX VALUE 200.
         01 CMP-NAME-COUNT PIC 9(3) VALUE 0.
         01 CMP-NAME PIC X(6) OCCURS CMP-NAME-MAX TIMES.
         01 NAME-SEEN-IDX PIC 9(3).
         01 NAME-SEEN-SWITCH PIC X(1).
           88 NAME-ALREADY-PRINTED VALUE "Y".

