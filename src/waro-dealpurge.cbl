             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         *> The archived image is the DEAL-RECORD byte-for-byte, so a
         *> reload is a straight copy back.
         FD DEAL-ARCHIVE-FILE.
         01 DEAL-ARCHIVE-RECORD PIC X(329).

         WORKING-STORAGE SECTION.
         01 PURGE-CTL-STATUS PIC X(2).
