      *> the same listing-only convention WARO-ROSTER uses - a
      *> forgotten LEAGUECTL card can never wipe a season in
      *> progress.
      *> The league is split into the ROSTER's divisions: fixtures
      *> pair members of the same division only, and the table is
      *> printed division by division. A member with no division
      *> on file plays in the bottom one, as WARO-ROSTER would
      *> place them.
      *> Given a season start date and a window length, every
      *> fixture is generated with a due date - each meeting of a
      *> pair has its own window - which WARO-DEADLINE enforces.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> How many times each pair meets; presence arms the
           *> generator (subject to the no-clobber rule above).
           *> Also the season's deadline terms: start date and days
           *> per meeting window for the due dates, the forfeit
           *> rule and chase-list lead time WARO-DEADLINE applies.
           SELECT LEAGUE-CTL-FILE ASSIGN TO "LEAGUECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEAGUE-CTL-STATUS.
         FD LEAGUE-CTL-FILE.
         01 LEAGUE-CTL-RECORD.
           02 LEAGUE-CTL-MEETINGS PIC 9(2).
           *> Appended at the tail; a card written before the fields
           *> existed generates fixtures with no due date, which are
           *> never forfeited. "A" awards an overdue fixture to the
           *> member who showed, "V" voids it for both.
           02 FILLER PIC X.
           02 LEAGUE-CTL-START-DATE PIC X(8).
           02 LEAGUE-CTL-START-DATE-N REDEFINES
                LEAGUE-CTL-START-DATE PIC 9(8).
           02 FILLER PIC X.
           02 LEAGUE-CTL-WINDOW-DAYS PIC 9(3).
           02 LEAGUE-CTL-WINDOW-DAYS-X REDEFINES
                LEAGUE-CTL-WINDOW-DAYS PIC X(3).
           02 FILLER PIC X.
           02 LEAGUE-CTL-FORFEIT-RULE PIC X(1).
           02 FILLER PIC X.
           02 LEAGUE-CTL-CHASE-DAYS PIC 9(2).

         *> Same layout WARO-ROSTER keeps; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
           02 RST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 RST-DATE-JOINED PIC X(8).
           02 FILLER PIC X.
           02 RST-PLAYER-ID PIC 9(4).
           02 FILLER PIC X.
           02 RST-FULL-NAME PIC X(20).
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).
           02 FILLER PIC X.
           02 RST-DIVISION PIC 9(1).
           02 RST-DIVISION-X REDEFINES RST-DIVISION PIC X(1).

         FD FIXTURES-FILE.
         01 FIXTURE-RECORD.
           02 FILLER PIC X.
           02 FX-AWAY PIC X(6).
           02 FILLER PIC X.
           *> "O" open, "P" played, "F" forfeited past its due date
           *> (see WARO-DEADLINE).
           02 FX-STATUS PIC X(1).
           02 FILLER PIC X.
           02 FX-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           *> The winner's name; spaces on a drawn game (the status
           *> byte is what says the fixture was played), or on a
           *> forfeit voided for both.
           02 FX-WINNER PIC X(6).
           *> Appended at the tail: the date (YYYYMMDD) the fixture
           *> must be played by; spaces on a fixture generated
           *> without deadline terms.
           02 FILLER PIC X.
           02 FX-DUE-DATE PIC X(8).

         WORKING-STORAGE SECTION.
         01 LEAGUE-CTL-STATUS PIC X(2).
           88 FX-AT-EOF VALUE "Y".

         01 MEETINGS-PER-PAIR PIC 9(2) VALUE 0.
         01 SEASON-START-DAY PIC 9(7) VALUE 0.
         01 WINDOW-DAYS PIC 9(3) VALUE 0.
         01 MEETING-DUE-DATE PIC X(8) VALUE SPACES.
         01 MEETING-DUE-DATE-N REDEFINES MEETING-DUE-DATE
              PIC 9(8).

         *> Active roster members, in file order - the league field.
         *> 100 must track ROSTER-MAX in waro-roster.cbl; an active
         *> member past it is counted in MEMBER-OVERFLOW, tracered
         *> and RC 4, never quietly left out of the season.
         78 LEAGUE-NAME-MAX VALUE 100.
         01 MEMBER-COUNT PIC 9(3) VALUE 0.
         01 MEMBER-OVERFLOW PIC 9(6) VALUE 0.
         01 MEMBER-NAME PIC X(6) OCCURS LEAGUE-NAME-MAX TIMES.
         01 MEMBER-DIVISION PIC 9(1) OCCURS LEAGUE-NAME-MAX TIMES.
         01 BOTTOM-DIVISION PIC 9(1) VALUE 1.
         01 DIV PIC 9(1).
         01 DIV-MEMBERS PIC 9(3).

         *> League-table tallies per member, rebuilt from the
         *> fixtures file each run: a win is 2 match points, a draw
             03 LG-DRAWN PIC 9(4).
             03 LG-POINTS PIC 9(5).

         *> The loaded fixtures; the ceiling covers LEAGUE-NAME-MAX
         *> members pairwise at up to 2 meetings - wider leagues than
         *> that are tracered and truncated rather than overrun.
         78 FIXTURE-MAX VALUE 9900.
         01 FIXTURE-COUNT PIC 9(4) VALUE 0.
         01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS FIXTURE-MAX TIMES.
             03 FT-STATUS PIC X(1).
             03 FT-GAME-ID PIC 9(6).
             03 FT-WINNER PIC X(6).
             03 FT-DUE-DATE PIC X(8).

         01 GENERATED-SWITCH PIC X(1) VALUE "N".
           88 FIXTURES-GENERATED VALUE "Y".
         01 OPEN-COUNT PIC 9(4) VALUE 0.
         01 PLAYED-COUNT PIC 9(4) VALUE 0.
         01 FORFEIT-COUNT PIC 9(4) VALUE 0.
         01 K PIC 9(3).
         01 J PIC 9(3).
         01 M PIC 9(2).
         01 D PIC 9(2).
         01 FX PIC 9(4).
         01 HOME-IDX PIC 9(3).
         01 AWAY-IDX PIC 9(3).
         01 NAME-LOOKUP-IDX PIC 9(3).
         01 NAME-FOUND-IDX PIC 9(3).
         01 LOOKUP-NAME PIC X(6).

       PROCEDURE DIVISION.
         DISPLAY "TRACER : WARO LEAGUE".
         PERFORM READ-LEAGUE-CTL.
         PERFORM LOAD-ROSTER-MEMBERS.
         PERFORM PLACE-UNDIVIDED-MEMBERS.
         PERFORM LOAD-FIXTURES.
         IF MEETINGS-PER-PAIR > 0
           IF FIXTURE-COUNT > 0
             AT END CONTINUE
             NOT AT END
               MOVE LEAGUE-CTL-MEETINGS TO MEETINGS-PER-PAIR
               PERFORM READ-DEADLINE-TERMS
           END-READ
           CLOSE LEAGUE-CTL-FILE
         END-IF.

       *> Deadline terms only count when both are present and the
       *> start is a real date; otherwise the league generates
       *> without due dates, as it always has.
       READ-DEADLINE-TERMS.
         IF LEAGUE-CTL-START-DATE IS NUMERIC AND
            LEAGUE-CTL-WINDOW-DAYS-X NOT = SPACES AND
            LEAGUE-CTL-WINDOW-DAYS IS NUMERIC AND
            LEAGUE-CTL-WINDOW-DAYS > 0
           IF FUNCTION TEST-DATE-YYYYMMDD
                (LEAGUE-CTL-START-DATE-N) = 0
             COMPUTE SEASON-START-DAY =
               FUNCTION INTEGER-OF-DATE (LEAGUE-CTL-START-DATE-N)
             MOVE LEAGUE-CTL-WINDOW-DAYS TO WINDOW-DAYS
           ELSE
             DISPLAY "TRACER LEAGUECTL start date "
               LEAGUE-CTL-START-DATE " is not a valid date; "
               "fixtures carry no due date"
           END-IF
         END-IF.

       LOAD-ROSTER-MEMBERS.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM LOAD-ONE-MEMBER UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.
         IF MEMBER-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " LEAGUE-NAME-MAX
             " active roster members (" MEMBER-OVERFLOW
             " over); they are in no division and have no fixtures"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
         END-READ.

       LOAD-ONE-MEMBER.
         IF RST-STATUS = "A" AND RST-NAME NOT = SPACES
           IF MEMBER-COUNT < LEAGUE-NAME-MAX
             ADD 1 TO MEMBER-COUNT
             MOVE RST-NAME TO MEMBER-NAME (MEMBER-COUNT)
             IF RST-DIVISION-X NOT = SPACES AND
                RST-DIVISION IS NUMERIC
               MOVE RST-DIVISION TO MEMBER-DIVISION (MEMBER-COUNT)
             ELSE
               MOVE 0 TO MEMBER-DIVISION (MEMBER-COUNT)
             END-IF
             IF MEMBER-DIVISION (MEMBER-COUNT) > BOTTOM-DIVISION
               MOVE MEMBER-DIVISION (MEMBER-COUNT) TO BOTTOM-DIVISION
             END-IF
           ELSE
             ADD 1 TO MEMBER-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       *> Once the whole roster is in, the bottom division is known
       *> and the unplaced members can join it.
       PLACE-UNDIVIDED-MEMBERS.
         PERFORM PLACE-ONE-MEMBER
           VARYING K FROM 1 BY 1 UNTIL K > MEMBER-COUNT.

       PLACE-ONE-MEMBER.
         IF MEMBER-DIVISION (K) = 0
           MOVE BOTTOM-DIVISION TO MEMBER-DIVISION (K)
         END-IF.

       LOAD-FIXTURES.
         OPEN INPUT FIXTURES-FILE.
         IF FIXTURES-STATUS = "00"
             MOVE FX-STATUS TO FT-STATUS (FIXTURE-COUNT)
             MOVE FX-GAME-ID TO FT-GAME-ID (FIXTURE-COUNT)
             MOVE FX-WINNER TO FT-WINNER (FIXTURE-COUNT)
             MOVE FX-DUE-DATE TO FT-DUE-DATE (FIXTURE-COUNT)
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " FIXTURE-MAX
               " fixtures; extras ignored this run"
         END-IF.
         PERFORM READ-NEXT-FIXTURE.

       *> Every unordered pair of active members in the same
       *> division, MEETINGS-PER-PAIR times over, in a simple pair
       *> order: division by division, then meeting by meeting,
       *> member 1 against everyone below, then member 2, and so on
       *> - fair because complete, and complete by construction.
       GENERATE-FIXTURES.
         PERFORM GENERATE-ONE-DIVISION
           VARYING D FROM 1 BY 1 UNTIL D > BOTTOM-DIVISION.
         PERFORM WRITE-FIXTURES-FILE.
         MOVE "Y" TO GENERATED-SWITCH.
         DISPLAY "TRACER league generated: " FIXTURE-COUNT
           " fixture(s), " MEMBER-COUNT " member(s), "
           MEETINGS-PER-PAIR " meeting(s) per pair".

       *> A division of one has nobody to play; it is tracered so
       *> the steward can re-place the member before the season.
       GENERATE-ONE-DIVISION.
         MOVE D TO DIV.
         PERFORM COUNT-DIVISION-MEMBERS.
         IF DIV-MEMBERS = 1
           DISPLAY "TRACER division " DIV " has a single member;"
             " no fixtures for it"
         ELSE IF DIV-MEMBERS > 1
           PERFORM GENERATE-ONE-MEETING
             VARYING M FROM 1 BY 1 UNTIL M > MEETINGS-PER-PAIR
         END-IF.

       COUNT-DIVISION-MEMBERS.
         MOVE 0 TO DIV-MEMBERS.
         PERFORM COUNT-ONE-DIVISION-MEMBER
           VARYING K FROM 1 BY 1 UNTIL K > MEMBER-COUNT.

       COUNT-ONE-DIVISION-MEMBER.
         IF MEMBER-DIVISION (K) = DIV
           ADD 1 TO DIV-MEMBERS
         END-IF.

       *> Meeting M of every pair falls due at the end of the M-th
       *> window after the season start.
       GENERATE-ONE-MEETING.
         IF WINDOW-DAYS > 0
           COMPUTE MEETING-DUE-DATE-N = FUNCTION DATE-OF-INTEGER
             (SEASON-START-DAY + WINDOW-DAYS * M)
         ELSE
           MOVE SPACES TO MEETING-DUE-DATE
         END-IF.
         PERFORM GENERATE-MEMBER-ROW
           VARYING K FROM 1 BY 1 UNTIL K > MEMBER-COUNT.

           UNTIL J > MEMBER-COUNT.

       GENERATE-ONE-PAIR.
         IF MEMBER-DIVISION (K) NOT = DIV OR
            MEMBER-DIVISION (J) NOT = DIV
           CONTINUE
         ELSE IF FIXTURE-COUNT < FIXTURE-MAX
           ADD 1 TO FIXTURE-COUNT
           MOVE MEMBER-NAME (K) TO FT-HOME (FIXTURE-COUNT)
           MOVE MEMBER-NAME (J) TO FT-AWAY (FIXTURE-COUNT)
           MOVE "O" TO FT-STATUS (FIXTURE-COUNT)
           MOVE 0 TO FT-GAME-ID (FIXTURE-COUNT)
           MOVE SPACES TO FT-WINNER (FIXTURE-COUNT)
           MOVE MEETING-DUE-DATE TO FT-DUE-DATE (FIXTURE-COUNT)
         ELSE
           DISPLAY "TRACER SEVERE ERROR: fixture table full at "
             FIXTURE-MAX "; league truncated"
         MOVE FT-STATUS (FX) TO FX-STATUS.
         MOVE FT-GAME-ID (FX) TO FX-GAME-ID.
         MOVE FT-WINNER (FX) TO FX-WINNER.
         MOVE FT-DUE-DATE (FX) TO FX-DUE-DATE.
         WRITE FIXTURE-RECORD.

       *> The table is rebuilt from the fixtures themselves, so it
       *> can never drift from what was actually played: 2 match
       *> points a win, 1 each for a draw (a played fixture with no
       *> winner name). A forfeit awarded to one side scores as a
       *> win for it; one voided for both scores for nobody.
       PRINT-LEAGUE-TABLE.
         PERFORM ZERO-ONE-TABLE-ROW
           VARYING K FROM 1 BY 1 UNTIL K > LEAGUE-NAME-MAX.
         MOVE 0 TO OPEN-COUNT.
         MOVE 0 TO PLAYED-COUNT.
         MOVE 0 TO FORFEIT-COUNT.
         PERFORM TALLY-ONE-FIXTURE
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         DISPLAY " ".
         DISPLAY "WARO LEAGUE TABLE - " PLAYED-COUNT " played, "
           FORFEIT-COUNT " forfeited, " OPEN-COUNT
           " outstanding of " FIXTURE-COUNT " fixture(s)".
         PERFORM PRINT-ONE-DIVISION
           VARYING D FROM 1 BY 1 UNTIL D > BOTTOM-DIVISION.
         IF OPEN-COUNT > 0
           DISPLAY " "
           DISPLAY "OUTSTANDING FIXTURES:"
           IF HOME-IDX > 0 AND AWAY-IDX > 0
             PERFORM TALLY-FIXTURE-RESULT
           END-IF
         ELSE IF FT-STATUS (FX) = "F"
           ADD 1 TO FORFEIT-COUNT
           MOVE FT-HOME (FX) TO LOOKUP-NAME
           PERFORM FIND-MEMBER
           MOVE NAME-FOUND-IDX TO HOME-IDX
           MOVE FT-AWAY (FX) TO LOOKUP-NAME
           PERFORM FIND-MEMBER
           MOVE NAME-FOUND-IDX TO AWAY-IDX
           IF HOME-IDX > 0 AND AWAY-IDX > 0 AND
              FT-WINNER (FX) NOT = SPACES
             PERFORM TALLY-FIXTURE-RESULT
           END-IF
         ELSE
           ADD 1 TO OPEN-COUNT
         END-IF.
           MOVE NAME-LOOKUP-IDX TO NAME-FOUND-IDX
         END-IF.

       PRINT-ONE-DIVISION.
         MOVE D TO DIV.
         PERFORM COUNT-DIVISION-MEMBERS.
         IF DIV-MEMBERS > 0
           DISPLAY "TRACER DIVISION " DIV " - " DIV-MEMBERS
             " member(s)"
           PERFORM PRINT-ONE-TABLE-ROW
             VARYING K FROM 1 BY 1 UNTIL K > MEMBER-COUNT
         END-IF.

       PRINT-ONE-TABLE-ROW.
         IF MEMBER-DIVISION (K) = DIV
           PERFORM PRINT-TABLE-ROW-LINE
         END-IF.

       PRINT-TABLE-ROW-LINE.
         DISPLAY "TRACER   " MEMBER-NAME (K)
           " P " LG-PLAYED (K)
           " W " LG-WON (K)
           " PTS " LG-POINTS (K).

       PRINT-ONE-OPEN-FIXTURE.
         IF FT-STATUS (FX) NOT = "P" AND FT-STATUS (FX) NOT = "F"
           DISPLAY "TRACER   fixture " FX ": " FT-HOME (FX)
             " v " FT-AWAY (FX) " ** NOT YET PLAYED **"
             " due " FT-DUE-DATE (FX)
         END-IF.
