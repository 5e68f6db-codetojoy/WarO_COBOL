      *> way the last hand-rolled "season two" attempt did. The
      *> companion WARO-SEASONCMP reads the archive back for
      *> season-over-season standings.
      *> It also turns the divisions over: when SEASONCTL asks for
      *> promotion and relegation, each division is ranked on the
      *> season's FIXTURES (the WARO-LEAGUE table - 2 a win, 1 a
      *> draw, wins then roster order breaking ties), the top N
      *> of every division but the first go up one, the bottom N
      *> of every division but the last go down one, the ROSTER is
      *> rewritten with the new divisions, and a movements report
      *> says who moved and why.
      *> The close is entered on SEASONCAL with the date it ran,
      *> which is where WARO-RETAIN takes the open season's start
      *> from.
      *> Every ROSTER and LEADERBOARD record the run rewrites
      *> differently is journaled to MASTJRNL with its before and
      *> after image, for WARO-JOURNAL to answer "why did this
      *> change".
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-CTL-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> The season's league fixtures, read for the division
           *> standings only; left in place for the record.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURES-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.
           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-HIST-STATUS.

           *> The season calendar: one line per season closed, with
           *> the date it was closed; appended season after season.
           SELECT SEASON-CAL-FILE ASSIGN TO "SEASONCAL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-CAL-STATUS.

           *> The master-file change journal: one before/after image
           *> per master record a maintenance program rewrites
           *> differently, appended run after run.
           SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD SEASON-CTL-FILE.
         01 SEASON-CTL-RECORD.
           02 SEASON-CTL-ID PIC X(8).
           *> How many go up and how many go down from each
           *> division this season; blank or zero means no
           *> movement, which is how a card written before the
           *> fields existed still reads.
           02 FILLER PIC X.
           02 SEASON-CTL-PROMOTE PIC 9(1).
           02 SEASON-CTL-PROMOTE-X REDEFINES SEASON-CTL-PROMOTE
                PIC X(1).
           02 FILLER PIC X.
           02 SEASON-CTL-RELEGATE PIC 9(1).
           02 SEASON-CTL-RELEGATE-X REDEFINES SEASON-CTL-RELEGATE
                PIC X(1).

         *> Same layout WARO-ROSTER keeps; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
         *> carries its own copy of GAME-HIST-RECORD. Every field is
         *> carried through, since this program rewrites the file.
         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 RST-DATE-JOINED PIC X(8).
           02 FILLER PIC X.
           02 RST-PLAYER-ID PIC 9(4).
           02 RST-PLAYER-ID-X REDEFINES RST-PLAYER-ID PIC X(4).
           02 FILLER PIC X.
           02 RST-FULL-NAME PIC X(20).
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).
           02 FILLER PIC X.
           02 RST-DIVISION PIC 9(1).
           02 RST-DIVISION-X REDEFINES RST-DIVISION PIC X(1).
           *> A guest's club code (status "G" - see WARO-ROSTER).
           02 FILLER PIC X.
           02 RST-CLUB PIC X(4).

         *> Same layout WARO-LEAGUE keeps.
         FD FIXTURES-FILE.
         01 FIXTURE-RECORD.
           02 FX-NUMBER PIC 9(4).
           02 FILLER PIC X.
           02 FX-HOME PIC X(6).
           02 FILLER PIC X.
           02 FX-AWAY PIC X(6).
           02 FILLER PIC X.
           02 FX-STATUS PIC X(1).
           02 FILLER PIC X.
           02 FX-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 FX-WINNER PIC X(6).
           02 FILLER PIC X.
           02 FX-DUE-DATE PIC X(8).

         *> Same layout WARO-TOURNEY keeps; duplicated here rather
         *> than via a copybook, matching how WARO-REPORT already
           02 FILLER PIC X.
           02 SH-WINS PIC 9(6).

         *> Same layout WARO-RETAIN reads.
         FD SEASON-CAL-FILE.
         01 SEASON-CAL-RECORD.
           02 SC-SEASON PIC X(8).
           02 FILLER PIC X.
           02 SC-CLOSED-DATE PIC X(8).

         *> Same layout every maintenance program appends and
         *> WARO-JOURNAL reads back.
         FD JOURNAL-FILE.
         01 JOURNAL-RECORD.
           02 JR-DATE PIC X(8).
           02 FILLER PIC X.
           02 JR-TIME PIC X(6).
           02 FILLER PIC X.
           02 JR-PROGRAM PIC X(14).
           02 FILLER PIC X.
           02 JR-MASTER PIC X(11).
           02 FILLER PIC X.
           02 JR-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 JR-KEY PIC X(6).
           02 FILLER PIC X.
           02 JR-ACTION PIC X(1).
           02 FILLER PIC X.
           02 JR-BEFORE PIC X(60).
           02 FILLER PIC X.
           02 JR-AFTER PIC X(60).

         WORKING-STORAGE SECTION.
         01 SEASON-CTL-STATUS PIC X(2).
         01 LEADERBOARD-STATUS PIC X(2).
         01 SEASON-HIST-STATUS PIC X(2).
         01 SEASON-CAL-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 FIXTURES-STATUS PIC X(2).
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
           88 LB-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 FX-EOF-SWITCH PIC X(1) VALUE "N".
           88 FX-AT-EOF VALUE "Y".

         01 PROMOTE-COUNT PIC 9(1) VALUE 0.
         01 RELEGATE-COUNT PIC 9(1) VALUE 0.

         *> The whole roster, in file order, with this season's
         *> league tally and finishing place per member. Same
         *> distinct-name ceiling WARO-ROSTER uses.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-TABLE.
           02 ROSTER-ENTRY OCCURS ROSTER-MAX TIMES.
             03 RT-NAME PIC X(6).
             03 RT-STRATEGY PIC 9(1).
             03 RT-STATUS PIC X(1).
             03 RT-DATE-JOINED PIC X(8).
             *> Carried as bytes: a legacy record's blank id stays
             *> blank for WARO-ROSTER to assign.
             03 RT-PLAYER-ID PIC 9(4).
             03 RT-PLAYER-ID-X REDEFINES RT-PLAYER-ID PIC X(4).
             03 RT-FULL-NAME PIC X(20).
             03 RT-ALIAS PIC X(6).
             03 RT-DIVISION PIC 9(1).
             03 RT-CLUB PIC X(4).
             03 RT-NEW-DIVISION PIC 9(1).
             03 RT-PLAYED PIC 9(4).
             03 RT-WON PIC 9(4).
             03 RT-POINTS PIC 9(5).
             03 RT-PLACE PIC 9(3).
         01 BOTTOM-DIVISION PIC 9(1) VALUE 1.
         01 FIXTURES-PLAYED PIC 9(4) VALUE 0.
         01 PROMOTED-COUNT PIC 9(2) VALUE 0.
         01 RELEGATED-COUNT PIC 9(2) VALUE 0.

         *> Division ranking work fields.
         01 D PIC 9(2).
         01 DIV PIC 9(1).
         01 DIV-MEMBERS PIC 9(3).
         01 DIV-PLACE PIC 9(3).
         01 BEST-IDX PIC 9(3).
         01 HOME-IDX PIC 9(3).
         01 AWAY-IDX PIC 9(3).
         01 LOOKUP-NAME PIC X(6).
         01 NAME-FOUND-IDX PIC 9(3).
         01 J PIC 9(3).

         01 SEASON-ID PIC X(8) VALUE SPACES.
         01 ENTRIES-ARCHIVED PIC 9(4) VALUE 0.
         *> track CKPT-NUM-SEATS there.
         78 LB-SEAT-COUNT VALUE 8.


         *> The change journal: stamped once per rewrite, with the
         *> master record images exactly as loaded, by table slot -
         *> a slot still blank at rewrite time is a new record.
         01 JOURNAL-STATUS PIC X(2).
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-SEASONEND".
         01 JOURNAL-STAMP PIC X(14).
         01 JOURNAL-COUNT PIC 9(4) VALUE 0.
         01 LB-IMAGE-COUNT PIC 9(2) VALUE 0.
         01 ROSTER-IMAGE-TABLE.
           02 ROSTER-IMAGE PIC X(60) OCCURS ROSTER-MAX TIMES.
         01 LEADERBOARD-IMAGE-TABLE.
           02 LEADERBOARD-IMAGE PIC X(60) OCCURS LB-SEAT-COUNT TIMES.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-SEASON-CTL.
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         IF PROMOTE-COUNT > 0 OR RELEGATE-COUNT > 0
           PERFORM LOAD-ROSTER
           IF ROSTER-COUNT = 0
             DISPLAY "TRACER SEVERE ERROR: promotion/relegation "
               "asked for but no ROSTER; nothing closed out"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF.
         OPEN INPUT LEADERBOARD-FILE.
         IF LEADERBOARD-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no LEADERBOARD to close out"
           OPEN OUTPUT SEASON-HIST-FILE
         END-IF.

         MOVE SPACES TO LEADERBOARD-IMAGE-TABLE.
         PERFORM READ-NEXT-LB-RECORD.
         PERFORM ARCHIVE-ONE-ENTRY UNTIL LB-AT-EOF.

         CLOSE LEADERBOARD-FILE.
         CLOSE SEASON-HIST-FILE.
         PERFORM RESET-LEADERBOARD.
         PERFORM RECORD-SEASON-CLOSE.
         DISPLAY "TRACER season " SEASON-ID " closed out: "
           ENTRIES-ARCHIVED " entries archived to SEASONHST, live "
           "board reset".
         IF PROMOTE-COUNT > 0 OR RELEGATE-COUNT > 0
           PERFORM TURN-OVER-DIVISIONS
         END-IF.
         GOBACK.

       READ-SEASON-CTL.
         IF SEASON-CTL-STATUS = "00"
           READ SEASON-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE SEASON-CTL-ID TO SEASON-ID
               IF SEASON-CTL-PROMOTE-X NOT = SPACES AND
                  SEASON-CTL-PROMOTE IS NUMERIC
                 MOVE SEASON-CTL-PROMOTE TO PROMOTE-COUNT
               END-IF
               IF SEASON-CTL-RELEGATE-X NOT = SPACES AND
                  SEASON-CTL-RELEGATE IS NUMERIC
                 MOVE SEASON-CTL-RELEGATE TO RELEGATE-COUNT
               END-IF
           END-READ
           CLOSE SEASON-CTL-FILE
         END-IF.
       *> Empty seats (blank names) never played and are not worth
       *> archiving.
       ARCHIVE-ONE-ENTRY.
         IF LB-IMAGE-COUNT < LB-SEAT-COUNT
           ADD 1 TO LB-IMAGE-COUNT
           MOVE LEADERBOARD-RECORD
             TO LEADERBOARD-IMAGE (LB-IMAGE-COUNT)
         END-IF.
         IF LB-PLAYER-NAME NOT = SPACES
           MOVE SPACES TO SEASON-HIST-RECORD
           MOVE SEASON-ID TO SH-SEASON
         PERFORM READ-NEXT-LB-RECORD.

       RESET-LEADERBOARD.
         PERFORM OPEN-JOURNAL.
         OPEN OUTPUT LEADERBOARD-FILE.
         PERFORM WRITE-ONE-EMPTY-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > LB-SEAT-COUNT.
         CLOSE LEADERBOARD-FILE.
         PERFORM CLOSE-JOURNAL.

       RECORD-SEASON-CLOSE.
         OPEN EXTEND SEASON-CAL-FILE.
         IF SEASON-CAL-STATUS = "35"
           OPEN OUTPUT SEASON-CAL-FILE
         END-IF.
         MOVE SPACES TO SEASON-CAL-RECORD.
         MOVE SEASON-ID TO SC-SEASON.
         MOVE FUNCTION CURRENT-DATE (1:8) TO SC-CLOSED-DATE.
         WRITE SEASON-CAL-RECORD.
         CLOSE SEASON-CAL-FILE.

       WRITE-ONE-EMPTY-SEAT.
         MOVE SPACES TO LEADERBOARD-RECORD.
         MOVE 0 TO LB-GAMES-PLAYED.
         MOVE 0 TO LB-TOTAL-POINTS.
         MOVE 0 TO LB-WINS.
         IF LEADERBOARD-IMAGE (K) (1:6) NOT = SPACES AND
            LEADERBOARD-RECORD NOT = LEADERBOARD-IMAGE (K)
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "LEADERBOARD" TO JR-MASTER
           MOVE LEADERBOARD-IMAGE (K) (1:6) TO JR-KEY
           MOVE LEADERBOARD-IMAGE (K) TO JR-BEFORE
           MOVE LEADERBOARD-RECORD TO JR-AFTER
           PERFORM WRITE-JOURNAL-ENTRY
         END-IF.
         WRITE LEADERBOARD-RECORD.

       LOAD-ROSTER.
         MOVE SPACES TO ROSTER-IMAGE-TABLE.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-RECORD UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.
         PERFORM PLACE-ONE-MEMBER
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-RECORD.
         IF RST-NAME NOT = SPACES AND ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE ROSTER-RECORD TO ROSTER-IMAGE (ROSTER-COUNT)
           MOVE RST-NAME TO RT-NAME (ROSTER-COUNT)
           MOVE RST-STRATEGY TO RT-STRATEGY (ROSTER-COUNT)
           MOVE RST-STATUS TO RT-STATUS (ROSTER-COUNT)
           MOVE RST-DATE-JOINED TO RT-DATE-JOINED (ROSTER-COUNT)
           MOVE RST-PLAYER-ID-X TO RT-PLAYER-ID-X (ROSTER-COUNT)
           MOVE RST-FULL-NAME TO RT-FULL-NAME (ROSTER-COUNT)
           MOVE RST-ALIAS TO RT-ALIAS (ROSTER-COUNT)
           MOVE RST-CLUB TO RT-CLUB (ROSTER-COUNT)
           IF RST-DIVISION-X NOT = SPACES AND
              RST-DIVISION IS NUMERIC
             MOVE RST-DIVISION TO RT-DIVISION (ROSTER-COUNT)
           ELSE
             MOVE 0 TO RT-DIVISION (ROSTER-COUNT)
           END-IF
           IF RT-DIVISION (ROSTER-COUNT) > BOTTOM-DIVISION
             MOVE RT-DIVISION (ROSTER-COUNT) TO BOTTOM-DIVISION
           END-IF
           MOVE 0 TO RT-PLAYED (ROSTER-COUNT)
           MOVE 0 TO RT-WON (ROSTER-COUNT)
           MOVE 0 TO RT-POINTS (ROSTER-COUNT)
           MOVE 0 TO RT-PLACE (ROSTER-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       *> A member with no division on file is in the bottom one,
       *> the same reading WARO-ROSTER and WARO-LEAGUE give it.
       PLACE-ONE-MEMBER.
         IF RT-DIVISION (J) = 0
           MOVE BOTTOM-DIVISION TO RT-DIVISION (J)
         END-IF.
         MOVE RT-DIVISION (J) TO RT-NEW-DIVISION (J).

       *> Movement is decided on the divisions as they stood at
       *> season end - nobody promoted out of division 3 is then
       *> ranked again in division 2 - and the ROSTER is only
       *> rewritten once every division has been settled.
       TURN-OVER-DIVISIONS.
         PERFORM TALLY-FIXTURES.
         IF FIXTURES-PLAYED = 0
           DISPLAY "TRACER no played FIXTURES this season; "
             "divisions left as they are"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM RANK-ONE-DIVISION
             VARYING D FROM 1 BY 1 UNTIL D > BOTTOM-DIVISION
           PERFORM PRINT-MOVEMENTS-REPORT
           IF PROMOTED-COUNT > 0 OR RELEGATED-COUNT > 0
             PERFORM WRITE-ROSTER
           END-IF
         END-IF.

       *> Same scoring WARO-LEAGUE's table uses: 2 a win, 1 each
       *> for a played fixture with no winner name, a forfeit
       *> scoring as a win for the side it was awarded to.
       TALLY-FIXTURES.
         OPEN INPUT FIXTURES-FILE.
         IF FIXTURES-STATUS = "00"
           PERFORM READ-NEXT-FIXTURE
           PERFORM TALLY-ONE-FIXTURE UNTIL FX-AT-EOF
           CLOSE FIXTURES-FILE
         END-IF.

       READ-NEXT-FIXTURE.
         READ FIXTURES-FILE
           AT END MOVE "Y" TO FX-EOF-SWITCH
         END-READ.

       TALLY-ONE-FIXTURE.
         IF FX-HOME NOT = SPACES AND FX-STATUS = "P"
           ADD 1 TO FIXTURES-PLAYED
           MOVE FX-HOME TO LOOKUP-NAME
           PERFORM FIND-MEMBER
           MOVE NAME-FOUND-IDX TO HOME-IDX
           MOVE FX-AWAY TO LOOKUP-NAME
           PERFORM FIND-MEMBER
           MOVE NAME-FOUND-IDX TO AWAY-IDX
           IF HOME-IDX > 0 AND AWAY-IDX > 0
             PERFORM TALLY-FIXTURE-RESULT
           END-IF
         ELSE IF FX-HOME NOT = SPACES AND FX-STATUS = "F"
           ADD 1 TO FIXTURES-PLAYED
           MOVE FX-WINNER TO LOOKUP-NAME
           PERFORM FIND-MEMBER
           IF FX-WINNER NOT = SPACES AND NAME-FOUND-IDX > 0
             ADD 1 TO RT-WON (NAME-FOUND-IDX)
             ADD 2 TO RT-POINTS (NAME-FOUND-IDX)
           END-IF
         END-IF.
         PERFORM READ-NEXT-FIXTURE.

       TALLY-FIXTURE-RESULT.
         ADD 1 TO RT-PLAYED (HOME-IDX).
         ADD 1 TO RT-PLAYED (AWAY-IDX).
         IF FX-WINNER = SPACES
           ADD 1 TO RT-POINTS (HOME-IDX)
           ADD 1 TO RT-POINTS (AWAY-IDX)
         ELSE IF FX-WINNER = FX-HOME
           ADD 1 TO RT-WON (HOME-IDX)
           ADD 2 TO RT-POINTS (HOME-IDX)
         ELSE
           ADD 1 TO RT-WON (AWAY-IDX)
           ADD 2 TO RT-POINTS (AWAY-IDX)
         END-IF.

       FIND-MEMBER.
         MOVE 0 TO NAME-FOUND-IDX.
         PERFORM CHECK-ONE-MEMBER
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.

       CHECK-ONE-MEMBER.
         IF RT-NAME (J) = LOOKUP-NAME
           MOVE J TO NAME-FOUND-IDX
         END-IF.

       *> Only active members hold a place; a retired member keeps
       *> their division on file but neither moves nor blocks a
       *> place. Places are handed out best-first.
       RANK-ONE-DIVISION.
         MOVE D TO DIV.
         MOVE 0 TO DIV-MEMBERS.
         PERFORM COUNT-ONE-DIVISION-MEMBER
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.
         PERFORM PLACE-NEXT-BEST
           VARYING DIV-PLACE FROM 1 BY 1
             UNTIL DIV-PLACE > DIV-MEMBERS.
         PERFORM DECIDE-ONE-MOVEMENT
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.

       COUNT-ONE-DIVISION-MEMBER.
         IF RT-DIVISION (J) = DIV AND RT-STATUS (J) = "A"
           ADD 1 TO DIV-MEMBERS
         END-IF.

       PLACE-NEXT-BEST.
         MOVE 0 TO BEST-IDX.
         PERFORM CHECK-ONE-CANDIDATE
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.
         MOVE DIV-PLACE TO RT-PLACE (BEST-IDX).

       *> Points, then wins; a dead heat goes to whoever is first on
       *> the roster, so a rerun always gives the same table.
       CHECK-ONE-CANDIDATE.
         IF RT-DIVISION (J) = DIV AND RT-STATUS (J) = "A" AND
            RT-PLACE (J) = 0
           IF BEST-IDX = 0
             MOVE J TO BEST-IDX
           ELSE IF RT-POINTS (J) > RT-POINTS (BEST-IDX)
             MOVE J TO BEST-IDX
           ELSE IF RT-POINTS (J) = RT-POINTS (BEST-IDX) AND
                   RT-WON (J) > RT-WON (BEST-IDX)
             MOVE J TO BEST-IDX
           END-IF
         END-IF.

       *> Promotion is settled before relegation, so in a division
       *> too small for both counts a member is never sent both
       *> ways at once.
       DECIDE-ONE-MOVEMENT.
         IF RT-DIVISION (J) = DIV AND RT-STATUS (J) = "A"
           IF DIV > 1 AND RT-PLACE (J) <= PROMOTE-COUNT
             COMPUTE RT-NEW-DIVISION (J) = DIV - 1
             ADD 1 TO PROMOTED-COUNT
           ELSE IF DIV < BOTTOM-DIVISION AND
                   RT-PLACE (J) + RELEGATE-COUNT > DIV-MEMBERS
             COMPUTE RT-NEW-DIVISION (J) = DIV + 1
             ADD 1 TO RELEGATED-COUNT
           END-IF
         END-IF.

       PRINT-MOVEMENTS-REPORT.
         DISPLAY " ".
         DISPLAY "WARO DIVISION MOVEMENTS - season " SEASON-ID
           ", top " PROMOTE-COUNT " up, bottom " RELEGATE-COUNT
           " down, " BOTTOM-DIVISION " division(s)".
         DISPLAY "PROMOTED:".
         PERFORM PRINT-ONE-PROMOTION
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.
         IF PROMOTED-COUNT = 0
           DISPLAY "TRACER   (none)"
         END-IF.
         DISPLAY "RELEGATED:".
         PERFORM PRINT-ONE-RELEGATION
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.
         IF RELEGATED-COUNT = 0
           DISPLAY "TRACER   (none)"
         END-IF.
         DISPLAY "TRACER " PROMOTED-COUNT " promoted, "
           RELEGATED-COUNT " relegated".

       PRINT-ONE-PROMOTION.
         IF RT-NEW-DIVISION (J) < RT-DIVISION (J)
           DISPLAY "TRACER   " RT-NAME (J) " division "
             RT-DIVISION (J) " -> " RT-NEW-DIVISION (J)
             ": finished " RT-PLACE (J) " in division "
             RT-DIVISION (J) ", PTS " RT-POINTS (J) " W "
             RT-WON (J) " P " RT-PLAYED (J)
         END-IF.

       PRINT-ONE-RELEGATION.
         IF RT-NEW-DIVISION (J) > RT-DIVISION (J)
           DISPLAY "TRACER   " RT-NAME (J) " division "
             RT-DIVISION (J) " -> " RT-NEW-DIVISION (J)
             ": finished " RT-PLACE (J) " in division "
             RT-DIVISION (J) ", PTS " RT-POINTS (J) " W "
             RT-WON (J) " P " RT-PLAYED (J)
         END-IF.

       WRITE-ROSTER.
         PERFORM OPEN-JOURNAL.
         OPEN OUTPUT ROSTER-FILE.
         PERFORM WRITE-ONE-ROSTER-RECORD
           VARYING J FROM 1 BY 1 UNTIL J > ROSTER-COUNT.
         CLOSE ROSTER-FILE.
         PERFORM CLOSE-JOURNAL.
         DISPLAY "TRACER ROSTER rewritten with next season's "
           "divisions".
         DISPLAY "TRACER delete FIXTURES before WARO-LEAGUE "
           "generates next season's divisions".

       WRITE-ONE-ROSTER-RECORD.
         MOVE SPACES TO ROSTER-RECORD.
         MOVE RT-NAME (J) TO RST-NAME.
         MOVE RT-STRATEGY (J) TO RST-STRATEGY.
         MOVE RT-STATUS (J) TO RST-STATUS.
         MOVE RT-DATE-JOINED (J) TO RST-DATE-JOINED.
         MOVE RT-PLAYER-ID-X (J) TO RST-PLAYER-ID-X.
         MOVE RT-FULL-NAME (J) TO RST-FULL-NAME.
         MOVE RT-ALIAS (J) TO RST-ALIAS.
         MOVE RT-NEW-DIVISION (J) TO RST-DIVISION.
         MOVE RT-CLUB (J) TO RST-CLUB.
         IF ROSTER-RECORD NOT = ROSTER-IMAGE (J)
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "ROSTER" TO JR-MASTER
           MOVE RST-NAME TO JR-KEY
           MOVE ROSTER-IMAGE (J) TO JR-BEFORE
           MOVE ROSTER-RECORD TO JR-AFTER
           PERFORM WRITE-JOURNAL-ENTRY
         END-IF.
         WRITE ROSTER-RECORD.

       *> Opened around a master rewrite; every record that differs
       *> from its loaded image is journaled under one timestamp.
       OPEN-JOURNAL.
         MOVE FUNCTION CURRENT-DATE (1:14) TO JOURNAL-STAMP.
         OPEN EXTEND JOURNAL-FILE.
         IF JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FILE
         END-IF.

       CLOSE-JOURNAL.
         CLOSE JOURNAL-FILE.
         DISPLAY "TRACER MASTJRNL: " JOURNAL-COUNT
           " master change(s) journaled".

       *> The caller fills JR-MASTER, JR-KEY and both images.
       WRITE-JOURNAL-ENTRY.
         MOVE JOURNAL-STAMP (1:8) TO JR-DATE.
         MOVE JOURNAL-STAMP (9:6) TO JR-TIME.
         MOVE JOURNAL-PROGRAM TO JR-PROGRAM.
         MOVE SEASON-ID TO JR-BATCH-ID.
         IF JR-BEFORE = SPACES
           MOVE "A" TO JR-ACTION
         ELSE
           MOVE "C" TO JR-ACTION
         END-IF.
         WRITE JOURNAL-RECORD.
         ADD 1 TO JOURNAL-COUNT.
