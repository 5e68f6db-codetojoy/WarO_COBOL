       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-SEATING.
      *> League-night seating: takes the night's ATTEND list (one
      *> short name per line, in the order people arrived), splits it
      *> into tables of the PLAYERCTL seat count so every table's
      *> average RATINGS value comes out as even as possible, and
      *> writes one LINEUPCTL deck (plus the matching PLAYERCTL card)
      *> per table for the table's own WARO step, along with the
      *> printed SEATCHART for the room. Where it costs little
      *> balance, people who shared a table at the last session on
      *> GAMEHIST are kept apart. When the attendance doesn't divide
      *> evenly the SEATCTL card picks the rule: "S" (the default)
      *> runs short tables, "B" gives the last arrivals a bye - either
      *> way every attendee is either seated or named as a bye.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ATTEND-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> Same seat-count card WARO reads; a missing PLAYERCTL
           *> means WARO's 3-seat default.
           SELECT PLAYER-CTL-FILE ASSIGN TO "PLAYERCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLAYER-CTL-STATUS.

           *> Leftover rule, "S" short tables or "B" byes; a missing
           *> SEATCTL runs short tables.
           SELECT SEAT-CTL-FILE ASSIGN TO "SEATCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEAT-CTL-STATUS.

           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RATING-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           *> One LINEUPCTL deck per table, fed to that table's WARO
           *> step as its LINEUPCTL DD. A table not used tonight gets
           *> an empty deck so last week's seating cannot be rerun by
           *> mistake.
           SELECT TABLE-LINEUP-1-FILE ASSIGN TO "TBLLINE1"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-2-FILE ASSIGN TO "TBLLINE2"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-3-FILE ASSIGN TO "TBLLINE3"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-4-FILE ASSIGN TO "TBLLINE4"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-5-FILE ASSIGN TO "TBLLINE5"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-6-FILE ASSIGN TO "TBLLINE6"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-7-FILE ASSIGN TO "TBLLINE7"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.
           SELECT TABLE-LINEUP-8-FILE ASSIGN TO "TBLLINE8"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-LINEUP-STATUS.

           *> The matching PLAYERCTL card per table, fed to the same
           *> WARO step as its PLAYERCTL DD - a short table seats
           *> fewer than PLAYERCTL allows, and WARO would otherwise
           *> fill the empty seats from the roster.
           SELECT TABLE-PLAYER-1-FILE ASSIGN TO "TBLPLYR1"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-2-FILE ASSIGN TO "TBLPLYR2"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-3-FILE ASSIGN TO "TBLPLYR3"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-4-FILE ASSIGN TO "TBLPLYR4"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-5-FILE ASSIGN TO "TBLPLYR5"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-6-FILE ASSIGN TO "TBLPLYR6"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-7-FILE ASSIGN TO "TBLPLYR7"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.
           SELECT TABLE-PLAYER-8-FILE ASSIGN TO "TBLPLYR8"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TABLE-PLAYER-STATUS.

           *> Printed seating chart, same 72-column print-file
           *> convention as WARO-TREND's TRENDRPT; written fresh
           *> each run.
           SELECT SEAT-CHART-FILE ASSIGN TO "SEATCHART"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEAT-CHART-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD ATTEND-FILE.
         01 ATTEND-RECORD.
           02 AT-NAME PIC X(6).

         *> Same layout WARO-ROSTER keeps.
         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).

         FD PLAYER-CTL-FILE.
         01 PLAYER-CTL-RECORD.
           02 PLAYER-CTL-NUM-PLAYERS PIC 9(2).

         FD SEAT-CTL-FILE.
         01 SEAT-CTL-RECORD.
           02 SEAT-CTL-LEFTOVER PIC X(1).

         *> Same layout WARO-RATING writes.
         FD RATING-FILE.
         01 RATING-RECORD.
           02 RT-TYPE PIC X(1).
           02 FILLER PIC X.
           02 RT-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 RT-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RT-GAMES-RATED PIC 9(6).
           02 FILLER PIC X.
           02 RT-RATING PIC 9(4)V9(2).

         *> Same layout WARO itself writes; only the "S" summary
         *> row's date and seat names matter here.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RECORD.
           02 GH-DATE PIC X(8).
           02 FILLER PIC X.
           02 GH-TYPE PIC X(1).
           02 FILLER PIC X.
           02 GH-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 GH-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 GH-WINNER PIC 9(1).
           02 FILLER PIC X.
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 GH-PLAYER-DATA OCCURS 8 TIMES.
             03 GH-PLAYER-NAME PIC X(6).
             03 FILLER PIC X.
             03 GH-STRATEGY PIC 9(1).
             03 FILLER PIC X.
             03 GH-BID PIC 9(2).
             03 FILLER PIC X.
             03 GH-POINTS PIC 9(4).
             03 FILLER PIC X.
           02 GH-GAME-ID PIC 9(6).

         *> Decks are written from LINEUP-CARD and SEAT-COUNT-CARD
         *> below; same layouts WARO reads as LINEUPCTL and
         *> PLAYERCTL.
         FD TABLE-LINEUP-1-FILE.
         01 TABLE-LINEUP-1-RECORD PIC X(9).
         FD TABLE-LINEUP-2-FILE.
         01 TABLE-LINEUP-2-RECORD PIC X(9).
         FD TABLE-LINEUP-3-FILE.
         01 TABLE-LINEUP-3-RECORD PIC X(9).
         FD TABLE-LINEUP-4-FILE.
         01 TABLE-LINEUP-4-RECORD PIC X(9).
         FD TABLE-LINEUP-5-FILE.
         01 TABLE-LINEUP-5-RECORD PIC X(9).
         FD TABLE-LINEUP-6-FILE.
         01 TABLE-LINEUP-6-RECORD PIC X(9).
         FD TABLE-LINEUP-7-FILE.
         01 TABLE-LINEUP-7-RECORD PIC X(9).
         FD TABLE-LINEUP-8-FILE.
         01 TABLE-LINEUP-8-RECORD PIC X(9).

         FD TABLE-PLAYER-1-FILE.
         01 TABLE-PLAYER-1-RECORD PIC X(2).
         FD TABLE-PLAYER-2-FILE.
         01 TABLE-PLAYER-2-RECORD PIC X(2).
         FD TABLE-PLAYER-3-FILE.
         01 TABLE-PLAYER-3-RECORD PIC X(2).
         FD TABLE-PLAYER-4-FILE.
         01 TABLE-PLAYER-4-RECORD PIC X(2).
         FD TABLE-PLAYER-5-FILE.
         01 TABLE-PLAYER-5-RECORD PIC X(2).
         FD TABLE-PLAYER-6-FILE.
         01 TABLE-PLAYER-6-RECORD PIC X(2).
         FD TABLE-PLAYER-7-FILE.
         01 TABLE-PLAYER-7-RECORD PIC X(2).
         FD TABLE-PLAYER-8-FILE.
         01 TABLE-PLAYER-8-RECORD PIC X(2).

         FD SEAT-CHART-FILE.
         01 SEAT-CHART-RECORD PIC X(72).

         WORKING-STORAGE SECTION.
         01 ATTEND-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 PLAYER-CTL-STATUS PIC X(2).
         01 SEAT-CTL-STATUS PIC X(2).
         01 RATING-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
         01 TABLE-LINEUP-STATUS PIC X(2).
         01 TABLE-PLAYER-STATUS PIC X(2).
         01 SEAT-CHART-STATUS PIC X(2).
         01 ATTEND-EOF-SWITCH PIC X(1) VALUE "N".
           88 ATTEND-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 RATING-EOF-SWITCH PIC X(1) VALUE "N".
           88 RATING-AT-EOF VALUE "Y".
         01 GH-EOF-SWITCH PIC X(1) VALUE "N".
           88 GH-AT-EOF VALUE "Y".

         01 LINEUP-CARD.
           02 LC-SEAT PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 LC-NAME PIC X(6).
         01 SEAT-COUNT-CARD PIC 9(2).

         *> 8 must track NUM-PLAYERS-MAX in waro.cbl; a table of one
         *> is no game, so 2 is the floor here.
         78 SEATS-MAX VALUE 8.
         01 SEATS-PER-TABLE PIC 9(2) VALUE 3.
         01 LEFTOVER-RULE PIC X(1) VALUE "S".
           88 LEFTOVER-BYES VALUE "B".

         *> Active members only; same distinct-name ceiling the
         *> roster itself uses.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-ACTIVE-NAME PIC X(6) OCCURS ROSTER-MAX TIMES.

         *> Same base rating WARO-RATING starts a new name at; must
         *> track RATING-BASE there.
         78 RATING-BASE VALUE 1000.
         *> The whole ratings book, not just tonight's names; 200
         *> must track RATED-NAME-MAX in waro-weekly.cbl. A book
         *> entry past it is counted in RATED-OVERFLOW and RC 4 -
         *> an attendee it held would be balanced at RATING-BASE.
         78 RATED-NAME-MAX VALUE 200.
         01 RATED-NAME-COUNT PIC 9(3) VALUE 0.
         01 RATED-OVERFLOW PIC 9(6) VALUE 0.
         01 RATED-TABLE.
           02 RATED-ENTRY OCCURS RATED-NAME-MAX TIMES.
             03 RATED-NAME PIC X(6).
             03 RATED-RATING PIC 9(4)V9(2).

         *> Tonight's attendees in arrival order. ATT-TABLE 0 is a
         *> bye.
         01 ATT-COUNT PIC 9(3) VALUE 0.
         01 ATT-TABLE-AREA.
           02 ATT-ENTRY OCCURS ROSTER-MAX TIMES.
             03 ATT-NAME PIC X(6).
             03 ATT-RATING PIC 9(4)V9(2).
             03 ATT-TABLE PIC 9(2).
         01 ATTEND-REJECTED PIC 9(4) VALUE 0.

         *> Who shared a table at the last session on GAMEHIST,
         *> indexed by attendee number both ways.
         01 LAST-SESSION-DATE PIC X(8) VALUE SPACES.
         01 MET-TABLE.
           02 MET-ROW OCCURS ROSTER-MAX TIMES.
             03 MET-FLAG PIC X(1) OCCURS ROSTER-MAX TIMES.
         01 SEAT-ATT-IDX PIC 9(3) OCCURS SEATS-MAX TIMES.

         *> 8 tables at the widest; must track the TBLLINEn/TBLPLYRn
         *> decks above.
         78 TABLE-MAX VALUE 8.
         01 TABLE-COUNT PIC 9(2) VALUE 0.
         01 SEATED-COUNT PIC 9(3) VALUE 0.
         01 BYE-COUNT PIC 9(3) VALUE 0.
         01 TABLE-AREA.
           02 TABLE-ENTRY OCCURS TABLE-MAX TIMES.
             03 TB-SIZE PIC 9(2).
             03 TB-FILLED PIC 9(2).
             03 TB-TOTAL PIC 9(6)V9(2).
             03 TB-AVERAGE PIC 9(4)V9(2).
             03 TB-REPEATS PIC 9(3).

         *> Seated attendees, highest rated first, for the opening
         *> deal.
         01 DEAL-ORDER PIC 9(3) OCCURS ROSTER-MAX TIMES.

         *> The swap pass minimizes this cost: how far each table's
         *> average sits from the room's, summed, plus a fixed charge
         *> per repeated pairing - a repeat is worth avoiding if it
         *> costs under REPEAT-PENALTY rating points of imbalance.
         78 REPEAT-PENALTY VALUE 25.
         78 SWAP-PASS-MAX VALUE 20.
         01 ROOM-AVERAGE PIC 9(4)V9(2).
         01 ROOM-TOTAL PIC 9(6)V9(2).
         01 SEATING-COST PIC 9(7)V9(2).
         01 BEST-COST PIC 9(7)V9(2).
         01 TABLE-DEVIATION PIC 9(4)V9(2).
         01 REPEAT-PAIRS PIC 9(3).
         01 SWAP-PASSES PIC 9(2).
         01 SWAP-MADE-SWITCH PIC X(1).
           88 SWAP-MADE VALUE "Y".
         01 SWAPS-APPLIED PIC 9(4) VALUE 0.
         01 HELD-TABLE PIC 9(2).
         01 LOW-AVERAGE PIC 9(4)V9(2).
         01 HIGH-AVERAGE PIC 9(4)V9(2).
         01 AVERAGE-SPREAD PIC 9(4)V9(2).
         01 SHOW-AVERAGE PIC Z(3)9.9(2).
         01 SHOW-LOW PIC Z(3)9.9(2).
         01 SHOW-HIGH PIC Z(3)9.9(2).
         01 SHOW-SPREAD PIC Z(3)9.9(2).

         01 I PIC 9(3).
         01 J PIC 9(3).
         01 K PIC 9(3).
         01 T PIC 9(2).
         01 S PIC 9(3).
         01 PICK-TABLE PIC 9(2).
         01 BASE-SIZE PIC 9(2).
         01 EXTRA-SEATS PIC 9(2).
         01 MEMBER-FOUND-SWITCH PIC X(1).
           88 MEMBER-FOUND VALUE "Y".
         01 DUPLICATE-SWITCH PIC X(1).
           88 IS-DUPLICATE VALUE "Y".
         01 TODAY-DATE PIC X(8).

         *> Working area for the chart lines, built fresh on every
         *> call - same MOVE-SPACES-then-MOVE-the-labels-in
         *> convention as WARO-TREND's TREND-LINE-AREA.
         01 CHART-LINE-AREA.
           02 CHART-LINE PIC X(72).
         01 CHART-HEADER-LINE REDEFINES CHART-LINE-AREA.
           02 CHL-TITLE PIC X(24).
           02 CHL-DATE PIC X(8).
           02 FILLER PIC X(4).
           02 CHL-RULE PIC X(36).
         01 CHART-TABLE-LINE REDEFINES CHART-LINE-AREA.
           02 CTL-LABEL PIC X(6).
           02 CTL-TABLE PIC Z9.
           02 FILLER PIC X(4).
           02 CTL-SEATS PIC Z9.
           02 CTL-SEATS-LABEL PIC X(8).
           02 CTL-AVG-LABEL PIC X(9).
           02 CTL-AVERAGE PIC Z(3)9.9(2).
           02 FILLER PIC X(4).
           02 CTL-REPEAT-LABEL PIC X(9).
           02 CTL-REPEATS PIC Z9.
           02 FILLER PIC X(19).
         01 CHART-SEAT-LINE REDEFINES CHART-LINE-AREA.
           02 FILLER PIC X(4).
           02 CSL-LABEL PIC X(5).
           02 CSL-SEAT PIC Z9.
           02 FILLER PIC X(3).
           02 CSL-NAME PIC X(6).
           02 FILLER PIC X(4).
           02 CSL-RATING PIC Z(3)9.9(2).
           02 FILLER PIC X(41).
         01 CHART-BYE-LINE REDEFINES CHART-LINE-AREA.
           02 CBL-LABEL PIC X(9).
           02 CBL-NAME PIC X(6).
           02 FILLER PIC X(4).
           02 CBL-NOTE PIC X(53).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO TABLE SEATING".
         MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
         PERFORM READ-PLAYER-CTL.
         PERFORM READ-SEAT-CTL.
         PERFORM LOAD-ROSTER.
         PERFORM LOAD-RATINGS.
         PERFORM LOAD-ATTENDANCE.
         IF ATT-COUNT < 2
           DISPLAY "TRACER SEVERE ERROR: " ATT-COUNT
             " attendee(s) on ATTEND; nothing to seat"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM LOAD-LAST-SESSION
           PERFORM SIZE-TABLES
           PERFORM DEAL-OPENING-SEATS
           PERFORM COMPUTE-SEATING-COST
           MOVE SEATING-COST TO BEST-COST
           MOVE 0 TO SWAP-PASSES
           MOVE "Y" TO SWAP-MADE-SWITCH
           PERFORM RUN-SWAP-PASS
             UNTIL NOT SWAP-MADE OR SWAP-PASSES >= SWAP-PASS-MAX
           PERFORM COMPUTE-SEATING-COST
           PERFORM WRITE-TABLE-DECKS
             VARYING T FROM 1 BY 1 UNTIL T > TABLE-MAX
           PERFORM PRINT-SEATING-CHART
         END-IF.
         IF ATTEND-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.

       READ-PLAYER-CTL.
         OPEN INPUT PLAYER-CTL-FILE.
         IF PLAYER-CTL-STATUS = "00"
           READ PLAYER-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF PLAYER-CTL-NUM-PLAYERS IS NUMERIC
                 MOVE PLAYER-CTL-NUM-PLAYERS TO SEATS-PER-TABLE
               END-IF
           END-READ
           CLOSE PLAYER-CTL-FILE
           IF SEATS-PER-TABLE > SEATS-MAX
             DISPLAY "TRACER SEVERE ERROR: PLAYERCTL seat count "
               SEATS-PER-TABLE " exceeds maximum of " SEATS-MAX
               "; clamped to maximum"
             MOVE SEATS-MAX TO SEATS-PER-TABLE
           END-IF
           IF SEATS-PER-TABLE < 2
             DISPLAY "TRACER SEVERE ERROR: PLAYERCTL seat count "
               SEATS-PER-TABLE " cannot make a table; using 2"
             MOVE 2 TO SEATS-PER-TABLE
           END-IF
         END-IF.

       READ-SEAT-CTL.
         OPEN INPUT SEAT-CTL-FILE.
         IF SEAT-CTL-STATUS = "00"
           READ SEAT-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF SEAT-CTL-LEFTOVER = "B" OR SEAT-CTL-LEFTOVER = "S"
                 MOVE SEAT-CTL-LEFTOVER TO LEFTOVER-RULE
               ELSE
                 DISPLAY "TRACER SEVERE ERROR: SEATCTL rule '"
                   SEAT-CTL-LEFTOVER "' unknown; short tables used"
               END-IF
           END-READ
           CLOSE SEAT-CTL-FILE
         END-IF.

       LOAD-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-RECORD UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-RECORD.
         IF RST-STATUS = "A" AND RST-NAME NOT = SPACES AND
            ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE RST-NAME TO ROSTER-ACTIVE-NAME (ROSTER-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       *> A missing RATINGS (FILE STATUS 35) seats everyone at the
       *> base rating, which still makes even tables by headcount.
       LOAD-RATINGS.
         OPEN INPUT RATING-FILE.
         IF RATING-STATUS = "00"
           PERFORM READ-NEXT-RATING-RECORD
           PERFORM LOAD-ONE-RATING-RECORD UNTIL RATING-AT-EOF
           CLOSE RATING-FILE
         END-IF.
         IF RATED-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " RATED-NAME-MAX
             " names on RATINGS (" RATED-OVERFLOW " over); any "
             "attendee among them is balanced at " RATING-BASE
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-RATING-RECORD.
         READ RATING-FILE
           AT END MOVE "Y" TO RATING-EOF-SWITCH
         END-READ.

       LOAD-ONE-RATING-RECORD.
         IF RT-TYPE = "P"
           IF RATED-NAME-COUNT < RATED-NAME-MAX
             ADD 1 TO RATED-NAME-COUNT
             MOVE RT-PLAYER-NAME TO RATED-NAME (RATED-NAME-COUNT)
             MOVE RT-RATING TO RATED-RATING (RATED-NAME-COUNT)
           ELSE
             ADD 1 TO RATED-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-RATING-RECORD.

       LOAD-ATTENDANCE.
         OPEN INPUT ATTEND-FILE.
         IF ATTEND-STATUS = "00"
           PERFORM READ-NEXT-ATTEND-RECORD
           PERFORM LOAD-ONE-ATTENDEE UNTIL ATTEND-AT-EOF
           CLOSE ATTEND-FILE
         ELSE
           DISPLAY "TRACER SEVERE ERROR: ATTEND not available "
             "(status " ATTEND-STATUS ")"
         END-IF.

       READ-NEXT-ATTEND-RECORD.
         READ ATTEND-FILE
           AT END MOVE "Y" TO ATTEND-EOF-SWITCH
         END-READ.

       *> Only active members can be seated - WARO would not find a
       *> strategy for anyone else - and a name listed twice is
       *> seated once.
       LOAD-ONE-ATTENDEE.
         IF AT-NAME NOT = SPACES
           MOVE "N" TO MEMBER-FOUND-SWITCH
           PERFORM CHECK-ONE-ROSTER-MEMBER
             VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT
           MOVE "N" TO DUPLICATE-SWITCH
           PERFORM CHECK-ONE-ATTENDEE
             VARYING K FROM 1 BY 1 UNTIL K > ATT-COUNT
           IF NOT MEMBER-FOUND
             ADD 1 TO ATTEND-REJECTED
             DISPLAY "TRACER   REJECTED: " AT-NAME
               " is not an active ROSTER member"
           ELSE IF IS-DUPLICATE
             ADD 1 TO ATTEND-REJECTED
             DISPLAY "TRACER   REJECTED: " AT-NAME
               " is already on ATTEND"
           ELSE
             ADD 1 TO ATT-COUNT
             MOVE AT-NAME TO ATT-NAME (ATT-COUNT)
             MOVE RATING-BASE TO ATT-RATING (ATT-COUNT)
             MOVE 0 TO ATT-TABLE (ATT-COUNT)
             PERFORM FIND-ATTENDEE-RATING
               VARYING K FROM 1 BY 1 UNTIL K > RATED-NAME-COUNT
           END-IF
         END-IF.
         PERFORM READ-NEXT-ATTEND-RECORD.

       CHECK-ONE-ROSTER-MEMBER.
         IF ROSTER-ACTIVE-NAME (K) = AT-NAME
           MOVE "Y" TO MEMBER-FOUND-SWITCH
         END-IF.

       CHECK-ONE-ATTENDEE.
         IF ATT-NAME (K) = AT-NAME
           MOVE "Y" TO DUPLICATE-SWITCH
         END-IF.

       FIND-ATTENDEE-RATING.
         IF RATED-NAME (K) = AT-NAME
           MOVE RATED-RATING (K) TO ATT-RATING (ATT-COUNT)
         END-IF.

       *> The last session is the latest GH-DATE on file - tonight's
       *> games are not played yet. Rows from any earlier date are
       *> passed over; a later date found part-way through clears
       *> what the earlier one marked, so file order doesn't matter.
       LOAD-LAST-SESSION.
         MOVE ALL "N" TO MET-TABLE.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "00"
           PERFORM READ-NEXT-GH-RECORD
           PERFORM MARK-ONE-GH-RECORD UNTIL GH-AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.

       READ-NEXT-GH-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO GH-EOF-SWITCH
         END-READ.

       MARK-ONE-GH-RECORD.
         IF GH-TYPE = "S" AND GH-DATE NOT = SPACES AND
            (GH-DATE > LAST-SESSION-DATE OR
             LAST-SESSION-DATE = SPACES)
           MOVE GH-DATE TO LAST-SESSION-DATE
           MOVE ALL "N" TO MET-TABLE
         END-IF.
         IF GH-TYPE = "S" AND GH-DATE = LAST-SESSION-DATE
           PERFORM FIND-SEAT-ATTENDEE
             VARYING S FROM 1 BY 1 UNTIL S > SEATS-MAX
           PERFORM MARK-SEAT-PAIRS
             VARYING I FROM 1 BY 1 UNTIL I > SEATS-MAX
             AFTER J FROM 1 BY 1 UNTIL J > SEATS-MAX
         END-IF.
         PERFORM READ-NEXT-GH-RECORD.

       FIND-SEAT-ATTENDEE.
         MOVE 0 TO SEAT-ATT-IDX (S).
         IF GH-PLAYER-NAME (S) NOT = SPACES
           PERFORM MATCH-SEAT-ATTENDEE
             VARYING K FROM 1 BY 1 UNTIL K > ATT-COUNT
         END-IF.

       MATCH-SEAT-ATTENDEE.
         IF ATT-NAME (K) = GH-PLAYER-NAME (S)
           MOVE K TO SEAT-ATT-IDX (S)
         END-IF.

       MARK-SEAT-PAIRS.
         IF I NOT = J AND SEAT-ATT-IDX (I) > 0 AND
            SEAT-ATT-IDX (J) > 0
           MOVE "Y" TO MET-FLAG (SEAT-ATT-IDX (I), SEAT-ATT-IDX (J))
         END-IF.

       *> Short tables: as many tables as it takes to seat everyone,
       *> sized so no two differ by more than one. Byes: only full
       *> tables, the last arrivals sitting out. Either way the room
       *> holds TABLE-MAX tables at most; anyone beyond that is a
       *> bye too.
       SIZE-TABLES.
         IF LEFTOVER-BYES
           DIVIDE ATT-COUNT BY SEATS-PER-TABLE GIVING TABLE-COUNT
         ELSE
           COMPUTE TABLE-COUNT =
             (ATT-COUNT + SEATS-PER-TABLE - 1) / SEATS-PER-TABLE
         END-IF.
         IF TABLE-COUNT = 0
           MOVE 1 TO TABLE-COUNT
           MOVE ATT-COUNT TO SEATED-COUNT
         ELSE IF TABLE-COUNT > TABLE-MAX
           MOVE TABLE-MAX TO TABLE-COUNT
           COMPUTE SEATED-COUNT = TABLE-MAX * SEATS-PER-TABLE
           DISPLAY "TRACER SEVERE ERROR: " ATT-COUNT
             " attendees need more than " TABLE-MAX
             " tables; the last arrivals take a bye"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         ELSE IF LEFTOVER-BYES
           COMPUTE SEATED-COUNT = TABLE-COUNT * SEATS-PER-TABLE
         ELSE
           MOVE ATT-COUNT TO SEATED-COUNT
         END-IF.
         COMPUTE BYE-COUNT = ATT-COUNT - SEATED-COUNT.
         DIVIDE SEATED-COUNT BY TABLE-COUNT GIVING BASE-SIZE
           REMAINDER EXTRA-SEATS.
         *> Two-seat tables and an odd room would leave somebody at a
         *> table of one; fold that player into another table instead.
         IF BASE-SIZE < 2 AND TABLE-COUNT > 1
           SUBTRACT 1 FROM TABLE-COUNT
           DIVIDE SEATED-COUNT BY TABLE-COUNT GIVING BASE-SIZE
             REMAINDER EXTRA-SEATS
         END-IF.
         PERFORM SIZE-ONE-TABLE
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-MAX.

       SIZE-ONE-TABLE.
         MOVE 0 TO TB-SIZE (T).
         MOVE 0 TO TB-FILLED (T).
         MOVE 0 TO TB-TOTAL (T).
         MOVE 0 TO TB-AVERAGE (T).
         MOVE 0 TO TB-REPEATS (T).
         IF T <= TABLE-COUNT
           MOVE BASE-SIZE TO TB-SIZE (T)
           IF T <= EXTRA-SEATS
             ADD 1 TO TB-SIZE (T)
           END-IF
         END-IF.

       *> Highest rated first, each to the open table that has the
       *> fewest players so far and, among those, the lowest rating
       *> total - a snake draft that copes with uneven table sizes.
       DEAL-OPENING-SEATS.
         PERFORM SET-DEAL-ORDER
           VARYING I FROM 1 BY 1 UNTIL I > SEATED-COUNT.
         PERFORM ORDER-ONE-PAIR
           VARYING I FROM 1 BY 1 UNTIL I > SEATED-COUNT
           AFTER J FROM 1 BY 1 UNTIL J > SEATED-COUNT.
         PERFORM DEAL-ONE-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > SEATED-COUNT.

       SET-DEAL-ORDER.
         MOVE I TO DEAL-ORDER (I).

       ORDER-ONE-PAIR.
         IF J > I AND
            ATT-RATING (DEAL-ORDER (J)) > ATT-RATING (DEAL-ORDER (I))
           MOVE DEAL-ORDER (I) TO K
           MOVE DEAL-ORDER (J) TO DEAL-ORDER (I)
           MOVE K TO DEAL-ORDER (J)
         END-IF.

       DEAL-ONE-SEAT.
         MOVE 0 TO PICK-TABLE.
         PERFORM CONSIDER-ONE-TABLE
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-COUNT.
         MOVE PICK-TABLE TO ATT-TABLE (DEAL-ORDER (I)).
         ADD 1 TO TB-FILLED (PICK-TABLE).
         ADD ATT-RATING (DEAL-ORDER (I)) TO TB-TOTAL (PICK-TABLE).

       CONSIDER-ONE-TABLE.
         IF TB-FILLED (T) < TB-SIZE (T)
           IF PICK-TABLE = 0
             MOVE T TO PICK-TABLE
           ELSE IF TB-FILLED (T) < TB-FILLED (PICK-TABLE)
             MOVE T TO PICK-TABLE
           ELSE IF TB-FILLED (T) = TB-FILLED (PICK-TABLE) AND
                   TB-TOTAL (T) < TB-TOTAL (PICK-TABLE)
             MOVE T TO PICK-TABLE
           END-IF
         END-IF.

       *> One pass tries every two players at different tables and
       *> keeps any swap that lowers the seating cost; passes repeat
       *> until one changes nothing. Swaps keep every table's size.
       RUN-SWAP-PASS.
         ADD 1 TO SWAP-PASSES.
         MOVE "N" TO SWAP-MADE-SWITCH.
         PERFORM TRY-ONE-SWAP
           VARYING I FROM 1 BY 1 UNTIL I > SEATED-COUNT
           AFTER J FROM 1 BY 1 UNTIL J > SEATED-COUNT.

       TRY-ONE-SWAP.
         IF J > I AND ATT-TABLE (I) NOT = ATT-TABLE (J)
           PERFORM SWAP-TABLES
           PERFORM COMPUTE-SEATING-COST
           IF SEATING-COST < BEST-COST
             MOVE SEATING-COST TO BEST-COST
             MOVE "Y" TO SWAP-MADE-SWITCH
             ADD 1 TO SWAPS-APPLIED
           ELSE
             PERFORM SWAP-TABLES
           END-IF
         END-IF.

       SWAP-TABLES.
         MOVE ATT-TABLE (I) TO HELD-TABLE.
         MOVE ATT-TABLE (J) TO ATT-TABLE (I).
         MOVE HELD-TABLE TO ATT-TABLE (J).

       *> Leaves every table's total, average and repeat count set
       *> for the chart as well as the overall cost. I and J are
       *> the swap pass's, so this uses K and S.
       COMPUTE-SEATING-COST.
         MOVE 0 TO ROOM-TOTAL.
         MOVE 0 TO REPEAT-PAIRS.
         MOVE 0 TO SEATING-COST.
         PERFORM ZERO-ONE-TABLE-TOTAL
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-COUNT.
         PERFORM ADD-ONE-SEATED-RATING
           VARYING K FROM 1 BY 1 UNTIL K > SEATED-COUNT.
         PERFORM COUNT-ONE-REPEAT
           VARYING K FROM 1 BY 1 UNTIL K > SEATED-COUNT
           AFTER S FROM 1 BY 1 UNTIL S > SEATED-COUNT.
         COMPUTE ROOM-AVERAGE ROUNDED = ROOM-TOTAL / SEATED-COUNT.
         PERFORM ADD-ONE-TABLE-DEVIATION
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-COUNT.
         COMPUTE SEATING-COST =
           SEATING-COST + REPEAT-PAIRS * REPEAT-PENALTY.

       ZERO-ONE-TABLE-TOTAL.
         MOVE 0 TO TB-TOTAL (T).
         MOVE 0 TO TB-REPEATS (T).

       ADD-ONE-SEATED-RATING.
         ADD ATT-RATING (K) TO TB-TOTAL (ATT-TABLE (K)).
         ADD ATT-RATING (K) TO ROOM-TOTAL.

       COUNT-ONE-REPEAT.
         IF S > K AND ATT-TABLE (K) = ATT-TABLE (S) AND
            MET-FLAG (K, S) = "Y"
           ADD 1 TO REPEAT-PAIRS
           ADD 1 TO TB-REPEATS (ATT-TABLE (K))
         END-IF.

       ADD-ONE-TABLE-DEVIATION.
         COMPUTE TB-AVERAGE (T) ROUNDED = TB-TOTAL (T) / TB-SIZE (T).
         IF TB-AVERAGE (T) > ROOM-AVERAGE
           COMPUTE TABLE-DEVIATION = TB-AVERAGE (T) - ROOM-AVERAGE
         ELSE
           COMPUTE TABLE-DEVIATION = ROOM-AVERAGE - TB-AVERAGE (T)
         END-IF.
         ADD TABLE-DEVIATION TO SEATING-COST.

       *> Seats are numbered in arrival order within the table.
       WRITE-TABLE-DECKS.
         PERFORM OPEN-TABLE-DECKS.
         IF T <= TABLE-COUNT
           MOVE 0 TO LC-SEAT
           PERFORM WRITE-ONE-LINEUP-CARD
             VARYING K FROM 1 BY 1 UNTIL K > SEATED-COUNT
           MOVE TB-SIZE (T) TO SEAT-COUNT-CARD
           PERFORM WRITE-SEAT-COUNT-CARD
         END-IF.
         PERFORM CLOSE-TABLE-DECKS.

       WRITE-ONE-LINEUP-CARD.
         IF ATT-TABLE (K) = T
           ADD 1 TO LC-SEAT
           MOVE ATT-NAME (K) TO LC-NAME
           EVALUATE T
             WHEN 1 WRITE TABLE-LINEUP-1-RECORD FROM LINEUP-CARD
             WHEN 2 WRITE TABLE-LINEUP-2-RECORD FROM LINEUP-CARD
             WHEN 3 WRITE TABLE-LINEUP-3-RECORD FROM LINEUP-CARD
             WHEN 4 WRITE TABLE-LINEUP-4-RECORD FROM LINEUP-CARD
             WHEN 5 WRITE TABLE-LINEUP-5-RECORD FROM LINEUP-CARD
             WHEN 6 WRITE TABLE-LINEUP-6-RECORD FROM LINEUP-CARD
             WHEN 7 WRITE TABLE-LINEUP-7-RECORD FROM LINEUP-CARD
             WHEN 8 WRITE TABLE-LINEUP-8-RECORD FROM LINEUP-CARD
           END-EVALUATE
         END-IF.

       WRITE-SEAT-COUNT-CARD.
         EVALUATE T
           WHEN 1 WRITE TABLE-PLAYER-1-RECORD FROM SEAT-COUNT-CARD
           WHEN 2 WRITE TABLE-PLAYER-2-RECORD FROM SEAT-COUNT-CARD
           WHEN 3 WRITE TABLE-PLAYER-3-RECORD FROM SEAT-COUNT-CARD
           WHEN 4 WRITE TABLE-PLAYER-4-RECORD FROM SEAT-COUNT-CARD
           WHEN 5 WRITE TABLE-PLAYER-5-RECORD FROM SEAT-COUNT-CARD
           WHEN 6 WRITE TABLE-PLAYER-6-RECORD FROM SEAT-COUNT-CARD
           WHEN 7 WRITE TABLE-PLAYER-7-RECORD FROM SEAT-COUNT-CARD
           WHEN 8 WRITE TABLE-PLAYER-8-RECORD FROM SEAT-COUNT-CARD
         END-EVALUATE.

       OPEN-TABLE-DECKS.
         EVALUATE T
           WHEN 1
             OPEN OUTPUT TABLE-LINEUP-1-FILE TABLE-PLAYER-1-FILE
           WHEN 2
             OPEN OUTPUT TABLE-LINEUP-2-FILE TABLE-PLAYER-2-FILE
           WHEN 3
             OPEN OUTPUT TABLE-LINEUP-3-FILE TABLE-PLAYER-3-FILE
           WHEN 4
             OPEN OUTPUT TABLE-LINEUP-4-FILE TABLE-PLAYER-4-FILE
           WHEN 5
             OPEN OUTPUT TABLE-LINEUP-5-FILE TABLE-PLAYER-5-FILE
           WHEN 6
             OPEN OUTPUT TABLE-LINEUP-6-FILE TABLE-PLAYER-6-FILE
           WHEN 7
             OPEN OUTPUT TABLE-LINEUP-7-FILE TABLE-PLAYER-7-FILE
           WHEN 8
             OPEN OUTPUT TABLE-LINEUP-8-FILE TABLE-PLAYER-8-FILE
         END-EVALUATE.

       CLOSE-TABLE-DECKS.
         EVALUATE T
           WHEN 1 CLOSE TABLE-LINEUP-1-FILE TABLE-PLAYER-1-FILE
           WHEN 2 CLOSE TABLE-LINEUP-2-FILE TABLE-PLAYER-2-FILE
           WHEN 3 CLOSE TABLE-LINEUP-3-FILE TABLE-PLAYER-3-FILE
           WHEN 4 CLOSE TABLE-LINEUP-4-FILE TABLE-PLAYER-4-FILE
           WHEN 5 CLOSE TABLE-LINEUP-5-FILE TABLE-PLAYER-5-FILE
           WHEN 6 CLOSE TABLE-LINEUP-6-FILE TABLE-PLAYER-6-FILE
           WHEN 7 CLOSE TABLE-LINEUP-7-FILE TABLE-PLAYER-7-FILE
           WHEN 8 CLOSE TABLE-LINEUP-8-FILE TABLE-PLAYER-8-FILE
         END-EVALUATE.

       PRINT-SEATING-CHART.
         MOVE TB-AVERAGE (1) TO LOW-AVERAGE.
         MOVE TB-AVERAGE (1) TO HIGH-AVERAGE.
         PERFORM FIND-AVERAGE-RANGE
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-COUNT.
         COMPUTE AVERAGE-SPREAD = HIGH-AVERAGE - LOW-AVERAGE.
         OPEN OUTPUT SEAT-CHART-FILE.
         MOVE SPACES TO CHART-LINE-AREA.
         MOVE "WARO SEATING CHART" TO CHL-TITLE.
         MOVE TODAY-DATE TO CHL-DATE.
         IF LEFTOVER-BYES
           MOVE "LEFTOVERS TAKE A BYE" TO CHL-RULE
         ELSE
           MOVE "LEFTOVERS MAKE SHORT TABLES" TO CHL-RULE
         END-IF.
         MOVE CHART-HEADER-LINE TO SEAT-CHART-RECORD.
         WRITE SEAT-CHART-RECORD AFTER ADVANCING PAGE.
         PERFORM PRINT-ONE-CHART-TABLE
           VARYING T FROM 1 BY 1 UNTIL T > TABLE-COUNT.
         IF BYE-COUNT > 0
           MOVE SPACES TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD AFTER ADVANCING 1 LINE
           PERFORM PRINT-ONE-BYE-LINE
             VARYING K FROM 1 BY 1 UNTIL K > ATT-COUNT
         END-IF.
         CLOSE SEAT-CHART-FILE.
         DISPLAY "TRACER   " ATT-COUNT " attendee(s): " SEATED-COUNT
           " seated at " TABLE-COUNT " table(s), " BYE-COUNT
           " bye(s), " ATTEND-REJECTED " rejected".
         MOVE LOW-AVERAGE TO SHOW-LOW.
         MOVE HIGH-AVERAGE TO SHOW-HIGH.
         MOVE AVERAGE-SPREAD TO SHOW-SPREAD.
         DISPLAY "TRACER   table averages " SHOW-LOW " to "
           SHOW-HIGH " (spread " SHOW-SPREAD "), "
           REPEAT-PAIRS " repeat pairing(s) from "
           LAST-SESSION-DATE " after " SWAPS-APPLIED " swap(s)".

       FIND-AVERAGE-RANGE.
         IF TB-AVERAGE (T) < LOW-AVERAGE
           MOVE TB-AVERAGE (T) TO LOW-AVERAGE
         END-IF.
         IF TB-AVERAGE (T) > HIGH-AVERAGE
           MOVE TB-AVERAGE (T) TO HIGH-AVERAGE
         END-IF.

       PRINT-ONE-CHART-TABLE.
         MOVE SPACES TO SEAT-CHART-RECORD.
         WRITE SEAT-CHART-RECORD AFTER ADVANCING 1 LINE.
         MOVE SPACES TO CHART-LINE-AREA.
         MOVE "TABLE" TO CTL-LABEL.
         MOVE T TO CTL-TABLE.
         MOVE TB-SIZE (T) TO CTL-SEATS.
         MOVE " SEATS" TO CTL-SEATS-LABEL.
         MOVE "AVERAGE" TO CTL-AVG-LABEL.
         MOVE TB-AVERAGE (T) TO CTL-AVERAGE.
         MOVE "REPEATS" TO CTL-REPEAT-LABEL.
         MOVE TB-REPEATS (T) TO CTL-REPEATS.
         MOVE CHART-TABLE-LINE TO SEAT-CHART-RECORD.
         WRITE SEAT-CHART-RECORD AFTER ADVANCING 1 LINE.
         MOVE 0 TO LC-SEAT.
         PERFORM PRINT-ONE-CHART-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > SEATED-COUNT.
         MOVE TB-AVERAGE (T) TO SHOW-AVERAGE.
         DISPLAY "TRACER   TABLE " T ": " TB-SIZE (T)
           " seat(s), average " SHOW-AVERAGE.

       PRINT-ONE-CHART-SEAT.
         IF ATT-TABLE (K) = T
           ADD 1 TO LC-SEAT
           MOVE SPACES TO CHART-LINE-AREA
           MOVE "SEAT" TO CSL-LABEL
           MOVE LC-SEAT TO CSL-SEAT
           MOVE ATT-NAME (K) TO CSL-NAME
           MOVE ATT-RATING (K) TO CSL-RATING
           MOVE CHART-SEAT-LINE TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD AFTER ADVANCING 1 LINE
         END-IF.

       PRINT-ONE-BYE-LINE.
         IF K > SEATED-COUNT
           MOVE SPACES TO CHART-LINE-AREA
           MOVE "BYE" TO CBL-LABEL
           MOVE ATT-NAME (K) TO CBL-NAME
           MOVE "sits out tonight" TO CBL-NOTE
           MOVE CHART-BYE-LINE TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD AFTER ADVANCING 1 LINE
           DISPLAY "TRACER   BYE: " ATT-NAME (K)
         END-IF.
