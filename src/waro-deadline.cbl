       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-DEADLINE.
      *> League fixture deadlines: the batch step that keeps a
      *> ducked fixture from sitting open all season. Every fixture
      *> WARO-LEAGUE generates carries a due date; run on (or as
      *> of) a given day, this program finds each open fixture past
      *> its due date and forfeits it under the LEAGUECTL forfeit
      *> rule - "A" awards the fixture to the member the steward
      *> reports turned up (a FORFEITS claim), "V" voids it for
      *> both - marking it with the distinct "F" status and
      *> crediting the LEADERBOARD with the awarded win. An overdue
      *> fixture nobody claims is voided under either rule: neither
      *> side showed. It then prints the chase list: every open
      *> fixture falling due within the coming week, so the league
      *> secretary can nag the right people before it comes to a
      *> forfeit. Fixtures with no due date (generated before the
      *> field existed) are never forfeited.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> WARO-LEAGUE's control card, read here for the forfeit
           *> rule and the chase-list lead time only.
           SELECT LEAGUE-CTL-FILE ASSIGN TO "LEAGUECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEAGUE-CTL-STATUS.

           *> Optional as-of date (YYYYMMDD) for a rerun or a late
           *> submission; a missing DEADCTL judges against today.
           SELECT DEAD-CTL-FILE ASSIGN TO "DEADCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEAD-CTL-STATUS.

           *> Steward's claims: one record per overdue fixture where
           *> one side turned up - the fixture number and the short
           *> name of the member who showed. Optional.
           SELECT FORFEIT-CLAIM-FILE ASSIGN TO "FORFEITS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORFEIT-CLAIM-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FIXTURES-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.

           *> Same in-use lock WARO claims (see CLAIM-RUN-LOCK in
           *> waro.cbl): a forfeit rewrites FIXTURES and the
           *> LEADERBOARD, so it must not interleave with a game in
           *> flight.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOCK-STATUS.

           SELECT LOCK-CTL-FILE ASSIGN TO "LOCKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-CTL-STATUS.

           *> Same one-record-per-run operations summary WARO keeps.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPS-LOG-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> Same layout WARO-LEAGUE reads.
         FD LEAGUE-CTL-FILE.
         01 LEAGUE-CTL-RECORD.
           02 LEAGUE-CTL-MEETINGS PIC 9(2).
           02 FILLER PIC X.
           02 LEAGUE-CTL-START-DATE PIC X(8).
           02 FILLER PIC X.
           02 LEAGUE-CTL-WINDOW-DAYS PIC 9(3).
           02 FILLER PIC X.
           02 LEAGUE-CTL-FORFEIT-RULE PIC X(1).
           02 FILLER PIC X.
           02 LEAGUE-CTL-CHASE-DAYS PIC 9(2).
           02 LEAGUE-CTL-CHASE-DAYS-X REDEFINES
                LEAGUE-CTL-CHASE-DAYS PIC X(2).

         FD DEAD-CTL-FILE.
         01 DEAD-CTL-RECORD.
           02 DEAD-CTL-AS-OF PIC X(8).

         FD FORFEIT-CLAIM-FILE.
         01 FORFEIT-CLAIM-RECORD.
           02 FC-FIXTURE PIC 9(4).
           02 FILLER PIC X.
           02 FC-SHOWED PIC X(6).

         *> Same layout WARO-LEAGUE writes.
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

         *> Same layout WARO-TOURNEY keeps.
         FD LEADERBOARD-FILE.
         01 LEADERBOARD-RECORD.
           02 LB-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 LB-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 LB-GAMES-PLAYED PIC 9(6).
           02 FILLER PIC X.
           02 LB-TOTAL-POINTS PIC 9(8).
           02 FILLER PIC X.
           02 LB-WINS PIC 9(6).

         FD RUN-LOCK-FILE.
         01 RUN-LOCK-RECORD.
           02 LOCK-STATE PIC X(1).
           02 FILLER PIC X.
           02 LOCK-HOLDER PIC X(8).
           02 FILLER PIC X.
           02 LOCK-STAMP PIC X(14).

         FD LOCK-CTL-FILE.
         01 LOCK-CTL-RECORD.
           02 LOCK-CTL-MODE PIC X(1).

         *> Same layout waro.cbl writes.
         FD OPS-LOG-FILE.
         01 OPS-LOG-RECORD.
           02 OPS-PROGRAM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-START-STAMP PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-END-STAMP PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GAMES-ATTEMPTED PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GAMES-COMPLETED PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-SHUFFLE-FAILS PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-RECON-BREAKS PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-NO-BIDDER PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-GH-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-AUD-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-DEAL-WRITTEN PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OPS-HIGHEST-RC PIC 9(2).

         WORKING-STORAGE SECTION.
         01 LEAGUE-CTL-STATUS PIC X(2).
         01 DEAD-CTL-STATUS PIC X(2).
         01 FORFEIT-CLAIM-STATUS PIC X(2).
         01 FIXTURES-STATUS PIC X(2).
         01 LEADERBOARD-STATUS PIC X(2).
         01 RUN-LOCK-STATUS PIC X(2).
         01 LOCK-CTL-STATUS PIC X(2).
         01 OPS-LOG-STATUS PIC X(2).
         01 FX-EOF-SWITCH PIC X(1) VALUE "N".
           88 FX-AT-EOF VALUE "Y".
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
           88 LB-AT-EOF VALUE "Y".
         01 CLAIM-EOF-SWITCH PIC X(1) VALUE "N".
           88 CLAIM-AT-EOF VALUE "Y".

         *> Same lock handshake as WARO: a driver that already owns
         *> the lock has set RUN-LOCK-OWNED.
         01 RUN-LOCK-OWNED EXTERNAL PIC X(1).
         01 LOCK-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 LOCK-REFUSED VALUE "Y".
         01 LOCK-FORCE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-FORCE-OVERRIDE VALUE "Y".
         01 LOCK-CLAIMED-HERE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-CLAIMED-HERE VALUE "Y".
         01 OPS-RUN-START PIC X(14).

         *> "A" award to the member who showed (the default), "V"
         *> void both regardless.
         01 FORFEIT-RULE PIC X(1) VALUE "A".
           88 FORFEIT-AWARDS VALUE "A".
         *> How far ahead the chase list looks, in days.
         78 DEFAULT-CHASE-DAYS VALUE 7.
         01 CHASE-DAYS PIC 9(2) VALUE DEFAULT-CHASE-DAYS.
         01 AS-OF-DATE PIC X(8).
         01 AS-OF-DAY PIC 9(7).
         01 DUE-DAY PIC 9(7).
         01 DAYS-LEFT PIC 9(7).
         01 DAYS-LEFT-SHOW PIC 9(2).
         01 DATE-CHECK PIC X(8).
         01 DATE-CHECK-N REDEFINES DATE-CHECK PIC 9(8).

         *> The loaded fixtures; must track FIXTURE-MAX in
         *> waro-league.cbl.
         78 FIXTURE-MAX VALUE 9900.
         01 FIXTURE-COUNT PIC 9(4) VALUE 0.
         01 FIXTURE-TABLE.
           02 FIXTURE-ENTRY OCCURS FIXTURE-MAX TIMES.
             03 FT-HOME PIC X(6).
             03 FT-AWAY PIC X(6).
             03 FT-STATUS PIC X(1).
             03 FT-GAME-ID PIC 9(6).
             03 FT-WINNER PIC X(6).
             03 FT-DUE-DATE PIC X(8).
             03 FT-SHOWED PIC X(6).
         01 FX PIC 9(4).

         *> The season board, folded by member the way WARO-TABLETOP
         *> finds its rows; a member not yet on the board takes the
         *> first empty slot. 8 must track CKPT-NUM-SEATS in
         *> waro-tourney.cbl.
         78 LB-SEAT-COUNT VALUE 8.
         01 LB-TABLE.
           02 LB-ENTRY OCCURS LB-SEAT-COUNT TIMES.
             03 LBT-NAME PIC X(6) VALUE SPACES.
             03 LBT-STRATEGY PIC 9(1) VALUE 0.
             03 LBT-GAMES PIC 9(6) VALUE 0.
             03 LBT-POINTS PIC 9(8) VALUE 0.
             03 LBT-WINS PIC 9(6) VALUE 0.
         01 LB-ROW PIC 9(2).
         01 LB-EMPTY-ROW PIC 9(2).
         01 J PIC 9(2).

         01 CLAIMS-READ PIC 9(4) VALUE 0.
         01 CLAIMS-REJECTED PIC 9(4) VALUE 0.
         01 FORFEITS-AWARDED PIC 9(4) VALUE 0.
         01 FORFEITS-VOIDED PIC 9(4) VALUE 0.
         01 CHASE-COUNT PIC 9(4) VALUE 0.
         01 LB-CHANGED-SWITCH PIC X(1) VALUE "N".
           88 LB-CHANGED VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO FIXTURE DEADLINES".
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-RUN-START.
         PERFORM READ-LEAGUE-CTL.
         PERFORM READ-DEAD-CTL.
         IF AS-OF-DATE = SPACES
           GOBACK
         END-IF.
         PERFORM CLAIM-RUN-LOCK.
         IF LOCK-REFUSED
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM LOAD-FIXTURES.
         IF FIXTURE-COUNT = 0
           DISPLAY "TRACER SEVERE ERROR: no FIXTURES on file; run "
             "WARO-LEAGUE with a LEAGUECTL card first"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM LOAD-LEADERBOARD
           PERFORM APPLY-CLAIMS
           PERFORM FORFEIT-ONE-FIXTURE
             VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT
           IF FORFEITS-AWARDED > 0 OR FORFEITS-VOIDED > 0
             PERFORM REWRITE-FIXTURES-FILE
           END-IF
           IF LB-CHANGED
             PERFORM WRITE-LEADERBOARD
           END-IF
           PERFORM PRINT-CHASE-LIST
           DISPLAY " "
           DISPLAY "WARO FIXTURE DEADLINES as of " AS-OF-DATE
             " - forfeits awarded " FORFEITS-AWARDED " voided "
             FORFEITS-VOIDED ", claims read " CLAIMS-READ
             " rejected " CLAIMS-REJECTED ", " CHASE-COUNT
             " fixture(s) due within " CHASE-DAYS " day(s)"
           IF CLAIMS-REJECTED > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         PERFORM WRITE-OPS-SUMMARY.
         IF LOCK-CLAIMED-HERE
           PERFORM RELEASE-RUN-LOCK
         END-IF.
         GOBACK.

       *> A missing or short LEAGUECTL keeps the award rule and the
       *> week's lead time.
       READ-LEAGUE-CTL.
         OPEN INPUT LEAGUE-CTL-FILE.
         IF LEAGUE-CTL-STATUS = "00"
           READ LEAGUE-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF LEAGUE-CTL-FORFEIT-RULE = "V"
                 MOVE "V" TO FORFEIT-RULE
               END-IF
               IF LEAGUE-CTL-CHASE-DAYS-X NOT = SPACES AND
                  LEAGUE-CTL-CHASE-DAYS IS NUMERIC AND
                  LEAGUE-CTL-CHASE-DAYS > 0
                 MOVE LEAGUE-CTL-CHASE-DAYS TO CHASE-DAYS
               END-IF
           END-READ
           CLOSE LEAGUE-CTL-FILE
         END-IF.

       *> An as-of date that is not a real calendar date would
       *> forfeit or spare fixtures at random, so it refuses the run.
       READ-DEAD-CTL.
         MOVE FUNCTION CURRENT-DATE (1:8) TO AS-OF-DATE.
         OPEN INPUT DEAD-CTL-FILE.
         IF DEAD-CTL-STATUS = "00"
           READ DEAD-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF DEAD-CTL-AS-OF NOT = SPACES
                 MOVE DEAD-CTL-AS-OF TO AS-OF-DATE
               END-IF
           END-READ
           CLOSE DEAD-CTL-FILE
         END-IF.
         MOVE AS-OF-DATE TO DATE-CHECK.
         IF DATE-CHECK IS NOT NUMERIC OR
            FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-N) NOT = 0
           DISPLAY "TRACER SEVERE ERROR: DEADCTL as-of date "
             AS-OF-DATE " is not a valid YYYYMMDD date"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AS-OF-DATE
         ELSE
           COMPUTE AS-OF-DAY =
             FUNCTION INTEGER-OF-DATE (DATE-CHECK-N)
         END-IF.

       *> The same claim WARO makes for a standalone run, honoring a
       *> driver that already holds the lock for its whole stream.
       CLAIM-RUN-LOCK.
         MOVE "N" TO LOCK-CLAIMED-HERE-SWITCH.
         MOVE "N" TO LOCK-REFUSED-SWITCH.
         IF RUN-LOCK-OWNED = "Y"
           CONTINUE
         ELSE
           PERFORM READ-LOCK-CTL
           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-STATUS = "00"
             READ RUN-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                 IF LOCK-STATE = "Y"
                   IF LOCK-FORCE-OVERRIDE
                     DISPLAY "TRACER stale run lock held by "
                       LOCK-HOLDER " since " LOCK-STAMP
                       " cleared by LOCKCTL operator override"
                   ELSE
                     MOVE "Y" TO LOCK-REFUSED-SWITCH
                     DISPLAY "TRACER SEVERE ERROR: another run ("
                       LOCK-HOLDER ", since " LOCK-STAMP
                       ") holds the WarO datasets; refusing to "
                       "start - clear a stale lock with LOCKCTL F"
                   END-IF
                 END-IF
             END-READ
             CLOSE RUN-LOCK-FILE
           END-IF
           IF NOT LOCK-REFUSED
             OPEN OUTPUT RUN-LOCK-FILE
             MOVE SPACES TO RUN-LOCK-RECORD
             MOVE "Y" TO LOCK-STATE
             MOVE "DEADLINE" TO LOCK-HOLDER
             MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP
             WRITE RUN-LOCK-RECORD
             CLOSE RUN-LOCK-FILE
             MOVE "Y" TO LOCK-CLAIMED-HERE-SWITCH
             MOVE "Y" TO RUN-LOCK-OWNED
           END-IF
         END-IF.

       READ-LOCK-CTL.
         OPEN INPUT LOCK-CTL-FILE.
         IF LOCK-CTL-STATUS = "00"
           READ LOCK-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF LOCK-CTL-MODE = "F"
                 MOVE "Y" TO LOCK-FORCE-SWITCH
               END-IF
           END-READ
           CLOSE LOCK-CTL-FILE
         END-IF.

       RELEASE-RUN-LOCK.
         OPEN OUTPUT RUN-LOCK-FILE.
         MOVE SPACES TO RUN-LOCK-RECORD.
         MOVE "N" TO LOCK-STATE.
         MOVE "DEADLINE" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.

       LOAD-FIXTURES.
         OPEN INPUT FIXTURES-FILE.
         IF FIXTURES-STATUS = "00"
           PERFORM READ-NEXT-FIXTURE
           PERFORM LOAD-ONE-FIXTURE UNTIL FX-AT-EOF
           CLOSE FIXTURES-FILE
         END-IF.

       READ-NEXT-FIXTURE.
         READ FIXTURES-FILE
           AT END MOVE "Y" TO FX-EOF-SWITCH
         END-READ.

       LOAD-ONE-FIXTURE.
         IF FX-HOME NOT = SPACES
           IF FIXTURE-COUNT < FIXTURE-MAX
             ADD 1 TO FIXTURE-COUNT
             MOVE FX-HOME TO FT-HOME (FIXTURE-COUNT)
             MOVE FX-AWAY TO FT-AWAY (FIXTURE-COUNT)
             MOVE FX-STATUS TO FT-STATUS (FIXTURE-COUNT)
             MOVE FX-GAME-ID TO FT-GAME-ID (FIXTURE-COUNT)
             MOVE FX-WINNER TO FT-WINNER (FIXTURE-COUNT)
             MOVE FX-DUE-DATE TO FT-DUE-DATE (FIXTURE-COUNT)
             MOVE SPACES TO FT-SHOWED (FIXTURE-COUNT)
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " FIXTURE-MAX
               " fixtures; extras ignored this run"
           END-IF
         END-IF.
         PERFORM READ-NEXT-FIXTURE.

       LOAD-LEADERBOARD.
         OPEN INPUT LEADERBOARD-FILE.
         IF LEADERBOARD-STATUS = "00"
           PERFORM READ-NEXT-LB
           PERFORM LOAD-ONE-LB
             VARYING LB-ROW FROM 1 BY 1
               UNTIL LB-ROW > LB-SEAT-COUNT OR LB-AT-EOF
           CLOSE LEADERBOARD-FILE
         END-IF.

       READ-NEXT-LB.
         READ LEADERBOARD-FILE
           AT END MOVE "Y" TO LB-EOF-SWITCH
         END-READ.

       LOAD-ONE-LB.
         MOVE LB-PLAYER-NAME TO LBT-NAME (LB-ROW).
         MOVE LB-STRATEGY TO LBT-STRATEGY (LB-ROW).
         MOVE LB-GAMES-PLAYED TO LBT-GAMES (LB-ROW).
         MOVE LB-TOTAL-POINTS TO LBT-POINTS (LB-ROW).
         MOVE LB-WINS TO LBT-WINS (LB-ROW).
         PERFORM READ-NEXT-LB.

       *> A claim must name an open fixture and one of its two
       *> sides; anything else is rejected and the fixture is left
       *> to the void-both reading if it is overdue.
       APPLY-CLAIMS.
         OPEN INPUT FORFEIT-CLAIM-FILE.
         IF FORFEIT-CLAIM-STATUS = "00"
           PERFORM READ-NEXT-CLAIM
           PERFORM APPLY-ONE-CLAIM UNTIL CLAIM-AT-EOF
           CLOSE FORFEIT-CLAIM-FILE
         END-IF.

       READ-NEXT-CLAIM.
         READ FORFEIT-CLAIM-FILE
           AT END MOVE "Y" TO CLAIM-EOF-SWITCH
         END-READ.

       APPLY-ONE-CLAIM.
         ADD 1 TO CLAIMS-READ.
         IF FC-FIXTURE IS NOT NUMERIC OR FC-FIXTURE = 0 OR
            FC-FIXTURE > FIXTURE-COUNT
           ADD 1 TO CLAIMS-REJECTED
           DISPLAY "TRACER   REJECTED claim: no fixture "
             FC-FIXTURE
         ELSE IF FT-STATUS (FC-FIXTURE) = "P" OR
                 FT-STATUS (FC-FIXTURE) = "F"
           ADD 1 TO CLAIMS-REJECTED
           DISPLAY "TRACER   REJECTED claim: fixture " FC-FIXTURE
             " is already settled"
         ELSE IF FC-SHOWED NOT = FT-HOME (FC-FIXTURE) AND
                 FC-SHOWED NOT = FT-AWAY (FC-FIXTURE)
           ADD 1 TO CLAIMS-REJECTED
           DISPLAY "TRACER   REJECTED claim: " FC-SHOWED
             " is not in fixture " FC-FIXTURE
         ELSE
           MOVE FC-SHOWED TO FT-SHOWED (FC-FIXTURE)
         END-IF.
         PERFORM READ-NEXT-CLAIM.

       *> Past due means the due date is before the as-of date - a
       *> fixture may still be played on the day it falls due.
       FORFEIT-ONE-FIXTURE.
         IF FT-STATUS (FX) NOT = "P" AND FT-STATUS (FX) NOT = "F"
            AND FT-DUE-DATE (FX) NOT = SPACES
            AND FT-DUE-DATE (FX) < AS-OF-DATE
           MOVE "F" TO FT-STATUS (FX)
           MOVE 0 TO FT-GAME-ID (FX)
           IF FORFEIT-AWARDS AND FT-SHOWED (FX) NOT = SPACES
             MOVE FT-SHOWED (FX) TO FT-WINNER (FX)
             ADD 1 TO FORFEITS-AWARDED
             PERFORM CREDIT-FORFEIT-WIN
             DISPLAY "TRACER   fixture " FX ": " FT-HOME (FX)
               " v " FT-AWAY (FX) " due " FT-DUE-DATE (FX)
               " FORFEITED - awarded to " FT-WINNER (FX)
           ELSE
             MOVE SPACES TO FT-WINNER (FX)
             ADD 1 TO FORFEITS-VOIDED
             DISPLAY "TRACER   fixture " FX ": " FT-HOME (FX)
               " v " FT-AWAY (FX) " due " FT-DUE-DATE (FX)
               " FORFEITED - void for both"
           END-IF
         END-IF.

       *> The member who showed is credited a game and a win on the
       *> season board - no card points, since no cards were
       *> played. A member not yet on the board takes the first
       *> empty slot; a full board is tracered, not overrun.
       CREDIT-FORFEIT-WIN.
         MOVE 0 TO LB-ROW.
         MOVE 0 TO LB-EMPTY-ROW.
         PERFORM FIND-LB-MEMBER
           VARYING J FROM 1 BY 1 UNTIL J > LB-SEAT-COUNT.
         IF LB-ROW = 0 AND LB-EMPTY-ROW > 0
           MOVE LB-EMPTY-ROW TO LB-ROW
           MOVE FT-WINNER (FX) TO LBT-NAME (LB-ROW)
           MOVE 0 TO LBT-STRATEGY (LB-ROW)
         END-IF.
         IF LB-ROW = 0
           DISPLAY "TRACER   no LEADERBOARD slot for "
             FT-WINNER (FX) "; forfeit win not credited there"
         ELSE
           ADD 1 TO LBT-GAMES (LB-ROW)
           ADD 1 TO LBT-WINS (LB-ROW)
           MOVE "Y" TO LB-CHANGED-SWITCH
         END-IF.

       FIND-LB-MEMBER.
         IF LB-ROW = 0 AND LBT-NAME (J) = FT-WINNER (FX)
           MOVE J TO LB-ROW
         END-IF.
         IF LB-EMPTY-ROW = 0 AND LBT-NAME (J) = SPACES
           MOVE J TO LB-EMPTY-ROW
         END-IF.

       REWRITE-FIXTURES-FILE.
         OPEN OUTPUT FIXTURES-FILE.
         PERFORM REWRITE-ONE-FIXTURE
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         CLOSE FIXTURES-FILE.

       REWRITE-ONE-FIXTURE.
         MOVE SPACES TO FIXTURE-RECORD.
         MOVE FX TO FX-NUMBER.
         MOVE FT-HOME (FX) TO FX-HOME.
         MOVE FT-AWAY (FX) TO FX-AWAY.
         MOVE FT-STATUS (FX) TO FX-STATUS.
         MOVE FT-GAME-ID (FX) TO FX-GAME-ID.
         MOVE FT-WINNER (FX) TO FX-WINNER.
         MOVE FT-DUE-DATE (FX) TO FX-DUE-DATE.
         WRITE FIXTURE-RECORD.

       WRITE-LEADERBOARD.
         OPEN OUTPUT LEADERBOARD-FILE.
         PERFORM WRITE-ONE-LB
           VARYING LB-ROW FROM 1 BY 1 UNTIL LB-ROW > LB-SEAT-COUNT.
         CLOSE LEADERBOARD-FILE.

       WRITE-ONE-LB.
         MOVE SPACES TO LEADERBOARD-RECORD.
         MOVE LBT-NAME (LB-ROW) TO LB-PLAYER-NAME.
         MOVE LBT-STRATEGY (LB-ROW) TO LB-STRATEGY.
         MOVE LBT-GAMES (LB-ROW) TO LB-GAMES-PLAYED.
         MOVE LBT-POINTS (LB-ROW) TO LB-TOTAL-POINTS.
         MOVE LBT-WINS (LB-ROW) TO LB-WINS.
         WRITE LEADERBOARD-RECORD.

       *> Every fixture still open and due between today and
       *> CHASE-DAYS ahead, soonest deadline as it falls in the
       *> fixtures file.
       PRINT-CHASE-LIST.
         DISPLAY " ".
         DISPLAY "OVERDUE-FIXTURES CHASE LIST - open fixtures due by "
           "the next " CHASE-DAYS " day(s)".
         PERFORM CHASE-ONE-FIXTURE
           VARYING FX FROM 1 BY 1 UNTIL FX > FIXTURE-COUNT.
         IF CHASE-COUNT = 0
           DISPLAY "TRACER   (none)"
         END-IF.

       CHASE-ONE-FIXTURE.
         IF FT-STATUS (FX) NOT = "P" AND FT-STATUS (FX) NOT = "F"
            AND FT-DUE-DATE (FX) NOT = SPACES
            AND FT-DUE-DATE (FX) NOT < AS-OF-DATE
           MOVE FT-DUE-DATE (FX) TO DATE-CHECK
           IF DATE-CHECK IS NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-N) = 0
             COMPUTE DUE-DAY =
               FUNCTION INTEGER-OF-DATE (DATE-CHECK-N)
             COMPUTE DAYS-LEFT = DUE-DAY - AS-OF-DAY
             IF DAYS-LEFT <= CHASE-DAYS
               ADD 1 TO CHASE-COUNT
               MOVE DAYS-LEFT TO DAYS-LEFT-SHOW
               DISPLAY "TRACER   fixture " FX ": " FT-HOME (FX)
                 " v " FT-AWAY (FX) " due " FT-DUE-DATE (FX)
                 " (" DAYS-LEFT-SHOW " day(s) left)"
             END-IF
           END-IF
         END-IF.

       WRITE-OPS-SUMMARY.
         OPEN EXTEND OPS-LOG-FILE.
         IF OPS-LOG-STATUS = "35"
           OPEN OUTPUT OPS-LOG-FILE
         END-IF.
         MOVE SPACES TO OPS-LOG-RECORD.
         MOVE "DEADLINE" TO OPS-PROGRAM.
         MOVE OPS-RUN-START TO OPS-START-STAMP.
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-END-STAMP.
         MOVE FIXTURE-COUNT TO OPS-GAMES-ATTEMPTED.
         COMPUTE OPS-GAMES-COMPLETED =
           FORFEITS-AWARDED + FORFEITS-VOIDED.
         MOVE 0 TO OPS-SHUFFLE-FAILS.
         MOVE 0 TO OPS-RECON-BREAKS.
         MOVE 0 TO OPS-NO-BIDDER.
         MOVE 0 TO OPS-GH-WRITTEN.
         MOVE 0 TO OPS-AUD-WRITTEN.
         MOVE 0 TO OPS-DEAL-WRITTEN.
         MOVE RETURN-CODE TO OPS-HIGHEST-RC.
         WRITE OPS-LOG-RECORD.
         CLOSE OPS-LOG-FILE.
