       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-NAMECHK.
      *> Referential-integrity sweep of player names. Names reach
      *> LEADERBOARD, RATINGS, BANKROLL, MILESTONE, FIXTURES,
      *> SEASONHST and GAMEHIST from different programs; this reads
      *> every one of them back against ROSTER, where a name is
      *> known either as a member's current short name or as the
      *> legacy alias a rename left behind; another club's guest
      *> (status "G") is known the same way. The roster itself is
      *> checked first - duplicate names or player-ids, an alias
      *> that is someone else's current name, a member with no id
      *> yet. Each finding carries a severity:
      *>   ERROR   - a live master holds a name ROSTER does not know,
      *>             a retired member still holds a bankroll balance
      *>             or an open fixture, or the roster contradicts
      *>             itself;
      *>   WARNING - history (SEASONHST, GAMEHIST) holds a name
      *>             ROSTER does not know, a live master still uses a
      *>             renamed member's old spelling, or an active
      *>             member has no RATINGS or BANKROLL record;
      *>   NOTE    - an active member not yet on LEADERBOARD or
      *>             MILESTONE, which is normal until they play.
      *> Any ERROR ends with RETURN-CODE 8 and warnings alone with 4,
      *> the same regime WARO-PREFLIGHT reports under, so the nightly
      *> stream can stop on it. Nothing is changed.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> The masters swept, each read once front to back. A
           *> master not on file is noted and skipped.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> Same layout WARO-ROSTER writes.
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

         *> Same layout WARO-TOURNEY keeps.
         FD LEADERBOARD-FILE.
         01 LEADERBOARD-RECORD.
           02 LB-PLAYER-NAME PIC X(6).
           02 FILLER PIC X(25).

         *> Same layout WARO-RATING keeps; "P" rows carry a player.
         FD RATING-FILE.
         01 RATING-RECORD.
           02 RT-TYPE PIC X(1).
           02 FILLER PIC X.
           02 RT-PLAYER-NAME PIC X(6).
           02 FILLER PIC X(16).

         *> Same layout WARO-BANKROLL keeps.
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         *> Same layout WARO-MILESTONE keeps; "P" rows carry a player.
         FD MILESTONE-FILE.
         01 MILESTONE-RECORD.
           02 ML-TYPE PIC X(1).
           02 FILLER PIC X.
           02 ML-PLAYER-NAME PIC X(6).
           02 FILLER PIC X(38).

         *> Same layout WARO-LEAGUE keeps; "O" is an open fixture.
         FD FIXTURES-FILE.
         01 FIXTURE-RECORD.
           02 FX-NUMBER PIC 9(4).
           02 FILLER PIC X.
           02 FX-HOME PIC X(6).
           02 FILLER PIC X.
           02 FX-AWAY PIC X(6).
           02 FILLER PIC X.
           02 FX-STATUS PIC X(1).
           02 FILLER PIC X(23).

         *> Same layout WARO-SEASONEND appends.
         FD SEASON-HIST-FILE.
         01 SEASON-HIST-RECORD.
           02 SH-SEASON PIC X(8).
           02 FILLER PIC X.
           02 SH-PLAYER-NAME PIC X(6).
           02 FILLER PIC X(25).

         *> Same layout WARO itself writes; only the seat names of
         *> the "R" and "S" rows are wanted.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RECORD.
           02 GH-DATE PIC X(8).
           02 FILLER PIC X.
           02 GH-TYPE PIC X(1).
           02 FILLER PIC X(9).
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 GH-PLAYER-DATA OCCURS 8 TIMES.
             03 GH-PLAYER-NAME PIC X(6).
             03 FILLER PIC X(11).

         WORKING-STORAGE SECTION.
         01 ROSTER-STATUS PIC X(2).
         01 MASTER-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1).
           88 AT-EOF VALUE "Y".

         *> The files swept, in report order, and whether each was
         *> found. Numbers 2 thru 8 also index MB-SEEN below.
         78 FILE-COUNT VALUE 8.
         78 ROSTER-FILE-NO VALUE 1.
         78 LEADERBOARD-FILE-NO VALUE 2.
         78 RATINGS-FILE-NO VALUE 3.
         78 BANKROLL-FILE-NO VALUE 4.
         78 MILESTONE-FILE-NO VALUE 5.
         78 FIXTURES-FILE-NO VALUE 6.
         78 SEASONHST-FILE-NO VALUE 7.
         78 GAMEHIST-FILE-NO VALUE 8.
         01 FILE-NAMES.
           02 FILLER PIC X(11) VALUE 'ROSTER     '.
           02 FILLER PIC X(11) VALUE 'LEADERBOARD'.
           02 FILLER PIC X(11) VALUE 'RATINGS    '.
           02 FILLER PIC X(11) VALUE 'BANKROLL   '.
           02 FILLER PIC X(11) VALUE 'MILESTONE  '.
           02 FILLER PIC X(11) VALUE 'FIXTURES   '.
           02 FILLER PIC X(11) VALUE 'SEASONHST  '.
           02 FILLER PIC X(11) VALUE 'GAMEHIST   '.
         01 FILE-NAMES-R REDEFINES FILE-NAMES.
           02 FILE-NAME PIC X(11) OCCURS 8 TIMES.
         *> Per file: "Y" a history file, where a name no longer on
         *> the roster is only a warning; and what an active member
         *> missing from it rates - "W" warning, "N" note, space not
         *> expected there at all.
         01 FILE-RULES.
           02 FILLER PIC X(2) VALUE 'N '.
           02 FILLER PIC X(2) VALUE 'NN'.
           02 FILLER PIC X(2) VALUE 'NW'.
           02 FILLER PIC X(2) VALUE 'NW'.
           02 FILLER PIC X(2) VALUE 'NN'.
           02 FILLER PIC X(2) VALUE 'N '.
           02 FILLER PIC X(2) VALUE 'Y '.
           02 FILLER PIC X(2) VALUE 'Y '.
         01 FILE-RULES-R REDEFINES FILE-RULES.
           02 FILE-RULE OCCURS 8 TIMES.
             03 FR-HISTORY PIC X(1).
             03 FR-MISSING PIC X(1).
         01 FILE-STATE-TABLE.
           02 FILE-STATE OCCURS 8 TIMES.
             03 FS-PRESENT PIC X(1).
             03 FS-ROWS PIC 9(7).
         01 FNO PIC 9(2).

         *> The roster, one entry per member or guest. 100 must
         *> track ROSTER-MAX in waro-roster.cbl. MB-SEEN holds one
         *> byte per swept file, "Y" once the member's name turned
         *> up there.
         78 ROSTER-MAX VALUE 100.
         01 MEMBER-COUNT PIC 9(3) VALUE 0.
         01 MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS ROSTER-MAX TIMES.
             03 MB-SHORT PIC X(6).
             03 MB-ALIAS PIC X(6).
             03 MB-ID PIC X(4).
             03 MB-STATUS PIC X(1).
             03 MB-SEEN PIC X(1) OCCURS 8 TIMES.
         01 ROSTER-OVERFLOW PIC 9(4) VALUE 0.
         01 MX PIC 9(3).
         01 MY PIC 9(3).
         01 K PIC 9(2).

         *> The name being resolved, and what it resolved to: the
         *> member index, and "Y" when only the alias matched.
         01 CHECK-NAME PIC X(6).
         01 FOUND-MX PIC 9(3).
         01 FOUND-BY-ALIAS-SWITCH PIC X(1).
           88 FOUND-BY-ALIAS VALUE "Y".

         *> Findings, one per file, kind and name, with how many rows
         *> showed it - so a name on a thousand GAMEHIST rows is one
         *> line. Kinds: "O" not on ROSTER, "A" old spelling, "B"
         *> retired with a balance, "F" retired with open fixtures,
         *> "M" active member missing, "D" duplicate roster name,
         *> "I" duplicate player-id, "Z" no player-id, "S" unknown
         *> status, "L" alias is another member's name.
         78 FINDING-MAX VALUE 200.
         01 FINDING-COUNT PIC 9(3) VALUE 0.
         01 FINDING-TABLE.
           02 FINDING-ENTRY OCCURS 200 TIMES.
             03 FD-FILE-NO PIC 9(2).
             03 FD-KIND PIC X(1).
             03 FD-SEVERITY PIC X(1).
             03 FD-NAME PIC X(6).
             03 FD-OTHER PIC X(6).
             03 FD-ROWS PIC 9(7).
             03 FD-AMOUNT PIC 9(6).
         01 FINDINGS-DROPPED PIC 9(5) VALUE 0.
         01 FX PIC 9(3).
         01 NEW-FILE-NO PIC 9(2).
         01 NEW-KIND PIC X(1).
         01 NEW-SEVERITY PIC X(1).
         01 NEW-NAME PIC X(6).
         01 NEW-OTHER PIC X(6).
         01 NEW-AMOUNT PIC 9(6).
         01 FINDING-HIT-SWITCH PIC X(1).
           88 FINDING-HIT VALUE "Y".

         01 ERROR-COUNT PIC 9(4) VALUE 0.
         01 WARNING-COUNT PIC 9(4) VALUE 0.
         01 NOTE-COUNT PIC 9(4) VALUE 0.
         01 SEVERITY-WORD PIC X(8).
         01 REPORT-SEVERITY PIC X(1).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO NAME INTEGRITY SWEEP".
         MOVE SPACES TO FILE-STATE-TABLE.
         PERFORM LOAD-ROSTER.
         IF MEMBER-COUNT = 0
           DISPLAY "TRACER SEVERE ERROR: no ROSTER members to sweep "
             "against"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM CHECK-ROSTER-ITSELF.
         PERFORM SWEEP-LEADERBOARD.
         PERFORM SWEEP-RATINGS.
         PERFORM SWEEP-BANKROLL.
         PERFORM SWEEP-MILESTONE.
         PERFORM SWEEP-FIXTURES.
         PERFORM SWEEP-SEASON-HIST.
         PERFORM SWEEP-GAME-HISTORY.
         PERFORM CHECK-MEMBER-COVERAGE
           VARYING MX FROM 1 BY 1 UNTIL MX > MEMBER-COUNT.
         PERFORM PRINT-SWEEP-REPORT.
         IF ERROR-COUNT > 0
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE IF WARNING-COUNT > 0
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         END-IF.
         GOBACK.

       LOAD-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           MOVE "Y" TO FS-PRESENT (ROSTER-FILE-NO)
           MOVE 0 TO FS-ROWS (ROSTER-FILE-NO)
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-ROSTER
           PERFORM LOAD-ONE-MEMBER UNTIL AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER.
         READ ROSTER-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-MEMBER.
         IF RST-NAME NOT = SPACES
           ADD 1 TO FS-ROWS (ROSTER-FILE-NO)
           IF MEMBER-COUNT < ROSTER-MAX
             ADD 1 TO MEMBER-COUNT
             MOVE SPACES TO MEMBER-ENTRY (MEMBER-COUNT)
             MOVE RST-NAME TO MB-SHORT (MEMBER-COUNT)
             MOVE RST-ALIAS TO MB-ALIAS (MEMBER-COUNT)
             MOVE RST-PLAYER-ID-X TO MB-ID (MEMBER-COUNT)
             MOVE RST-STATUS TO MB-STATUS (MEMBER-COUNT)
           ELSE
             ADD 1 TO ROSTER-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER.

       *> The roster has to agree with itself before anything can
       *> be resolved against it: one member per short name and per
       *> player-id, and no alias that is a live member's name.
       CHECK-ROSTER-ITSELF.
         MOVE ROSTER-FILE-NO TO NEW-FILE-NO.
         MOVE SPACES TO NEW-OTHER.
         MOVE 0 TO NEW-AMOUNT.
         PERFORM CHECK-ONE-MEMBER
           VARYING MX FROM 1 BY 1 UNTIL MX > MEMBER-COUNT.

       CHECK-ONE-MEMBER.
         MOVE MB-SHORT (MX) TO NEW-NAME.
         MOVE SPACES TO NEW-OTHER.
         IF MB-STATUS (MX) NOT = "A" AND MB-STATUS (MX) NOT = "R"
            AND MB-STATUS (MX) NOT = "G"
           MOVE "S" TO NEW-KIND
           MOVE "E" TO NEW-SEVERITY
           MOVE MB-STATUS (MX) TO NEW-OTHER
           PERFORM RECORD-FINDING
         END-IF.
         IF MB-ID (MX) IS NOT NUMERIC OR MB-ID (MX) = "0000"
           MOVE "Z" TO NEW-KIND
           MOVE "W" TO NEW-SEVERITY
           MOVE SPACES TO NEW-OTHER
           PERFORM RECORD-FINDING
         END-IF.
         PERFORM COMPARE-MEMBER-PAIR
           VARYING MY FROM 1 BY 1 UNTIL MY > MEMBER-COUNT.

       *> Each pair is looked at once, from its later member.
       COMPARE-MEMBER-PAIR.
         IF MY < MX
           IF MB-SHORT (MY) = MB-SHORT (MX)
             MOVE "D" TO NEW-KIND
             MOVE "E" TO NEW-SEVERITY
             MOVE SPACES TO NEW-OTHER
             PERFORM RECORD-FINDING
           END-IF
           IF MB-ID (MY) = MB-ID (MX) AND MB-ID (MX) IS NUMERIC AND
              MB-ID (MX) NOT = "0000"
             MOVE "I" TO NEW-KIND
             MOVE "E" TO NEW-SEVERITY
             MOVE MB-SHORT (MY) TO NEW-OTHER
             PERFORM RECORD-FINDING
           END-IF
         END-IF.
         IF MY NOT = MX AND MB-ALIAS (MX) NOT = SPACES AND
            MB-ALIAS (MX) = MB-SHORT (MY)
           MOVE "L" TO NEW-KIND
           MOVE "E" TO NEW-SEVERITY
           MOVE MB-SHORT (MY) TO NEW-OTHER
           PERFORM RECORD-FINDING
         END-IF.

       *> The current short name wins over an alias, so a name
       *> reused after a rename resolves to its present owner.
       RESOLVE-NAME.
         MOVE 0 TO FOUND-MX.
         MOVE "N" TO FOUND-BY-ALIAS-SWITCH.
         PERFORM MATCH-ONE-SHORT
           VARYING MX FROM 1 BY 1
             UNTIL MX > MEMBER-COUNT OR FOUND-MX > 0.
         IF FOUND-MX = 0
           PERFORM MATCH-ONE-ALIAS
             VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-COUNT OR FOUND-MX > 0
           IF FOUND-MX > 0
             MOVE "Y" TO FOUND-BY-ALIAS-SWITCH
           END-IF
         END-IF.

       MATCH-ONE-SHORT.
         IF MB-SHORT (MX) = CHECK-NAME
           MOVE MX TO FOUND-MX
         END-IF.

       MATCH-ONE-ALIAS.
         IF MB-ALIAS (MX) = CHECK-NAME
           MOVE MX TO FOUND-MX
         END-IF.

       *> One name off the file NEW-FILE-NO: resolved, marked seen
       *> against its member, and a finding raised if it resolved
       *> to nobody or only through a live master's old spelling.
       CHECK-ONE-NAME.
         IF CHECK-NAME NOT = SPACES
           PERFORM RESOLVE-NAME
           MOVE CHECK-NAME TO NEW-NAME
           MOVE SPACES TO NEW-OTHER
           MOVE 0 TO NEW-AMOUNT
           IF FOUND-MX = 0
             MOVE "O" TO NEW-KIND
             IF FR-HISTORY (NEW-FILE-NO) = "Y"
               MOVE "W" TO NEW-SEVERITY
             ELSE
               MOVE "E" TO NEW-SEVERITY
             END-IF
             PERFORM RECORD-FINDING
           ELSE
             MOVE "Y" TO MB-SEEN (FOUND-MX, NEW-FILE-NO)
             IF FOUND-BY-ALIAS AND FR-HISTORY (NEW-FILE-NO) NOT = "Y"
               MOVE "A" TO NEW-KIND
               MOVE "W" TO NEW-SEVERITY
               MOVE MB-SHORT (FOUND-MX) TO NEW-OTHER
               PERFORM RECORD-FINDING
             END-IF
           END-IF
         END-IF.

       SWEEP-LEADERBOARD.
         MOVE LEADERBOARD-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT LEADERBOARD-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-LEADERBOARD
           PERFORM CHECK-ONE-LEADERBOARD UNTIL AT-EOF
           CLOSE LEADERBOARD-FILE
         END-IF.

       NOTE-FILE-OPEN.
         MOVE "Y" TO FS-PRESENT (NEW-FILE-NO).
         MOVE 0 TO FS-ROWS (NEW-FILE-NO).
         MOVE "N" TO EOF-SWITCH.

       READ-NEXT-LEADERBOARD.
         READ LEADERBOARD-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-LEADERBOARD.
         ADD 1 TO FS-ROWS (NEW-FILE-NO).
         MOVE LB-PLAYER-NAME TO CHECK-NAME.
         PERFORM CHECK-ONE-NAME.
         PERFORM READ-NEXT-LEADERBOARD.

       SWEEP-RATINGS.
         MOVE RATINGS-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT RATING-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-RATING
           PERFORM CHECK-ONE-RATING UNTIL AT-EOF
           CLOSE RATING-FILE
         END-IF.

       READ-NEXT-RATING.
         READ RATING-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-RATING.
         IF RT-TYPE = "P"
           ADD 1 TO FS-ROWS (NEW-FILE-NO)
           MOVE RT-PLAYER-NAME TO CHECK-NAME
           PERFORM CHECK-ONE-NAME
         END-IF.
         PERFORM READ-NEXT-RATING.

       SWEEP-BANKROLL.
         MOVE BANKROLL-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT BANKROLL-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-BANKROLL
           PERFORM CHECK-ONE-BANKROLL UNTIL AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.

       READ-NEXT-BANKROLL.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       *> A retired member's money should have been paid out and the
       *> account zeroed when they left.
       CHECK-ONE-BANKROLL.
         ADD 1 TO FS-ROWS (NEW-FILE-NO).
         MOVE BR-NAME TO CHECK-NAME.
         PERFORM CHECK-ONE-NAME.
         IF FOUND-MX > 0 AND CHECK-NAME NOT = SPACES
           IF MB-STATUS (FOUND-MX) = "R" AND
              BR-BALANCE IS NUMERIC AND BR-BALANCE > 0
             MOVE "B" TO NEW-KIND
             MOVE "E" TO NEW-SEVERITY
             MOVE SPACES TO NEW-OTHER
             MOVE BR-BALANCE TO NEW-AMOUNT
             PERFORM RECORD-FINDING
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL.

       SWEEP-MILESTONE.
         MOVE MILESTONE-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT MILESTONE-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-MILESTONE
           PERFORM CHECK-ONE-MILESTONE UNTIL AT-EOF
           CLOSE MILESTONE-FILE
         END-IF.

       READ-NEXT-MILESTONE.
         READ MILESTONE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-MILESTONE.
         IF ML-TYPE = "P"
           ADD 1 TO FS-ROWS (NEW-FILE-NO)
           MOVE ML-PLAYER-NAME TO CHECK-NAME
           PERFORM CHECK-ONE-NAME
         END-IF.
         PERFORM READ-NEXT-MILESTONE.

       SWEEP-FIXTURES.
         MOVE FIXTURES-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT FIXTURES-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-FIXTURE
           PERFORM CHECK-ONE-FIXTURE UNTIL AT-EOF
           CLOSE FIXTURES-FILE
         END-IF.

       READ-NEXT-FIXTURE.
         READ FIXTURES-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-FIXTURE.
         ADD 1 TO FS-ROWS (NEW-FILE-NO).
         MOVE FX-HOME TO CHECK-NAME.
         PERFORM CHECK-FIXTURE-SIDE.
         MOVE FX-AWAY TO CHECK-NAME.
         PERFORM CHECK-FIXTURE-SIDE.
         PERFORM READ-NEXT-FIXTURE.

       *> An open fixture against a retired member can never be
       *> played; WARO-DEADLINE would only forfeit it.
       CHECK-FIXTURE-SIDE.
         PERFORM CHECK-ONE-NAME.
         IF FOUND-MX > 0 AND CHECK-NAME NOT = SPACES
           IF MB-STATUS (FOUND-MX) = "R" AND FX-STATUS = "O"
             MOVE "F" TO NEW-KIND
             MOVE "E" TO NEW-SEVERITY
             MOVE SPACES TO NEW-OTHER
             MOVE 0 TO NEW-AMOUNT
             PERFORM RECORD-FINDING
           END-IF
         END-IF.

       SWEEP-SEASON-HIST.
         MOVE SEASONHST-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT SEASON-HIST-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-SEASON-HIST
           PERFORM CHECK-ONE-SEASON-HIST UNTIL AT-EOF
           CLOSE SEASON-HIST-FILE
         END-IF.

       READ-NEXT-SEASON-HIST.
         READ SEASON-HIST-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-SEASON-HIST.
         ADD 1 TO FS-ROWS (NEW-FILE-NO).
         MOVE SH-PLAYER-NAME TO CHECK-NAME.
         PERFORM CHECK-ONE-NAME.
         PERFORM READ-NEXT-SEASON-HIST.

       SWEEP-GAME-HISTORY.
         MOVE GAMEHIST-FILE-NO TO NEW-FILE-NO.
         OPEN INPUT GAME-HISTORY-FILE.
         IF MASTER-STATUS = "00"
           PERFORM NOTE-FILE-OPEN
           PERFORM READ-NEXT-GAME-HIST
           PERFORM CHECK-ONE-GAME-HIST UNTIL AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.

       READ-NEXT-GAME-HIST.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-GAME-HIST.
         IF GH-TYPE = "R" OR GH-TYPE = "S"
           ADD 1 TO FS-ROWS (NEW-FILE-NO)
           PERFORM CHECK-ONE-SEAT-NAME
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.
         PERFORM READ-NEXT-GAME-HIST.

       CHECK-ONE-SEAT-NAME.
         MOVE GH-PLAYER-NAME (K) TO CHECK-NAME.
         PERFORM CHECK-ONE-NAME.

       *> An active member should turn up wherever that file's rule
       *> expects everyone; a file not on file expects nothing. A
       *> guest from another club only ever plays the odd match
       *> here and is expected nowhere.
       CHECK-MEMBER-COVERAGE.
         IF MB-STATUS (MX) = "A"
           PERFORM CHECK-ONE-COVERAGE
             VARYING FNO FROM 2 BY 1 UNTIL FNO > FILE-COUNT
         END-IF.

       CHECK-ONE-COVERAGE.
         IF FR-MISSING (FNO) NOT = SPACE AND
            FS-PRESENT (FNO) = "Y" AND
            MB-SEEN (MX, FNO) NOT = "Y"
           MOVE FNO TO NEW-FILE-NO
           MOVE "M" TO NEW-KIND
           MOVE FR-MISSING (FNO) TO NEW-SEVERITY
           MOVE MB-SHORT (MX) TO NEW-NAME
           MOVE MB-ID (MX) TO NEW-OTHER
           MOVE 0 TO NEW-AMOUNT
           PERFORM RECORD-FINDING
         END-IF.

       *> A repeat of a finding already held only adds to its row
       *> count; past the table's size, findings are counted and
       *> dropped, and the drop is itself an error.
       RECORD-FINDING.
         MOVE "N" TO FINDING-HIT-SWITCH.
         PERFORM MATCH-ONE-FINDING
           VARYING FX FROM 1 BY 1
             UNTIL FX > FINDING-COUNT OR FINDING-HIT.
         IF NOT FINDING-HIT
           IF FINDING-COUNT < FINDING-MAX
             ADD 1 TO FINDING-COUNT
             MOVE NEW-FILE-NO TO FD-FILE-NO (FINDING-COUNT)
             MOVE NEW-KIND TO FD-KIND (FINDING-COUNT)
             MOVE NEW-SEVERITY TO FD-SEVERITY (FINDING-COUNT)
             MOVE NEW-NAME TO FD-NAME (FINDING-COUNT)
             MOVE NEW-OTHER TO FD-OTHER (FINDING-COUNT)
             MOVE 1 TO FD-ROWS (FINDING-COUNT)
             MOVE NEW-AMOUNT TO FD-AMOUNT (FINDING-COUNT)
           ELSE
             ADD 1 TO FINDINGS-DROPPED
           END-IF
         END-IF.

       MATCH-ONE-FINDING.
         IF FD-FILE-NO (FX) = NEW-FILE-NO AND
            FD-KIND (FX) = NEW-KIND AND
            FD-NAME (FX) = NEW-NAME AND
            FD-OTHER (FX) = NEW-OTHER
           MOVE "Y" TO FINDING-HIT-SWITCH
           ADD 1 TO FD-ROWS (FX)
           ADD NEW-AMOUNT TO FD-AMOUNT (FX)
         END-IF.

       *> Errors first, then warnings, then notes, each in the order
       *> the sweep came across them.
       PRINT-SWEEP-REPORT.
         DISPLAY " ".
         DISPLAY "WARO NAME INTEGRITY REPORT - " MEMBER-COUNT
           " roster member(s)".
         PERFORM PRINT-ONE-FILE-STATE
           VARYING FNO FROM 1 BY 1 UNTIL FNO > FILE-COUNT.
         IF ROSTER-OVERFLOW > 0
           ADD 1 TO ERROR-COUNT
           DISPLAY "TRACER   ERROR: ROSTER has " ROSTER-OVERFLOW
             " member(s) past the " ROSTER-MAX
             " this sweep holds - their names read as orphans"
         END-IF.
         MOVE "E" TO REPORT-SEVERITY.
         MOVE "ERROR" TO SEVERITY-WORD.
         PERFORM PRINT-ONE-FINDING
           VARYING FX FROM 1 BY 1 UNTIL FX > FINDING-COUNT.
         MOVE "W" TO REPORT-SEVERITY.
         MOVE "WARNING" TO SEVERITY-WORD.
         PERFORM PRINT-ONE-FINDING
           VARYING FX FROM 1 BY 1 UNTIL FX > FINDING-COUNT.
         MOVE "N" TO REPORT-SEVERITY.
         MOVE "NOTE" TO SEVERITY-WORD.
         PERFORM PRINT-ONE-FINDING
           VARYING FX FROM 1 BY 1 UNTIL FX > FINDING-COUNT.
         IF FINDINGS-DROPPED > 0
           ADD 1 TO ERROR-COUNT
           DISPLAY "TRACER   ERROR: " FINDINGS-DROPPED
             " more finding(s) past the " FINDING-MAX
             " this report holds were not listed"
         END-IF.
         DISPLAY "TRACER sweep findings - errors " ERROR-COUNT
           " warnings " WARNING-COUNT " notes " NOTE-COUNT.

       PRINT-ONE-FILE-STATE.
         IF FS-PRESENT (FNO) = "Y"
           DISPLAY "TRACER   " FILE-NAME (FNO) " rows checked "
             FS-ROWS (FNO)
         ELSE
           DISPLAY "TRACER   " FILE-NAME (FNO)
             " not on file - not checked"
         END-IF.

       PRINT-ONE-FINDING.
         IF FD-SEVERITY (FX) = REPORT-SEVERITY
           EVALUATE REPORT-SEVERITY
             WHEN "E" ADD 1 TO ERROR-COUNT
             WHEN "W" ADD 1 TO WARNING-COUNT
             WHEN OTHER ADD 1 TO NOTE-COUNT
           END-EVALUATE
           MOVE FD-FILE-NO (FX) TO FNO
           EVALUATE FD-KIND (FX)
             WHEN "O"
               DISPLAY "TRACER   " SEVERITY-WORD ": " FILE-NAME (FNO)
                 " name " FD-NAME (FX) " on " FD-ROWS (FX)
                 " row(s) is not on ROSTER"
             WHEN "A"
               DISPLAY "TRACER   " SEVERITY-WORD ": " FILE-NAME (FNO)
                 " name " FD-NAME (FX) " on " FD-ROWS (FX)
                 " row(s) is the old spelling of " FD-OTHER (FX)
             WHEN "B"
               DISPLAY "TRACER   " SEVERITY-WORD ": " FILE-NAME (FNO)
                 " retired member " FD-NAME (FX)
                 " still holds balance " FD-AMOUNT (FX)
             WHEN "F"
               DISPLAY "TRACER   " SEVERITY-WORD ": " FILE-NAME (FNO)
                 " retired member " FD-NAME (FX) " has "
                 FD-ROWS (FX) " open fixture(s)"
             WHEN "M"
               DISPLAY "TRACER   " SEVERITY-WORD ": " FILE-NAME (FNO)
                 " has no record for active member " FD-NAME (FX)
                 " (id " FD-OTHER (FX) (1:4) ")"
             WHEN "D"
               DISPLAY "TRACER   " SEVERITY-WORD ": ROSTER name "
                 FD-NAME (FX) " is on more than one member"
             WHEN "I"
               DISPLAY "TRACER   " SEVERITY-WORD ": ROSTER member "
                 FD-NAME (FX) " shares its player-id with "
                 FD-OTHER (FX)
             WHEN "Z"
               DISPLAY "TRACER   " SEVERITY-WORD ": ROSTER member "
                 FD-NAME (FX) " has no player-id yet - run "
                 "WARO-ROSTER"
             WHEN "S"
               DISPLAY "TRACER   " SEVERITY-WORD ": ROSTER member "
                 FD-NAME (FX) " has status '" FD-OTHER (FX) (1:1)
                 "', neither active nor retired"
             WHEN "L"
               DISPLAY "TRACER   " SEVERITY-WORD ": ROSTER member "
                 FD-NAME (FX) " keeps as its old spelling the name "
                 "of member " FD-OTHER (FX)
           END-EVALUATE
         END-IF.
