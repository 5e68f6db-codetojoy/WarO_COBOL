       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-INTERCLUB.
      *> Inter-club results interchange. The club plays home-and-away
      *> matches against other clubs, and the results cross between
      *> the clubs as an agreed interchange file instead of being
      *> retyped: an "H" header naming the sending and receiving
      *> clubs, one "G" game record and its "P" seat records per
      *> game, and a "T" trailer carrying the game count, seat-record
      *> count, and points total. Every club is known by a
      *> four-character interchange code; XCHGCTL says which is ours
      *> and which club this run deals with.
      *>
      *> Import ("I") reads the other club's XCHGIN. The header and
      *> trailer are checked first - a file that is not addressed to
      *> us, or whose trailer disagrees with what is in it, is
      *> refused whole, RC 8, and nothing is posted. Each game is
      *> then checked on its own: our players must be active roster
      *> members, the other club's players are mapped to guest
      *> ROSTER entries (status "G" with the club's code - entered
      *> here the first time a visitor is seen), the points must
      *> account for the prizes and name the winner the file names,
      *> and the game must not be on XCHGREG, the register of every
      *> game ever imported, under the sending club's own game
      *> number. A bad game goes to XCHGERR with its reason, record
      *> for record, and the rest post; a good one takes the next
      *> game-id off DEALSEQ and posts as a totals-only game the
      *> way a totals-only tabletop sheet does - an "S" row marked
      *> "X" for inter-club, and round-0 LEDGER awards - so the
      *> next WARO-RATING pass rates it with everything else.
      *>
      *> Export ("E") writes XCHGOUT in the same format from our own
      *> GAMEHIST: every game we played against the named club -
      *> a game with one of that club's guests seated - optionally
      *> within a date window, leaving out the games we imported
      *> from them, which are theirs to send.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The run's one control card: mode, our club code, the
           *> other club's code, and - for an export - the date
           *> window. A missing XCHGCTL refuses the run.
           SELECT XCHG-CTL-FILE ASSIGN TO "XCHGCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS XCHG-CTL-STATUS.

           *> The interchange file received from the other club.
           SELECT XCHG-IN-FILE ASSIGN TO "XCHGIN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS XCHG-IN-STATUS.

           *> The interchange file built for the other club.
           SELECT XCHG-OUT-FILE ASSIGN TO "XCHGOUT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS XCHG-OUT-STATUS.

           *> The rejected records of one import run, each with the
           *> reason its game was turned away; rewritten every
           *> import run.
           SELECT XCHG-ERR-FILE ASSIGN TO "XCHGERR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS XCHG-ERR-STATUS.

           *> Every game ever imported, by sending club and that
           *> club's game number, with the game-id it posted as;
           *> read before an import and appended to as games post.
           SELECT XCHG-REG-FILE ASSIGN TO "XCHGREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS XCHG-REG-STATUS.

           *> Members and guests; new guests are appended.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> The master-file change journal every maintenance
           *> program appends to; a guest entered here is journaled
           *> as an add.
           SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-STATUS.

           *> WARO's next-game-id record; an imported game draws
           *> its id from the same sequence as every other game.
           SELECT DEAL-SEQ-FILE ASSIGN TO "DEALSEQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEAL-SEQ-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEDGER-STATUS.

           *> Same in-use lock WARO claims (see CLAIM-RUN-LOCK in
           *> waro.cbl): an import takes game-ids off DEALSEQ and
           *> appends to GAMEHIST, so it must not interleave with a
           *> game in flight.
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
         *> Mode "I" import or "E" export; the club codes; the
         *> export's first and last dates played, blank for no
         *> limit.
         FD XCHG-CTL-FILE.
         01 XCHG-CTL-RECORD.
           02 XC-MODE PIC X(1).
           02 FILLER PIC X.
           02 XC-OUR-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XC-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XC-FROM-DATE PIC X(8).
           02 FILLER PIC X.
           02 XC-TO-DATE PIC X(8).

         *> The interchange format, the same both ways. Every record
         *> opens with its type byte, the GAMEHIST row-type way.
         *> "H" header: format version, sending club, receiving
         *> club, and when the file was made.
         FD XCHG-IN-FILE.
         01 XCHG-IN-RECORD PIC X(80).

         FD XCHG-OUT-FILE.
         01 XCHG-OUT-RECORD PIC X(80).

         FD XCHG-ERR-FILE.
         01 XCHG-ERR-RECORD.
           02 XE-IMAGE PIC X(80).
           02 FILLER PIC X.
           02 XE-REASON PIC X(60).

         FD XCHG-REG-FILE.
         01 XCHG-REG-RECORD.
           02 XR-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XR-GAME-REF PIC 9(6).
           02 FILLER PIC X.
           02 XR-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 XR-DATE PIC X(8).
           02 FILLER PIC X.
           02 XR-FILE-STAMP PIC X(14).

         *> Same layout WARO-ROSTER keeps.
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
           02 FILLER PIC X.
           02 RST-CLUB PIC X(4).

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

         FD DEAL-SEQ-FILE.
         01 DEAL-SEQ-RECORD.
           02 DEAL-SEQ-NEXT-ID PIC 9(6).

         *> Same layout waro.cbl writes; duplicated here rather than
         *> via a copybook, matching how WARO-REPORT already carries
         *> its own copy of GAME-HIST-RECORD.
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
           02 GH-GAME-ID-X REDEFINES GH-GAME-ID PIC X(6).
           02 FILLER PIC X.
           02 GH-HANDICAP-FLAG PIC X(1).
           02 FILLER PIC X.
           02 GH-RULE-SET PIC X(8).
           02 FILLER PIC X.
           02 GH-BAL-PASSES PIC 9(2).
           02 FILLER PIC X.
           02 GH-TIME PIC X(6).
           *> "X" on the "S" row of an imported inter-club game.
           02 FILLER PIC X.
           02 GH-ENTRY-SOURCE PIC X(1).

         *> Same layout waro.cbl writes.
         FD LEDGER-FILE.
         01 LEDGER-RECORD.
           02 LED-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 LED-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 LED-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 LED-TYPE PIC X(1).
           02 FILLER PIC X.
           02 LED-AMOUNT PIC 9(4).

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
         01 XCHG-CTL-STATUS PIC X(2).
         01 XCHG-IN-STATUS PIC X(2).
         01 XCHG-OUT-STATUS PIC X(2).
         01 XCHG-ERR-STATUS PIC X(2).
         01 XCHG-REG-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 JOURNAL-STATUS PIC X(2).
         01 DEAL-SEQ-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
         01 LEDGER-STATUS PIC X(2).
         01 RUN-LOCK-STATUS PIC X(2).
         01 LOCK-CTL-STATUS PIC X(2).
         01 OPS-LOG-STATUS PIC X(2).
         01 XCHG-EOF-SWITCH PIC X(1) VALUE "N".
           88 XCHG-AT-EOF VALUE "Y".
         01 REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 REG-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 GH-EOF-SWITCH PIC X(1) VALUE "N".
           88 GH-AT-EOF VALUE "Y".

         *> The interchange record views, staged from the raw
         *> 80-byte image.
         01 XCHG-WORK PIC X(80).
         01 XCHG-HEADER REDEFINES XCHG-WORK.
           02 XH-TYPE PIC X(1).
           02 FILLER PIC X.
           02 XH-FORMAT PIC X(2).
           02 FILLER PIC X.
           02 XH-FROM-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XH-TO-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XH-STAMP PIC X(14).
           02 FILLER PIC X(51).
         *> "G" game: the sending club's own game number, the date
         *> played, the home club, the seats, the winning seat
         *> (zero for co-winners), and the prizes awarded.
         01 XCHG-GAME REDEFINES XCHG-WORK.
           02 XG-TYPE PIC X(1).
           02 FILLER PIC X.
           02 XG-GAME-REF PIC 9(6).
           02 FILLER PIC X.
           02 XG-DATE PIC X(8).
           02 FILLER PIC X.
           02 XG-HOME-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XG-SEATS PIC 9(1).
           02 FILLER PIC X.
           02 XG-WINNER PIC 9(1).
           02 FILLER PIC X.
           02 XG-PRIZE-TOTAL PIC 9(3).
           02 FILLER PIC X(50).
         *> "P" seat, one per seat in seat order behind its game:
         *> the player's club and short name, and final points.
         01 XCHG-SEAT REDEFINES XCHG-WORK.
           02 XP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 XP-GAME-REF PIC 9(6).
           02 FILLER PIC X.
           02 XP-SEAT PIC 9(1).
           02 FILLER PIC X.
           02 XP-CLUB PIC X(4).
           02 FILLER PIC X.
           02 XP-NAME PIC X(6).
           02 FILLER PIC X.
           02 XP-POINTS PIC 9(4).
           02 FILLER PIC X(53).
         *> "T" trailer: the games, the seat records, and the sum of
         *> every seat's points.
         01 XCHG-TRAILER REDEFINES XCHG-WORK.
           02 XT-TYPE PIC X(1).
           02 FILLER PIC X.
           02 XT-GAME-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 XT-SEAT-COUNT PIC 9(6).
           02 FILLER PIC X.
           02 XT-POINTS-TOTAL PIC 9(8).
           02 FILLER PIC X(57).
         78 XCHG-FORMAT-VERSION VALUE "01".

         01 RUN-MODE PIC X(1).
           88 IMPORT-MODE VALUE "I".
           88 EXPORT-MODE VALUE "E".
         01 OUR-CLUB PIC X(4).
         01 OTHER-CLUB PIC X(4).
         01 FROM-DATE PIC X(8).
         01 TO-DATE PIC X(8).
         01 RUN-STAMP PIC X(14).

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
         01 OPS-CT-GH PIC 9(6) VALUE 0.

         *> Members and guests, in file order; a guest entered this
         *> run is added to the end the way it is appended to the
         *> file. Same ceiling WARO-ROSTER keeps.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-TABLE.
           02 ROSTER-ENTRY OCCURS ROSTER-MAX TIMES.
             03 RT-NAME PIC X(6).
             03 RT-STATUS PIC X(1).
             03 RT-CLUB PIC X(4).
         01 NEXT-PLAYER-ID PIC 9(4) VALUE 0.
         01 GUESTS-ADDED PIC 9(4) VALUE 0.
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-INTERCLUB".
         01 JOURNAL-STAMP PIC X(14).

         *> The register of imported games, keyed by sending club
         *> and that club's game number.
         78 REG-MAX VALUE 5000.
         01 REG-COUNT PIC 9(4) VALUE 0.
         01 REG-TABLE.
           02 REG-ENTRY OCCURS REG-MAX TIMES.
             03 REG-KEY.
               04 REG-CLUB PIC X(4).
               04 REG-GAME-REF PIC 9(6).
             03 REG-GAME-ID PIC 9(6).
         01 REG-OVERFLOW-SWITCH PIC X(1) VALUE "N".
           88 REG-OVERFLOW VALUE "Y".
         01 REG-IDX PIC 9(4).
         01 REG-FOUND PIC 9(4).

         *> The file-level check: what the header says, what the
         *> trailer says, and what is actually between them.
         01 FILE-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 FILE-REFUSED VALUE "Y".
         01 FILE-FROM-CLUB PIC X(4).
         01 FILE-STAMP PIC X(14).
         01 RECORDS-READ PIC 9(6) VALUE 0.
         01 TRAILERS-SEEN PIC 9(4) VALUE 0.
         01 TRAILER-RECORD-NUMBER PIC 9(6) VALUE 0.
         01 COUNTED-GAMES PIC 9(6) VALUE 0.
         01 COUNTED-SEATS PIC 9(6) VALUE 0.
         01 COUNTED-POINTS PIC 9(8) VALUE 0.
         01 TRAILER-GAMES PIC 9(6) VALUE 0.
         01 TRAILER-SEATS PIC 9(6) VALUE 0.
         01 TRAILER-POINTS PIC 9(8) VALUE 0.

         *> The game being assembled from its "G" and "P" records,
         *> with the images kept for XCHGERR should it be rejected.
         01 GAME-OPEN-SWITCH PIC X(1) VALUE "N".
           88 GAME-OPEN VALUE "Y".
         01 GAME-ERRORS PIC 9(4).
         01 GAME-REASON PIC X(60).
         01 ERROR-TEXT PIC X(60).
         01 GAME-REF PIC 9(6).
         01 GAME-REF-X REDEFINES GAME-REF PIC X(6).
         01 GAME-DATE PIC X(8).
         01 GAME-HOME-CLUB PIC X(4).
         01 GAME-SEATS PIC 9(1).
         01 GAME-WINNER PIC 9(1).
         01 GAME-PRIZE-TOTAL PIC 9(3).
         01 GAME-SEAT-RECORDS PIC 9(2).
         01 GAME-SEAT-TABLE.
           02 GAME-SEAT-ENTRY OCCURS 8 TIMES.
             03 GS-CLUB PIC X(4).
             03 GS-NAME PIC X(6).
             03 GS-POINTS PIC 9(4).
         78 GAME-IMAGE-MAX VALUE 20.
         01 GAME-IMAGE-COUNT PIC 9(2).
         01 GAME-IMAGE PIC X(80) OCCURS GAME-IMAGE-MAX TIMES.
         01 NEW-GUEST-COUNT PIC 9(1).
         01 NEW-GUEST-NAME PIC X(6) OCCURS 8 TIMES.
         01 OUR-SEATS PIC 9(1).
         01 THEIR-SEATS PIC 9(1).
         01 POINTS-SUM PIC 9(5).
         01 HIGH-POINTS PIC 9(4).
         01 HIGH-SEAT PIC 9(1).
         01 HIGH-COUNT PIC 9(1).
         01 GAME-ID-POSTED PIC 9(6).
         01 NEXT-GAME-ID PIC 9(6).
         01 FOUND-IDX PIC 9(3).
         01 GUEST-CLUB PIC X(4).

         *> Imported players play their own cards: the rows carry
         *> the human strategy code, 4, as STRATEGY-HUMAN is
         *> numbered in player-turn.cbl - the same as WARO-TABLETOP.
         78 INTERCLUB-STRATEGY VALUE 4.

         01 GAMES-READ PIC 9(4) VALUE 0.
         01 GAMES-POSTED PIC 9(4) VALUE 0.
         01 GAMES-REJECTED PIC 9(4) VALUE 0.
         01 RECORDS-REJECTED PIC 9(6) VALUE 0.
         01 GAMES-EXPORTED PIC 9(6) VALUE 0.
         01 SEATS-EXPORTED PIC 9(6) VALUE 0.
         01 POINTS-EXPORTED PIC 9(8) VALUE 0.
         01 EXPORT-MATCH-SWITCH PIC X(1).
           88 EXPORT-MATCH VALUE "Y".
         01 EXPORT-SEATS PIC 9(1).
         01 EXPORT-PRIZES PIC 9(3).
         01 K PIC 9(2).
         01 J PIC 9(2).
         01 R PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO INTER-CLUB RESULTS INTERCHANGE".
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-RUN-START.
         MOVE OPS-RUN-START TO RUN-STAMP.
         PERFORM READ-XCHG-CTL.
         IF RETURN-CODE >= 8
           GOBACK
         END-IF.
         PERFORM LOAD-ROSTER.
         IF IMPORT-MODE
           PERFORM CLAIM-RUN-LOCK
           IF LOCK-REFUSED
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             GOBACK
           END-IF
           PERFORM IMPORT-INTERCHANGE
           PERFORM WRITE-OPS-SUMMARY
           IF LOCK-CLAIMED-HERE
             PERFORM RELEASE-RUN-LOCK
           END-IF
         ELSE
           PERFORM EXPORT-INTERCHANGE
         END-IF.
         GOBACK.

       *> Mode and both club codes are required; the two clubs
       *> must differ. The date window is for an export only.
       READ-XCHG-CTL.
         MOVE SPACE TO RUN-MODE.
         OPEN INPUT XCHG-CTL-FILE.
         IF XCHG-CTL-STATUS = "00"
           READ XCHG-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE XC-MODE TO RUN-MODE
               MOVE XC-OUR-CLUB TO OUR-CLUB
               MOVE XC-CLUB TO OTHER-CLUB
               MOVE XC-FROM-DATE TO FROM-DATE
               MOVE XC-TO-DATE TO TO-DATE
           END-READ
           CLOSE XCHG-CTL-FILE
         END-IF.
         IF NOT IMPORT-MODE AND NOT EXPORT-MODE
           DISPLAY "TRACER SEVERE ERROR: XCHGCTL missing or its mode "
             "is not I (import) or E (export)"
           MOVE 8 TO RETURN-CODE
         ELSE IF OUR-CLUB = SPACES OR OTHER-CLUB = SPACES
           DISPLAY "TRACER SEVERE ERROR: XCHGCTL must name both our "
             "club code and the other club's"
           MOVE 8 TO RETURN-CODE
         ELSE IF OUR-CLUB = OTHER-CLUB
           DISPLAY "TRACER SEVERE ERROR: XCHGCTL names club "
             OUR-CLUB " as both ours and the other club"
           MOVE 8 TO RETURN-CODE
         ELSE IF IMPORT-MODE
           DISPLAY "TRACER import of club " OTHER-CLUB
             "'s results into club " OUR-CLUB
         ELSE
           IF TO-DATE = SPACES
             MOVE HIGH-VALUES TO TO-DATE
           END-IF
           DISPLAY "TRACER export of club " OUR-CLUB
             "'s games against club " OTHER-CLUB
         END-IF
         END-IF
         END-IF
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
             MOVE "INTERCLB" TO LOCK-HOLDER
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
         MOVE "INTERCLB" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.

       *> Every record, whatever its status: a guest is matched on
       *> name and club, and a new guest's name must not clash with
       *> anyone already on file, retired or not.
       LOAD-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-RECORD UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         ELSE
           DISPLAY "TRACER   no ROSTER; our players cannot be "
             "matched to members"
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-RECORD.
         IF RST-NAME NOT = SPACES AND ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE RST-NAME TO RT-NAME (ROSTER-COUNT)
           MOVE RST-STATUS TO RT-STATUS (ROSTER-COUNT)
           MOVE RST-CLUB TO RT-CLUB (ROSTER-COUNT)
           IF RST-PLAYER-ID-X NOT = SPACES AND
              RST-PLAYER-ID IS NUMERIC AND
              RST-PLAYER-ID > NEXT-PLAYER-ID
             MOVE RST-PLAYER-ID TO NEXT-PLAYER-ID
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       FIND-ROSTER-NAME.
         IF FOUND-IDX = 0 AND RT-NAME (R) = GS-NAME (K)
           MOVE R TO FOUND-IDX
         END-IF.

      *>--------------------------------------------------------------
      *> Import
      *>--------------------------------------------------------------
       IMPORT-INTERCHANGE.
         PERFORM LOAD-XCHG-REGISTER.
         IF REG-OVERFLOW
           DISPLAY "TRACER SEVERE ERROR: XCHGREG holds more than "
             REG-MAX " games; duplicates could not be ruled out, "
             "nothing imported"
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM CHECK-XCHG-FILE
         END-IF.
         IF RETURN-CODE < 8
           PERFORM IMPORT-GAMES
         END-IF.
         DISPLAY " ".
         DISPLAY "WARO INTER-CLUB IMPORT - games read " GAMES-READ
           " posted " GAMES-POSTED " rejected " GAMES-REJECTED
           " guests entered " GUESTS-ADDED.
         IF GAMES-REJECTED > 0 OR RECORDS-REJECTED > 0
           DISPLAY "TRACER   " RECORDS-REJECTED " record(s) written "
             "to XCHGERR"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       LOAD-XCHG-REGISTER.
         OPEN INPUT XCHG-REG-FILE.
         IF XCHG-REG-STATUS = "00"
           PERFORM READ-NEXT-REG-RECORD
           PERFORM LOAD-ONE-REG-RECORD UNTIL REG-AT-EOF
           CLOSE XCHG-REG-FILE
         END-IF.

       READ-NEXT-REG-RECORD.
         READ XCHG-REG-FILE
           AT END MOVE "Y" TO REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG-RECORD.
         IF XR-CLUB NOT = SPACES
           IF REG-COUNT < REG-MAX
             ADD 1 TO REG-COUNT
             MOVE XR-CLUB TO REG-CLUB (REG-COUNT)
             MOVE XR-GAME-REF TO REG-GAME-REF (REG-COUNT)
             MOVE XR-GAME-ID TO REG-GAME-ID (REG-COUNT)
           ELSE
             MOVE "Y" TO REG-OVERFLOW-SWITCH
           END-IF
         END-IF.
         PERFORM READ-NEXT-REG-RECORD.

       *> The whole-file check, before a single game is looked at:
       *> a header first, addressed from the club XCHGCTL names to
       *> us in the format we read; one trailer, last; and the
       *> trailer's counts equal to what lies between. Any record
       *> type outside the four refuses the file too - it is not
       *> the agreed format.
       CHECK-XCHG-FILE.
         OPEN INPUT XCHG-IN-FILE.
         IF XCHG-IN-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no XCHGIN interchange file "
             "to import"
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE "N" TO XCHG-EOF-SWITCH
           PERFORM READ-NEXT-XCHG-RECORD
           IF XCHG-AT-EOF
             DISPLAY "TRACER   REFUSED: XCHGIN is empty"
             MOVE "Y" TO FILE-REFUSED-SWITCH
           ELSE
             PERFORM CHECK-XCHG-HEADER
             PERFORM READ-NEXT-XCHG-RECORD
             PERFORM COUNT-ONE-XCHG-RECORD UNTIL XCHG-AT-EOF
             PERFORM CHECK-XCHG-TRAILER
           END-IF
           CLOSE XCHG-IN-FILE
           IF FILE-REFUSED
             DISPLAY "TRACER SEVERE ERROR: XCHGIN refused whole; "
               "nothing imported"
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-XCHG-RECORD.
         READ XCHG-IN-FILE INTO XCHG-WORK
           AT END MOVE "Y" TO XCHG-EOF-SWITCH
           NOT AT END ADD 1 TO RECORDS-READ
         END-READ.

       CHECK-XCHG-HEADER.
         IF XH-TYPE NOT = "H"
           DISPLAY "TRACER   REFUSED: first record is not an "
             "interchange header"
           MOVE "Y" TO FILE-REFUSED-SWITCH
         ELSE
           MOVE XH-FROM-CLUB TO FILE-FROM-CLUB
           MOVE XH-STAMP TO FILE-STAMP
           DISPLAY "TRACER file from club " XH-FROM-CLUB " to club "
             XH-TO-CLUB ", made " XH-STAMP
           IF XH-FORMAT NOT = XCHG-FORMAT-VERSION
             DISPLAY "TRACER   REFUSED: interchange format "
               XH-FORMAT " is not format " XCHG-FORMAT-VERSION
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
           IF XH-TO-CLUB NOT = OUR-CLUB
             DISPLAY "TRACER   REFUSED: file is addressed to club "
               XH-TO-CLUB ", not to us"
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
           IF XH-FROM-CLUB NOT = OTHER-CLUB
             DISPLAY "TRACER   REFUSED: file comes from club "
               XH-FROM-CLUB "; XCHGCTL expects club " OTHER-CLUB
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
         END-IF.

       COUNT-ONE-XCHG-RECORD.
         EVALUATE XG-TYPE
           WHEN "G"
             ADD 1 TO COUNTED-GAMES
           WHEN "P"
             ADD 1 TO COUNTED-SEATS
             IF XP-POINTS IS NUMERIC
               ADD XP-POINTS TO COUNTED-POINTS
             END-IF
           WHEN "T"
             ADD 1 TO TRAILERS-SEEN
             MOVE RECORDS-READ TO TRAILER-RECORD-NUMBER
             IF XT-GAME-COUNT IS NUMERIC AND
                XT-SEAT-COUNT IS NUMERIC AND
                XT-POINTS-TOTAL IS NUMERIC
               MOVE XT-GAME-COUNT TO TRAILER-GAMES
               MOVE XT-SEAT-COUNT TO TRAILER-SEATS
               MOVE XT-POINTS-TOTAL TO TRAILER-POINTS
             ELSE
               DISPLAY "TRACER   REFUSED: trailer counts are not "
                 "numeric"
               MOVE "Y" TO FILE-REFUSED-SWITCH
             END-IF
           WHEN "H"
             DISPLAY "TRACER   REFUSED: second header at record "
               RECORDS-READ
             MOVE "Y" TO FILE-REFUSED-SWITCH
           WHEN OTHER
             DISPLAY "TRACER   REFUSED: record " RECORDS-READ
               " has unknown type '" XG-TYPE "'"
             MOVE "Y" TO FILE-REFUSED-SWITCH
         END-EVALUATE.
         PERFORM READ-NEXT-XCHG-RECORD.

       CHECK-XCHG-TRAILER.
         IF TRAILERS-SEEN NOT = 1
           DISPLAY "TRACER   REFUSED: " TRAILERS-SEEN
             " trailer record(s); the file must end with exactly one"
           MOVE "Y" TO FILE-REFUSED-SWITCH
         ELSE IF TRAILER-RECORD-NUMBER NOT = RECORDS-READ
           DISPLAY "TRACER   REFUSED: records follow the trailer"
           MOVE "Y" TO FILE-REFUSED-SWITCH
         ELSE
           IF TRAILER-GAMES NOT = COUNTED-GAMES
             DISPLAY "TRACER   REFUSED: trailer says "
               TRAILER-GAMES " game(s), file holds " COUNTED-GAMES
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
           IF TRAILER-SEATS NOT = COUNTED-SEATS
             DISPLAY "TRACER   REFUSED: trailer says "
               TRAILER-SEATS " seat record(s), file holds "
               COUNTED-SEATS
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
           IF TRAILER-POINTS NOT = COUNTED-POINTS
             DISPLAY "TRACER   REFUSED: trailer points total "
               TRAILER-POINTS ", seat records sum to "
               COUNTED-POINTS
             MOVE "Y" TO FILE-REFUSED-SWITCH
           END-IF
         END-IF
         END-IF.

       *> The second pass: a "G" closes out the game before it and
       *> opens the next; the trailer closes out the last.
       IMPORT-GAMES.
         OPEN OUTPUT XCHG-ERR-FILE.
         OPEN INPUT XCHG-IN-FILE.
         MOVE "N" TO XCHG-EOF-SWITCH.
         PERFORM READ-NEXT-XCHG-RECORD.
         PERFORM READ-NEXT-XCHG-RECORD.
         PERFORM PROCESS-XCHG-RECORD UNTIL XCHG-AT-EOF.
         IF GAME-OPEN
           PERFORM CLOSE-OUT-GAME
         END-IF.
         CLOSE XCHG-IN-FILE.
         CLOSE XCHG-ERR-FILE.

       PROCESS-XCHG-RECORD.
         EVALUATE XG-TYPE
           WHEN "G"
             IF GAME-OPEN
               PERFORM CLOSE-OUT-GAME
             END-IF
             PERFORM OPEN-NEW-GAME
           WHEN "P"
             IF GAME-OPEN
               PERFORM ADD-GAME-SEAT
             ELSE
               MOVE "SEAT RECORD AHEAD OF ANY GAME RECORD"
                 TO ERROR-TEXT
               DISPLAY "TRACER   REJECTED: seat record ahead of "
                 "any game record"
               MOVE XCHG-WORK TO XE-IMAGE
               MOVE ERROR-TEXT TO XE-REASON
               WRITE XCHG-ERR-RECORD
               ADD 1 TO RECORDS-REJECTED
             END-IF
           WHEN "T"
             IF GAME-OPEN
               PERFORM CLOSE-OUT-GAME
             END-IF
         END-EVALUATE.
         PERFORM READ-NEXT-XCHG-RECORD.

       OPEN-NEW-GAME.
         ADD 1 TO GAMES-READ.
         MOVE "Y" TO GAME-OPEN-SWITCH.
         MOVE 0 TO GAME-ERRORS.
         MOVE SPACES TO GAME-REASON.
         MOVE 0 TO GAME-SEAT-RECORDS.
         MOVE SPACES TO GAME-SEAT-TABLE.
         MOVE 1 TO GAME-IMAGE-COUNT.
         MOVE XCHG-WORK TO GAME-IMAGE (1).
         MOVE XG-GAME-REF TO GAME-REF-X.
         MOVE XG-DATE TO GAME-DATE.
         MOVE XG-HOME-CLUB TO GAME-HOME-CLUB.
         IF XG-SEATS IS NUMERIC
           MOVE XG-SEATS TO GAME-SEATS
         ELSE
           MOVE 0 TO GAME-SEATS
         END-IF.
         IF XG-WINNER IS NUMERIC
           MOVE XG-WINNER TO GAME-WINNER
         ELSE
           MOVE 9 TO GAME-WINNER
         END-IF.
         IF XG-PRIZE-TOTAL IS NUMERIC
           MOVE XG-PRIZE-TOTAL TO GAME-PRIZE-TOTAL
         ELSE
           MOVE 0 TO GAME-PRIZE-TOTAL
         END-IF.
         DISPLAY "TRACER game " GAME-REF-X " of club "
           FILE-FROM-CLUB ": played " GAME-DATE ", " GAME-SEATS
           " seat(s)".

       *> Seat records must follow their game in seat order and
       *> carry its game number; one beyond the eighth seat is
       *> counted (so the seat-count check fails) but not kept.
       ADD-GAME-SEAT.
         ADD 1 TO GAME-SEAT-RECORDS.
         IF GAME-IMAGE-COUNT < GAME-IMAGE-MAX
           ADD 1 TO GAME-IMAGE-COUNT
           MOVE XCHG-WORK TO GAME-IMAGE (GAME-IMAGE-COUNT)
         END-IF.
         IF XP-GAME-REF NOT = GAME-REF-X
           MOVE "SEAT RECORD CARRIES ANOTHER GAME NUMBER"
             TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.
         IF XP-SEAT NOT = GAME-SEAT-RECORDS
           MOVE "SEAT RECORDS OUT OF SEAT ORDER" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.
         IF GAME-SEAT-RECORDS <= 8
           MOVE XP-CLUB TO GS-CLUB (GAME-SEAT-RECORDS)
           MOVE XP-NAME TO GS-NAME (GAME-SEAT-RECORDS)
           IF XP-POINTS IS NUMERIC
             MOVE XP-POINTS TO GS-POINTS (GAME-SEAT-RECORDS)
           ELSE
             MOVE 0 TO GS-POINTS (GAME-SEAT-RECORDS)
             MOVE "SEAT POINTS NOT NUMERIC" TO ERROR-TEXT
             PERFORM NOTE-GAME-ERROR
           END-IF
         END-IF.

       *> Every check runs before anything is written, so a game
       *> either posts whole or goes to XCHGERR whole; the first
       *> reason found is the one filed.
       NOTE-GAME-ERROR.
         ADD 1 TO GAME-ERRORS.
         IF GAME-ERRORS = 1
           MOVE ERROR-TEXT TO GAME-REASON
         END-IF.
         DISPLAY "TRACER   " ERROR-TEXT.

       CLOSE-OUT-GAME.
         MOVE "N" TO GAME-OPEN-SWITCH.
         MOVE 0 TO NEW-GUEST-COUNT.
         PERFORM VALIDATE-GAME-HEADER.
         PERFORM VALIDATE-GAME-SEATS.
         PERFORM VALIDATE-GAME-POINTS.
         IF GAME-ERRORS > 0
           PERFORM REJECT-GAME
         ELSE
           PERFORM POST-GAME
         END-IF.

       *> The sending club's game number must be new to the
       *> register; the game must be the sender's own home game
       *> (ours are ours to send) and carry a real date.
       VALIDATE-GAME-HEADER.
         IF GAME-REF-X IS NOT NUMERIC OR GAME-REF = 0
           MOVE "GAME NUMBER MISSING OR NOT NUMERIC" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         ELSE
           MOVE 0 TO REG-FOUND
           PERFORM FIND-REGISTERED-GAME
             VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
           IF REG-FOUND > 0
             MOVE SPACES TO ERROR-TEXT
             STRING "ALREADY IMPORTED AS GAME "
               REG-GAME-ID (REG-FOUND) DELIMITED BY SIZE
               INTO ERROR-TEXT
             PERFORM NOTE-GAME-ERROR
           END-IF
         END-IF.
         IF GAME-DATE IS NOT NUMERIC
           MOVE "DATE PLAYED NOT A YYYYMMDD DATE" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.
         IF GAME-HOME-CLUB NOT = FILE-FROM-CLUB
           MOVE "NOT THE SENDING CLUB'S HOME GAME" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.
         IF GAME-SEATS < 2
           MOVE "SEAT COUNT OUTSIDE 2 THRU 8" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         ELSE IF GAME-SEAT-RECORDS NOT = GAME-SEATS
           MOVE "SEAT RECORDS DO NOT MATCH THE SEAT COUNT"
             TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF
         END-IF.

       FIND-REGISTERED-GAME.
         IF REG-FOUND = 0 AND REG-CLUB (REG-IDX) = FILE-FROM-CLUB
            AND REG-GAME-REF (REG-IDX) = GAME-REF
           MOVE REG-IDX TO REG-FOUND
         END-IF.

       *> Each seat is one of ours or one of theirs. Ours must be
       *> an active member; theirs maps to their guest entry, or is
       *> entered as a new guest if the name is free. Both clubs
       *> must be at the table, and nobody twice.
       VALIDATE-GAME-SEATS.
         MOVE 0 TO OUR-SEATS.
         MOVE 0 TO THEIR-SEATS.
         IF GAME-SEAT-RECORDS <= 8
           PERFORM VALIDATE-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > GAME-SEAT-RECORDS
         END-IF.
         IF OUR-SEATS = 0 OR THEIR-SEATS = 0
           MOVE "BOTH CLUBS MUST HAVE A PLAYER AT THE TABLE"
             TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.

       VALIDATE-ONE-SEAT.
         MOVE 0 TO FOUND-IDX.
         PERFORM FIND-ROSTER-NAME
           VARYING R FROM 1 BY 1 UNTIL R > ROSTER-COUNT.
         IF GS-NAME (K) = SPACES
           MOVE "SEAT HAS NO PLAYER NAMED" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         ELSE IF GS-CLUB (K) = OUR-CLUB
           ADD 1 TO OUR-SEATS
           IF FOUND-IDX = 0
             MOVE SPACES TO ERROR-TEXT
             STRING GS-NAME (K) " IS NOT ON OUR ROSTER"
               DELIMITED BY SIZE INTO ERROR-TEXT
             PERFORM NOTE-GAME-ERROR
           ELSE IF RT-STATUS (FOUND-IDX) NOT = "A"
             MOVE SPACES TO ERROR-TEXT
             STRING GS-NAME (K) " IS NOT AN ACTIVE MEMBER"
               DELIMITED BY SIZE INTO ERROR-TEXT
             PERFORM NOTE-GAME-ERROR
           END-IF
           END-IF
         ELSE IF GS-CLUB (K) = FILE-FROM-CLUB
           ADD 1 TO THEIR-SEATS
           PERFORM MAP-VISITING-PLAYER
         ELSE
           MOVE SPACES TO ERROR-TEXT
           STRING GS-NAME (K) " PLAYS FOR CLUB " GS-CLUB (K)
             ", NOT IN THIS MATCH" DELIMITED BY SIZE
             INTO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF
         END-IF
         END-IF.
         PERFORM CHECK-SEATED-TWICE
           VARYING J FROM 1 BY 1 UNTIL J >= K.

       *> The guest entry is the visitor's own short name with the
       *> club's code. A name already taken - by one of our members
       *> or another club's guest - cannot be entered; the clubs
       *> have to settle the spelling between them.
       MAP-VISITING-PLAYER.
         IF FOUND-IDX > 0
           IF RT-STATUS (FOUND-IDX) NOT = "G" OR
              RT-CLUB (FOUND-IDX) NOT = FILE-FROM-CLUB
             MOVE SPACES TO ERROR-TEXT
             STRING "VISITOR " GS-NAME (K) " CLASHES WITH A NAME "
               "ALREADY ON OUR ROSTER" DELIMITED BY SIZE
               INTO ERROR-TEXT
             PERFORM NOTE-GAME-ERROR
           END-IF
         ELSE
           PERFORM FIND-NEW-GUEST
             VARYING J FROM 1 BY 1 UNTIL J > NEW-GUEST-COUNT
           IF FOUND-IDX = 0
             IF ROSTER-COUNT + NEW-GUEST-COUNT >= ROSTER-MAX
               MOVE SPACES TO ERROR-TEXT
               STRING "ROSTER FULL; NO ROOM TO ENTER GUEST "
                 GS-NAME (K) DELIMITED BY SIZE INTO ERROR-TEXT
               PERFORM NOTE-GAME-ERROR
             ELSE
               ADD 1 TO NEW-GUEST-COUNT
               MOVE GS-NAME (K) TO NEW-GUEST-NAME (NEW-GUEST-COUNT)
             END-IF
           END-IF
         END-IF.

       FIND-NEW-GUEST.
         IF NEW-GUEST-NAME (J) = GS-NAME (K)
           MOVE J TO FOUND-IDX
         END-IF.

       CHECK-SEATED-TWICE.
         IF GS-NAME (J) = GS-NAME (K) AND GS-NAME (K) NOT = SPACES
           MOVE SPACES TO ERROR-TEXT
           STRING GS-NAME (K) " SEATED TWICE" DELIMITED BY SIZE
             INTO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.

       *> The points must account for exactly the prizes awarded,
       *> and the winner named must be the lone high scorer - or
       *> zero when the top is shared, WARO's co-winner reading.
       VALIDATE-GAME-POINTS.
         MOVE 0 TO POINTS-SUM.
         MOVE 0 TO HIGH-POINTS.
         MOVE 0 TO HIGH-SEAT.
         IF GAME-SEAT-RECORDS <= 8
           PERFORM SUM-ONE-SEAT-POINTS
             VARYING K FROM 1 BY 1 UNTIL K > GAME-SEAT-RECORDS
           MOVE 0 TO HIGH-COUNT
           PERFORM COUNT-HIGH-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > GAME-SEAT-RECORDS
           IF HIGH-COUNT > 1
             MOVE 0 TO HIGH-SEAT
           END-IF
         END-IF.
         IF GAME-PRIZE-TOTAL = 0
           MOVE "PRIZE TOTAL MISSING OR ZERO" TO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         ELSE IF POINTS-SUM NOT = GAME-PRIZE-TOTAL
           MOVE SPACES TO ERROR-TEXT
           STRING "POINTS SUM TO " POINTS-SUM " BUT PRIZES TOTAL "
             GAME-PRIZE-TOTAL DELIMITED BY SIZE INTO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF
         END-IF.
         IF GAME-WINNER NOT = HIGH-SEAT
           MOVE SPACES TO ERROR-TEXT
           STRING "WINNER SEAT " GAME-WINNER " BUT THE POINTS MAKE "
             "IT SEAT " HIGH-SEAT DELIMITED BY SIZE INTO ERROR-TEXT
           PERFORM NOTE-GAME-ERROR
         END-IF.

       SUM-ONE-SEAT-POINTS.
         ADD GS-POINTS (K) TO POINTS-SUM.
         IF GS-POINTS (K) > HIGH-POINTS
           MOVE GS-POINTS (K) TO HIGH-POINTS
           MOVE K TO HIGH-SEAT
         END-IF.

       COUNT-HIGH-SEAT.
         IF GS-POINTS (K) = HIGH-POINTS
           ADD 1 TO HIGH-COUNT
         END-IF.

       REJECT-GAME.
         ADD 1 TO GAMES-REJECTED.
         PERFORM WRITE-ONE-REJECTED-IMAGE
           VARYING R FROM 1 BY 1 UNTIL R > GAME-IMAGE-COUNT.
         DISPLAY "TRACER   REJECTED: game " GAME-REF-X " has "
           GAME-ERRORS " error(s); nothing posted".

       WRITE-ONE-REJECTED-IMAGE.
         MOVE SPACES TO XCHG-ERR-RECORD.
         MOVE GAME-IMAGE (R) TO XE-IMAGE.
         MOVE GAME-REASON TO XE-REASON.
         WRITE XCHG-ERR-RECORD.
         ADD 1 TO RECORDS-REJECTED.

       *> A clean game posts the way a totals-only tabletop sheet
       *> does: new guests onto ROSTER, a game-id off DEALSEQ, the
       *> "S" row, a round-0 award per seat, and the register entry
       *> that keeps it from ever posting again.
       POST-GAME.
         IF NEW-GUEST-COUNT > 0
           PERFORM ENTER-NEW-GUESTS
         END-IF.
         PERFORM TAKE-NEXT-GAME-ID.
         OPEN EXTEND GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "35"
           OPEN OUTPUT GAME-HISTORY-FILE
         END-IF.
         PERFORM WRITE-SUMMARY-ROW.
         CLOSE GAME-HISTORY-FILE.
         OPEN EXTEND LEDGER-FILE.
         IF LEDGER-STATUS = "35"
           OPEN OUTPUT LEDGER-FILE
         END-IF.
         PERFORM POST-SEAT-LEDGER-ENTRY
           VARYING K FROM 1 BY 1 UNTIL K > GAME-SEATS.
         CLOSE LEDGER-FILE.
         PERFORM REGISTER-GAME.
         ADD 1 TO GAMES-POSTED.
         DISPLAY "TRACER   POSTED: game " GAME-REF-X " of club "
           FILE-FROM-CLUB " as game " GAME-ID-POSTED.

       *> New guests are appended to ROSTER - nothing already there
       *> changes - each with the next permanent player-id and
       *> journaled as an add, the same entry WARO-ROSTER makes.
       ENTER-NEW-GUESTS.
         MOVE FUNCTION CURRENT-DATE (1:14) TO JOURNAL-STAMP.
         OPEN EXTEND ROSTER-FILE.
         IF ROSTER-STATUS = "35"
           OPEN OUTPUT ROSTER-FILE
         END-IF.
         OPEN EXTEND JOURNAL-FILE.
         IF JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FILE
         END-IF.
         PERFORM ENTER-ONE-GUEST
           VARYING J FROM 1 BY 1 UNTIL J > NEW-GUEST-COUNT.
         CLOSE JOURNAL-FILE.
         CLOSE ROSTER-FILE.

       ENTER-ONE-GUEST.
         ADD 1 TO NEXT-PLAYER-ID.
         MOVE SPACES TO ROSTER-RECORD.
         MOVE NEW-GUEST-NAME (J) TO RST-NAME.
         MOVE INTERCLUB-STRATEGY TO RST-STRATEGY.
         MOVE "G" TO RST-STATUS.
         MOVE GAME-DATE TO RST-DATE-JOINED.
         MOVE NEXT-PLAYER-ID TO RST-PLAYER-ID.
         MOVE FILE-FROM-CLUB TO RST-CLUB.
         WRITE ROSTER-RECORD.
         ADD 1 TO ROSTER-COUNT.
         MOVE RST-NAME TO RT-NAME (ROSTER-COUNT).
         MOVE "G" TO RT-STATUS (ROSTER-COUNT).
         MOVE FILE-FROM-CLUB TO RT-CLUB (ROSTER-COUNT).
         ADD 1 TO GUESTS-ADDED.
         MOVE SPACES TO JOURNAL-RECORD.
         MOVE JOURNAL-STAMP (1:8) TO JR-DATE.
         MOVE JOURNAL-STAMP (9:6) TO JR-TIME.
         MOVE JOURNAL-PROGRAM TO JR-PROGRAM.
         MOVE "ROSTER" TO JR-MASTER.
         MOVE RST-NAME TO JR-KEY.
         MOVE "A" TO JR-ACTION.
         MOVE ROSTER-RECORD TO JR-AFTER.
         WRITE JOURNAL-RECORD.
         DISPLAY "TRACER   GUEST ENTERED: " RST-NAME " of club "
           FILE-FROM-CLUB " as player-id " NEXT-PLAYER-ID.

       *> Same read-use-advance WARO's READ-DEAL-SEQ/WRITE-DEAL-SEQ
       *> make; a missing DEALSEQ starts the sequence at game 1.
       TAKE-NEXT-GAME-ID.
         MOVE 1 TO NEXT-GAME-ID.
         OPEN INPUT DEAL-SEQ-FILE.
         IF DEAL-SEQ-STATUS = "00"
           READ DEAL-SEQ-FILE
             AT END CONTINUE
             NOT AT END MOVE DEAL-SEQ-NEXT-ID TO NEXT-GAME-ID
           END-READ
           CLOSE DEAL-SEQ-FILE
         END-IF.
         MOVE NEXT-GAME-ID TO GAME-ID-POSTED.
         MOVE NEXT-GAME-ID TO DEAL-SEQ-NEXT-ID.
         ADD 1 TO DEAL-SEQ-NEXT-ID.
         OPEN OUTPUT DEAL-SEQ-FILE.
         WRITE DEAL-SEQ-RECORD.
         CLOSE DEAL-SEQ-FILE.

       WRITE-SUMMARY-ROW.
         MOVE SPACES TO GAME-HIST-RECORD.
         MOVE GAME-DATE TO GH-DATE.
         MOVE "S" TO GH-TYPE.
         MOVE 0 TO GH-ROUND.
         MOVE 0 TO GH-PRIZE.
         MOVE GAME-WINNER TO GH-WINNER.
         MOVE GAME-ID-POSTED TO GH-GAME-ID.
         MOVE 0 TO GH-BAL-PASSES.
         MOVE FUNCTION CURRENT-DATE (9:6) TO GH-TIME.
         MOVE "X" TO GH-ENTRY-SOURCE.
         PERFORM FILL-SUMMARY-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         WRITE GAME-HIST-RECORD.
         ADD 1 TO OPS-CT-GH.

       FILL-SUMMARY-SEAT.
         MOVE 0 TO GH-BID (K).
         IF K <= GAME-SEATS
           MOVE GS-NAME (K) TO GH-PLAYER-NAME (K)
           MOVE INTERCLUB-STRATEGY TO GH-STRATEGY (K)
           MOVE GS-POINTS (K) TO GH-POINTS (K)
         ELSE
           MOVE SPACES TO GH-PLAYER-NAME (K)
           MOVE 0 TO GH-STRATEGY (K)
           MOVE 0 TO GH-POINTS (K)
         END-IF.

       *> No rounds cross in the interchange, so each seat's points
       *> go on as one round-0 award - outside the per-round sums
       *> WARO's reconcile re-adds, as WARO-TABLETOP posts a
       *> totals-only sheet.
       POST-SEAT-LEDGER-ENTRY.
         IF GS-POINTS (K) > 0
           MOVE SPACES TO LEDGER-RECORD
           MOVE GAME-ID-POSTED TO LED-GAME-ID
           MOVE 0 TO LED-ROUND
           MOVE K TO LED-SEAT
           MOVE "W" TO LED-TYPE
           MOVE GS-POINTS (K) TO LED-AMOUNT
           WRITE LEDGER-RECORD
         END-IF.

       REGISTER-GAME.
         OPEN EXTEND XCHG-REG-FILE.
         IF XCHG-REG-STATUS = "35"
           OPEN OUTPUT XCHG-REG-FILE
         END-IF.
         MOVE SPACES TO XCHG-REG-RECORD.
         MOVE FILE-FROM-CLUB TO XR-CLUB.
         MOVE GAME-REF TO XR-GAME-REF.
         MOVE GAME-ID-POSTED TO XR-GAME-ID.
         MOVE RUN-STAMP (1:8) TO XR-DATE.
         MOVE FILE-STAMP TO XR-FILE-STAMP.
         WRITE XCHG-REG-RECORD.
         CLOSE XCHG-REG-FILE.
         IF REG-COUNT < REG-MAX
           ADD 1 TO REG-COUNT
           MOVE FILE-FROM-CLUB TO REG-CLUB (REG-COUNT)
           MOVE GAME-REF TO REG-GAME-REF (REG-COUNT)
           MOVE GAME-ID-POSTED TO REG-GAME-ID (REG-COUNT)
         END-IF.

      *>--------------------------------------------------------------
      *> Export
      *>--------------------------------------------------------------
       *> Our games against the other club: every "S" row we played
       *> ourselves (not one imported from them) with at least one
       *> of their guests seated, inside the date window. Our
       *> GAMEHIST game-id is the game number they register it by.
       EXPORT-INTERCHANGE.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no GAMEHIST to export from"
           MOVE 8 TO RETURN-CODE
         ELSE
           OPEN OUTPUT XCHG-OUT-FILE
           MOVE SPACES TO XCHG-WORK
           MOVE "H" TO XH-TYPE
           MOVE XCHG-FORMAT-VERSION TO XH-FORMAT
           MOVE OUR-CLUB TO XH-FROM-CLUB
           MOVE OTHER-CLUB TO XH-TO-CLUB
           MOVE RUN-STAMP TO XH-STAMP
           WRITE XCHG-OUT-RECORD FROM XCHG-WORK
           PERFORM READ-NEXT-GH-RECORD
           PERFORM EXPORT-ONE-GH-RECORD UNTIL GH-AT-EOF
           MOVE SPACES TO XCHG-WORK
           MOVE "T" TO XT-TYPE
           MOVE GAMES-EXPORTED TO XT-GAME-COUNT
           MOVE SEATS-EXPORTED TO XT-SEAT-COUNT
           MOVE POINTS-EXPORTED TO XT-POINTS-TOTAL
           WRITE XCHG-OUT-RECORD FROM XCHG-WORK
           CLOSE XCHG-OUT-FILE
           CLOSE GAME-HISTORY-FILE
           DISPLAY " "
           DISPLAY "WARO INTER-CLUB EXPORT - games " GAMES-EXPORTED
             " seat records " SEATS-EXPORTED " points "
             POINTS-EXPORTED " written to XCHGOUT for club "
             OTHER-CLUB
         END-IF.

       READ-NEXT-GH-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO GH-EOF-SWITCH
         END-READ.

       EXPORT-ONE-GH-RECORD.
         IF GH-TYPE = "S" AND GH-ENTRY-SOURCE NOT = "X" AND
            GH-GAME-ID-X NOT = SPACES AND
            GH-DATE >= FROM-DATE AND GH-DATE <= TO-DATE
           MOVE "N" TO EXPORT-MATCH-SWITCH
           MOVE 0 TO EXPORT-SEATS
           MOVE 0 TO EXPORT-PRIZES
           PERFORM CHECK-ONE-EXPORT-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
           IF EXPORT-MATCH
             PERFORM EXPORT-ONE-GAME
           END-IF
         END-IF.
         PERFORM READ-NEXT-GH-RECORD.

       CHECK-ONE-EXPORT-SEAT.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           ADD 1 TO EXPORT-SEATS
           ADD GH-POINTS (K) TO EXPORT-PRIZES
           PERFORM FIND-SEAT-CLUB
           IF GUEST-CLUB = OTHER-CLUB
             MOVE "Y" TO EXPORT-MATCH-SWITCH
           END-IF
         END-IF.

       *> A guest plays for the club on their entry; anybody else
       *> at our table is one of ours.
       FIND-SEAT-CLUB.
         MOVE 0 TO FOUND-IDX.
         PERFORM FIND-GH-ROSTER-NAME
           VARYING R FROM 1 BY 1 UNTIL R > ROSTER-COUNT.
         IF FOUND-IDX > 0 AND RT-STATUS (FOUND-IDX) = "G"
           MOVE RT-CLUB (FOUND-IDX) TO GUEST-CLUB
         ELSE
           MOVE OUR-CLUB TO GUEST-CLUB
         END-IF.

       FIND-GH-ROSTER-NAME.
         IF FOUND-IDX = 0 AND RT-NAME (R) = GH-PLAYER-NAME (K)
           MOVE R TO FOUND-IDX
         END-IF.

       EXPORT-ONE-GAME.
         MOVE SPACES TO XCHG-WORK.
         MOVE "G" TO XG-TYPE.
         MOVE GH-GAME-ID TO XG-GAME-REF.
         MOVE GH-DATE TO XG-DATE.
         MOVE OUR-CLUB TO XG-HOME-CLUB.
         MOVE EXPORT-SEATS TO XG-SEATS.
         MOVE GH-WINNER TO XG-WINNER.
         MOVE EXPORT-PRIZES TO XG-PRIZE-TOTAL.
         WRITE XCHG-OUT-RECORD FROM XCHG-WORK.
         ADD 1 TO GAMES-EXPORTED.
         PERFORM EXPORT-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > EXPORT-SEATS.
         DISPLAY "TRACER   game " GH-GAME-ID " played " GH-DATE
           " exported".

       EXPORT-ONE-SEAT.
         PERFORM FIND-SEAT-CLUB.
         MOVE SPACES TO XCHG-WORK.
         MOVE "P" TO XP-TYPE.
         MOVE GH-GAME-ID TO XP-GAME-REF.
         MOVE K TO XP-SEAT.
         MOVE GUEST-CLUB TO XP-CLUB.
         MOVE GH-PLAYER-NAME (K) TO XP-NAME.
         MOVE GH-POINTS (K) TO XP-POINTS.
         WRITE XCHG-OUT-RECORD FROM XCHG-WORK.
         ADD 1 TO SEATS-EXPORTED.
         ADD GH-POINTS (K) TO POINTS-EXPORTED.

       *> Imported games count as games attempted and completed;
       *> the shuffle, reconcile, and bid-audit counters have
       *> nothing to say about a game nobody here dealt.
       WRITE-OPS-SUMMARY.
         OPEN EXTEND OPS-LOG-FILE.
         IF OPS-LOG-STATUS = "35"
           OPEN OUTPUT OPS-LOG-FILE
         END-IF.
         MOVE SPACES TO OPS-LOG-RECORD.
         MOVE "INTERCLB" TO OPS-PROGRAM.
         MOVE OPS-RUN-START TO OPS-START-STAMP.
         MOVE FUNCTION CURRENT-DATE (1:14) TO OPS-END-STAMP.
         MOVE GAMES-READ TO OPS-GAMES-ATTEMPTED.
         MOVE GAMES-POSTED TO OPS-GAMES-COMPLETED.
         MOVE 0 TO OPS-SHUFFLE-FAILS.
         MOVE 0 TO OPS-RECON-BREAKS.
         MOVE 0 TO OPS-NO-BIDDER.
         MOVE OPS-CT-GH TO OPS-GH-WRITTEN.
         MOVE 0 TO OPS-AUD-WRITTEN.
         MOVE 0 TO OPS-DEAL-WRITTEN.
         MOVE RETURN-CODE TO OPS-HIGHEST-RC.
         WRITE OPS-LOG-RECORD.
         CLOSE OPS-LOG-FILE.
