      *> Each control file alone can look fine while the set is
      *> nonsense - a STRATCTL seat beyond PLAYERCTL's count, a human
      *> seat in an unattended 50-game run, a replay id with no deal
      *> on file, a deck that mostly lands in the discard pile, a
      *> league or tournament seat bidding through a STRATREG module
      *> WARO-CERTIFY has not stamped for its registered version. Any
      *> hard finding ends with RETURN-CODE 8 so a COND on this step
      *> stops the job; warnings alone end with 4.
       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEED-CTL-STATUS.

           *> The strategy registry and the two files that decide
           *> which strategy each seat ends up with, read the way
           *> player-turn and WARO's INIT-PLAYERS read them.
           SELECT STRAT-REG-FILE ASSIGN TO "STRATREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STRAT-REG-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           SELECT LINEUP-CTL-FILE ASSIGN TO "LINEUPCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LINEUP-CTL-STATUS.

           *> The entry stake and bankroll book bar a busted member
           *> from the roster's seat order, and SUBCTL swaps an
           *> absentee's substitute into the seat - all three move a
           *> different strategy into a seat, so they are read here
           *> exactly as WARO reads them.
           SELECT SUB-CTL-FILE ASSIGN TO "SUBCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUB-CTL-STATUS.

           SELECT STAKE-CTL-FILE ASSIGN TO "STAKECTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAKE-CTL-STATUS.

           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKROLL-STATUS.

           SELECT DEAL-FILE ASSIGN TO "DEALFILE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
         01 SEED-CTL-RECORD.
           02 SEED-CTL-VALUE PIC 9(8).

         FD STRAT-REG-FILE.
         01 STRAT-REG-RECORD.
           02 SR-CODE PIC 9(1).
           02 FILLER PIC X.
           02 SR-PROGRAM PIC X(30).
           02 FILLER PIC X.
           02 SR-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-FLAG PIC X(1).
           02 FILLER PIC X.
           02 SR-CERT-VERSION PIC X(8).
           02 FILLER PIC X.
           02 SR-CERT-DATE PIC X(8).

         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 RST-DATE-JOINED PIC X(8).

         FD LINEUP-CTL-FILE.
         01 LINEUP-CTL-RECORD.
           02 LINEUP-CTL-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 LINEUP-CTL-NAME PIC X(6).

         FD SUB-CTL-FILE.
         01 SUB-CTL-RECORD.
           02 SUB-CTL-ABSENTEE PIC X(6).
           02 FILLER PIC X.
           02 SUB-CTL-REPLACEMENT PIC X(6).
           02 FILLER PIC X.
           02 SUB-CTL-DATE PIC X(8).

         FD STAKE-CTL-FILE.
         01 STAKE-CTL-RECORD.
           02 STAKE-CTL-AMOUNT PIC 9(4).

         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         *> Only the key matters here - the preflight proves the
         *> replay deal exists, it doesn't load it. Sizes must track
         *> waro.cbl's DEAL-RECORD.
         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 DEAL-BODY PIC X(323).

         WORKING-STORAGE SECTION.
         01 DECK-CTL-STATUS PIC X(2).
         01 TOURN-PARM-STATUS PIC X(2).
         01 SEED-CTL-STATUS PIC X(2).
         01 DEAL-FILE-STATUS PIC X(2).
         01 STRAT-REG-STATUS PIC X(2).
         01 STRAT-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 STRAT-REG-AT-EOF VALUE "Y".
         01 ROSTER-STATUS PIC X(2).
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 LINEUP-CTL-STATUS PIC X(2).
         01 LINEUP-CTL-EOF-SWITCH PIC X(1) VALUE "N".
           88 LINEUP-CTL-EOF VALUE "Y".
         01 SUB-CTL-STATUS PIC X(2).
         01 SUB-CTL-EOF-SWITCH PIC X(1) VALUE "N".
           88 SUB-CTL-EOF VALUE "Y".
         01 STAKE-CTL-STATUS PIC X(2).
         01 BANKROLL-STATUS PIC X(2).
         01 BANKROLL-EOF-SWITCH PIC X(1) VALUE "N".
           88 BANKROLL-AT-EOF VALUE "Y".

         *> The same compiled ceilings WARO itself enforces; must
         *> track waro.cbl.
         78 NUM-CARDS-DECK-MAX VALUE 40.
         78 NUM-PLAYERS-MAX VALUE 8.
         78 STRATEGY-COUNT VALUE 6.
         78 STRATEGY-NEXT VALUE 1.
         78 STRATEGY-HUMAN VALUE 4.

         *> Effective values after applying the same defaults WARO
         *> applies when a control file is absent.
         01 TOURN-CTL-PRESENT-SWITCH PIC X(1) VALUE "N".
           88 TOURN-RUN-PLANNED VALUE "Y".

         *> The registry as player-turn loads it (last record for a
         *> code wins), and whether that entry carries WARO-CERTIFY's
         *> stamp for the version it registers.
         01 REG-PROGRAM-TAB PIC X(30) OCCURS 9 TIMES.
         01 REG-VERSION-TAB PIC X(8) OCCURS 9 TIMES.
         01 REG-CERT-TAB.
           02 REG-CERT-SWITCH PIC X(1) OCCURS 9 TIMES.
             88 REG-CERTIFIED VALUE "Y".

         *> Each seat's strategy as INIT-PLAYERS will settle it, and
         *> whether a league member sits there. Like WARO's own
         *> tables, sized to NUM-PLAYERS-MAX.
         01 STRAT-CTL-TABLE PIC 9(1) OCCURS NUM-PLAYERS-MAX TIMES.
         01 LINEUP-SEAT-NAME PIC X(6) OCCURS NUM-PLAYERS-MAX TIMES.
         01 ROSTER-ACTIVE-COUNT PIC 9(2) VALUE 0.
         01 ROSTER-SEAT-NAME PIC X(6) OCCURS NUM-PLAYERS-MAX TIMES.
         01 ROSTER-SEAT-STRATEGY PIC 9(1)
                                 OCCURS NUM-PLAYERS-MAX TIMES.
         01 SEAT-STRATEGY PIC 9(1) OCCURS NUM-PLAYERS-MAX TIMES.
         01 SEAT-LEAGUE-SWITCH PIC X(1) OCCURS NUM-PLAYERS-MAX TIMES.
         *> The composers' names must track waro.cbl.
         01 DEFAULT-PLAYER-NAMES VALUE '  BachChopinMozart'.
           02 DEFAULT-PLAYER-NAME PIC X(6) OCCURS 3 TIMES.
         01 SEAT-NAME PIC X(6) OCCURS NUM-PLAYERS-MAX TIMES.
         01 SEAT-SUB-ABSENTEE PIC X(6) OCCURS NUM-PLAYERS-MAX TIMES.
         01 STRAT-LOOKUP-NAME PIC X(6).
         01 LINEUP-STRAT-WORK PIC 9(1).

         *> Substitutions in force for the run date, as WARO's
         *> READ-SUB-CTL loads them; must track waro.cbl's SUB-MAX.
         78 SUB-MAX VALUE 8.
         01 SUB-COUNT PIC 9(2) VALUE 0.
         01 SUB-ABSENTEE-TAB PIC X(6) OCCURS SUB-MAX TIMES.
         01 SUB-REPLACEMENT-TAB PIC X(6) OCCURS SUB-MAX TIMES.
         01 SUB-RUN-DATE PIC X(8).

         *> The chip book as WARO holds it while seating: a name not
         *> yet on file enters at the opening balance. Ceiling and
         *> opening balance must track waro.cbl.
         01 BANKROLL-MODE-SWITCH PIC X(1) VALUE "N".
           88 BANKROLL-MODE VALUE "Y".
         01 ENTRY-STAKE PIC 9(4) VALUE 0.
         78 OPENING-BANKROLL VALUE 100.
         78 BANK-NAME-MAX VALUE 200.
         01 BANK-NAME-COUNT PIC 9(3) VALUE 0.
         01 BANK-OVERFLOW PIC 9(6) VALUE 0.
         01 BANK-TABLE.
           02 BANK-ENTRY OCCURS BANK-NAME-MAX TIMES.
             03 BANK-NAME PIC X(6).
             03 BANK-BALANCE PIC 9(6).
         01 BANK-LOOKUP-IDX PIC 9(3).
         01 BANK-FOUND-IDX PIC 9(3).
         01 BANK-LOOKUP-NAME PIC X(6).
         01 I PIC 9(2).
         01 Y PIC 9(2).

         01 ERROR-COUNT PIC 9(4) VALUE 0.
         01 WARNING-COUNT PIC 9(4) VALUE 0.
         01 CARDS-USABLE PIC 9(4).
         PERFORM READ-VERBOSE-CTL.
         PERFORM READ-SPECT-CTL.
         PERFORM READ-TOURN-PARM.
         PERFORM LOAD-STRAT-REGISTRY.
         PERFORM READ-STAKE-CTL.
         IF BANKROLL-MODE
           PERFORM READ-BANKROLL
         END-IF.
         PERFORM READ-ROSTER.
         PERFORM READ-LINEUP-CTL.
         PERFORM READ-SUB-CTL.

         PERFORM CHECK-DECK-SIZING.
         PERFORM CHECK-SEAT-COUNT.
         PERFORM CHECK-HUMAN-SEAT.
         PERFORM CHECK-STRAT-CTL.
         PERFORM CHECK-SEAT-CERTIFICATION.
         PERFORM CHECK-SWITCH-VALUES.
         PERFORM CHECK-BONUS-CARD.
         PERFORM CHECK-SEED-CTL.
           CLOSE TOURN-PARM-FILE
         END-IF.

       *> player-turn's LOAD-STRAT-REGISTRY, keeping the stamp too:
       *> certified means "C" for exactly the version registered,
       *> so a new version of a module needs a new certification.
       LOAD-STRAT-REGISTRY.
         PERFORM CLEAR-ONE-REG-CODE
           VARYING I FROM 1 BY 1 UNTIL I > 9.
         OPEN INPUT STRAT-REG-FILE.
         IF STRAT-REG-STATUS = "00"
           PERFORM READ-NEXT-REG-RECORD
           PERFORM LOAD-ONE-REG-RECORD UNTIL STRAT-REG-AT-EOF
           CLOSE STRAT-REG-FILE
         END-IF.

       CLEAR-ONE-REG-CODE.
         MOVE SPACES TO REG-PROGRAM-TAB (I).
         MOVE SPACES TO REG-VERSION-TAB (I).
         MOVE "N" TO REG-CERT-SWITCH (I).

       READ-NEXT-REG-RECORD.
         READ STRAT-REG-FILE
           AT END MOVE "Y" TO STRAT-REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG-RECORD.
         IF SR-CODE > 0 AND SR-PROGRAM NOT = SPACES
           MOVE SR-PROGRAM TO REG-PROGRAM-TAB (SR-CODE)
           MOVE SR-VERSION TO REG-VERSION-TAB (SR-CODE)
           IF SR-CERT-FLAG = "C" AND SR-VERSION NOT = SPACES AND
              SR-CERT-VERSION = SR-VERSION
             MOVE "Y" TO REG-CERT-SWITCH (SR-CODE)
           ELSE
             MOVE "N" TO REG-CERT-SWITCH (SR-CODE)
           END-IF
         END-IF.
         PERFORM READ-NEXT-REG-RECORD.

       *> WARO's READ-ROSTER: the active members in file order, the
       *> first eight of them seatable once any busted member is
       *> barred.
       READ-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-MEMBER UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       *> A busted member (bankroll below the entry stake) sits out
       *> and the seat passes to the next active member, as in
       *> WARO's LOAD-ONE-ROSTER-MEMBER.
       LOAD-ONE-ROSTER-MEMBER.
         IF RST-STATUS = "A" AND RST-NAME NOT = SPACES AND
            ROSTER-ACTIVE-COUNT < NUM-PLAYERS-MAX AND BANKROLL-MODE
           MOVE RST-NAME TO BANK-LOOKUP-NAME
           PERFORM FIND-OR-ADD-BANK-NAME
           IF BANK-FOUND-IDX > 0 AND
              BANK-BALANCE (BANK-FOUND-IDX) < ENTRY-STAKE
             DISPLAY "TRACER   " RST-NAME " is busted (bankroll "
               BANK-BALANCE (BANK-FOUND-IDX) " below the "
               ENTRY-STAKE " stake) and will not be seated"
             MOVE "R" TO RST-STATUS
           END-IF
         END-IF.
         IF RST-STATUS = "A" AND RST-NAME NOT = SPACES AND
            ROSTER-ACTIVE-COUNT < NUM-PLAYERS-MAX
           ADD 1 TO ROSTER-ACTIVE-COUNT
           MOVE RST-NAME TO ROSTER-SEAT-NAME (ROSTER-ACTIVE-COUNT)
           IF RST-STRATEGY IS NUMERIC
             MOVE RST-STRATEGY
               TO ROSTER-SEAT-STRATEGY (ROSTER-ACTIVE-COUNT)
           ELSE
             MOVE 0 TO ROSTER-SEAT-STRATEGY (ROSTER-ACTIVE-COUNT)
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       *> A missing STAKECTL (FILE STATUS 35), or a zero stake,
       *> means chip-free play and no bust bar.
       READ-STAKE-CTL.
         OPEN INPUT STAKE-CTL-FILE.
         IF STAKE-CTL-STATUS = "00"
           READ STAKE-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF STAKE-CTL-AMOUNT > 0
                 MOVE STAKE-CTL-AMOUNT TO ENTRY-STAKE
                 MOVE "Y" TO BANKROLL-MODE-SWITCH
               END-IF
           END-READ
           CLOSE STAKE-CTL-FILE
         END-IF.

       *> A missing BANKROLL (FILE STATUS 35) is an empty book. A
       *> book past the ceiling makes WARO play the game outside the
       *> chip economy, so nobody is barred here either.
       READ-BANKROLL.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BANKROLL-RECORD
           PERFORM LOAD-ONE-BANKROLL-RECORD UNTIL BANKROLL-AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.
         IF BANK-OVERFLOW > 0
           ADD 1 TO WARNING-COUNT
           DISPLAY "TRACER   WARNING: more than " BANK-NAME-MAX
             " names on BANKROLL (" BANK-OVERFLOW " over); the game "
             "will play outside the chip economy"
           MOVE "N" TO BANKROLL-MODE-SWITCH
         END-IF.

       READ-NEXT-BANKROLL-RECORD.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO BANKROLL-EOF-SWITCH
         END-READ.

       LOAD-ONE-BANKROLL-RECORD.
         IF BR-NAME NOT = SPACES
           IF BANK-NAME-COUNT < BANK-NAME-MAX
             ADD 1 TO BANK-NAME-COUNT
             MOVE BR-NAME TO BANK-NAME (BANK-NAME-COUNT)
             MOVE BR-BALANCE TO BANK-BALANCE (BANK-NAME-COUNT)
           ELSE
             ADD 1 TO BANK-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL-RECORD.

       *> WARO's FIND-OR-ADD-BANK-NAME, less the settle-time
       *> bookkeeping: a new name takes a slot at the opening
       *> balance, so later lookups see the same book WARO does.
       FIND-OR-ADD-BANK-NAME.
         MOVE 0 TO BANK-FOUND-IDX.
         PERFORM CHECK-ONE-BANK-NAME
           VARYING BANK-LOOKUP-IDX FROM 1 BY 1
             UNTIL BANK-LOOKUP-IDX > BANK-NAME-COUNT.
         IF BANK-FOUND-IDX = 0 AND BANK-NAME-COUNT < BANK-NAME-MAX
           ADD 1 TO BANK-NAME-COUNT
           MOVE BANK-LOOKUP-NAME TO BANK-NAME (BANK-NAME-COUNT)
           MOVE OPENING-BANKROLL TO BANK-BALANCE (BANK-NAME-COUNT)
           MOVE BANK-NAME-COUNT TO BANK-FOUND-IDX
         END-IF.

       CHECK-ONE-BANK-NAME.
         IF BANK-FOUND-IDX = 0 AND
            BANK-NAME (BANK-LOOKUP-IDX) = BANK-LOOKUP-NAME
           MOVE BANK-LOOKUP-IDX TO BANK-FOUND-IDX
         END-IF.

       READ-LINEUP-CTL.
         PERFORM CLEAR-LINEUP-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > NUM-PLAYERS-MAX.
         OPEN INPUT LINEUP-CTL-FILE.
         IF LINEUP-CTL-STATUS = "00"
           PERFORM READ-NEXT-LINEUP-RECORD
           PERFORM APPLY-LINEUP-RECORD UNTIL LINEUP-CTL-EOF
           CLOSE LINEUP-CTL-FILE
         END-IF.

       CLEAR-LINEUP-SEAT.
         MOVE SPACES TO LINEUP-SEAT-NAME (I).

       READ-NEXT-LINEUP-RECORD.
         READ LINEUP-CTL-FILE
           AT END MOVE "Y" TO LINEUP-CTL-EOF-SWITCH
         END-READ.

       APPLY-LINEUP-RECORD.
         IF LINEUP-CTL-SEAT > 0 AND
            LINEUP-CTL-SEAT <= NUM-PLAYERS-MAX AND
            LINEUP-CTL-NAME NOT = SPACES
           MOVE LINEUP-CTL-NAME
             TO LINEUP-SEAT-NAME (LINEUP-CTL-SEAT)
         END-IF.
         PERFORM READ-NEXT-LINEUP-RECORD.

       *> WARO's READ-SUB-CTL: a missing SUBCTL (FILE STATUS 35)
       *> seats everyone as scheduled; a dated record applies only
       *> on its date.
       READ-SUB-CTL.
         MOVE FUNCTION CURRENT-DATE (1:8) TO SUB-RUN-DATE.
         OPEN INPUT SUB-CTL-FILE.
         IF SUB-CTL-STATUS = "00"
           PERFORM READ-NEXT-SUB-RECORD
           PERFORM APPLY-SUB-RECORD UNTIL SUB-CTL-EOF
           CLOSE SUB-CTL-FILE
         END-IF.

       READ-NEXT-SUB-RECORD.
         READ SUB-CTL-FILE
           AT END MOVE "Y" TO SUB-CTL-EOF-SWITCH
         END-READ.

       APPLY-SUB-RECORD.
         IF SUB-CTL-ABSENTEE NOT = SPACES AND
            SUB-CTL-REPLACEMENT NOT = SPACES AND
            (SUB-CTL-DATE = SPACES OR
             SUB-CTL-DATE = SUB-RUN-DATE)
           IF SUB-COUNT < SUB-MAX
             ADD 1 TO SUB-COUNT
             MOVE SUB-CTL-ABSENTEE TO SUB-ABSENTEE-TAB (SUB-COUNT)
             MOVE SUB-CTL-REPLACEMENT
               TO SUB-REPLACEMENT-TAB (SUB-COUNT)
           ELSE
             ADD 1 TO WARNING-COUNT
             DISPLAY "TRACER   WARNING: more than " SUB-MAX
               " SUBCTL substitutions; WARO will ignore the extras"
           END-IF
         END-IF.
         PERFORM READ-NEXT-SUB-RECORD.

       *> The deal math WARO will actually run: one kitty hand plus
       *> one hand per seat; whatever is left of the deck lands in
       *> the discard pile. A deck too small to fill every hand, or
       *> count and the known strategy codes - last week a bad seat
       *> number here silently did nothing for 50 games.
       CHECK-STRAT-CTL.
         PERFORM CLEAR-STRAT-CTL-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > NUM-PLAYERS-MAX.
         OPEN INPUT STRAT-CTL-FILE.
         IF STRAT-CTL-STATUS = "00"
           PERFORM READ-NEXT-STRAT-RECORD
           CLOSE STRAT-CTL-FILE
         END-IF.

       CLEAR-STRAT-CTL-SEAT.
         MOVE 0 TO STRAT-CTL-TABLE (I).

       READ-NEXT-STRAT-RECORD.
         READ STRAT-CTL-FILE
           AT END MOVE "Y" TO STRAT-CTL-EOF-SWITCH
           DISPLAY "TRACER   ERROR: STRATCTL seat " STRAT-CTL-SEAT
             " beyond PLAYERCTL's " NUM-PLAYERS " seats"
         END-IF.
         *> A code past the built-in six is known once STRATREG
         *> registers a module for it.
         IF STRAT-CTL-STRATEGY < 1
           ADD 1 TO ERROR-COUNT
           DISPLAY "TRACER   ERROR: STRATCTL seat " STRAT-CTL-SEAT
             " names unknown strategy " STRAT-CTL-STRATEGY
         ELSE IF STRAT-CTL-STRATEGY > STRATEGY-COUNT AND
                 REG-PROGRAM-TAB (STRAT-CTL-STRATEGY) = SPACES
           ADD 1 TO ERROR-COUNT
           DISPLAY "TRACER   ERROR: STRATCTL seat " STRAT-CTL-SEAT
             " names unknown strategy " STRAT-CTL-STRATEGY
         ELSE IF STRAT-CTL-SEAT > 0 AND
                 STRAT-CTL-SEAT <= NUM-PLAYERS-MAX
           MOVE STRAT-CTL-STRATEGY
             TO STRAT-CTL-TABLE (STRAT-CTL-SEAT)
         END-IF
         END-IF
         END-IF.
         PERFORM READ-NEXT-STRAT-RECORD.

       *> Every seat's strategy settled the way INIT-PLAYERS settles
       *> it - a SUBCTL substitute's own roster default, else
       *> STRATCTL, then the lineup member's roster default, then
       *> the roster member in seat order (busted members already
       *> barred), then the composers, HUMANCTL over all of them. A
       *> seat that lands on a
       *> registered module without a current certification stamp
       *> is refused when a league member sits there or the run is
       *> a TOURNCTL tournament; anywhere else it is a warning.
       CHECK-SEAT-CERTIFICATION.
         PERFORM CHECK-ONE-SEAT-CERTIFICATION
           VARYING I FROM 1 BY 1
           UNTIL I > NUM-PLAYERS OR I > NUM-PLAYERS-MAX.

       CHECK-ONE-SEAT-CERTIFICATION.
         PERFORM RESOLVE-SEAT-STRATEGY.
         IF SEAT-STRATEGY (I) > 0
           IF REG-PROGRAM-TAB (SEAT-STRATEGY (I)) NOT = SPACES AND
              NOT REG-CERTIFIED (SEAT-STRATEGY (I))
             IF TOURN-RUN-PLANNED OR SEAT-LEAGUE-SWITCH (I) = "Y"
               ADD 1 TO ERROR-COUNT
               DISPLAY "TRACER   ERROR: seat " I " strategy "
                 SEAT-STRATEGY (I) " bids through "
                 REG-PROGRAM-TAB (SEAT-STRATEGY (I)) " version "
                 REG-VERSION-TAB (SEAT-STRATEGY (I))
                 " - not certified"
             ELSE
               ADD 1 TO WARNING-COUNT
               DISPLAY "TRACER   WARNING: seat " I " strategy "
                 SEAT-STRATEGY (I) " bids through "
                 REG-PROGRAM-TAB (SEAT-STRATEGY (I)) " version "
                 REG-VERSION-TAB (SEAT-STRATEGY (I))
                 " - not certified"
             END-IF
           END-IF
         END-IF.

       RESOLVE-SEAT-STRATEGY.
         IF LINEUP-SEAT-NAME (I) NOT = SPACES OR
            I <= ROSTER-ACTIVE-COUNT
           MOVE "Y" TO SEAT-LEAGUE-SWITCH (I)
         ELSE
           MOVE "N" TO SEAT-LEAGUE-SWITCH (I)
         END-IF.
         *> The seat's name as INIT-PLAYERS settles it; only the
         *> substitution test needs it - the composer and "PLYR"
         *> names are never on SUBCTL's absentee list in practice,
         *> but are built the same way so the match is exact.
         IF LINEUP-SEAT-NAME (I) NOT = SPACES
           MOVE LINEUP-SEAT-NAME (I) TO SEAT-NAME (I)
         ELSE IF I <= ROSTER-ACTIVE-COUNT
           MOVE ROSTER-SEAT-NAME (I) TO SEAT-NAME (I)
         ELSE IF I <= 3
           MOVE DEFAULT-PLAYER-NAME (I) TO SEAT-NAME (I)
         ELSE
           STRING "PLYR" I DELIMITED BY SIZE INTO SEAT-NAME (I)
         END-IF.
         MOVE SPACES TO SEAT-SUB-ABSENTEE (I).
         PERFORM CHECK-ONE-SUBSTITUTION
           VARYING Y FROM 1 BY 1 UNTIL Y > SUB-COUNT.
         IF SEAT-SUB-ABSENTEE (I) NOT = SPACES
           MOVE SEAT-NAME (I) TO STRAT-LOOKUP-NAME
           PERFORM LOOKUP-ROSTER-STRATEGY
           IF LINEUP-STRAT-WORK > 0
             MOVE LINEUP-STRAT-WORK TO SEAT-STRATEGY (I)
           ELSE
             MOVE STRATEGY-NEXT TO SEAT-STRATEGY (I)
           END-IF
         ELSE IF STRAT-CTL-TABLE (I) > 0
           MOVE STRAT-CTL-TABLE (I) TO SEAT-STRATEGY (I)
         ELSE IF LINEUP-SEAT-NAME (I) NOT = SPACES
           MOVE LINEUP-SEAT-NAME (I) TO STRAT-LOOKUP-NAME
           PERFORM LOOKUP-ROSTER-STRATEGY
           IF LINEUP-STRAT-WORK > 0
             MOVE LINEUP-STRAT-WORK TO SEAT-STRATEGY (I)
           ELSE
             MOVE STRATEGY-NEXT TO SEAT-STRATEGY (I)
           END-IF
         ELSE IF I <= ROSTER-ACTIVE-COUNT AND
                 ROSTER-SEAT-STRATEGY (I) > 0
           MOVE ROSTER-SEAT-STRATEGY (I) TO SEAT-STRATEGY (I)
         ELSE IF I <= 3
           *> The composers play NEXT, MAX and NEAREST - codes 1-3
           *> in seat order.
           MOVE I TO SEAT-STRATEGY (I)
         ELSE
           MOVE STRATEGY-NEXT TO SEAT-STRATEGY (I)
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF HUMAN-SEAT > 0 AND I = HUMAN-SEAT
           MOVE STRATEGY-HUMAN TO SEAT-STRATEGY (I)
         END-IF.

       CHECK-ONE-SUBSTITUTION.
         IF SUB-ABSENTEE-TAB (Y) = SEAT-NAME (I) AND
            SEAT-SUB-ABSENTEE (I) = SPACES
           MOVE SEAT-NAME (I) TO SEAT-SUB-ABSENTEE (I)
           MOVE SUB-REPLACEMENT-TAB (Y) TO SEAT-NAME (I)
           DISPLAY "TRACER   seat " I " - " SEAT-SUB-ABSENTEE (I)
             " is absent; " SEAT-NAME (I) " substitutes"
         END-IF.

       LOOKUP-ROSTER-STRATEGY.
         MOVE 0 TO LINEUP-STRAT-WORK.
         PERFORM MATCH-ROSTER-STRATEGY
           VARYING Y FROM 1 BY 1 UNTIL Y > ROSTER-ACTIVE-COUNT.

       MATCH-ROSTER-STRATEGY.
         IF ROSTER-SEAT-NAME (Y) = STRAT-LOOKUP-NAME AND
            ROSTER-SEAT-STRATEGY (Y) > 0
           MOVE ROSTER-SEAT-STRATEGY (Y) TO LINEUP-STRAT-WORK
         END-IF.

       CHECK-SWITCH-VALUES.
         IF TIE-MODE NOT = "S" AND TIE-MODE NOT = "P"
           ADD 1 TO ERROR-COUNT
