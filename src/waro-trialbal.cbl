       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-TRIALBAL.
      *> Bankroll trial balance: the chip-conservation proof for the
      *> BANKROLL book. Every posting on BANKPOST - and every
      *> BANKPOST row WARO-RETAIN has rolled off to RETARCH, so an
      *> archived season still counts - is re-added twice over.
      *> Per game, the stakes CHARGE-ONE-STAKE debited must equal
      *> the pot PAY-OUT-POT credited; per event, the prizes paid
      *> may not exceed the entry fees taken, the difference being
      *> what the house retained. Per player, the opening posting
      *> plus every credit less every debit must equal the balance
      *> the BANKROLL master holds. The break report names the
      *> exact game, event or re-buy that fails, and the house
      *> totals close the proof: openings and re-buys issued, less
      *> what the house retained from events, is the chips in
      *> circulation on the master. Any break is RC 12, the same
      *> severity WARO-BANKROLL gives a statement that does not
      *> re-add. Read-only; nothing is rewritten.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKROLL-STATUS.

           SELECT BANKPOST-FILE ASSIGN TO "BANKPOST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKPOST-STATUS.

           *> WARO-RETAIN's archive generations, oldest first; only
           *> the rows tagged BANKPOST are read. Absent, the proof
           *> runs on BANKPOST alone.
           SELECT RET-ARCHIVE-FILE ASSIGN TO "RETARCH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RET-ARCHIVE-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> Same layouts waro.cbl keeps.
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         FD BANKPOST-FILE.
         01 BANKPOST-RECORD PIC X(40).

         *> Same layout WARO-RETAIN writes.
         FD RET-ARCHIVE-FILE.
         01 RET-ARCHIVE-RECORD.
           02 RA-DATASET PIC X(10).
           02 FILLER PIC X.
           02 RA-RUN-DATE PIC X(8).
           02 FILLER PIC X.
           02 RA-IMAGE PIC X(200).

         WORKING-STORAGE SECTION.
         01 BANKROLL-STATUS PIC X(2).
         01 BANKPOST-STATUS PIC X(2).
         01 RET-ARCHIVE-STATUS PIC X(2).
         01 BANKROLL-EOF-SWITCH PIC X(1) VALUE "N".
           88 BANKROLL-AT-EOF VALUE "Y".
         01 POST-EOF-SWITCH PIC X(1) VALUE "N".
           88 POST-AT-EOF VALUE "Y".
         01 ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCHIVE-AT-EOF VALUE "Y".

         *> One posting in hand, whichever file it came from; same
         *> layout WARO and WARO-BANKROLL write to BANKPOST.
         01 POSTING-ROW.
           02 BP-DATE PIC X(8).
           02 FILLER PIC X.
           02 BP-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 BP-NAME PIC X(6).
           02 FILLER PIC X.
           02 BP-TYPE PIC X(1).
             88 BP-STAKE-OR-FEE VALUE "E".
             88 BP-POT-WIN VALUE "W".
             88 BP-POT-SHARE VALUE "S".
             88 BP-REBUY VALUE "R".
             88 BP-OPENING VALUE "O".
             88 BP-PLACE-PRIZE VALUE "P".
             88 BP-KNOWN-TYPE VALUE "E" "W" "S" "R" "O" "P".
           02 FILLER PIC X.
           02 BP-AMOUNT PIC 9(6).
           02 FILLER PIC X.
           02 BP-EVENT PIC X(8).
         01 POSTING-SOURCE PIC X(8).

         *> Twice the BANKROLL book's 200 names (BANK-NAME-MAX in
         *> waro.cbl), leaving room for names the postings carry
         *> that the master does not.
         78 TRIAL-NAME-MAX VALUE 400.
         01 TRIAL-NAME-COUNT PIC 9(3) VALUE 0.
         01 TRIAL-TABLE.
           02 TRIAL-ENTRY OCCURS TRIAL-NAME-MAX TIMES.
             03 TRIAL-NAME PIC X(6).
             03 TRIAL-ON-MASTER PIC X(1).
             03 TRIAL-MASTER PIC 9(6).
             03 TRIAL-READD PIC S9(9).
             03 TRIAL-OPENING PIC 9(9).
             03 TRIAL-OPEN-COUNT PIC 9(4).
             03 TRIAL-REBUYS PIC 9(9).
             03 TRIAL-WON PIC 9(9).
             03 TRIAL-STAKED PIC 9(9).
             03 TRIAL-POSTINGS PIC 9(6).
             03 TRIAL-WENT-SHORT PIC X(1).
         01 K PIC 9(3).
         01 NAME-LOOKUP-IDX PIC 9(3).
         01 NAME-FOUND-IDX PIC 9(3).
         01 LOOKUP-NAME PIC X(6).

         *> The settlement in hand. WARO writes a game's postings
         *> together, and WARO-TOURNEY an event's, so each game or
         *> event is one run of rows: a change of game-id or event
         *> name closes the one before. Re-buys belong to neither.
         01 GROUP-KIND PIC X(1) VALUE SPACE.
           88 GROUP-IS-GAME VALUE "G".
           88 GROUP-IS-EVENT VALUE "V".
           88 GROUP-IS-NONE VALUE SPACE.
         01 GROUP-GAME-ID PIC 9(6).
         01 GROUP-EVENT PIC X(8).
         01 GROUP-DATE PIC X(8).
         01 GROUP-DEBITS PIC 9(9).
         01 GROUP-CREDITS PIC 9(9).
         01 ROW-KIND PIC X(1).
         01 ROW-GAME-ID PIC 9(6).
         01 ROW-EVENT PIC X(8).

         01 POSTINGS-READ PIC 9(7) VALUE 0.
         01 ARCHIVED-READ PIC 9(7) VALUE 0.
         01 GAMES-PROVED PIC 9(6) VALUE 0.
         01 EVENTS-PROVED PIC 9(4) VALUE 0.
         01 BREAK-COUNT PIC 9(4) VALUE 0.
         01 HOUSE-OPENINGS PIC 9(9) VALUE 0.
         01 HOUSE-OPENING-COUNT PIC 9(6) VALUE 0.
         01 HOUSE-REBUYS PIC 9(9) VALUE 0.
         01 HOUSE-REBUY-COUNT PIC 9(6) VALUE 0.
         01 HOUSE-RETAINED PIC S9(9) VALUE 0.
         01 EVENT-RETAINED PIC S9(9).
         01 CHIPS-IN-CIRCULATION PIC 9(9) VALUE 0.
         01 CHIPS-EXPECTED PIC S9(9).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO BANKROLL TRIAL BALANCE".
         PERFORM LOAD-BANKROLL.
         PERFORM READD-ARCHIVED-POSTINGS.
         PERFORM READD-LIVE-POSTINGS.
         PERFORM CLOSE-GROUP.
         DISPLAY "TRACER   " ARCHIVED-READ " archived and "
           POSTINGS-READ " live posting(s) re-added; "
           GAMES-PROVED " game pot(s), " EVENTS-PROVED
           " event(s) proved".
         PERFORM PROVE-PLAYERS.
         PERFORM PROVE-HOUSE.
         DISPLAY " ".
         IF BREAK-COUNT > 0
           DISPLAY "TRACER SEVERE ERROR: " BREAK-COUNT
             " break(s); the bankroll book does not balance"
           IF RETURN-CODE < 12
             MOVE 12 TO RETURN-CODE
           END-IF
         ELSE
           DISPLAY "TRACER   trial balance proved: every pot nets "
             "to zero and every balance re-adds"
         END-IF.
         GOBACK.

       LOAD-BANKROLL.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BANKROLL
           PERFORM LOAD-ONE-BANKROLL UNTIL BANKROLL-AT-EOF
           CLOSE BANKROLL-FILE
         ELSE
           DISPLAY "TRACER   no BANKROLL master on file; every "
             "posted name will show as a break"
         END-IF.

       READ-NEXT-BANKROLL.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO BANKROLL-EOF-SWITCH
         END-READ.

       LOAD-ONE-BANKROLL.
         IF BR-NAME NOT = SPACES
           MOVE BR-NAME TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-TRIAL-NAME
           IF NAME-FOUND-IDX > 0
             MOVE "Y" TO TRIAL-ON-MASTER (NAME-FOUND-IDX)
             MOVE BR-BALANCE TO TRIAL-MASTER (NAME-FOUND-IDX)
             ADD BR-BALANCE TO CHIPS-IN-CIRCULATION
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL.

       READD-ARCHIVED-POSTINGS.
         MOVE "RETARCH" TO POSTING-SOURCE.
         OPEN INPUT RET-ARCHIVE-FILE.
         IF RET-ARCHIVE-STATUS = "00"
           PERFORM READ-NEXT-ARCHIVE
           PERFORM READD-ONE-ARCHIVE UNTIL ARCHIVE-AT-EOF
           CLOSE RET-ARCHIVE-FILE
         END-IF.

       READ-NEXT-ARCHIVE.
         READ RET-ARCHIVE-FILE
           AT END MOVE "Y" TO ARCHIVE-EOF-SWITCH
         END-READ.

       READD-ONE-ARCHIVE.
         IF RA-DATASET = "BANKPOST"
           MOVE RA-IMAGE (1:40) TO POSTING-ROW
           ADD 1 TO ARCHIVED-READ
           PERFORM READD-ONE-POSTING
         END-IF.
         PERFORM READ-NEXT-ARCHIVE.

       READD-LIVE-POSTINGS.
         MOVE "BANKPOST" TO POSTING-SOURCE.
         OPEN INPUT BANKPOST-FILE.
         IF BANKPOST-STATUS = "00"
           PERFORM READ-NEXT-POSTING
           PERFORM READD-ONE-LIVE UNTIL POST-AT-EOF
           CLOSE BANKPOST-FILE
         ELSE
           DISPLAY "TRACER   no BANKPOST postings on file"
         END-IF.

       READ-NEXT-POSTING.
         READ BANKPOST-FILE INTO POSTING-ROW
           AT END MOVE "Y" TO POST-EOF-SWITCH
         END-READ.

       READD-ONE-LIVE.
         ADD 1 TO POSTINGS-READ.
         PERFORM READD-ONE-POSTING.
         PERFORM READ-NEXT-POSTING.

       *> Each posting lands on its player and on its settlement.
       *> A posting whose type or settlement does not fit the
       *> posting rules is a break in its own right, but is still
       *> re-added to the player - the master balance was moved by
       *> it all the same.
       READD-ONE-POSTING.
         IF BP-AMOUNT IS NOT NUMERIC OR BP-GAME-ID IS NOT NUMERIC
           PERFORM REPORT-UNREADABLE-POSTING
         ELSE
           PERFORM CLASSIFY-POSTING
           IF ROW-KIND NOT = GROUP-KIND OR
              ROW-GAME-ID NOT = GROUP-GAME-ID OR
              ROW-EVENT NOT = GROUP-EVENT
             PERFORM CLOSE-GROUP
             PERFORM OPEN-GROUP
           END-IF
           PERFORM POST-TO-GROUP
           PERFORM POST-TO-PLAYER
         END-IF.

       REPORT-UNREADABLE-POSTING.
         ADD 1 TO BREAK-COUNT.
         DISPLAY "TRACER   BREAK: unreadable " POSTING-SOURCE
           " posting '" POSTING-ROW "'".

       *> Event postings carry the event name; game postings the
       *> game-id; re-buys neither.
       CLASSIFY-POSTING.
         MOVE 0 TO ROW-GAME-ID.
         MOVE SPACES TO ROW-EVENT.
         IF BP-EVENT NOT = SPACES
           MOVE "V" TO ROW-KIND
           MOVE BP-EVENT TO ROW-EVENT
         ELSE IF BP-GAME-ID > 0
           MOVE "G" TO ROW-KIND
           MOVE BP-GAME-ID TO ROW-GAME-ID
         ELSE
           MOVE SPACE TO ROW-KIND
         END-IF
         END-IF.

       OPEN-GROUP.
         MOVE ROW-KIND TO GROUP-KIND.
         MOVE ROW-GAME-ID TO GROUP-GAME-ID.
         MOVE ROW-EVENT TO GROUP-EVENT.
         MOVE BP-DATE TO GROUP-DATE.
         MOVE 0 TO GROUP-DEBITS.
         MOVE 0 TO GROUP-CREDITS.

       *> Openings are issued by the house inside whichever
       *> settlement first seats the name, and stand outside the
       *> pot. Stakes and fees are the group's debits; pot payouts
       *> and place prizes its credits.
       POST-TO-GROUP.
         IF NOT BP-KNOWN-TYPE
           ADD 1 TO BREAK-COUNT
           DISPLAY "TRACER   BREAK: " BP-DATE " " BP-NAME
             " posting of unknown type '" BP-TYPE "', amount "
             BP-AMOUNT
         ELSE IF BP-OPENING
           ADD BP-AMOUNT TO HOUSE-OPENINGS
           ADD 1 TO HOUSE-OPENING-COUNT
         ELSE IF BP-REBUY
           ADD BP-AMOUNT TO HOUSE-REBUYS
           ADD 1 TO HOUSE-REBUY-COUNT
           IF NOT GROUP-IS-NONE
             PERFORM REPORT-MISPLACED-POSTING
           END-IF
         ELSE IF BP-STAKE-OR-FEE
           IF GROUP-IS-NONE
             PERFORM REPORT-MISPLACED-POSTING
           ELSE
             ADD BP-AMOUNT TO GROUP-DEBITS
           END-IF
         ELSE IF BP-PLACE-PRIZE
           IF GROUP-IS-EVENT
             ADD BP-AMOUNT TO GROUP-CREDITS
           ELSE
             PERFORM REPORT-MISPLACED-POSTING
           END-IF
         ELSE
           IF GROUP-IS-GAME
             ADD BP-AMOUNT TO GROUP-CREDITS
           ELSE
             PERFORM REPORT-MISPLACED-POSTING
           END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

       REPORT-MISPLACED-POSTING.
         ADD 1 TO BREAK-COUNT.
         IF GROUP-IS-GAME
           DISPLAY "TRACER   BREAK: game " GROUP-GAME-ID " "
             BP-DATE " carries a type " BP-TYPE " posting for "
             BP-NAME ", amount " BP-AMOUNT
         ELSE IF GROUP-IS-EVENT
           DISPLAY "TRACER   BREAK: event " GROUP-EVENT " "
             BP-DATE " carries a type " BP-TYPE " posting for "
             BP-NAME ", amount " BP-AMOUNT
         ELSE
           DISPLAY "TRACER   BREAK: " BP-DATE " type " BP-TYPE
             " posting for " BP-NAME ", amount " BP-AMOUNT
             " belongs to no game or event"
         END-IF
         END-IF.

       *> A game's pot nets to zero: every chip staked is paid
       *> out. An event may keep the house's share of its fees,
       *> but can never pay out more than it took.
       CLOSE-GROUP.
         IF GROUP-IS-GAME
           ADD 1 TO GAMES-PROVED
           IF GROUP-DEBITS NOT = GROUP-CREDITS
             ADD 1 TO BREAK-COUNT
             DISPLAY "TRACER   BREAK: game " GROUP-GAME-ID " "
               GROUP-DATE " staked " GROUP-DEBITS
               " but paid out " GROUP-CREDITS
           END-IF
         END-IF.
         IF GROUP-IS-EVENT
           ADD 1 TO EVENTS-PROVED
           COMPUTE EVENT-RETAINED = GROUP-DEBITS - GROUP-CREDITS
           ADD EVENT-RETAINED TO HOUSE-RETAINED
           IF EVENT-RETAINED < 0
             ADD 1 TO BREAK-COUNT
             DISPLAY "TRACER   BREAK: event " GROUP-EVENT " "
               GROUP-DATE " took " GROUP-DEBITS
               " in fees but paid " GROUP-CREDITS " in prizes"
           ELSE
             DISPLAY "TRACER   event " GROUP-EVENT " " GROUP-DATE
               " fees " GROUP-DEBITS ", prizes " GROUP-CREDITS
               ", house retained " EVENT-RETAINED
           END-IF
         END-IF.
         MOVE SPACE TO GROUP-KIND.
         MOVE 0 TO GROUP-GAME-ID.
         MOVE SPACES TO GROUP-EVENT.

       *> The player's running balance, posting by posting. A
       *> re-buy for a name the house never opened, or a debit that
       *> takes the balance below zero, is named where it happens.
       POST-TO-PLAYER.
         MOVE BP-NAME TO LOOKUP-NAME.
         PERFORM FIND-OR-ADD-TRIAL-NAME.
         IF NAME-FOUND-IDX > 0
           ADD 1 TO TRIAL-POSTINGS (NAME-FOUND-IDX)
           IF BP-REBUY AND TRIAL-OPEN-COUNT (NAME-FOUND-IDX) = 0
             ADD 1 TO BREAK-COUNT
             DISPLAY "TRACER   BREAK: re-buy " BP-DATE " "
               BP-NAME " amount " BP-AMOUNT
               " for a name with no opening posting"
           END-IF
           IF BP-REBUY AND TRIAL-ON-MASTER (NAME-FOUND-IDX) = "N"
             ADD 1 TO BREAK-COUNT
             DISPLAY "TRACER   BREAK: re-buy " BP-DATE " "
               BP-NAME " amount " BP-AMOUNT
               " for a name not on the BANKROLL master"
           END-IF
           EVALUATE TRUE
             WHEN BP-OPENING
               ADD 1 TO TRIAL-OPEN-COUNT (NAME-FOUND-IDX)
               ADD BP-AMOUNT TO TRIAL-OPENING (NAME-FOUND-IDX)
               ADD BP-AMOUNT TO TRIAL-READD (NAME-FOUND-IDX)
             WHEN BP-REBUY
               ADD BP-AMOUNT TO TRIAL-REBUYS (NAME-FOUND-IDX)
               ADD BP-AMOUNT TO TRIAL-READD (NAME-FOUND-IDX)
             WHEN BP-STAKE-OR-FEE
               ADD BP-AMOUNT TO TRIAL-STAKED (NAME-FOUND-IDX)
               SUBTRACT BP-AMOUNT FROM TRIAL-READD (NAME-FOUND-IDX)
             WHEN BP-KNOWN-TYPE
               ADD BP-AMOUNT TO TRIAL-WON (NAME-FOUND-IDX)
               ADD BP-AMOUNT TO TRIAL-READD (NAME-FOUND-IDX)
           END-EVALUATE
           IF TRIAL-READD (NAME-FOUND-IDX) < 0 AND
              TRIAL-WENT-SHORT (NAME-FOUND-IDX) = "N"
             MOVE "Y" TO TRIAL-WENT-SHORT (NAME-FOUND-IDX)
             ADD 1 TO BREAK-COUNT
             PERFORM REPORT-BALANCE-SHORT
           END-IF
         END-IF.

       REPORT-BALANCE-SHORT.
         IF BP-EVENT NOT = SPACES
           DISPLAY "TRACER   BREAK: " BP-NAME " goes below zero at "
             "event " BP-EVENT " " BP-DATE ", type " BP-TYPE
             " amount " BP-AMOUNT
         ELSE
           DISPLAY "TRACER   BREAK: " BP-NAME " goes below zero at "
             "game " BP-GAME-ID " " BP-DATE ", type " BP-TYPE
             " amount " BP-AMOUNT
         END-IF.

       FIND-OR-ADD-TRIAL-NAME.
         MOVE 0 TO NAME-FOUND-IDX.
         PERFORM CHECK-ONE-TRIAL-NAME
           VARYING NAME-LOOKUP-IDX FROM 1 BY 1
             UNTIL NAME-LOOKUP-IDX > TRIAL-NAME-COUNT.
         IF NAME-FOUND-IDX = 0
           IF TRIAL-NAME-COUNT < TRIAL-NAME-MAX
             ADD 1 TO TRIAL-NAME-COUNT
             MOVE TRIAL-NAME-COUNT TO NAME-FOUND-IDX
             MOVE LOOKUP-NAME TO TRIAL-NAME (NAME-FOUND-IDX)
             MOVE "N" TO TRIAL-ON-MASTER (NAME-FOUND-IDX)
             MOVE "N" TO TRIAL-WENT-SHORT (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-MASTER (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-READD (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-OPENING (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-OPEN-COUNT (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-REBUYS (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-WON (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-STAKED (NAME-FOUND-IDX)
             MOVE 0 TO TRIAL-POSTINGS (NAME-FOUND-IDX)
           ELSE
             ADD 1 TO BREAK-COUNT
             DISPLAY "TRACER SEVERE ERROR: more than "
               TRIAL-NAME-MAX " names; " LOOKUP-NAME
               " is left out of the trial balance"
           END-IF
         END-IF.

       CHECK-ONE-TRIAL-NAME.
         IF TRIAL-NAME (NAME-LOOKUP-IDX) = LOOKUP-NAME
           MOVE NAME-LOOKUP-IDX TO NAME-FOUND-IDX
         END-IF.

       *> One line per name: what was issued to it, what it won
       *> and staked, the re-added balance and the master's.
       PROVE-PLAYERS.
         DISPLAY " ".
         DISPLAY "WARO BANKROLL TRIAL BALANCE - " TRIAL-NAME-COUNT
           " name(s)".
         DISPLAY "NAME   OPENING   RE-BUYS   CREDITS    DEBITS"
           "   RE-ADDED     MASTER".
         PERFORM PROVE-ONE-PLAYER
           VARYING K FROM 1 BY 1 UNTIL K > TRIAL-NAME-COUNT.

       PROVE-ONE-PLAYER.
         DISPLAY TRIAL-NAME (K) " " TRIAL-OPENING (K) " "
           TRIAL-REBUYS (K) " " TRIAL-WON (K) " "
           TRIAL-STAKED (K) " " TRIAL-READD (K) " "
           TRIAL-MASTER (K).
         IF TRIAL-ON-MASTER (K) = "N"
           ADD 1 TO BREAK-COUNT
           DISPLAY "TRACER   BREAK: " TRIAL-NAME (K) " has "
             TRIAL-POSTINGS (K)
             " posting(s) but no BANKROLL master record"
         ELSE IF TRIAL-OPEN-COUNT (K) NOT = 1
           ADD 1 TO BREAK-COUNT
           DISPLAY "TRACER   BREAK: " TRIAL-NAME (K) " has "
             TRIAL-OPEN-COUNT (K) " opening posting(s), not one"
         ELSE IF TRIAL-READD (K) NOT = TRIAL-MASTER (K)
           ADD 1 TO BREAK-COUNT
           DISPLAY "TRACER   BREAK: " TRIAL-NAME (K)
             " re-adds to " TRIAL-READD (K)
             " but the BANKROLL master holds " TRIAL-MASTER (K)
         END-IF
         END-IF
         END-IF.

       *> Game pots net to zero, so the chips on the master can
       *> only have come from openings and re-buys, less what the
       *> house kept of the event fees.
       PROVE-HOUSE.
         COMPUTE CHIPS-EXPECTED =
           HOUSE-OPENINGS + HOUSE-REBUYS - HOUSE-RETAINED.
         DISPLAY " ".
         DISPLAY "HOUSE TOTALS".
         DISPLAY "TRACER   openings issued   " HOUSE-OPENINGS
           " in " HOUSE-OPENING-COUNT " posting(s)".
         DISPLAY "TRACER   re-buys issued    " HOUSE-REBUYS
           " in " HOUSE-REBUY-COUNT " posting(s)".
         DISPLAY "TRACER   event fees kept  " HOUSE-RETAINED.
         DISPLAY "TRACER   chips expected   " CHIPS-EXPECTED.
         DISPLAY "TRACER   chips in circulation " CHIPS-IN-CIRCULATION
           " on the BANKROLL master".
         IF CHIPS-EXPECTED NOT = CHIPS-IN-CIRCULATION
           ADD 1 TO BREAK-COUNT
           DISPLAY "TRACER   BREAK: chips in circulation differ "
             "from the chips the house issued and kept"
         END-IF.
