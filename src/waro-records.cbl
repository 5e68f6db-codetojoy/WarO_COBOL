       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-RECORDS.
      *> The league's all-time records book: highest single-game
      *> score, biggest winning margin, longest win streak, most
      *> rounds won in one game, most points taken off one prize
      *> card, and the best perfect game (one seat took every
      *> round), each kept separately for every deck size a game
      *> was dealt at, with the holder, the value, the game-id and
      *> the date. Nightly it checks only the GAMEHIST games
      *> appended since its last run - the same highest-game-id
      *> watermark WARO-MILESTONE keeps - and appends a "record
      *> broken" notice to RECNOTICE for every record that fell,
      *> which WARO-WEEKLY prints in the bulletin. A RECORDSCTL
      *> card of "B" prints the full records book instead and
      *> changes nothing. A missing RECORDS book starts afresh from
      *> the GHARCH archive and the whole of GAMEHIST, so deleting
      *> it is how the book is rebuilt.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> Run mode; a missing RECORDSCTL is the nightly check.
           SELECT RECORDS-CTL-FILE ASSIGN TO "RECORDSCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECORDS-CTL-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           *> WARO-GHARCHIVE's raw-image archive, read ahead of
           *> GAMEHIST only when a fresh book is being started -
           *> once the book is on file every archived game lies
           *> below its watermark.
           SELECT GH-ARCHIVE-FILE ASSIGN TO "GHARCH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GH-ARCHIVE-STATUS.

           *> Read back by game-id for the deck size each game was
           *> dealt at - same keyed access WARO-PACE uses. A game
           *> with no deal on file (a table-top entry, or a missing
           *> DEALFILE) is booked under deck size zero.
           SELECT DEAL-FILE ASSIGN TO "DEALFILE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           *> Records book: one "C" control record first (the highest
           *> game-id already checked rides in RC-GAME-ID), then one
           *> "B" record per category and deck size that has a
           *> holder, then one "K" record per player whose win
           *> streak at a deck size is still running. Rewritten in
           *> full at the end of each run, same convention as the
           *> MILESTONE master.
           SELECT RECORDS-FILE ASSIGN TO "RECORDS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECORDS-STATUS.

           *> "Record broken" notices, appended one per record that
           *> fell; WARO-WEEKLY picks out the week's by game date.
           SELECT RECORD-NOTICE-FILE ASSIGN TO "RECNOTICE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECORD-NOTICE-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD RECORDS-CTL-FILE.
         01 RECORDS-CTL-RECORD.
           02 RECORDS-CTL-MODE PIC X(1).

         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RAW PIC X(200).

         FD GH-ARCHIVE-FILE.
         01 GH-ARCHIVE-RECORD PIC X(200).

         *> Same layout WARO itself writes; only the game-id and the
         *> deck size matter here.
         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 DEAL-NUM-CARDS-DECK PIC 9(2).
           02 DEAL-NUM-CARDS-HAND PIC 9(2).
           02 DEAL-NUM-PLAYERS PIC 9(2).
           *> 40 must track NUM-CARDS-DECK-MAX in waro.cbl.
           02 DEAL-DECK-CARDS PIC 9(2) OCCURS 40 TIMES.
           *> 10 must track NUM-CARDS-HAND-MAX in waro.cbl.
           02 DEAL-KITTY-CARDS PIC 9(2) OCCURS 10 TIMES.
           *> 8 must track NUM-PLAYERS-MAX in waro.cbl.
           02 DEAL-PLAYER-DATA OCCURS 8 TIMES.
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         FD RECORDS-FILE.
         01 RECORDS-RECORD.
           02 RC-TYPE PIC X(1).
           02 FILLER PIC X.
           02 RC-CATEGORY PIC 9(1).
           02 FILLER PIC X.
           02 RC-DECK PIC 9(2).
           02 FILLER PIC X.
           *> The record holder on a "B" record, the player on a
           *> "K" record.
           02 RC-HOLDER PIC X(6).
           02 FILLER PIC X.
           *> The record on a "B" record, the streak so far on a
           *> "K" record.
           02 RC-VALUE PIC 9(6).
           02 FILLER PIC X.
           *> The game that set the record or last extended the
           *> streak; the watermark on the "C" record.
           02 RC-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 RC-DATE PIC X(8).

         FD RECORD-NOTICE-FILE.
         01 RECORD-NOTICE-RECORD.
           *> The date the record-setting game was played.
           02 RN-DATE PIC X(8).
           02 FILLER PIC X.
           02 RN-CATEGORY PIC 9(1).
           02 FILLER PIC X.
           02 RN-DECK PIC 9(2).
           02 FILLER PIC X.
           02 RN-HOLDER PIC X(6).
           02 FILLER PIC X.
           02 RN-VALUE PIC 9(6).
           02 FILLER PIC X.
           02 RN-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           *> Spaces when this is the first record ever set in the
           *> category at this deck size.
           02 RN-PREV-HOLDER PIC X(6).
           02 FILLER PIC X.
           02 RN-PREV-VALUE PIC 9(6).

         WORKING-STORAGE SECTION.
         *> Same layout WARO itself writes, through the handicap
         *> flag; staged here so the live file and the archive feed
         *> one row area and one set of row logic.
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
           02 FILLER PIC X(37).

         01 RECORDS-CTL-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 GH-ARCHIVE-STATUS PIC X(2).
         01 DEAL-FILE-STATUS PIC X(2).
         01 RECORDS-STATUS PIC X(2).
         01 RECORD-NOTICE-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1) VALUE "N".
           88 AT-EOF VALUE "Y".
         01 RC-EOF-SWITCH PIC X(1) VALUE "N".
           88 RC-AT-EOF VALUE "Y".
         01 DEAL-FILE-OPEN-SWITCH PIC X(1) VALUE "N".
           88 DEAL-FILE-AVAILABLE VALUE "Y".
         01 BOOK-MODE-SWITCH PIC X(1) VALUE "N".
           88 BOOK-REPORT-MODE VALUE "Y".
         01 BOOK-ON-FILE-SWITCH PIC X(1) VALUE "N".
           88 BOOK-ON-FILE VALUE "Y".

         *> The record categories, in book order.
         78 CAT-HIGH-SCORE VALUE 1.
         78 CAT-WIN-MARGIN VALUE 2.
         78 CAT-WIN-STREAK VALUE 3.
         78 CAT-ROUNDS-WON VALUE 4.
         78 CAT-CARD-POINTS VALUE 5.
         78 CAT-PERFECT-GAME VALUE 6.
         78 CATEGORY-COUNT VALUE 6.

         01 CATEGORY-NAMES.
           02 FILLER PIC X(26) VALUE 'HIGHEST GAME SCORE        '.
           02 FILLER PIC X(26) VALUE 'BIGGEST WINNING MARGIN    '.
           02 FILLER PIC X(26) VALUE 'LONGEST WIN STREAK        '.
           02 FILLER PIC X(26) VALUE 'MOST ROUNDS WON IN A GAME '.
           02 FILLER PIC X(26) VALUE 'MOST POINTS FROM ONE CARD '.
           02 FILLER PIC X(26) VALUE 'BEST PERFECT GAME (POINTS)'.
         01 CATEGORY-NAMES-R REDEFINES CATEGORY-NAMES.
           02 CATEGORY-NAME PIC X(26) OCCURS 6 TIMES.

         *> The book itself, one slot per category and deck size;
         *> deck size D sits in slot D + 1 so size zero has a slot.
         *> 41 must track NUM-CARDS-DECK-MAX in waro.cbl, plus one.
         *> The OLD fields hold each record as the run found it, so
         *> the notices can say what was broken.
         78 DECK-SLOT-COUNT VALUE 41.
         01 RECORD-BOOK.
           02 RB-CATEGORY-ENTRY OCCURS CATEGORY-COUNT TIMES.
             03 RB-DECK-ENTRY OCCURS DECK-SLOT-COUNT TIMES.
               04 RB-HOLDER PIC X(6).
               04 RB-VALUE PIC 9(6).
               04 RB-GAME-ID PIC 9(6).
               04 RB-DATE PIC X(8).
               04 RB-OLD-HOLDER PIC X(6).
               04 RB-OLD-VALUE PIC 9(6).

         *> Running win streaks, one per player per deck size; a
         *> streak counts only the player's games at that size. A
         *> pair past the ceiling goes untracked with a tracer and
         *> the run ends RC 4.
         78 STREAK-ENTRY-MAX VALUE 400.
         01 STREAK-COUNT PIC 9(4) VALUE 0.
         01 STREAK-TABLE.
           02 STREAK-ENTRY OCCURS STREAK-ENTRY-MAX TIMES.
             03 SK-NAME PIC X(6).
             03 SK-DECK PIC 9(2).
             03 SK-RUN PIC 9(4).
             03 SK-GAME-ID PIC 9(6).
         01 STREAK-LOOKUP-IDX PIC 9(4).
         01 STREAK-FOUND-IDX PIC 9(4).
         01 STREAKS-UNTRACKED PIC 9(6) VALUE 0.

         *> Highest game-id already checked by earlier runs, and the
         *> highest this pass has checked so far.
         01 PROCESSED-ID-WATERMARK PIC 9(6) VALUE 0.
         01 HIGHEST-PROCESSED-ID PIC 9(6) VALUE 0.
         01 GAMES-THIS-RUN PIC 9(6) VALUE 0.
         01 HANDICAP-GAMES PIC 9(6) VALUE 0.
         01 NOTICES-THIS-RUN PIC 9(4) VALUE 0.

         *> Per-game replay buffer of the "R" rows, held until the
         *> game's "S" row closes it out - the same buffering
         *> WARO-MILESTONE uses. 10 must track NUM-CARDS-HAND-MAX in
         *> waro.cbl; 8 must track NUM-PLAYERS-MAX there.
         01 MG-ROUND-COUNT PIC 9(2) VALUE 0.
         01 MG-PTS-TABLE.
           02 MG-ROUND-ENTRY OCCURS 10 TIMES.
             03 MG-PTS PIC 9(4) OCCURS 8 TIMES.
         01 MG-SEATED PIC 9(1) OCCURS 8 TIMES.
         *> Rounds each seat won and its best single-card haul,
         *> measured off the buffer.
         01 SEAT-ROUNDS-WON PIC 9(2) OCCURS 8 TIMES.
         01 SEAT-BEST-GAIN PIC 9(4) OCCURS 8 TIMES.

         *> A candidate record, put to the book by OFFER-RECORD.
         01 OFFER-CATEGORY PIC 9(1).
         01 OFFER-VALUE PIC 9(6).
         01 OFFER-HOLDER PIC X(6).

         01 GAME-DECK-SIZE PIC 9(2).
         01 DECK-SLOT PIC 9(2).
         01 BOOK-DECK PIC 9(2).
         01 CX PIC 9(1).
         01 DX PIC 9(2).
         01 K PIC 9(2).
         01 R PIC 9(2).
         01 WINNER-SEAT PIC 9(1).
         01 OTHER-SEATS PIC 9(1).
         01 RUNNER-UP-PTS PIC 9(4).
         01 PRIOR-PTS PIC 9(4).
         01 ROUND-GAIN PIC 9(4).
         01 CATEGORY-LINES PIC 9(2).
         01 LOOKUP-NAME PIC X(6).
         01 PERFECT-SWITCH PIC X(1).
           88 PERFECT-GAME VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM CLEAR-BOOK-CATEGORY
           VARYING CX FROM 1 BY 1 UNTIL CX > CATEGORY-COUNT.
         PERFORM READ-RECORDS-CTL.
         PERFORM READ-RECORDS-FILE.
         IF BOOK-REPORT-MODE
           PERFORM PRINT-RECORDS-BOOK
           GOBACK
         END-IF.

         MOVE PROCESSED-ID-WATERMARK TO HIGHEST-PROCESSED-ID.
         OPEN INPUT GAME-HISTORY-FILE.
         IF NOT GAME-HISTORY-OK
           DISPLAY "TRACER SEVERE ERROR: no GAME-HISTORY to scan"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         OPEN INPUT DEAL-FILE.
         IF DEAL-FILE-STATUS = "00"
           MOVE "Y" TO DEAL-FILE-OPEN-SWITCH
         END-IF.

         DISPLAY " ".
         DISPLAY "WARO RECORDS BROKEN THIS RUN".
         PERFORM CLEAR-GAME-BUFFER.
         IF NOT BOOK-ON-FILE
           PERFORM SCAN-ARCHIVE-HISTORY
         END-IF.
         MOVE "N" TO EOF-SWITCH.
         PERFORM READ-NEXT-RECORD.
         PERFORM PROCESS-RECORD UNTIL AT-EOF.
         CLOSE GAME-HISTORY-FILE.
         IF DEAL-FILE-AVAILABLE
           CLOSE DEAL-FILE
         END-IF.

         PERFORM WRITE-RECORD-NOTICES.
         PERFORM WRITE-RECORDS-FILE.
         DISPLAY " ".
         DISPLAY "TRACER records check: " GAMES-THIS-RUN
           " new game(s), " NOTICES-THIS-RUN " record(s) broken".
         IF NOTICES-THIS-RUN = 0
           DISPLAY "TRACER   (no records fell this run)"
         END-IF.
         IF HANDICAP-GAMES > 0
           DISPLAY "TRACER   " HANDICAP-GAMES " handicapped game(s)"
             " counted toward win streaks only"
         END-IF.
         IF STREAKS-UNTRACKED > 0
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         *> GOBACK rather than STOP RUN so a tournament driver can
         *> CALL 'WARO-RECORDS' without ending the caller's run unit.
         GOBACK.

       CLEAR-BOOK-CATEGORY.
         PERFORM CLEAR-BOOK-ENTRY
           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-SLOT-COUNT.

       CLEAR-BOOK-ENTRY.
         MOVE SPACES TO RB-HOLDER (CX, DX).
         MOVE 0 TO RB-VALUE (CX, DX).
         MOVE 0 TO RB-GAME-ID (CX, DX).
         MOVE SPACES TO RB-DATE (CX, DX).
         MOVE SPACES TO RB-OLD-HOLDER (CX, DX).
         MOVE 0 TO RB-OLD-VALUE (CX, DX).

       READ-RECORDS-CTL.
         OPEN INPUT RECORDS-CTL-FILE.
         IF RECORDS-CTL-STATUS = "00"
           READ RECORDS-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF RECORDS-CTL-MODE = "B"
                 MOVE "Y" TO BOOK-MODE-SWITCH
               END-IF
           END-READ
           CLOSE RECORDS-CTL-FILE
         END-IF.

       *> Loads the book, the running streaks and the watermark. A
       *> missing RECORDS file (FILE STATUS 35) starts a fresh book.
       READ-RECORDS-FILE.
         OPEN INPUT RECORDS-FILE.
         IF RECORDS-STATUS = "00"
           MOVE "Y" TO BOOK-ON-FILE-SWITCH
           PERFORM READ-NEXT-RC-RECORD
           PERFORM LOAD-ONE-RC-RECORD UNTIL RC-AT-EOF
           CLOSE RECORDS-FILE
         END-IF.

       READ-NEXT-RC-RECORD.
         READ RECORDS-FILE
           AT END MOVE "Y" TO RC-EOF-SWITCH
         END-READ.

       LOAD-ONE-RC-RECORD.
         IF RC-TYPE = "C"
           MOVE RC-GAME-ID TO PROCESSED-ID-WATERMARK
         ELSE IF RC-TYPE = "B"
           IF RC-CATEGORY >= 1 AND RC-CATEGORY <= CATEGORY-COUNT
              AND RC-DECK < DECK-SLOT-COUNT
             MOVE RC-CATEGORY TO CX
             COMPUTE DX = RC-DECK + 1
             MOVE RC-HOLDER TO RB-HOLDER (CX, DX)
             MOVE RC-VALUE TO RB-VALUE (CX, DX)
             MOVE RC-GAME-ID TO RB-GAME-ID (CX, DX)
             MOVE RC-DATE TO RB-DATE (CX, DX)
             MOVE RC-HOLDER TO RB-OLD-HOLDER (CX, DX)
             MOVE RC-VALUE TO RB-OLD-VALUE (CX, DX)
           END-IF
         ELSE IF RC-TYPE = "K"
           IF STREAK-COUNT < STREAK-ENTRY-MAX
             ADD 1 TO STREAK-COUNT
             MOVE RC-HOLDER TO SK-NAME (STREAK-COUNT)
             MOVE RC-DECK TO SK-DECK (STREAK-COUNT)
             MOVE RC-VALUE TO SK-RUN (STREAK-COUNT)
             MOVE RC-GAME-ID TO SK-GAME-ID (STREAK-COUNT)
           END-IF
         END-IF
         END-IF
         END-IF.
         PERFORM READ-NEXT-RC-RECORD.

       SCAN-ARCHIVE-HISTORY.
         MOVE "N" TO EOF-SWITCH.
         OPEN INPUT GH-ARCHIVE-FILE.
         IF GH-ARCHIVE-STATUS = "00"
           PERFORM READ-NEXT-ARCH-RECORD
           PERFORM PROCESS-ARCH-RECORD UNTIL AT-EOF
           CLOSE GH-ARCHIVE-FILE
         END-IF.

       READ-NEXT-ARCH-RECORD.
         READ GH-ARCHIVE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-ARCH-RECORD.
         MOVE GH-ARCHIVE-RECORD TO GAME-HIST-RECORD.
         PERFORM HANDLE-HISTORY-ROW.
         PERFORM READ-NEXT-ARCH-RECORD.

       READ-NEXT-RECORD.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       PROCESS-RECORD.
         MOVE GAME-HIST-RAW TO GAME-HIST-RECORD.
         PERFORM HANDLE-HISTORY-ROW.
         PERFORM READ-NEXT-RECORD.

       *> "R" rows accumulate into the per-game buffer whatever their
       *> id; the "S" row decides whether the game is new (keyed and
       *> past the watermark) - the same first-generation,
       *> ids-only-climb rule WARO-MILESTONE applies.
       HANDLE-HISTORY-ROW.
         IF GH-TYPE = "R"
           PERFORM BUFFER-ROUND-ROW
         ELSE IF GH-TYPE = "S"
           IF GH-GAME-ID-X NOT = SPACES AND
              GH-GAME-ID > HIGHEST-PROCESSED-ID
             PERFORM CHECK-ONE-GAME
             MOVE GH-GAME-ID TO HIGHEST-PROCESSED-ID
           END-IF
           PERFORM CLEAR-GAME-BUFFER
         END-IF
         END-IF.

       BUFFER-ROUND-ROW.
         IF GH-ROUND > 0 AND GH-ROUND <= 10
           IF GH-ROUND > MG-ROUND-COUNT
             MOVE GH-ROUND TO MG-ROUND-COUNT
           END-IF
           PERFORM BUFFER-ONE-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.

       BUFFER-ONE-SEAT.
         MOVE GH-POINTS (K) TO MG-PTS (GH-ROUND, K).
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE 1 TO MG-SEATED (K)
         END-IF.

       CLEAR-GAME-BUFFER.
         MOVE 0 TO MG-ROUND-COUNT.
         PERFORM CLEAR-BUFFER-ROUND
           VARYING R FROM 1 BY 1 UNTIL R > 10.
         PERFORM CLEAR-SEATED-FLAG
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CLEAR-BUFFER-ROUND.
         PERFORM CLEAR-BUFFER-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CLEAR-BUFFER-SEAT.
         MOVE 0 TO MG-PTS (R, K).

       CLEAR-SEATED-FLAG.
         MOVE 0 TO MG-SEATED (K).

       *> A handicapped game's scores carry the starting allowance,
       *> so it cannot set a score record; it still counts toward
       *> win streaks, as a win is a win.
       CHECK-ONE-GAME.
         ADD 1 TO GAMES-THIS-RUN.
         PERFORM LOOK-UP-DECK-SIZE.
         COMPUTE DECK-SLOT = GAME-DECK-SIZE + 1.
         MOVE GH-WINNER TO WINNER-SEAT.
         PERFORM TRACK-ONE-STREAK
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         IF GH-HANDICAP-FLAG = "H"
           ADD 1 TO HANDICAP-GAMES
         ELSE
           PERFORM MEASURE-GAME-ROUNDS
           PERFORM CHECK-SEAT-RECORDS
             VARYING K FROM 1 BY 1 UNTIL K > 8
           PERFORM CHECK-MARGIN-RECORD
           PERFORM CHECK-PERFECT-GAME
           IF PERFECT-GAME
             MOVE CAT-PERFECT-GAME TO OFFER-CATEGORY
             MOVE GH-POINTS (WINNER-SEAT) TO OFFER-VALUE
             MOVE GH-PLAYER-NAME (WINNER-SEAT) TO OFFER-HOLDER
             PERFORM OFFER-RECORD
           END-IF
         END-IF.

       LOOK-UP-DECK-SIZE.
         MOVE 0 TO GAME-DECK-SIZE.
         IF DEAL-FILE-AVAILABLE
           MOVE GH-GAME-ID TO DEAL-GAME-ID
           START DEAL-FILE KEY IS EQUAL TO DEAL-GAME-ID
             INVALID KEY CONTINUE
           END-START
           IF DEAL-FILE-STATUS = "00"
             READ DEAL-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                 IF DEAL-GAME-ID = GH-GAME-ID
                   MOVE DEAL-NUM-CARDS-DECK TO GAME-DECK-SIZE
                 END-IF
             END-READ
           END-IF
         END-IF.
         IF GAME-DECK-SIZE NOT < DECK-SLOT-COUNT
           MOVE 0 TO GAME-DECK-SIZE
         END-IF.

       *> The winner's streak at this deck size grows; every other
       *> seated player's ends, a shared pot included. A one-game
       *> "streak" is just a win and is not put to the book.
       TRACK-ONE-STREAK.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-STREAK
           IF STREAK-FOUND-IDX > 0
             IF WINNER-SEAT = K
               ADD 1 TO SK-RUN (STREAK-FOUND-IDX)
               MOVE GH-GAME-ID TO SK-GAME-ID (STREAK-FOUND-IDX)
               IF SK-RUN (STREAK-FOUND-IDX) > 1
                 MOVE CAT-WIN-STREAK TO OFFER-CATEGORY
                 MOVE SK-RUN (STREAK-FOUND-IDX) TO OFFER-VALUE
                 MOVE LOOKUP-NAME TO OFFER-HOLDER
                 PERFORM OFFER-RECORD
               END-IF
             ELSE
               MOVE 0 TO SK-RUN (STREAK-FOUND-IDX)
             END-IF
           END-IF
         END-IF.

       FIND-OR-ADD-STREAK.
         MOVE 0 TO STREAK-FOUND-IDX.
         PERFORM CHECK-ONE-STREAK
           VARYING STREAK-LOOKUP-IDX FROM 1 BY 1
             UNTIL STREAK-LOOKUP-IDX > STREAK-COUNT.
         IF STREAK-FOUND-IDX = 0
           IF STREAK-COUNT < STREAK-ENTRY-MAX
             ADD 1 TO STREAK-COUNT
             MOVE LOOKUP-NAME TO SK-NAME (STREAK-COUNT)
             MOVE GAME-DECK-SIZE TO SK-DECK (STREAK-COUNT)
             MOVE 0 TO SK-RUN (STREAK-COUNT)
             MOVE 0 TO SK-GAME-ID (STREAK-COUNT)
             MOVE STREAK-COUNT TO STREAK-FOUND-IDX
           ELSE
             ADD 1 TO STREAKS-UNTRACKED
             DISPLAY "TRACER SEVERE ERROR: more than "
               STREAK-ENTRY-MAX " player/deck streaks; "
               LOOKUP-NAME " left untracked"
           END-IF
         END-IF.

       CHECK-ONE-STREAK.
         IF SK-NAME (STREAK-LOOKUP-IDX) = LOOKUP-NAME AND
            SK-DECK (STREAK-LOOKUP-IDX) = GAME-DECK-SIZE
           MOVE STREAK-LOOKUP-IDX TO STREAK-FOUND-IDX
         END-IF.

       *> A round is won by every seat whose running total rose in
       *> it - a split pot is won by each seat sharing it - and what
       *> it rose by is that seat's haul off the round's prize card,
       *> read off the buffered "R" rows the same way WARO-BIDTRAIL
       *> reads round winners off the running totals.
       MEASURE-GAME-ROUNDS.
         PERFORM CLEAR-SEAT-MEASURES
           VARYING K FROM 1 BY 1 UNTIL K > 8.
         PERFORM MEASURE-ONE-ROUND
           VARYING R FROM 1 BY 1 UNTIL R > MG-ROUND-COUNT.

       CLEAR-SEAT-MEASURES.
         MOVE 0 TO SEAT-ROUNDS-WON (K).
         MOVE 0 TO SEAT-BEST-GAIN (K).

       MEASURE-ONE-ROUND.
         PERFORM MEASURE-ROUND-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       MEASURE-ROUND-SEAT.
         IF MG-SEATED (K) = 1
           IF R = 1
             MOVE 0 TO PRIOR-PTS
           ELSE
             MOVE MG-PTS (R - 1, K) TO PRIOR-PTS
           END-IF
           IF MG-PTS (R, K) > PRIOR-PTS
             ADD 1 TO SEAT-ROUNDS-WON (K)
             COMPUTE ROUND-GAIN = MG-PTS (R, K) - PRIOR-PTS
             IF ROUND-GAIN > SEAT-BEST-GAIN (K)
               MOVE ROUND-GAIN TO SEAT-BEST-GAIN (K)
             END-IF
           END-IF
         END-IF.

       CHECK-SEAT-RECORDS.
         IF GH-PLAYER-NAME (K) NOT = SPACES
           MOVE GH-PLAYER-NAME (K) TO OFFER-HOLDER
           MOVE CAT-HIGH-SCORE TO OFFER-CATEGORY
           MOVE GH-POINTS (K) TO OFFER-VALUE
           PERFORM OFFER-RECORD
           MOVE CAT-ROUNDS-WON TO OFFER-CATEGORY
           MOVE SEAT-ROUNDS-WON (K) TO OFFER-VALUE
           PERFORM OFFER-RECORD
           MOVE CAT-CARD-POINTS TO OFFER-CATEGORY
           MOVE SEAT-BEST-GAIN (K) TO OFFER-VALUE
           PERFORM OFFER-RECORD
         END-IF.

       *> The margin is the winner's score over the best of the rest;
       *> a shared pot (no winning seat) has no margin, and neither
       *> does a game with nobody else at the table.
       CHECK-MARGIN-RECORD.
         MOVE 0 TO OTHER-SEATS.
         MOVE 0 TO RUNNER-UP-PTS.
         IF WINNER-SEAT > 0 AND WINNER-SEAT <= 8
           PERFORM FIND-RUNNER-UP
             VARYING K FROM 1 BY 1 UNTIL K > 8
           IF OTHER-SEATS > 0 AND
              GH-POINTS (WINNER-SEAT) > RUNNER-UP-PTS
             MOVE CAT-WIN-MARGIN TO OFFER-CATEGORY
             COMPUTE OFFER-VALUE =
               GH-POINTS (WINNER-SEAT) - RUNNER-UP-PTS
             MOVE GH-PLAYER-NAME (WINNER-SEAT) TO OFFER-HOLDER
             PERFORM OFFER-RECORD
           END-IF
         END-IF.

       FIND-RUNNER-UP.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND K NOT = WINNER-SEAT
           ADD 1 TO OTHER-SEATS
           IF GH-POINTS (K) > RUNNER-UP-PTS
             MOVE GH-POINTS (K) TO RUNNER-UP-PTS
           END-IF
         END-IF.

       *> A perfect game: every round's points went to the one seat
       *> that won the game - nobody else's running total ever rose.
       *> The same test WARO-MILESTONE applies, against a table of
       *> at least two.
       CHECK-PERFECT-GAME.
         MOVE "Y" TO PERFECT-SWITCH.
         IF WINNER-SEAT = 0 OR WINNER-SEAT > 8 OR
            OTHER-SEATS = 0 OR MG-ROUND-COUNT = 0
           MOVE "N" TO PERFECT-SWITCH
         ELSE
           PERFORM CHECK-PERFECT-ROUND
             VARYING R FROM 1 BY 1 UNTIL R > MG-ROUND-COUNT
         END-IF.

       CHECK-PERFECT-ROUND.
         PERFORM CHECK-PERFECT-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       CHECK-PERFECT-SEAT.
         IF MG-SEATED (K) = 1 AND K NOT = WINNER-SEAT
           IF R = 1
             MOVE 0 TO PRIOR-PTS
           ELSE
             MOVE MG-PTS (R - 1, K) TO PRIOR-PTS
           END-IF
           IF MG-PTS (R, K) > PRIOR-PTS
             MOVE "N" TO PERFECT-SWITCH
           END-IF
         END-IF.

       *> A record falls only when it is beaten outright; equalling
       *> it leaves the standing holder in the book.
       OFFER-RECORD.
         IF OFFER-VALUE > RB-VALUE (OFFER-CATEGORY, DECK-SLOT)
           MOVE OFFER-HOLDER TO RB-HOLDER (OFFER-CATEGORY, DECK-SLOT)
           MOVE OFFER-VALUE TO RB-VALUE (OFFER-CATEGORY, DECK-SLOT)
           MOVE GH-GAME-ID TO RB-GAME-ID (OFFER-CATEGORY, DECK-SLOT)
           MOVE GH-DATE TO RB-DATE (OFFER-CATEGORY, DECK-SLOT)
         END-IF.

       *> One notice per record that stands higher than the run found
       *> it: a record broken more than once tonight is announced
       *> once, at its final value, against the record it broke.
       WRITE-RECORD-NOTICES.
         OPEN EXTEND RECORD-NOTICE-FILE.
         IF RECORD-NOTICE-STATUS = "35"
           OPEN OUTPUT RECORD-NOTICE-FILE
         END-IF.
         PERFORM NOTICE-ONE-CATEGORY
           VARYING CX FROM 1 BY 1 UNTIL CX > CATEGORY-COUNT.
         CLOSE RECORD-NOTICE-FILE.

       NOTICE-ONE-CATEGORY.
         PERFORM NOTICE-ONE-RECORD
           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-SLOT-COUNT.

       NOTICE-ONE-RECORD.
         IF RB-VALUE (CX, DX) > RB-OLD-VALUE (CX, DX)
           ADD 1 TO NOTICES-THIS-RUN
           COMPUTE BOOK-DECK = DX - 1
           MOVE SPACES TO RECORD-NOTICE-RECORD
           MOVE RB-DATE (CX, DX) TO RN-DATE
           MOVE CX TO RN-CATEGORY
           MOVE BOOK-DECK TO RN-DECK
           MOVE RB-HOLDER (CX, DX) TO RN-HOLDER
           MOVE RB-VALUE (CX, DX) TO RN-VALUE
           MOVE RB-GAME-ID (CX, DX) TO RN-GAME-ID
           MOVE RB-OLD-HOLDER (CX, DX) TO RN-PREV-HOLDER
           MOVE RB-OLD-VALUE (CX, DX) TO RN-PREV-VALUE
           WRITE RECORD-NOTICE-RECORD
           DISPLAY "TRACER   " CATEGORY-NAME (CX) " deck "
             BOOK-DECK ": " RB-HOLDER (CX, DX) " "
             RB-VALUE (CX, DX) " (game " RB-GAME-ID (CX, DX) ")"
           IF RB-OLD-HOLDER (CX, DX) = SPACES
             DISPLAY "TRACER     first record at this deck size"
           ELSE
             DISPLAY "TRACER     breaks " RB-OLD-VALUE (CX, DX)
               " by " RB-OLD-HOLDER (CX, DX)
           END-IF
         END-IF.

       *> Rewrites the whole book in one pass: the control record
       *> with the advanced watermark first, then every record held,
       *> then every streak still running - same end-of-run rewrite
       *> convention as the MILESTONE master.
       WRITE-RECORDS-FILE.
         OPEN OUTPUT RECORDS-FILE.
         MOVE SPACES TO RECORDS-RECORD.
         MOVE "C" TO RC-TYPE.
         MOVE 0 TO RC-CATEGORY.
         MOVE 0 TO RC-DECK.
         MOVE 0 TO RC-VALUE.
         MOVE HIGHEST-PROCESSED-ID TO RC-GAME-ID.
         WRITE RECORDS-RECORD.
         PERFORM WRITE-BOOK-CATEGORY
           VARYING CX FROM 1 BY 1 UNTIL CX > CATEGORY-COUNT.
         PERFORM WRITE-ONE-STREAK
           VARYING STREAK-LOOKUP-IDX FROM 1 BY 1
             UNTIL STREAK-LOOKUP-IDX > STREAK-COUNT.
         CLOSE RECORDS-FILE.

       WRITE-BOOK-CATEGORY.
         PERFORM WRITE-ONE-BOOK-ENTRY
           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-SLOT-COUNT.

       WRITE-ONE-BOOK-ENTRY.
         IF RB-VALUE (CX, DX) > 0
           MOVE SPACES TO RECORDS-RECORD
           MOVE "B" TO RC-TYPE
           MOVE CX TO RC-CATEGORY
           COMPUTE RC-DECK = DX - 1
           MOVE RB-HOLDER (CX, DX) TO RC-HOLDER
           MOVE RB-VALUE (CX, DX) TO RC-VALUE
           MOVE RB-GAME-ID (CX, DX) TO RC-GAME-ID
           MOVE RB-DATE (CX, DX) TO RC-DATE
           WRITE RECORDS-RECORD
         END-IF.

       WRITE-ONE-STREAK.
         IF SK-RUN (STREAK-LOOKUP-IDX) > 0
           MOVE SPACES TO RECORDS-RECORD
           MOVE "K" TO RC-TYPE
           MOVE 0 TO RC-CATEGORY
           MOVE SK-DECK (STREAK-LOOKUP-IDX) TO RC-DECK
           MOVE SK-NAME (STREAK-LOOKUP-IDX) TO RC-HOLDER
           MOVE SK-RUN (STREAK-LOOKUP-IDX) TO RC-VALUE
           MOVE SK-GAME-ID (STREAK-LOOKUP-IDX) TO RC-GAME-ID
           WRITE RECORDS-RECORD
         END-IF.

       *> The full book on demand: every category, each deck size
       *> with a holder, smallest deck first. Nothing is changed.
       PRINT-RECORDS-BOOK.
         DISPLAY " ".
         DISPLAY "WARO ALL-TIME RECORDS BOOK".
         IF BOOK-ON-FILE
           DISPLAY "TRACER   games checked through game-id "
             PROCESSED-ID-WATERMARK
         ELSE
           DISPLAY "TRACER   no RECORDS book on file yet"
         END-IF.
         PERFORM PRINT-ONE-CATEGORY
           VARYING CX FROM 1 BY 1 UNTIL CX > CATEGORY-COUNT.
         DISPLAY " ".
         DISPLAY "TRACER   deck 00 holds games with no deal on file".

       PRINT-ONE-CATEGORY.
         DISPLAY " ".
         DISPLAY CATEGORY-NAME (CX).
         MOVE 0 TO CATEGORY-LINES.
         PERFORM PRINT-ONE-BOOK-ENTRY
           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-SLOT-COUNT.
         IF CATEGORY-LINES = 0
           DISPLAY "TRACER   (no record set yet)"
         END-IF.

       PRINT-ONE-BOOK-ENTRY.
         IF RB-VALUE (CX, DX) > 0
           ADD 1 TO CATEGORY-LINES
           COMPUTE BOOK-DECK = DX - 1
           DISPLAY "TRACER   deck " BOOK-DECK "  "
             RB-HOLDER (CX, DX) "  " RB-VALUE (CX, DX)
             "  game " RB-GAME-ID (CX, DX) "  " RB-DATE (CX, DX)
         END-IF.
