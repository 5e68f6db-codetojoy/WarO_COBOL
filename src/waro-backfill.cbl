       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-BACKFILL.
      *> One-time conversion of the GAMEHIST and BIDAUDIT rows written
      *> before the game-id keys existed. Legacy "R" rows are grouped
      *> into games by record order - round 1 upward, every row on
      *> the same date with the same seats - and a game counts only
      *> once the "S" summary closing it matches; each such game gets
      *> the next id from the reserved range on BACKFCTL. The game's
      *> bids are then looked for on BIDAUDIT as the run of legacy
      *> rows, in seat order round by round, whose date, name, prize
      *> and bid agree with the game's rounds; a full run gets the
      *> game-id, round and seat, anything less stays unkeyed. Every
      *> row that could not be placed with confidence is listed and
      *> left as it was. The reserved range is refused if any keyed
      *> row, DEALFILE record or game already uses an id inside it,
      *> and DEALSEQ is moved past the range so WARO never draws one
      *> of its ids. "P" previews the whole conversion without
      *> touching a file; "U" rewrites GAMEHIST and BIDAUDIT from
      *> the work files. The RUNLOCK is claimed for the run, as
      *> WARO-RETAIN claims it, since these are files WARO appends
      *> to.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The reserved range, low and high id, and "P" preview or
           *> "U" update. A missing card refuses to run.
           SELECT BACKFILL-CTL-FILE ASSIGN TO "BACKFCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKFILL-CTL-STATUS.

           *> The two files under conversion, read and rewritten as
           *> raw images.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "BIDAUDIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.

           *> Each file as converted, copied back over it on an
           *> update run.
           SELECT GH-WORK-FILE ASSIGN TO "BFGHWORK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GH-WORK-STATUS.
           SELECT AUD-WORK-FILE ASSIGN TO "BFAUWORK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUD-WORK-STATUS.

           *> Every game-id WARO ever drew has its as-dealt record
           *> here, so the reserved range is checked against it - same
           *> keyed access WARO-XAUDIT uses.
           SELECT DEAL-FILE ASSIGN TO "DEALFILE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           SELECT DEAL-SEQ-FILE ASSIGN TO "DEALSEQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEAL-SEQ-STATUS.

           *> Same in-use lock WARO claims (see CLAIM-RUN-LOCK in
           *> waro.cbl), with the same LOCKCTL override.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOCK-STATUS.

           SELECT LOCK-CTL-FILE ASSIGN TO "LOCKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-CTL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD BACKFILL-CTL-FILE.
         01 BACKFILL-CTL-RECORD.
           02 BFC-LOW-ID PIC 9(6).
           02 FILLER PIC X.
           02 BFC-HIGH-ID PIC 9(6).
           02 FILLER PIC X.
           02 BFC-MODE PIC X(1).

         FD GAME-HISTORY-FILE.
         01 GH-IMAGE PIC X(200).
         FD AUDIT-FILE.
         01 AUD-IMAGE PIC X(200).
         FD GH-WORK-FILE.
         01 GH-WORK-RECORD PIC X(200).
         FD AUD-WORK-FILE.
         01 AUD-WORK-RECORD PIC X(200).

         *> Same layout WARO itself writes; only the key is wanted.
         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 FILLER PIC X(323).

         FD DEAL-SEQ-FILE.
         01 DEAL-SEQ-RECORD.
           02 DEAL-SEQ-NEXT-ID PIC 9(6).

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

         WORKING-STORAGE SECTION.
         01 BACKFILL-CTL-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
         01 AUDIT-STATUS PIC X(2).
         01 GH-WORK-STATUS PIC X(2).
         01 AUD-WORK-STATUS PIC X(2).
         01 DEAL-FILE-STATUS PIC X(2).
         01 DEAL-SEQ-STATUS PIC X(2).
         01 RUN-LOCK-STATUS PIC X(2).
         01 LOCK-CTL-STATUS PIC X(2).
         01 EOF-SWITCH PIC X(1).
           88 AT-EOF VALUE "Y".

         *> Set once the lock is held for this run unit, so a driver
         *> that already claimed it is not refused by its own lock.
         01 RUN-LOCK-OWNED EXTERNAL PIC X(1).
         01 LOCK-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 LOCK-REFUSED VALUE "Y".
         01 LOCK-FORCE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-FORCE-OVERRIDE VALUE "Y".
         01 LOCK-CLAIMED-HERE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-CLAIMED-HERE VALUE "Y".

         *> Same layout WARO itself writes, held here so rows can be
         *> read from GAMEHIST and from the work file alike.
         01 GH-ROW.
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
           02 FILLER PIC X(39).

         *> Same layout player-turn.cbl writes.
         01 AUD-ROW.
           02 AUD-DATE PIC X(8).
           02 FILLER PIC X.
           02 AUD-NAME PIC X(6).
           02 FILLER PIC X.
           02 AUD-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 AUD-PRIZE PIC 9(2).
           02 FILLER PIC X.
           02 AUD-BID PIC 9(2).
           02 FILLER PIC X.
           *> 10 must track NUM-CARDS-MAX in player-turn.cbl.
           02 AUD-HAND-BEFORE PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-HAND-AFTER PIC 9(2) OCCURS 10 TIMES.
           02 FILLER PIC X.
           02 AUD-GAME-ID PIC 9(6).
           02 AUD-GAME-ID-X REDEFINES AUD-GAME-ID PIC X(6).
           02 FILLER PIC X.
           02 AUD-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 AUD-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 AUD-TIME PIC X(6).
           02 FILLER PIC X(115).

         *> The control card, checked.
         01 LOW-GAME-ID PIC 9(6) VALUE 0.
         01 HIGH-GAME-ID PIC 9(6) VALUE 0.
         01 RUN-MODE PIC X(1) VALUE "P".
           88 UPDATE-RUN VALUE "U".
         01 REFUSED-SWITCH PIC X(1) VALUE "N".
           88 RUN-REFUSED VALUE "Y".

         *> What already sits inside the reserved range.
         01 COLLISION-COUNT PIC 9(7) VALUE 0.
         01 FIRST-COLLISION-ID PIC 9(6) VALUE 0.
         01 COLLISION-SOURCE PIC X(8) VALUE SPACES.
         01 AUDIT-PRESENT-SWITCH PIC X(1) VALUE "N".
           88 AUDIT-PRESENT VALUE "Y".
         01 DEAL-SEQ-NEXT PIC 9(6) VALUE 1.
         01 DEAL-SEQ-MOVED-SWITCH PIC X(1) VALUE "N".
           88 DEAL-SEQ-MOVED VALUE "Y".

         *> The next reserved id to hand out; one wider than a
         *> game-id so running off the top of 999999 still compares.
         01 NEXT-GAME-ID PIC 9(7) VALUE 0.
         01 KEY-GAME-ID PIC 9(6).
         01 KEY-GAME-ID-X REDEFINES KEY-GAME-ID PIC X(6).

         *> The legacy game being gathered off GAMEHIST: its rows in
         *> order, round 1 upward, until the "S" row that closes it.
         *> 10 rounds must track NUM-CARDS-HAND-MAX in waro.cbl; the
         *> eleventh row is the summary.
         78 GROUP-ROUND-MAX VALUE 10.
         01 GROUP-COUNT PIC 9(2) VALUE 0.
         01 GROUP-ROUNDS PIC 9(2) VALUE 0.
         01 GROUP-DATE PIC X(8).
         01 GROUP-TABLE.
           02 GROUP-ENTRY OCCURS 11 TIMES.
             03 GROUP-IMAGE PIC X(200).
             03 GROUP-ROW-NO PIC 9(7).
         01 GROUP-SEATS.
           02 GROUP-SEAT-NAME PIC X(6) OCCURS 8 TIMES.
         01 GX PIC 9(2).
         01 K PIC 9(2).
         01 GROUP-FIT-SWITCH PIC X(1).
           88 GROUP-FITS VALUE "Y".

         *> The bids the next re-keyed game should show on BIDAUDIT,
         *> in the order WARO takes the seats: round by round, seat
         *> 1 upward, skipping a seat that had no card left to bid.
         *> 80 is the 10 rounds by 8 seats above.
         78 SIG-MAX VALUE 80.
         01 SIG-LOADED-SWITCH PIC X(1) VALUE "N".
           88 SIG-LOADED VALUE "Y".
         01 SIG-GAME-ID PIC 9(6) VALUE 0.
         01 SIG-DATE PIC X(8).
         01 SIG-COUNT PIC 9(2) VALUE 0.
         01 SIG-X PIC 9(2) VALUE 0.
         01 SIG-TABLE.
           02 SIG-ENTRY OCCURS 80 TIMES.
             03 SIG-ROUND PIC 9(2).
             03 SIG-SEAT PIC 9(2).
             03 SIG-NAME PIC X(6).
             03 SIG-PRIZE PIC 9(2).
             03 SIG-BID PIC 9(2).

         *> Legacy BIDAUDIT rows matched so far against the game in
         *> hand - keyed only once the whole game has matched.
         01 PEND-COUNT PIC 9(2) VALUE 0.
         01 PEND-TABLE.
           02 PEND-ENTRY OCCURS 80 TIMES.
             03 PEND-IMAGE PIC X(200).
             03 PEND-ROW-NO PIC 9(7).
         01 PX PIC 9(2).

         *> The work-file row read ahead while gathering a game.
         01 GH-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 GH-WORK-AT-EOF VALUE "Y".
         01 WORK-GAME-ID PIC 9(6) VALUE 0.
         01 WORK-ROW-KEYED-SWITCH PIC X(1) VALUE "N".
           88 WORK-ROW-REKEYED VALUE "Y".
         01 ROW-SETTLED-SWITCH PIC X(1).
           88 ROW-SETTLED VALUE "Y".

         *> The row being listed as left unkeyed, and why.
         01 LIST-IMAGE PIC X(200).
         01 LIST-ROW-NO PIC 9(7).
         01 LIST-REASON PIC X(40).
         01 ROW-NO PIC 9(7) VALUE 0.

         01 GH-ROWS-READ PIC 9(7) VALUE 0.
         01 GH-ROWS-LEGACY PIC 9(7) VALUE 0.
         01 GH-ROWS-KEYED PIC 9(7) VALUE 0.
         01 GH-ROWS-LEFT PIC 9(7) VALUE 0.
         01 GAMES-KEYED PIC 9(6) VALUE 0.
         01 GAMES-SHORT PIC 9(6) VALUE 0.
         01 AUD-ROWS-READ PIC 9(7) VALUE 0.
         01 AUD-ROWS-LEGACY PIC 9(7) VALUE 0.
         01 AUD-ROWS-KEYED PIC 9(7) VALUE 0.
         01 AUD-ROWS-LEFT PIC 9(7) VALUE 0.
         01 GAMES-AUD-MATCHED PIC 9(6) VALUE 0.
         01 GAMES-AUD-UNMATCHED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO LEGACY GAME-ID BACKFILL".
         PERFORM READ-BACKFILL-CTL.
         IF RUN-REFUSED
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         PERFORM CLAIM-RUN-LOCK.
         IF LOCK-REFUSED
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM CHECK-RESERVED-RANGE.
         IF NOT RUN-REFUSED
           DISPLAY " "
           DISPLAY "WARO LEGACY GAME-ID CONVERSION - ids "
             LOW-GAME-ID " thru " HIGH-GAME-ID " mode " RUN-MODE
           PERFORM KEY-GAME-HISTORY
           IF GAMES-SHORT > 0
             MOVE "Y" TO REFUSED-SWITCH
             DISPLAY "TRACER SEVERE ERROR: reserved range too small"
               " - " GAMES-SHORT " more game(s) need an id"
           ELSE IF AUDIT-PRESENT
             PERFORM KEY-BID-AUDIT
           END-IF
           END-IF
         END-IF.
         IF NOT RUN-REFUSED AND UPDATE-RUN
           PERFORM APPLY-CONVERSION
         END-IF.
         PERFORM PRINT-BACKFILL-REPORT.
         IF LOCK-CLAIMED-HERE
           PERFORM RELEASE-RUN-LOCK
         END-IF.
         IF RUN-REFUSED
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE IF GH-ROWS-LEFT > 0 OR AUD-ROWS-LEFT > 0
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         END-IF.
         GOBACK.

       *> The top id is kept below 999999 so DEALSEQ can always be
       *> moved past the range.
       READ-BACKFILL-CTL.
         OPEN INPUT BACKFILL-CTL-FILE.
         IF BACKFILL-CTL-STATUS NOT = "00"
           MOVE "Y" TO REFUSED-SWITCH
           DISPLAY "TRACER SEVERE ERROR: no BACKFCTL card"
         ELSE
           READ BACKFILL-CTL-FILE
             AT END
               MOVE "Y" TO REFUSED-SWITCH
               DISPLAY "TRACER SEVERE ERROR: BACKFCTL is empty"
             NOT AT END
               IF BFC-LOW-ID IS NOT NUMERIC OR
                  BFC-HIGH-ID IS NOT NUMERIC
                 MOVE "Y" TO REFUSED-SWITCH
                 DISPLAY "TRACER SEVERE ERROR: BACKFCTL needs a "
                   "6-digit low and high game-id"
               ELSE IF BFC-LOW-ID = 0 OR
                       BFC-HIGH-ID < BFC-LOW-ID OR
                       BFC-HIGH-ID = 999999
                 MOVE "Y" TO REFUSED-SWITCH
                 DISPLAY "TRACER SEVERE ERROR: BACKFCTL range "
                   BFC-LOW-ID " thru " BFC-HIGH-ID " is not usable"
               ELSE IF BFC-MODE NOT = "P" AND BFC-MODE NOT = "U" AND
                       BFC-MODE NOT = SPACE
                 MOVE "Y" TO REFUSED-SWITCH
                 DISPLAY "TRACER SEVERE ERROR: BACKFCTL mode "
                   BFC-MODE " is not P or U"
               ELSE
                 MOVE BFC-LOW-ID TO LOW-GAME-ID
                 MOVE BFC-HIGH-ID TO HIGH-GAME-ID
                 IF BFC-MODE = "U"
                   MOVE "U" TO RUN-MODE
                 END-IF
               END-IF
               END-IF
               END-IF
           END-READ
           CLOSE BACKFILL-CTL-FILE
         END-IF.

       *> No keyed GAMEHIST or BIDAUDIT row and no DEALFILE record
       *> may already carry an id inside the range - those ids are
       *> spoken for. DEALSEQ itself need not sit clear of it: an
       *> update run moves it past the top.
       CHECK-RESERVED-RANGE.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS NOT = "00"
           MOVE "Y" TO REFUSED-SWITCH
           DISPLAY "TRACER SEVERE ERROR: no GAMEHIST to convert"
         ELSE
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-GAME-HIST
           PERFORM CHECK-ONE-GAME-HIST UNTIL AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.
         OPEN INPUT AUDIT-FILE.
         IF AUDIT-STATUS = "00"
           MOVE "Y" TO AUDIT-PRESENT-SWITCH
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-AUDIT
           PERFORM CHECK-ONE-AUDIT UNTIL AT-EOF
           CLOSE AUDIT-FILE
         END-IF.
         PERFORM CHECK-DEAL-FILE.
         OPEN INPUT DEAL-SEQ-FILE.
         IF DEAL-SEQ-STATUS = "00"
           READ DEAL-SEQ-FILE
             AT END CONTINUE
             NOT AT END
               IF DEAL-SEQ-NEXT-ID IS NUMERIC
                 MOVE DEAL-SEQ-NEXT-ID TO DEAL-SEQ-NEXT
               END-IF
           END-READ
           CLOSE DEAL-SEQ-FILE
         END-IF.
         IF COLLISION-COUNT > 0
           MOVE "Y" TO REFUSED-SWITCH
           DISPLAY "TRACER SEVERE ERROR: " COLLISION-COUNT
             " id(s) inside the reserved range are already in use, "
             "first " FIRST-COLLISION-ID " on " COLLISION-SOURCE
         END-IF.

       READ-NEXT-GAME-HIST.
         MOVE SPACES TO GH-ROW.
         READ GAME-HISTORY-FILE INTO GH-ROW
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       READ-NEXT-AUDIT.
         MOVE SPACES TO AUD-ROW.
         READ AUDIT-FILE INTO AUD-ROW
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       CHECK-ONE-GAME-HIST.
         IF GH-TYPE NOT = "A" AND GH-GAME-ID-X IS NUMERIC
           MOVE GH-GAME-ID TO KEY-GAME-ID
           MOVE "GAMEHIST" TO LIST-REASON
           PERFORM NOTE-IF-IN-RANGE
         END-IF.
         PERFORM READ-NEXT-GAME-HIST.

       CHECK-ONE-AUDIT.
         IF AUD-GAME-ID-X IS NUMERIC
           MOVE AUD-GAME-ID TO KEY-GAME-ID
           MOVE "BIDAUDIT" TO LIST-REASON
           PERFORM NOTE-IF-IN-RANGE
         END-IF.
         PERFORM READ-NEXT-AUDIT.

       *> DEALFILE is keyed, so only the first record at or past
       *> the bottom of the range has to be looked at.
       CHECK-DEAL-FILE.
         OPEN INPUT DEAL-FILE.
         IF DEAL-FILE-STATUS = "00"
           MOVE LOW-GAME-ID TO DEAL-GAME-ID
           START DEAL-FILE KEY IS NOT LESS THAN DEAL-GAME-ID
             INVALID KEY CONTINUE
           END-START
           IF DEAL-FILE-STATUS = "00"
             READ DEAL-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                 MOVE DEAL-GAME-ID TO KEY-GAME-ID
                 MOVE "DEALFILE" TO LIST-REASON
                 PERFORM NOTE-IF-IN-RANGE
             END-READ
           END-IF
           CLOSE DEAL-FILE
         END-IF.

       NOTE-IF-IN-RANGE.
         IF KEY-GAME-ID >= LOW-GAME-ID AND
            KEY-GAME-ID <= HIGH-GAME-ID
           IF COLLISION-COUNT = 0
             MOVE KEY-GAME-ID TO FIRST-COLLISION-ID
             MOVE LIST-REASON TO COLLISION-SOURCE
           END-IF
           ADD 1 TO COLLISION-COUNT
         END-IF.

       *> GAMEHIST to BFGHWORK, each confidently grouped legacy game
       *> keyed on the way through. Keyed rows and rows of any other
       *> type pass as they are - and end any legacy game still being
       *> gathered, since a game's rows are always consecutive.
       KEY-GAME-HISTORY.
         MOVE LOW-GAME-ID TO NEXT-GAME-ID.
         MOVE 0 TO ROW-NO.
         MOVE 0 TO GROUP-COUNT.
         OPEN INPUT GAME-HISTORY-FILE.
         OPEN OUTPUT GH-WORK-FILE.
         MOVE "N" TO EOF-SWITCH.
         PERFORM READ-NEXT-GAME-HIST.
         PERFORM KEY-ONE-GAME-HIST UNTIL AT-EOF.
         IF GROUP-COUNT > 0
           MOVE "game never closed by its S row" TO LIST-REASON
           PERFORM ABANDON-GROUP
         END-IF.
         CLOSE GAME-HISTORY-FILE.
         CLOSE GH-WORK-FILE.

       KEY-ONE-GAME-HIST.
         ADD 1 TO ROW-NO.
         ADD 1 TO GH-ROWS-READ.
         IF GH-GAME-ID-X NOT = SPACES OR
            (GH-TYPE NOT = "R" AND GH-TYPE NOT = "S")
           IF GROUP-COUNT > 0
             MOVE "game never closed by its S row" TO LIST-REASON
             PERFORM ABANDON-GROUP
           END-IF
           WRITE GH-WORK-RECORD FROM GH-ROW
         ELSE IF GH-TYPE = "R"
           ADD 1 TO GH-ROWS-LEGACY
           PERFORM TAKE-LEGACY-ROUND
         ELSE
           ADD 1 TO GH-ROWS-LEGACY
           PERFORM TAKE-LEGACY-SUMMARY
         END-IF
         END-IF.
         PERFORM READ-NEXT-GAME-HIST.

       *> A round extends the game in hand only as its next round,
       *> same date, same seats; anything else breaks that game off.
       *> A new game can only start at round 1.
       TAKE-LEGACY-ROUND.
         IF GROUP-COUNT > 0
           PERFORM COMPARE-TO-GROUP
           IF GROUP-FITS AND GH-ROUND = GROUP-ROUNDS + 1 AND
              GROUP-ROUNDS < GROUP-ROUND-MAX
             PERFORM ADD-TO-GROUP
             ADD 1 TO GROUP-ROUNDS
           ELSE
             MOVE "game's rounds break off" TO LIST-REASON
             PERFORM ABANDON-GROUP
             PERFORM START-GROUP
           END-IF
         ELSE
           PERFORM START-GROUP
         END-IF.

       START-GROUP.
         IF GH-ROUND = 1
           MOVE GH-DATE TO GROUP-DATE
           PERFORM NOTE-GROUP-SEAT
             VARYING K FROM 1 BY 1 UNTIL K > 8
           PERFORM ADD-TO-GROUP
           MOVE 1 TO GROUP-ROUNDS
         ELSE
           MOVE "round with no round 1 before it" TO LIST-REASON
           PERFORM LEAVE-CURRENT-GH-ROW
         END-IF.

       NOTE-GROUP-SEAT.
         MOVE GH-PLAYER-NAME (K) TO GROUP-SEAT-NAME (K).

       *> The summary closes the game in hand if it agrees with it;
       *> a summary that agrees with nothing stays unkeyed.
       TAKE-LEGACY-SUMMARY.
         IF GROUP-COUNT = 0
           MOVE "S row with no rounds before it" TO LIST-REASON
           PERFORM LEAVE-CURRENT-GH-ROW
         ELSE
           PERFORM COMPARE-TO-GROUP
           IF GROUP-FITS
             PERFORM ADD-TO-GROUP
             PERFORM KEY-GROUP
           ELSE
             MOVE "S row does not match its rounds" TO LIST-REASON
             PERFORM ABANDON-GROUP
             PERFORM LEAVE-CURRENT-GH-ROW
           END-IF
         END-IF.

       COMPARE-TO-GROUP.
         MOVE "Y" TO GROUP-FIT-SWITCH.
         IF GH-DATE NOT = GROUP-DATE
           MOVE "N" TO GROUP-FIT-SWITCH
         END-IF.
         PERFORM COMPARE-ONE-SEAT
           VARYING K FROM 1 BY 1 UNTIL K > 8.

       COMPARE-ONE-SEAT.
         IF GH-PLAYER-NAME (K) NOT = GROUP-SEAT-NAME (K)
           MOVE "N" TO GROUP-FIT-SWITCH
         END-IF.

       ADD-TO-GROUP.
         ADD 1 TO GROUP-COUNT.
         MOVE GH-ROW TO GROUP-IMAGE (GROUP-COUNT).
         MOVE ROW-NO TO GROUP-ROW-NO (GROUP-COUNT).

       *> Past the top of the range the game is counted and left
       *> alone; the run is refused, so nothing is rewritten anyway.
       KEY-GROUP.
         IF NEXT-GAME-ID > HIGH-GAME-ID
           ADD 1 TO GAMES-SHORT
         ELSE
           MOVE NEXT-GAME-ID TO KEY-GAME-ID
           PERFORM STAMP-ONE-GROUP-ROW
             VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT
           ADD GROUP-COUNT TO GH-ROWS-KEYED
           ADD 1 TO GAMES-KEYED
           ADD 1 TO NEXT-GAME-ID
         END-IF.
         PERFORM WRITE-ONE-GROUP-ROW
           VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT.
         MOVE 0 TO GROUP-COUNT.

       STAMP-ONE-GROUP-ROW.
         MOVE KEY-GAME-ID-X TO GROUP-IMAGE (GX) (156:6).

       WRITE-ONE-GROUP-ROW.
         WRITE GH-WORK-RECORD FROM GROUP-IMAGE (GX).

       ABANDON-GROUP.
         PERFORM LEAVE-ONE-GROUP-ROW
           VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT.
         MOVE 0 TO GROUP-COUNT.

       LEAVE-ONE-GROUP-ROW.
         MOVE GROUP-IMAGE (GX) TO LIST-IMAGE.
         MOVE GROUP-ROW-NO (GX) TO LIST-ROW-NO.
         PERFORM LIST-GH-ROW.
         WRITE GH-WORK-RECORD FROM GROUP-IMAGE (GX).

       LEAVE-CURRENT-GH-ROW.
         MOVE GH-ROW TO LIST-IMAGE.
         MOVE ROW-NO TO LIST-ROW-NO.
         PERFORM LIST-GH-ROW.
         WRITE GH-WORK-RECORD FROM GH-ROW.

       LIST-GH-ROW.
         ADD 1 TO GH-ROWS-LEFT.
         DISPLAY "TRACER   GAMEHIST row " LIST-ROW-NO " "
           LIST-IMAGE (1:8) " " LIST-IMAGE (10:1) " "
           LIST-IMAGE (12:2) " left unkeyed: " LIST-REASON.

       *> BIDAUDIT to BFAUWORK. The re-keyed games come back off
       *> BFGHWORK one at a time, in file order, as the run of bids
       *> each should show; legacy audit rows are matched against
       *> that run in order and keyed only when the whole run has
       *> been found. Rows that fit no re-keyed game stay unkeyed.
       KEY-BID-AUDIT.
         MOVE 0 TO ROW-NO.
         MOVE 0 TO PEND-COUNT.
         OPEN INPUT GH-WORK-FILE.
         MOVE "N" TO GH-WORK-EOF-SWITCH.
         PERFORM READ-NEXT-GH-WORK.
         PERFORM LOAD-NEXT-GAME-SIGS.
         OPEN INPUT AUDIT-FILE.
         OPEN OUTPUT AUD-WORK-FILE.
         MOVE "N" TO EOF-SWITCH.
         PERFORM READ-NEXT-AUDIT.
         PERFORM KEY-ONE-AUDIT UNTIL AT-EOF.
         IF PEND-COUNT > 0
           PERFORM DROP-PENDING-GAME
         END-IF.
         PERFORM NOTE-GAME-UNMATCHED UNTIL NOT SIG-LOADED.
         CLOSE AUDIT-FILE.
         CLOSE AUD-WORK-FILE.
         CLOSE GH-WORK-FILE.

       READ-NEXT-GH-WORK.
         MOVE SPACES TO GH-ROW.
         MOVE "N" TO WORK-ROW-KEYED-SWITCH.
         MOVE 0 TO WORK-GAME-ID.
         READ GH-WORK-FILE INTO GH-ROW
           AT END MOVE "Y" TO GH-WORK-EOF-SWITCH
         END-READ.
         IF NOT GH-WORK-AT-EOF AND GH-GAME-ID-X IS NUMERIC
           MOVE GH-GAME-ID TO WORK-GAME-ID
           IF GH-TYPE = "R" AND
              WORK-GAME-ID >= LOW-GAME-ID AND
              WORK-GAME-ID <= HIGH-GAME-ID
             MOVE "Y" TO WORK-ROW-KEYED-SWITCH
           END-IF
         END-IF.

       *> BFGHWORK always holds the next unread row ahead, so the
       *> row that ends one game is where the next search starts.
       LOAD-NEXT-GAME-SIGS.
         MOVE "N" TO SIG-LOADED-SWITCH.
         MOVE 0 TO SIG-COUNT.
         MOVE 1 TO SIG-X.
         PERFORM READ-NEXT-GH-WORK
           UNTIL GH-WORK-AT-EOF OR WORK-ROW-REKEYED.
         IF WORK-ROW-REKEYED
           MOVE "Y" TO SIG-LOADED-SWITCH
           MOVE WORK-GAME-ID TO SIG-GAME-ID
           MOVE GH-DATE TO SIG-DATE
           PERFORM TAKE-ONE-WORK-ROW
             UNTIL GH-WORK-AT-EOF OR WORK-GAME-ID NOT = SIG-GAME-ID
         END-IF.

       TAKE-ONE-WORK-ROW.
         IF GH-TYPE = "R"
           PERFORM ADD-ONE-SEAT-SIG
             VARYING K FROM 1 BY 1 UNTIL K > 8
         END-IF.
         PERFORM READ-NEXT-GH-WORK.

       *> A seat with no card left bids 0 and is never called to
       *> player-turn, so it leaves no audit row.
       ADD-ONE-SEAT-SIG.
         IF GH-PLAYER-NAME (K) NOT = SPACES AND GH-BID (K) > 0 AND
            SIG-COUNT < SIG-MAX
           ADD 1 TO SIG-COUNT
           MOVE GH-ROUND TO SIG-ROUND (SIG-COUNT)
           MOVE K TO SIG-SEAT (SIG-COUNT)
           MOVE GH-PLAYER-NAME (K) TO SIG-NAME (SIG-COUNT)
           MOVE GH-PRIZE TO SIG-PRIZE (SIG-COUNT)
           MOVE GH-BID (K) TO SIG-BID (SIG-COUNT)
         END-IF.

       KEY-ONE-AUDIT.
         ADD 1 TO ROW-NO.
         ADD 1 TO AUD-ROWS-READ.
         IF AUD-GAME-ID-X NOT = SPACES
           IF PEND-COUNT > 0
             PERFORM DROP-PENDING-GAME
           END-IF
           WRITE AUD-WORK-RECORD FROM AUD-ROW
         ELSE
           ADD 1 TO AUD-ROWS-LEGACY
           MOVE "N" TO ROW-SETTLED-SWITCH
           PERFORM PLACE-AUDIT-ROW UNTIL ROW-SETTLED
         END-IF.
         PERFORM READ-NEXT-AUDIT.

       *> Each pass either settles the row or gives up on the game
       *> in hand and moves on to the next, so the loop always ends.
       *> A mismatch part-way through a game drops what was matched
       *> of it; a row dated after the game means the game's bids
       *> were never found; an earlier row belongs to no re-keyed
       *> game.
       PLACE-AUDIT-ROW.
         IF NOT SIG-LOADED
           MOVE "Y" TO ROW-SETTLED-SWITCH
           MOVE "fits no re-keyed game" TO LIST-REASON
           PERFORM LEAVE-CURRENT-AUDIT-ROW
         ELSE IF AUD-DATE = SIG-DATE AND
                 AUD-NAME = SIG-NAME (SIG-X) AND
                 AUD-PRIZE = SIG-PRIZE (SIG-X) AND
                 AUD-BID = SIG-BID (SIG-X)
           MOVE "Y" TO ROW-SETTLED-SWITCH
           ADD 1 TO PEND-COUNT
           MOVE AUD-ROW TO PEND-IMAGE (PEND-COUNT)
           MOVE ROW-NO TO PEND-ROW-NO (PEND-COUNT)
           ADD 1 TO SIG-X
           IF SIG-X > SIG-COUNT
             PERFORM KEY-PENDING-GAME
           END-IF
         ELSE IF PEND-COUNT > 0
           PERFORM DROP-PENDING-GAME
         ELSE IF AUD-DATE > SIG-DATE
           PERFORM NOTE-GAME-UNMATCHED
         ELSE
           MOVE "Y" TO ROW-SETTLED-SWITCH
           MOVE "fits no re-keyed game" TO LIST-REASON
           PERFORM LEAVE-CURRENT-AUDIT-ROW
         END-IF
         END-IF
         END-IF
         END-IF.

       KEY-PENDING-GAME.
         PERFORM KEY-ONE-PENDING-ROW
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.
         ADD PEND-COUNT TO AUD-ROWS-KEYED.
         ADD 1 TO GAMES-AUD-MATCHED.
         MOVE 0 TO PEND-COUNT.
         PERFORM LOAD-NEXT-GAME-SIGS.

       *> Pending row PX matched bid PX of the game.
       KEY-ONE-PENDING-ROW.
         MOVE PEND-IMAGE (PX) TO AUD-ROW.
         MOVE SIG-GAME-ID TO AUD-GAME-ID.
         MOVE SIG-ROUND (PX) TO AUD-ROUND.
         MOVE SIG-SEAT (PX) TO AUD-SEAT.
         WRITE AUD-WORK-RECORD FROM AUD-ROW.

       DROP-PENDING-GAME.
         DISPLAY "TRACER   game " SIG-GAME-ID " bids break off on "
           "BIDAUDIT after " PEND-COUNT " of " SIG-COUNT
           " - its bid rows stay unkeyed".
         MOVE "game's bids break off" TO LIST-REASON.
         PERFORM LEAVE-ONE-PENDING-ROW
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.
         ADD 1 TO GAMES-AUD-UNMATCHED.
         MOVE 0 TO PEND-COUNT.
         PERFORM LOAD-NEXT-GAME-SIGS.

       LEAVE-ONE-PENDING-ROW.
         MOVE PEND-IMAGE (PX) TO LIST-IMAGE.
         MOVE PEND-ROW-NO (PX) TO LIST-ROW-NO.
         PERFORM LIST-AUDIT-ROW.
         WRITE AUD-WORK-RECORD FROM PEND-IMAGE (PX).

       NOTE-GAME-UNMATCHED.
         DISPLAY "TRACER   game " SIG-GAME-ID " has no bid rows "
           "found on BIDAUDIT".
         ADD 1 TO GAMES-AUD-UNMATCHED.
         PERFORM LOAD-NEXT-GAME-SIGS.

       LEAVE-CURRENT-AUDIT-ROW.
         MOVE AUD-ROW TO LIST-IMAGE.
         MOVE ROW-NO TO LIST-ROW-NO.
         PERFORM LIST-AUDIT-ROW.
         WRITE AUD-WORK-RECORD FROM AUD-ROW.

       LIST-AUDIT-ROW.
         ADD 1 TO AUD-ROWS-LEFT.
         DISPLAY "TRACER   BIDAUDIT row " LIST-ROW-NO " "
           LIST-IMAGE (1:8) " " LIST-IMAGE (10:6) " left unkeyed: "
           LIST-REASON.

       *> The converted files go back over the originals, and
       *> DEALSEQ moves past the range if it has not passed it yet -
       *> WARO starts at 1 when DEALSEQ is missing, so a missing one
       *> is written too.
       APPLY-CONVERSION.
         IF GH-ROWS-KEYED > 0
           OPEN INPUT GH-WORK-FILE
           OPEN OUTPUT GAME-HISTORY-FILE
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-GH-WORK-IMAGE
           PERFORM COPY-ONE-GH-ROW UNTIL AT-EOF
           CLOSE GAME-HISTORY-FILE
           CLOSE GH-WORK-FILE
         END-IF.
         IF AUD-ROWS-KEYED > 0
           OPEN INPUT AUD-WORK-FILE
           OPEN OUTPUT AUDIT-FILE
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-AUD-WORK-IMAGE
           PERFORM COPY-ONE-AUD-ROW UNTIL AT-EOF
           CLOSE AUDIT-FILE
           CLOSE AUD-WORK-FILE
         END-IF.
         IF GAMES-KEYED > 0 AND DEAL-SEQ-NEXT <= HIGH-GAME-ID
           OPEN OUTPUT DEAL-SEQ-FILE
           COMPUTE DEAL-SEQ-NEXT-ID = HIGH-GAME-ID + 1
           WRITE DEAL-SEQ-RECORD
           CLOSE DEAL-SEQ-FILE
           MOVE "Y" TO DEAL-SEQ-MOVED-SWITCH
         END-IF.

       READ-GH-WORK-IMAGE.
         READ GH-WORK-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       COPY-ONE-GH-ROW.
         WRITE GH-IMAGE FROM GH-WORK-RECORD.
         PERFORM READ-GH-WORK-IMAGE.

       READ-AUD-WORK-IMAGE.
         READ AUD-WORK-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       COPY-ONE-AUD-ROW.
         WRITE AUD-IMAGE FROM AUD-WORK-RECORD.
         PERFORM READ-AUD-WORK-IMAGE.

       PRINT-BACKFILL-REPORT.
         DISPLAY " ".
         DISPLAY "WARO LEGACY GAME-ID CONVERSION REPORT".
         DISPLAY "TRACER   GAMEHIST read " GH-ROWS-READ
           " legacy " GH-ROWS-LEGACY " keyed " GH-ROWS-KEYED
           " left unkeyed " GH-ROWS-LEFT.
         DISPLAY "TRACER   games given ids " GAMES-KEYED.
         IF AUDIT-PRESENT
           DISPLAY "TRACER   BIDAUDIT read " AUD-ROWS-READ
             " legacy " AUD-ROWS-LEGACY " keyed " AUD-ROWS-KEYED
             " left unkeyed " AUD-ROWS-LEFT
           DISPLAY "TRACER   games matched on BIDAUDIT "
             GAMES-AUD-MATCHED " not matched " GAMES-AUD-UNMATCHED
         ELSE
           DISPLAY "TRACER   BIDAUDIT not on file - nothing to key"
         END-IF.
         IF RUN-REFUSED
           DISPLAY "TRACER SEVERE ERROR: conversion refused - "
             "nothing rewritten"
         ELSE IF NOT UPDATE-RUN
           DISPLAY "TRACER preview only - nothing rewritten; "
             "rerun with U to apply"
         ELSE
           DISPLAY "TRACER GAMEHIST and BIDAUDIT rewritten"
           IF DEAL-SEQ-MOVED
             COMPUTE KEY-GAME-ID = HIGH-GAME-ID + 1
             DISPLAY "TRACER DEALSEQ moved past the range to "
               KEY-GAME-ID
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
                       "convert - clear a stale lock with "
                       "LOCKCTL F"
                   END-IF
                 END-IF
             END-READ
             CLOSE RUN-LOCK-FILE
           END-IF
           IF NOT LOCK-REFUSED
             OPEN OUTPUT RUN-LOCK-FILE
             MOVE SPACES TO RUN-LOCK-RECORD
             MOVE "Y" TO LOCK-STATE
             MOVE "BACKFILL" TO LOCK-HOLDER
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
         MOVE "BACKFILL" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.
