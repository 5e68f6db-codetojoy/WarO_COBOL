             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.

           *> One work record per timed or timer-made bid, sorted
           *> into name order so each bidder's think time totals up
           *> in a control break - every name on the trail gets its
           *> line, however many there are.
           SELECT PACE-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
         FILE SECTION.
         *> Same layout WARO itself writes, through the stamps at
           02 FILLER PIC X.
           02 GH-TIME PIC X(6).

         *> Same layout player-turn.cbl writes, through the stamp and
         *> the auto-play flag at the tail.
         FD AUDIT-FILE.
         01 AUDIT-RECORD.
           02 AUD-DATE PIC X(8).
           02 AUD-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 AUD-TIME PIC X(6).
           02 FILLER PIC X.
           02 AUD-PLAY-FLAG PIC X(1).

         *> Same layout WARO itself writes; only the sizing header
         *> matters here.
             03 DEAL-PLAYER-NAME PIC X(6).
             03 DEAL-PLAYER-STRATEGY PIC 9(1).
             03 DEAL-PLAYER-HAND PIC 9(2) OCCURS 10 TIMES.
           *> "D" when the hands were drafted, not dealt.
           02 DEAL-STYLE PIC X(1).

         *> One audited bid: the think time charged for it (if any),
         *> whether the bid timer made it, and its place on the trail
         *> so a bidder's records come back in the order they bid.
         SD PACE-SORT-FILE.
         01 PACE-SORT-RECORD.
           02 PS-NAME PIC X(6).
           02 PS-TRAIL-SEQ PIC 9(8).
           02 PS-STRATEGY PIC 9(1).
           02 PS-BIDS PIC 9(1).
           02 PS-THINK-SECS PIC 9(4).
           02 PS-AUTO-PLAYS PIC 9(1).

         WORKING-STORAGE SECTION.
         01 GAME-HISTORY-STATUS PIC X(2).
             03 GS-FIRST-TIME PIC X(6).
         01 GAME-START-OVERFLOW PIC 9(6) VALUE 0.

         *> Think time, totalled per bidder off the sort: how long
         *> the table waited between the previous audited bid and
         *> this player's. A gap beyond the cap is a break between runs,
         *> not a think, and is not charged to anybody. Bids the
         *> bid timer made for a seat are counted apart: the wait
         *> was real, but the choice was not the player's.
         78 THINK-GAP-CAP VALUE 1800.
         01 PACE-SORT-EOF-SWITCH PIC X(1) VALUE "N".
           88 PACE-SORT-AT-EOF VALUE "Y".
         01 AUDIT-ROW-SEQ PIC 9(8) VALUE 0.
         01 PC-NAME PIC X(6).
         01 PC-STRATEGY PIC 9(1).
         01 PC-BIDS PIC 9(6).
         01 PC-THINK-SECS PIC 9(8).
         01 PC-AUTO-PLAYS PIC 9(6).

         01 CUR-AUD-GAME PIC 9(6) VALUE 0.
         01 PREV-AUD-TIME PIC X(6) VALUE SPACES.
         01 START-TIME-FOUND PIC X(6).
         01 AVG-SECS PIC 9(6)V9(1).
         01 AVG-THINK PIC 9(5)V9(1).
         01 SLOWEST-NAME PIC X(6).
         01 SLOWEST-AVG PIC 9(5)V9(1).

         01 K PIC 9(2).
         01 GX PIC 9(4).
         01 NAME-FOUND-IDX PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         SORT PACE-SORT-FILE
           ON ASCENDING KEY PS-NAME PS-TRAIL-SEQ
           INPUT PROCEDURE IS SCAN-AUDIT-TRAIL
           OUTPUT PROCEDURE IS MEASURE-AND-REPORT.
         *> GOBACK rather than STOP RUN so a tournament driver can
         *> CALL 'WARO-PACE' for an end-of-run page without ending
         *> the caller's run unit.
         GOBACK.

       *> The game durations need the audit pass's start stamps, so
       *> GAMEHIST is measured once the trail is in; the think times
       *> then come back off the sort for the report.
       MEASURE-AND-REPORT.
         OPEN INPUT DEAL-FILE.
         IF DEAL-FILE-STATUS = "00"
           MOVE "Y" TO DEAL-FILE-OPEN-SWITCH
           CLOSE DEAL-FILE
         END-IF.
         PERFORM PRINT-PACE-REPORT.

       *> One pass over the audit trail: the first stamp per game
       *> (the game's effective start) and the stamp-to-stamp gap
           AT END MOVE "Y" TO AUD-EOF-SWITCH
         END-READ.

       *> Every row is numbered as read; a row that charges think
       *> time or was made by the timer goes to the sort.
       PROCESS-ONE-AUDIT-ROW.
         ADD 1 TO AUDIT-ROW-SEQ.
         MOVE SPACES TO PACE-SORT-RECORD.
         MOVE AUD-NAME TO PS-NAME.
         MOVE AUDIT-ROW-SEQ TO PS-TRAIL-SEQ.
         MOVE AUD-STRATEGY TO PS-STRATEGY.
         MOVE 0 TO PS-BIDS.
         MOVE 0 TO PS-THINK-SECS.
         MOVE 0 TO PS-AUTO-PLAYS.
         IF AUD-GAME-ID-X NOT = SPACES AND AUD-TIME NOT = SPACES
           IF AUD-GAME-ID NOT = CUR-AUD-GAME
             MOVE AUD-GAME-ID TO CUR-AUD-GAME
           END-IF
           MOVE AUD-TIME TO PREV-AUD-TIME
         END-IF.
         IF AUD-PLAY-FLAG NOT = SPACE
           MOVE 1 TO PS-AUTO-PLAYS
         END-IF.
         IF PS-BIDS > 0 OR PS-AUTO-PLAYS > 0
           RELEASE PACE-SORT-RECORD
         END-IF.
         PERFORM READ-NEXT-AUDIT.

       NOTE-GAME-START.
         END-IF.

       CHARGE-THINK-TIME.
         MOVE 1 TO PS-BIDS.
         MOVE ELAPSED-SECONDS TO PS-THINK-SECS.

       *> Seconds from stamp A to stamp B, crediting one midnight
       *> crossing; no game here has ever spanned two.
           VARYING K FROM 1 BY 1 UNTIL K > CELL-COUNT.
         DISPLAY " ".
         DISPLAY "THINK TIME PER BID (who the table waits on):".
         MOVE SPACES TO SLOWEST-NAME.
         MOVE 0 TO SLOWEST-AVG.
         MOVE "N" TO PACE-SORT-EOF-SWITCH.
         PERFORM RETURN-NEXT-BID.
         PERFORM TOTAL-ONE-THINKER UNTIL PACE-SORT-AT-EOF.
         IF SLOWEST-NAME NOT = SPACES
           DISPLAY "TRACER   the table waits longest on "
             SLOWEST-NAME " (" SLOWEST-AVG
             " seconds a bid)"
         END-IF.
         IF LONGEST-GAME-ID > 0
             " game(s), avg " AVG-SECS " seconds"
         END-IF.

       RETURN-NEXT-BID.
         RETURN PACE-SORT-FILE
           AT END MOVE "Y" TO PACE-SORT-EOF-SWITCH
         END-RETURN.

       *> One control break per bidder: the think time charged and
       *> the timer's bids summed, the strategy the last charged bid
       *> was made under, then the bidder's lines.
       TOTAL-ONE-THINKER.
         MOVE PS-NAME TO PC-NAME.
         MOVE 0 TO PC-STRATEGY.
         MOVE 0 TO PC-BIDS.
         MOVE 0 TO PC-THINK-SECS.
         MOVE 0 TO PC-AUTO-PLAYS.
         PERFORM ADD-ONE-BID
           UNTIL PACE-SORT-AT-EOF OR PS-NAME NOT = PC-NAME.
         PERFORM PRINT-ONE-THINKER.

       ADD-ONE-BID.
         IF PS-BIDS > 0
           ADD PS-BIDS TO PC-BIDS
           ADD PS-THINK-SECS TO PC-THINK-SECS
           MOVE PS-STRATEGY TO PC-STRATEGY
         END-IF.
         ADD PS-AUTO-PLAYS TO PC-AUTO-PLAYS.
         PERFORM RETURN-NEXT-BID.

       PRINT-ONE-THINKER.
         IF PC-BIDS > 0
           COMPUTE AVG-THINK ROUNDED =
             PC-THINK-SECS / PC-BIDS
           DISPLAY "TRACER   " PC-NAME " (strategy "
             PC-STRATEGY ") " PC-BIDS " bid(s), avg "
             AVG-THINK " seconds"
           IF AVG-THINK > SLOWEST-AVG
             MOVE AVG-THINK TO SLOWEST-AVG
             MOVE PC-NAME TO SLOWEST-NAME
           END-IF
         END-IF.
         IF PC-AUTO-PLAYS > 0
           DISPLAY "TRACER   " PC-NAME " ran out of time "
             PC-AUTO-PLAYS " time(s); those bids were "
             "auto-played"
         END-IF.
