      *> rank movement (against the LBPREV snapshot this program
      *> keeps), rating risers and fallers (against RATPREV, kept the
      *> same way), the game of the week picked by largest comeback
      *> over the requested GH-DATE range, the all-time records
      *> that fell over the same range (off WARO-RECORDS' RECNOTICE
      *> notices), and the coming fixtures off the bracket wall
      *> chart. Emits one dated, 72-column, TRANSCRIPT-style
      *> bulletin on WEEKLYRPT, distributable as-is, then rolls the
      *> week-over-week snapshots forward.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BRACKET-STATUS.

           *> WARO-RECORDS' "record broken" notices; a missing
           *> RECNOTICE means no record has ever fallen.
           SELECT RECORD-NOTICE-FILE ASSIGN TO "RECNOTICE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECORD-NOTICE-STATUS.

           SELECT WEEKLY-RPT-FILE ASSIGN TO "WEEKLYRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WEEKLY-RPT-STATUS.
           02 FILLER PIC X.
           02 BK-WINNER PIC 9(2).

         *> Same layout WARO-RECORDS appends.
         FD RECORD-NOTICE-FILE.
         01 RECORD-NOTICE-RECORD.
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
           02 RN-PREV-HOLDER PIC X(6).
           02 FILLER PIC X.
           02 RN-PREV-VALUE PIC 9(6).

         FD WEEKLY-RPT-FILE.
         01 WEEKLY-RPT-RECORD PIC X(72).

         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 BRACKET-STATUS PIC X(2).
         01 RECORD-NOTICE-STATUS PIC X(2).
         01 WEEKLY-RPT-STATUS PIC X(2).
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
           88 LB-AT-EOF VALUE "Y".
           88 GH-AT-EOF VALUE "Y".
         01 BK-EOF-SWITCH PIC X(1) VALUE "N".
           88 BK-AT-EOF VALUE "Y".
         01 RN-EOF-SWITCH PIC X(1) VALUE "N".
           88 RN-AT-EOF VALUE "Y".

         01 RANGE-FROM PIC X(8) VALUE LOW-VALUES.
         01 RANGE-TO PIC X(8) VALUE HIGH-VALUES.
             03 LBPT-NAME PIC X(6).
             03 LBPT-POINTS PIC 9(8).

         *> The ratings book as of now and as of the last bulletin,
         *> for the movers list. A name past the ceiling is counted
         *> and left off the list (RC 4); the snapshot rolled forward
         *> is copied from RATINGS itself, so it is never cut short.
         78 RATED-NAME-MAX VALUE 200.
         01 RT-COUNT PIC 9(3) VALUE 0.
         01 RT-TABLE.
           02 RT-ENTRY OCCURS RATED-NAME-MAX TIMES.
             03 RTT-NAME PIC X(6).
             03 RTT-RATING PIC 9(4)V9(2).
             03 RTT-GAMES PIC 9(6).
         01 RTP-COUNT PIC 9(3) VALUE 0.
         01 RTP-TABLE.
           02 RTP-ENTRY OCCURS RATED-NAME-MAX TIMES.
             03 RTPT-NAME PIC X(6).
             03 RTPT-RATING PIC 9(4)V9(2).
         01 RATED-OVERFLOW PIC 9(6) VALUE 0.
         01 RX PIC 9(3).
         01 RPX PIC 9(3).
         01 PREV-RATING-IDX PIC 9(3).

         *> Game-of-the-week hunt: per-game comeback measurement off
         *> the "R" rows, the same replay-the-running-totals approach
         01 GOTW-DEFICIT PIC 9(4) VALUE 0.
         01 GOTW-WINNER PIC X(6) VALUE SPACES.

         *> The records book's categories, in WARO-RECORDS' order;
         *> they must move together.
         01 CATEGORY-NAMES.
           02 FILLER PIC X(26) VALUE 'HIGHEST GAME SCORE        '.
           02 FILLER PIC X(26) VALUE 'BIGGEST WINNING MARGIN    '.
           02 FILLER PIC X(26) VALUE 'LONGEST WIN STREAK        '.
           02 FILLER PIC X(26) VALUE 'MOST ROUNDS WON IN A GAME '.
           02 FILLER PIC X(26) VALUE 'MOST POINTS FROM ONE CARD '.
           02 FILLER PIC X(26) VALUE 'BEST PERFECT GAME (POINTS)'.
         01 CATEGORY-NAMES-R REDEFINES CATEGORY-NAMES.
           02 CATEGORY-NAME PIC X(26) OCCURS 6 TIMES.
         01 RECORD-LABEL PIC X(26).
         01 WEEK-NOTICE-COUNT PIC 9(4) VALUE 0.

         *> The latest bracket round's survivors, paired in chart
         *> order as the coming fixtures.
         01 BK-LATEST-ROUND PIC 9(2) VALUE 0.
         PERFORM WRITE-STANDINGS-SECTION.
         PERFORM WRITE-RATINGS-SECTION.
         PERFORM WRITE-GOTW-SECTION.
         PERFORM WRITE-RECORDS-SECTION.
         PERFORM WRITE-FIXTURES-SECTION.
         CLOSE WEEKLY-RPT-FILE.

         END-READ.

       LOAD-ONE-RT.
         IF RT-TYPE = "P"
           IF RT-COUNT < RATED-NAME-MAX
             ADD 1 TO RT-COUNT
             MOVE RT-PLAYER-NAME TO RTT-NAME (RT-COUNT)
             MOVE RT-RATING TO RTT-RATING (RT-COUNT)
             MOVE RT-GAMES-RATED TO RTT-GAMES (RT-COUNT)
           ELSE
             ADD 1 TO RATED-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-RT.

         END-READ.

       LOAD-ONE-RTP.
         IF RTP-TYPE = "P"
           IF RTP-COUNT < RATED-NAME-MAX
             ADD 1 TO RTP-COUNT
             MOVE RTP-PLAYER-NAME TO RTPT-NAME (RTP-COUNT)
             MOVE RTP-RATING TO RTPT-RATING (RTP-COUNT)
           ELSE
             ADD 1 TO RATED-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-RTP.

         MOVE "RATING MOVERS THIS WEEK" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-ONE-MOVER
           VARYING RX FROM 1 BY 1 UNTIL RX > RT-COUNT.
         IF RATED-OVERFLOW > 0
           MOVE SPACES TO RPT-LINE
           STRING "  (" RATED-OVERFLOW " MORE BOOK ENTRIES PAST THE "
             RATED-NAME-MAX " THIS LIST HOLDS NOT SHOWN)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           DISPLAY "TRACER SEVERE ERROR: more than " RATED-NAME-MAX
             " names on RATINGS or RATPREV (" RATED-OVERFLOW
             " over); the movers list is incomplete"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         PERFORM WRITE-RPT-LINE.

       WRITE-ONE-MOVER.
         MOVE 0 TO PREV-RATING-IDX.
         MOVE 0 TO RATING-DELTA.
         PERFORM FIND-PREV-RATING
           VARYING RPX FROM 1 BY 1 UNTIL RPX > RTP-COUNT.
         MOVE SPACES TO RPT-LINE.
         IF PREV-RATING-IDX = 0
           STRING "  " RTT-NAME (RX) " RATED "
             RTT-RATING (RX) " (NEW TO THE BOOK)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
         ELSE IF RATING-DELTA > 0
           MOVE RATING-DELTA TO DELTA-DISPLAY
           STRING "  " RTT-NAME (RX) " UP " DELTA-DISPLAY
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
         ELSE IF RATING-DELTA < 0
           COMPUTE RATING-DELTA = 0 - RATING-DELTA
           MOVE RATING-DELTA TO DELTA-DISPLAY
           STRING "  " RTT-NAME (RX) " DOWN " DELTA-DISPLAY
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
         END-IF.

       FIND-PREV-RATING.
         IF RTPT-NAME (RPX) = RTT-NAME (RX)
           MOVE RPX TO PREV-RATING-IDX
           COMPUTE RATING-DELTA = RTT-RATING (RX) - RTPT-RATING (RPX)
         END-IF.

       WRITE-GOTW-SECTION.
         PERFORM WRITE-RPT-LINE.
         PERFORM WRITE-RPT-LINE.

       *> Every record that fell to a game played in the window, as
       *> WARO-RECORDS noticed it.
       WRITE-RECORDS-SECTION.
         MOVE "RECORDS BROKEN" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
         OPEN INPUT RECORD-NOTICE-FILE.
         IF RECORD-NOTICE-STATUS = "00"
           PERFORM READ-NEXT-RN
           PERFORM WRITE-ONE-RECORD-NOTICE UNTIL RN-AT-EOF
           CLOSE RECORD-NOTICE-FILE
         END-IF.
         IF WEEK-NOTICE-COUNT = 0
           MOVE "  NO RECORDS FELL THIS WEEK" TO RPT-LINE
           PERFORM WRITE-RPT-LINE
         END-IF.
         PERFORM WRITE-RPT-LINE.

       READ-NEXT-RN.
         READ RECORD-NOTICE-FILE
           AT END MOVE "Y" TO RN-EOF-SWITCH
         END-READ.

       WRITE-ONE-RECORD-NOTICE.
         IF RN-DATE >= RANGE-FROM AND RN-DATE <= RANGE-TO
           ADD 1 TO WEEK-NOTICE-COUNT
           IF RN-CATEGORY >= 1 AND RN-CATEGORY <= 6
             MOVE CATEGORY-NAME (RN-CATEGORY) TO RECORD-LABEL
           ELSE
             MOVE "RECORD" TO RECORD-LABEL
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " RECORD-LABEL " DECK " RN-DECK ": "
             RN-HOLDER " " RN-VALUE " (GAME " RN-GAME-ID ")"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF RN-PREV-HOLDER = SPACES
             MOVE "    FIRST RECORD AT THIS DECK SIZE" TO RPT-LINE
           ELSE
             STRING "    BREAKS " RN-PREV-VALUE " BY "
               RN-PREV-HOLDER DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
         END-IF.
         PERFORM READ-NEXT-RN.

       WRITE-FIXTURES-SECTION.
         MOVE "COMING FIXTURES" TO RPT-LINE.
         PERFORM WRITE-RPT-LINE.
           VARYING K FROM 1 BY 1 UNTIL K > LB-COUNT.
         CLOSE LB-PREV-FILE.
         OPEN OUTPUT RAT-PREV-FILE.
         MOVE "N" TO RT-EOF-SWITCH.
         OPEN INPUT RATING-FILE.
         IF RATING-STATUS = "00"
           PERFORM READ-NEXT-RT
           PERFORM WRITE-ONE-RTP-ENTRY UNTIL RT-AT-EOF
           CLOSE RATING-FILE
         END-IF.
         CLOSE RAT-PREV-FILE.

       WRITE-ONE-LBP-ENTRY.
         WRITE LB-PREV-RECORD.

       WRITE-ONE-RTP-ENTRY.
         IF RT-TYPE = "P"
           MOVE SPACES TO RAT-PREV-RECORD
           MOVE "P" TO RTP-TYPE
           MOVE RT-PLAYER-NAME TO RTP-PLAYER-NAME
           MOVE 0 TO RTP-STRATEGY
           MOVE RT-GAMES-RATED TO RTP-GAMES-RATED
           MOVE RT-RATING TO RTP-RATING
           WRITE RAT-PREV-RECORD
         END-IF.
         PERFORM READ-NEXT-RT.
