       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-RETAIN.
      *> Retention for the append-only files that have no purge or
      *> archive of their own - BIDAUDIT, LEDGER, BANKPOST,
      *> TRANSCRIPT, OPSLOG and the GHQUAR/AUDQUAR quarantines. The
      *> RETAINCTL policy deck gives, per file, how much to keep
      *> (so many days, or so many closed seasons) and whether the
      *> rows past it are archived or deleted. Expired rows go to
      *> the run's RETARCH generation, each stamped with its file
      *> and the run date, and the file is rewritten with what is
      *> left. Two rules override any policy: a row for a game
      *> still held on DISPUTES stays, and so does every game row
      *> inside the open season - the season that began when the
      *> last close on SEASONCAL ran; until a season has been
      *> closed, every game row is in the open season. LEDGER and
      *> TRANSCRIPT carry no date, so their rows are aged by game-id
      *> against the dates GAMEHIST shows for those games. The
      *> RUNLOCK is claimed for the run, as WARO-BACKUP claims it,
      *> since these are files WARO appends to.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> One card per file to roll: file name, "D" days or "S"
           *> seasons, how many to keep, "A" archive or "D" delete.
           *> Files with no card are left alone; like ARCHCTL, a
           *> missing RETAINCTL refuses to run.
           SELECT RETAIN-CTL-FILE ASSIGN TO "RETAINCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RETAIN-CTL-STATUS.

           *> The files under policy, read and rewritten as raw
           *> images.
           SELECT AUDIT-FILE ASSIGN TO "BIDAUDIT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT BANKPOST-FILE ASSIGN TO "BANKPOST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT GH-QUAR-FILE ASSIGN TO "GHQUAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.
           SELECT AUD-QUAR-FILE ASSIGN TO "AUDQUAR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DATASET-STATUS.

           *> The kept rows of the file in hand, copied back over it
           *> once the pass is through.
           SELECT RET-WORK-FILE ASSIGN TO "RETWORK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RET-WORK-STATUS.

           *> The run's archive generation: every archived row, with
           *> the file it came from and the date it was rolled off.
           SELECT RET-ARCHIVE-FILE ASSIGN TO "RETARCH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RET-ARCHIVE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISPUTE-STATUS.

           SELECT SEASON-CAL-FILE ASSIGN TO "SEASONCAL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEASON-CAL-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

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
         FD RETAIN-CTL-FILE.
         01 RETAIN-CTL-RECORD.
           02 RP-DATASET PIC X(10).
           02 FILLER PIC X.
           02 RP-UNIT PIC X(1).
           02 FILLER PIC X.
           02 RP-KEEP PIC 9(4).
           02 FILLER PIC X.
           02 RP-ACTION PIC X(1).

         FD AUDIT-FILE.
         01 AUDIT-IMAGE PIC X(200).
         FD LEDGER-FILE.
         01 LEDGER-IMAGE PIC X(200).
         FD BANKPOST-FILE.
         01 BANKPOST-IMAGE PIC X(200).
         FD TRANSCRIPT-FILE.
         01 TRANSCRIPT-IMAGE PIC X(200).
         FD OPS-LOG-FILE.
         01 OPS-LOG-IMAGE PIC X(200).
         FD GH-QUAR-FILE.
         01 GH-QUAR-IMAGE PIC X(200).
         FD AUD-QUAR-FILE.
         01 AUD-QUAR-IMAGE PIC X(200).

         FD RET-WORK-FILE.
         01 RET-WORK-RECORD PIC X(200).

         FD RET-ARCHIVE-FILE.
         01 RET-ARCHIVE-RECORD.
           02 RA-DATASET PIC X(10).
           02 FILLER PIC X.
           02 RA-RUN-DATE PIC X(8).
           02 FILLER PIC X.
           02 RA-IMAGE PIC X(200).

         *> Same layout WARO-DISPUTE keeps.
         FD DISPUTE-FILE.
         01 DISPUTE-RECORD.
           02 DP-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           *> "H" held, "R" released.
           02 DP-STATUS PIC X(1).
           02 FILLER PIC X.
           02 DP-DATE PIC X(8).

         *> Same layout WARO-SEASONEND appends.
         FD SEASON-CAL-FILE.
         01 SEASON-CAL-RECORD.
           02 SC-SEASON PIC X(8).
           02 FILLER PIC X.
           02 SC-CLOSED-DATE PIC X(8).

         *> Same layout WARO itself writes; only the date, type and
         *> game-id are wanted here.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RECORD.
           02 GH-DATE PIC X(8).
           02 FILLER PIC X.
           02 GH-TYPE PIC X(1).
           02 FILLER PIC X(145).
           02 GH-GAME-ID PIC 9(6).

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
         01 RETAIN-CTL-STATUS PIC X(2).
         01 DATASET-STATUS PIC X(2).
         01 RET-WORK-STATUS PIC X(2).
         01 RET-ARCHIVE-STATUS PIC X(2).
         01 DISPUTE-STATUS PIC X(2).
         01 SEASON-CAL-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
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

         *> The files under policy, in processing order, with where
         *> each keeps its date (CCYYMMDD) and game-id in the raw
         *> image - 000 where it keeps none. TRANSCRIPT takes its
         *> game-id off each page header instead. Positions must
         *> track the layouts WARO, WARO-BANKROLL and the
         *> quarantining reports write.
         78 DATASET-COUNT VALUE 7.
         01 DATASET-NAMES.
           02 FILLER PIC X(10) VALUE 'BIDAUDIT  '.
           02 FILLER PIC X(10) VALUE 'LEDGER    '.
           02 FILLER PIC X(10) VALUE 'BANKPOST  '.
           02 FILLER PIC X(10) VALUE 'TRANSCRIPT'.
           02 FILLER PIC X(10) VALUE 'OPSLOG    '.
           02 FILLER PIC X(10) VALUE 'GHQUAR    '.
           02 FILLER PIC X(10) VALUE 'AUDQUAR   '.
         01 DATASET-NAMES-R REDEFINES DATASET-NAMES.
           02 DATASET-NAME PIC X(10) OCCURS 7 TIMES.
         01 DATASET-LAYOUTS.
           02 FILLER PIC X(6) VALUE '001067'.
           02 FILLER PIC X(6) VALUE '000001'.
           02 FILLER PIC X(6) VALUE '001010'.
           02 FILLER PIC X(6) VALUE '000000'.
           02 FILLER PIC X(6) VALUE '010000'.
           02 FILLER PIC X(6) VALUE '004159'.
           02 FILLER PIC X(6) VALUE '004070'.
         01 DATASET-LAYOUTS-R REDEFINES DATASET-LAYOUTS.
           02 DATASET-LAYOUT OCCURS 7 TIMES.
             03 DL-DATE-POS PIC 9(3).
             03 DL-GAME-POS PIC 9(3).
         78 TRANSCRIPT-DS VALUE 4.
         78 OPSLOG-DS VALUE 5.

         *> The policy per file, its cutoffs, and what the pass did.
         01 POLICY-TABLE.
           02 POLICY-ENTRY OCCURS 7 TIMES.
             03 POL-SWITCH PIC X(1).
               88 POL-SET VALUE "Y".
             03 POL-UNIT PIC X(1).
             03 POL-KEEP PIC 9(4).
             03 POL-ACTION PIC X(1).
             *> Rows dated before POL-CUT-DATE - or, undated, with a
             *> game-id below POL-CUT-GAME-ID - have expired.
             03 POL-CUT-DATE PIC X(8).
             03 POL-CUT-GAME-ID PIC 9(6).
             03 POL-ROWS-READ PIC 9(7).
             03 POL-ROWS-MOVED PIC 9(7).
             03 POL-HELD-DISPUTE PIC 9(7).
             03 POL-HELD-SEASON PIC 9(7).
             03 POL-ROWS-LEFT PIC 9(7).
             03 POL-RESULT PIC X(1).
         01 DS-NO PIC 9(2).
         01 POLICY-ERRORS PIC 9(2) VALUE 0.

         *> Game-ids held on DISPUTES.
         78 HELD-MAX VALUE 100.
         01 HELD-COUNT PIC 9(3) VALUE 0.
         01 HELD-TABLE.
           02 HELD-GAME-ID PIC 9(6) OCCURS 100 TIMES.
         01 HELD-OVERFLOW PIC 9(5) VALUE 0.
         01 HX PIC 9(3).

         *> Season closes in the order they ran. The open season
         *> starts at the last of them; SEASON-FLOOR-GAME-ID is the
         *> first game GAMEHIST shows on or after that date.
         78 SEASON-CLOSE-MAX VALUE 50.
         01 SEASON-CLOSE-COUNT PIC 9(2) VALUE 0.
         01 SEASON-CLOSE-TABLE.
           02 SEASON-CLOSE-DATE PIC X(8) OCCURS 50 TIMES.
         01 SEASON-FLOOR-DATE PIC X(8) VALUE "00000000".
         01 SEASON-FLOOR-GAME-ID PIC 9(6) VALUE 0.
         01 CX PIC 9(2).

         01 GH-PRESENT-SWITCH PIC X(1) VALUE "N".
           88 GH-PRESENT VALUE "Y".
         01 HIGH-GAME-ID PIC 9(6) VALUE 0.

         01 RUN-DATE PIC X(8).
         01 DATE-CHECK PIC X(8).
         01 DATE-CHECK-N REDEFINES DATE-CHECK PIC 9(8).
         01 TODAY-DAY PIC 9(7).
         01 CUT-DAY PIC 9(7).

         *> The row in hand.
         01 ROW-IMAGE PIC X(200).
         01 ROW-DATE PIC X(8).
         01 ROW-GAME-ID-X PIC X(6).
         01 ROW-GAME-ID REDEFINES ROW-GAME-ID-X PIC 9(6).
         01 ROW-FATE PIC X(1).
           88 ROW-EXPIRED VALUE "E".
           88 ROW-KEPT VALUE "K".
         01 TRANSCRIPT-GAME-ID-X PIC X(6) VALUE SPACES.
         01 TITLE-POS PIC 9(1).
         01 DATASET-EOF-SWITCH PIC X(1).
           88 DATASET-AT-EOF VALUE "Y".
         01 ROWS-ARCHIVED PIC 9(7) VALUE 0.
         01 ROWS-DELETED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO RETENTION".
         MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
         MOVE SPACES TO POLICY-TABLE.
         PERFORM LOAD-RETAIN-CTL.
         IF POLICY-ERRORS > 0
           DISPLAY "TRACER SEVERE ERROR: " POLICY-ERRORS
             " RETAINCTL error(s); nothing rolled off"
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
         PERFORM LOAD-HELD-DISPUTES.
         *> A held game the table cannot hold would roll off with
         *> its dispute still open, so nothing moves at all.
         IF HELD-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " HELD-MAX
             " games held on DISPUTES (" HELD-OVERFLOW
             " over); nothing rolled off"
           MOVE 8 TO RETURN-CODE
           IF LOCK-CLAIMED-HERE
             PERFORM RELEASE-RUN-LOCK
           END-IF
           GOBACK
         END-IF.
         PERFORM LOAD-SEASON-CALENDAR.
         PERFORM SET-ONE-CUTOFF
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT.
         PERFORM SCAN-GAME-HISTORY.
         OPEN OUTPUT RET-ARCHIVE-FILE.
         PERFORM RETAIN-ONE-DATASET
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT.
         CLOSE RET-ARCHIVE-FILE.
         PERFORM PRINT-RETENTION-REPORT.
         IF LOCK-CLAIMED-HERE
           PERFORM RELEASE-RUN-LOCK
         END-IF.
         GOBACK.

       LOAD-RETAIN-CTL.
         OPEN INPUT RETAIN-CTL-FILE.
         IF RETAIN-CTL-STATUS NOT = "00"
           ADD 1 TO POLICY-ERRORS
           DISPLAY "TRACER SEVERE ERROR: no RETAINCTL policy deck"
         ELSE
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-RETAIN-CTL
           PERFORM LOAD-ONE-POLICY UNTIL AT-EOF
           CLOSE RETAIN-CTL-FILE
         END-IF.

       READ-NEXT-RETAIN-CTL.
         READ RETAIN-CTL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-POLICY.
         MOVE 1 TO DS-NO.
         PERFORM STEP-DATASET-NO
           UNTIL DS-NO > DATASET-COUNT OR
                 DATASET-NAME (DS-NO) = RP-DATASET.
         IF RP-DATASET = SPACES
           CONTINUE
         ELSE IF DS-NO > DATASET-COUNT
           ADD 1 TO POLICY-ERRORS
           DISPLAY "TRACER SEVERE ERROR: RETAINCTL names "
             RP-DATASET ", which has no retention here"
         ELSE IF POL-SET (DS-NO)
           ADD 1 TO POLICY-ERRORS
           DISPLAY "TRACER SEVERE ERROR: RETAINCTL has two cards "
             "for " RP-DATASET
         ELSE IF (RP-UNIT NOT = "D" AND RP-UNIT NOT = "S") OR
                 RP-KEEP IS NOT NUMERIC OR
                 (RP-ACTION NOT = "A" AND RP-ACTION NOT = "D")
           ADD 1 TO POLICY-ERRORS
           DISPLAY "TRACER SEVERE ERROR: RETAINCTL card for "
             RP-DATASET " needs D/S, a 4-digit keep and A/D"
         ELSE IF RP-UNIT = "D" AND RP-KEEP = 0
           ADD 1 TO POLICY-ERRORS
           DISPLAY "TRACER SEVERE ERROR: RETAINCTL card for "
             RP-DATASET " keeps 0 days - not even tonight's rows"
         ELSE
           MOVE "Y" TO POL-SWITCH (DS-NO)
           MOVE RP-UNIT TO POL-UNIT (DS-NO)
           MOVE RP-KEEP TO POL-KEEP (DS-NO)
           MOVE RP-ACTION TO POL-ACTION (DS-NO)
         END-IF.
         PERFORM READ-NEXT-RETAIN-CTL.

       STEP-DATASET-NO.
         ADD 1 TO DS-NO.

       LOAD-HELD-DISPUTES.
         OPEN INPUT DISPUTE-FILE.
         IF DISPUTE-STATUS = "00"
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-DISPUTE
           PERFORM LOAD-ONE-DISPUTE UNTIL AT-EOF
           CLOSE DISPUTE-FILE
         END-IF.

       READ-NEXT-DISPUTE.
         READ DISPUTE-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       LOAD-ONE-DISPUTE.
         IF DP-STATUS = "H" AND DP-GAME-ID IS NUMERIC
           IF HELD-COUNT < HELD-MAX
             ADD 1 TO HELD-COUNT
             MOVE DP-GAME-ID TO HELD-GAME-ID (HELD-COUNT)
           ELSE
             ADD 1 TO HELD-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-DISPUTE.

       LOAD-SEASON-CALENDAR.
         OPEN INPUT SEASON-CAL-FILE.
         IF SEASON-CAL-STATUS = "00"
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-SEASON-CAL
           PERFORM LOAD-ONE-SEASON-CLOSE UNTIL AT-EOF
           CLOSE SEASON-CAL-FILE
         END-IF.
         IF SEASON-CLOSE-COUNT > 0
           MOVE SEASON-CLOSE-DATE (SEASON-CLOSE-COUNT)
             TO SEASON-FLOOR-DATE
         END-IF.

       READ-NEXT-SEASON-CAL.
         READ SEASON-CAL-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       *> Past the table's size, the oldest close drops off: only
       *> the latest closes ever set a cutoff.
       LOAD-ONE-SEASON-CLOSE.
         IF SC-CLOSED-DATE IS NUMERIC
           IF SEASON-CLOSE-COUNT < SEASON-CLOSE-MAX
             ADD 1 TO SEASON-CLOSE-COUNT
           ELSE
             PERFORM SHIFT-ONE-SEASON-CLOSE
               VARYING CX FROM 1 BY 1
                 UNTIL CX >= SEASON-CLOSE-MAX
           END-IF
           MOVE SC-CLOSED-DATE
             TO SEASON-CLOSE-DATE (SEASON-CLOSE-COUNT)
         END-IF.
         PERFORM READ-NEXT-SEASON-CAL.

       SHIFT-ONE-SEASON-CLOSE.
         MOVE SEASON-CLOSE-DATE (CX + 1) TO SEASON-CLOSE-DATE (CX).

       *> Keeping N days keeps today and the N-1 days before it.
       *> Keeping N seasons keeps the open season and the N closed
       *> most recently: rows dated before the close that ended the
       *> season before those have expired. With too few closes on
       *> SEASONCAL nothing has; "00000000" is a cutoff no row is
       *> dated before.
       SET-ONE-CUTOFF.
         MOVE "00000000" TO POL-CUT-DATE (DS-NO).
         MOVE 0 TO POL-CUT-GAME-ID (DS-NO).
         MOVE 0 TO POL-ROWS-READ (DS-NO).
         MOVE 0 TO POL-ROWS-MOVED (DS-NO).
         MOVE 0 TO POL-HELD-DISPUTE (DS-NO).
         MOVE 0 TO POL-HELD-SEASON (DS-NO).
         MOVE 0 TO POL-ROWS-LEFT (DS-NO).
         IF POL-SET (DS-NO)
           IF POL-UNIT (DS-NO) = "D"
             MOVE RUN-DATE TO DATE-CHECK
             COMPUTE TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (DATE-CHECK-N)
             COMPUTE CUT-DAY = TODAY-DAY - POL-KEEP (DS-NO) + 1
             COMPUTE DATE-CHECK-N =
               FUNCTION DATE-OF-INTEGER (CUT-DAY)
             MOVE DATE-CHECK TO POL-CUT-DATE (DS-NO)
           ELSE IF SEASON-CLOSE-COUNT > POL-KEEP (DS-NO)
             COMPUTE CX = SEASON-CLOSE-COUNT - POL-KEEP (DS-NO)
             MOVE SEASON-CLOSE-DATE (CX) TO POL-CUT-DATE (DS-NO)
           END-IF
           END-IF
         END-IF.

       *> For the undated files, each date cutoff becomes the first
       *> game-id GAMEHIST shows on or after it - game-ids only ever
       *> go up, so every game below it was played before the
       *> cutoff. A cutoff no GAMEHIST game reaches puts every game
       *> on file before it; a "00000000" cutoff stays at game 0.
       SCAN-GAME-HISTORY.
         PERFORM PRESET-ONE-GAME-CUTOFF
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT.
         MOVE 999999 TO SEASON-FLOOR-GAME-ID.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "00"
           MOVE "Y" TO GH-PRESENT-SWITCH
           MOVE "N" TO EOF-SWITCH
           PERFORM READ-NEXT-GAME-HIST
           PERFORM SCAN-ONE-GAME-HIST UNTIL AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.
         PERFORM SETTLE-ONE-GAME-CUTOFF
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT.
         IF SEASON-CLOSE-COUNT = 0
           MOVE 0 TO SEASON-FLOOR-GAME-ID
         ELSE IF SEASON-FLOOR-GAME-ID = 999999
           COMPUTE SEASON-FLOOR-GAME-ID = HIGH-GAME-ID + 1
         END-IF.

       PRESET-ONE-GAME-CUTOFF.
         MOVE 999999 TO POL-CUT-GAME-ID (DS-NO).

       READ-NEXT-GAME-HIST.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO EOF-SWITCH
         END-READ.

       SCAN-ONE-GAME-HIST.
         IF GH-TYPE NOT = "A" AND GH-GAME-ID IS NUMERIC AND
            GH-GAME-ID > 0
           IF GH-GAME-ID > HIGH-GAME-ID
             MOVE GH-GAME-ID TO HIGH-GAME-ID
           END-IF
           IF GH-DATE >= SEASON-FLOOR-DATE AND
              GH-GAME-ID < SEASON-FLOOR-GAME-ID
             MOVE GH-GAME-ID TO SEASON-FLOOR-GAME-ID
           END-IF
           PERFORM SCAN-ONE-GAME-CUTOFF
             VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT
         END-IF.
         PERFORM READ-NEXT-GAME-HIST.

       SCAN-ONE-GAME-CUTOFF.
         IF GH-DATE >= POL-CUT-DATE (DS-NO) AND
            GH-GAME-ID < POL-CUT-GAME-ID (DS-NO)
           MOVE GH-GAME-ID TO POL-CUT-GAME-ID (DS-NO)
         END-IF.

       SETTLE-ONE-GAME-CUTOFF.
         IF POL-CUT-DATE (DS-NO) = "00000000"
           MOVE 0 TO POL-CUT-GAME-ID (DS-NO)
         ELSE IF POL-CUT-GAME-ID (DS-NO) = 999999
           COMPUTE POL-CUT-GAME-ID (DS-NO) = HIGH-GAME-ID + 1
         END-IF.

       *> One file's pass: kept rows to RETWORK, expired rows to
       *> RETARCH (or nowhere, for a delete policy), then the file
       *> rewritten from RETWORK - only when something expired.
       RETAIN-ONE-DATASET.
         MOVE SPACE TO POL-RESULT (DS-NO).
         IF NOT POL-SET (DS-NO)
           CONTINUE
         ELSE IF DL-DATE-POS (DS-NO) = 0 AND NOT GH-PRESENT
           MOVE "G" TO POL-RESULT (DS-NO)
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM OPEN-DATASET-INPUT
           IF DATASET-STATUS NOT = "00"
             MOVE "M" TO POL-RESULT (DS-NO)
           ELSE
             MOVE "Y" TO POL-RESULT (DS-NO)
             OPEN OUTPUT RET-WORK-FILE
             MOVE SPACES TO TRANSCRIPT-GAME-ID-X
             MOVE "N" TO DATASET-EOF-SWITCH
             PERFORM READ-DATASET-ROW
             PERFORM SORT-OUT-ONE-ROW UNTIL DATASET-AT-EOF
             PERFORM CLOSE-DATASET
             CLOSE RET-WORK-FILE
             IF POL-ROWS-MOVED (DS-NO) > 0
               PERFORM REWRITE-DATASET
             END-IF
           END-IF
         END-IF.

       SORT-OUT-ONE-ROW.
         ADD 1 TO POL-ROWS-READ (DS-NO).
         PERFORM DECIDE-ROW-FATE.
         IF ROW-EXPIRED
           ADD 1 TO POL-ROWS-MOVED (DS-NO)
           IF POL-ACTION (DS-NO) = "A"
             MOVE SPACES TO RET-ARCHIVE-RECORD
             MOVE DATASET-NAME (DS-NO) TO RA-DATASET
             MOVE RUN-DATE TO RA-RUN-DATE
             MOVE ROW-IMAGE TO RA-IMAGE
             WRITE RET-ARCHIVE-RECORD
             ADD 1 TO ROWS-ARCHIVED
           ELSE
             ADD 1 TO ROWS-DELETED
           END-IF
         ELSE
           ADD 1 TO POL-ROWS-LEFT (DS-NO)
           WRITE RET-WORK-RECORD FROM ROW-IMAGE
         END-IF.
         PERFORM READ-DATASET-ROW.

       *> A row with no readable date (or, undated, no game-id) is
       *> never aged out. Past its policy, a row still stays for
       *> the open season - OPSLOG's run digests are not game rows
       *> and are the one file the season does not hold - and for a
       *> game held on DISPUTES.
       DECIDE-ROW-FATE.
         MOVE "K" TO ROW-FATE.
         MOVE SPACES TO ROW-DATE.
         MOVE SPACES TO ROW-GAME-ID-X.
         IF DS-NO = TRANSCRIPT-DS
           PERFORM NOTE-TRANSCRIPT-GAME
           MOVE TRANSCRIPT-GAME-ID-X TO ROW-GAME-ID-X
         END-IF.
         IF DL-DATE-POS (DS-NO) > 0
           MOVE ROW-IMAGE (DL-DATE-POS (DS-NO):8) TO ROW-DATE
         END-IF.
         IF DL-GAME-POS (DS-NO) > 0
           MOVE ROW-IMAGE (DL-GAME-POS (DS-NO):6) TO ROW-GAME-ID-X
         END-IF.
         IF DL-DATE-POS (DS-NO) > 0
           IF ROW-DATE IS NUMERIC AND
              ROW-DATE < POL-CUT-DATE (DS-NO)
             MOVE "E" TO ROW-FATE
             IF DS-NO NOT = OPSLOG-DS AND
                ROW-DATE >= SEASON-FLOOR-DATE
               MOVE "K" TO ROW-FATE
               ADD 1 TO POL-HELD-SEASON (DS-NO)
             END-IF
           END-IF
         ELSE
           IF ROW-GAME-ID-X IS NUMERIC AND ROW-GAME-ID > 0 AND
              ROW-GAME-ID < POL-CUT-GAME-ID (DS-NO)
             MOVE "E" TO ROW-FATE
             IF ROW-GAME-ID >= SEASON-FLOOR-GAME-ID
               MOVE "K" TO ROW-FATE
               ADD 1 TO POL-HELD-SEASON (DS-NO)
             END-IF
           END-IF
         END-IF.
         IF ROW-EXPIRED AND ROW-GAME-ID-X IS NUMERIC
           PERFORM CHECK-ONE-HELD-GAME
             VARYING HX FROM 1 BY 1
               UNTIL HX > HELD-COUNT OR ROW-KEPT
         END-IF.

       CHECK-ONE-HELD-GAME.
         IF HELD-GAME-ID (HX) = ROW-GAME-ID
           MOVE "K" TO ROW-FATE
           ADD 1 TO POL-HELD-DISPUTE (DS-NO)
         END-IF.

       *> Every line of a game's transcript follows its page header
       *> ("WARO GAME TRANSCRIPT ... GAME: nnnnnn"), which may lead
       *> with the page-eject byte; lines before the first header
       *> belong to no game and stay.
       NOTE-TRANSCRIPT-GAME.
         MOVE 0 TO TITLE-POS.
         IF ROW-IMAGE (1:20) = "WARO GAME TRANSCRIPT"
           MOVE 1 TO TITLE-POS
         END-IF.
         IF ROW-IMAGE (2:20) = "WARO GAME TRANSCRIPT"
           MOVE 2 TO TITLE-POS
         END-IF.
         IF TITLE-POS > 0
           MOVE ROW-IMAGE (TITLE-POS + 28:6) TO TRANSCRIPT-GAME-ID-X
           INSPECT TRANSCRIPT-GAME-ID-X
             REPLACING LEADING SPACES BY ZEROS
         END-IF.

       REWRITE-DATASET.
         PERFORM OPEN-DATASET-OUTPUT.
         OPEN INPUT RET-WORK-FILE.
         MOVE "N" TO DATASET-EOF-SWITCH.
         PERFORM READ-WORK-ROW.
         PERFORM COPY-ONE-WORK-ROW UNTIL DATASET-AT-EOF.
         CLOSE RET-WORK-FILE.
         PERFORM CLOSE-DATASET.

       READ-WORK-ROW.
         READ RET-WORK-FILE INTO ROW-IMAGE
           AT END MOVE "Y" TO DATASET-EOF-SWITCH
         END-READ.

       COPY-ONE-WORK-ROW.
         PERFORM WRITE-DATASET-ROW.
         PERFORM READ-WORK-ROW.

       OPEN-DATASET-INPUT.
         EVALUATE DS-NO
           WHEN 1 OPEN INPUT AUDIT-FILE
           WHEN 2 OPEN INPUT LEDGER-FILE
           WHEN 3 OPEN INPUT BANKPOST-FILE
           WHEN 4 OPEN INPUT TRANSCRIPT-FILE
           WHEN 5 OPEN INPUT OPS-LOG-FILE
           WHEN 6 OPEN INPUT GH-QUAR-FILE
           WHEN 7 OPEN INPUT AUD-QUAR-FILE
         END-EVALUATE.

       OPEN-DATASET-OUTPUT.
         EVALUATE DS-NO
           WHEN 1 OPEN OUTPUT AUDIT-FILE
           WHEN 2 OPEN OUTPUT LEDGER-FILE
           WHEN 3 OPEN OUTPUT BANKPOST-FILE
           WHEN 4 OPEN OUTPUT TRANSCRIPT-FILE
           WHEN 5 OPEN OUTPUT OPS-LOG-FILE
           WHEN 6 OPEN OUTPUT GH-QUAR-FILE
           WHEN 7 OPEN OUTPUT AUD-QUAR-FILE
         END-EVALUATE.

       READ-DATASET-ROW.
         MOVE SPACES TO ROW-IMAGE.
         EVALUATE DS-NO
           WHEN 1 READ AUDIT-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 2 READ LEDGER-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 3 READ BANKPOST-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 4 READ TRANSCRIPT-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 5 READ OPS-LOG-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 6 READ GH-QUAR-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
           WHEN 7 READ AUD-QUAR-FILE INTO ROW-IMAGE
                    AT END MOVE "Y" TO DATASET-EOF-SWITCH
                  END-READ
         END-EVALUATE.

       WRITE-DATASET-ROW.
         EVALUATE DS-NO
           WHEN 1 WRITE AUDIT-IMAGE FROM ROW-IMAGE
           WHEN 2 WRITE LEDGER-IMAGE FROM ROW-IMAGE
           WHEN 3 WRITE BANKPOST-IMAGE FROM ROW-IMAGE
           WHEN 4 WRITE TRANSCRIPT-IMAGE FROM ROW-IMAGE
           WHEN 5 WRITE OPS-LOG-IMAGE FROM ROW-IMAGE
           WHEN 6 WRITE GH-QUAR-IMAGE FROM ROW-IMAGE
           WHEN 7 WRITE AUD-QUAR-IMAGE FROM ROW-IMAGE
         END-EVALUATE.

       CLOSE-DATASET.
         EVALUATE DS-NO
           WHEN 1 CLOSE AUDIT-FILE
           WHEN 2 CLOSE LEDGER-FILE
           WHEN 3 CLOSE BANKPOST-FILE
           WHEN 4 CLOSE TRANSCRIPT-FILE
           WHEN 5 CLOSE OPS-LOG-FILE
           WHEN 6 CLOSE GH-QUAR-FILE
           WHEN 7 CLOSE AUD-QUAR-FILE
         END-EVALUATE.

       PRINT-RETENTION-REPORT.
         DISPLAY " ".
         DISPLAY "WARO RETENTION REPORT - run " RUN-DATE.
         IF SEASON-CLOSE-COUNT > 0
           DISPLAY "TRACER   open season since " SEASON-FLOOR-DATE
             " (from game " SEASON-FLOOR-GAME-ID "); "
             HELD-COUNT " game(s) held on DISPUTES"
         ELSE
           DISPLAY "TRACER   no season closed on SEASONCAL - every "
             "game row is in the open season; " HELD-COUNT
             " game(s) held on DISPUTES"
         END-IF.
         PERFORM PRINT-ONE-DATASET
           VARYING DS-NO FROM 1 BY 1 UNTIL DS-NO > DATASET-COUNT.
         DISPLAY "TRACER " ROWS-ARCHIVED " row(s) archived to "
           "RETARCH, " ROWS-DELETED " row(s) deleted".

       PRINT-ONE-DATASET.
         EVALUATE POL-RESULT (DS-NO)
           WHEN SPACE
             DISPLAY "TRACER   " DATASET-NAME (DS-NO)
               " no RETAINCTL policy - left alone"
           WHEN "M"
             DISPLAY "TRACER   " DATASET-NAME (DS-NO)
               " not on file - nothing to roll off"
           WHEN "G"
             DISPLAY "TRACER   " DATASET-NAME (DS-NO)
               " carries no dates and GAMEHIST is not on file to "
               "age its games by - left alone"
           WHEN OTHER
             DISPLAY "TRACER   " DATASET-NAME (DS-NO) " keep "
               POL-KEEP (DS-NO) " " POL-UNIT (DS-NO)
               " action " POL-ACTION (DS-NO) " cutoff "
               POL-CUT-DATE (DS-NO)
             DISPLAY "TRACER     read " POL-ROWS-READ (DS-NO)
               " moved " POL-ROWS-MOVED (DS-NO)
               " held for open season " POL-HELD-SEASON (DS-NO)
               " held for disputes " POL-HELD-DISPUTE (DS-NO)
             DISPLAY "TRACER     rows remaining "
               POL-ROWS-LEFT (DS-NO)
         END-EVALUATE.

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
                       "roll files off - clear a stale lock with "
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
             MOVE "RETAIN" TO LOCK-HOLDER
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
         MOVE "RETAIN" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.
