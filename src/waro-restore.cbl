       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-RESTORE.
      *> Point-in-time restore of the WarO master datasets from one
      *> WARO-BACKUP generation. The whole backup is checked first -
      *> header present, every one of the nine masters closed by its
      *> trailer, and each master's record count and control total
      *> re-added from the images matching what the trailer says -
      *> and only then are ROSTER, LEADERBOARD, RATINGS, BANKROLL,
      *> FIXTURES, DISPUTES, MILESTONE, SERIESST and DEALSEQ all
      *> put back together; a backup that fails any check restores
      *> nothing, so the set never ends up half old and half new.
      *> GAMEHIST and LEDGER are left as they are: the game-ids on
      *> them past the snapshot's high-water marks are listed as
      *> the games that would have to be replayed. Like the backup,
      *> it holds the RUNLOCK while it works and refuses to start
      *> while anything else holds it.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The masters, rewritten whole from their images; one
           *> that was absent at backup time comes back empty.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT RATING-FILE ASSIGN TO "RATINGS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT SERIES-STATE-FILE ASSIGN TO "SERIESST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.
           SELECT DEAL-SEQ-FILE ASSIGN TO "DEALSEQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MASTER-STATUS.

           *> The backup generation to restore, as WARO-BACKUP
           *> wrote it.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKUP-STATUS.

           *> Never restored: scanned for the games played since
           *> the snapshot, which have to be replayed by hand.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEDGER-STATUS.

           *> Same in-use lock WARO claims (see CLAIM-RUN-LOCK in
           *> waro.cbl).
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOCK-STATUS.

           SELECT LOCK-CTL-FILE ASSIGN TO "LOCKCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-CTL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> 200 must track IMAGE-SIZE below.
         FD ROSTER-FILE.
         01 ROSTER-RECORD PIC X(200).
         FD LEADERBOARD-FILE.
         01 LEADERBOARD-RECORD PIC X(200).
         FD RATING-FILE.
         01 RATING-RECORD PIC X(200).
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD PIC X(200).
         FD FIXTURES-FILE.
         01 FIXTURE-RECORD PIC X(200).
         FD DISPUTE-FILE.
         01 DISPUTE-RECORD PIC X(200).
         FD MILESTONE-FILE.
         01 MILESTONE-RECORD PIC X(200).
         FD SERIES-STATE-FILE.
         01 SERIES-STATE-RECORD PIC X(200).
         FD DEAL-SEQ-FILE.
         01 DEAL-SEQ-RECORD PIC X(200).

         *> Same layout WARO-BACKUP writes. "H" header, "D" one
         *> master record image, "T" a master's trailer, "G" a
         *> history file's high-water game-id.
         FD BACKUP-FILE.
         01 BACKUP-RECORD.
           02 BK-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BK-MASTER PIC X(11).
           02 FILLER PIC X.
           02 BK-IMAGE PIC X(200).
         01 BACKUP-HEADER.
           02 BH-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BH-TAG PIC X(11).
           02 FILLER PIC X.
           02 BH-STAMP PIC X(14).
           02 FILLER PIC X.
           02 BH-MASTER-COUNT PIC 9(2).
         01 BACKUP-TRAILER.
           02 BT-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BT-MASTER PIC X(11).
           02 FILLER PIC X.
           *> "Y" on file at backup time, "N" absent.
           02 BT-PRESENT PIC X(1).
           02 FILLER PIC X.
           02 BT-RECORDS PIC 9(6).
           02 FILLER PIC X.
           02 BT-CONTROL-TOTAL PIC 9(12).
         01 BACKUP-MARK.
           02 BM-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BM-FILE PIC X(11).
           02 FILLER PIC X.
           02 BM-HIGH-GAME-ID PIC 9(6).

         *> Same layout WARO itself writes; only the game-id is
         *> wanted here.
         FD GAME-HISTORY-FILE.
         01 GAME-HIST-RECORD.
           02 FILLER PIC X(155).
           02 GH-GAME-ID PIC 9(6).

         *> Same layout WARO-ADJUST appends.
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

         WORKING-STORAGE SECTION.
         01 MASTER-STATUS PIC X(2).
         01 BACKUP-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
         01 LEDGER-STATUS PIC X(2).
         01 RUN-LOCK-STATUS PIC X(2).
         01 LOCK-CTL-STATUS PIC X(2).
         01 MASTER-EOF-SWITCH PIC X(1).
           88 MASTER-AT-EOF VALUE "Y".
         01 HIST-EOF-SWITCH PIC X(1).
           88 HIST-AT-EOF VALUE "Y".

         *> Same lock handshake as WARO: a driver that already owns
         *> the lock has set RUN-LOCK-OWNED.
         01 RUN-LOCK-OWNED EXTERNAL PIC X(1).
         01 LOCK-REFUSED-SWITCH PIC X(1) VALUE "N".
           88 LOCK-REFUSED VALUE "Y".
         01 LOCK-FORCE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-FORCE-OVERRIDE VALUE "Y".
         01 LOCK-CLAIMED-HERE-SWITCH PIC X(1) VALUE "N".
           88 LOCK-CLAIMED-HERE VALUE "Y".

         *> The master set, in backup order; must track the same
         *> table in WARO-BACKUP.
         78 MASTER-COUNT VALUE 9.
         01 MASTER-NAMES.
           02 FILLER PIC X(11) VALUE 'ROSTER     '.
           02 FILLER PIC X(11) VALUE 'LEADERBOARD'.
           02 FILLER PIC X(11) VALUE 'RATINGS    '.
           02 FILLER PIC X(11) VALUE 'BANKROLL   '.
           02 FILLER PIC X(11) VALUE 'FIXTURES   '.
           02 FILLER PIC X(11) VALUE 'DISPUTES   '.
           02 FILLER PIC X(11) VALUE 'MILESTONE  '.
           02 FILLER PIC X(11) VALUE 'SERIESST   '.
           02 FILLER PIC X(11) VALUE 'DEALSEQ    '.
         01 MASTER-NAMES-R REDEFINES MASTER-NAMES.
           02 MASTER-NAME PIC X(11) OCCURS 9 TIMES.

         78 IMAGE-SIZE VALUE 200.
         01 MASTER-NO PIC 9(2).
         01 OPEN-MASTER-NO PIC 9(2) VALUE 0.
         01 DIGIT-POS PIC 9(3).
         01 DIGIT-VALUE PIC 9(1).
         01 BACKUP-EOF-SWITCH PIC X(1).
           88 BACKUP-AT-EOF VALUE "Y".
         01 BACKUP-BAD-SWITCH PIC X(1) VALUE "N".
           88 BACKUP-BAD VALUE "Y".
         01 BACKUP-STAMP PIC X(14) VALUE SPACES.

         *> Re-added per master off the images, against the
         *> trailers.
         01 MASTER-CHECK-TABLE.
           02 MASTER-CHECK OCCURS 9 TIMES.
             03 MC-RECORDS PIC 9(6).
             03 MC-TOTAL PIC 9(12).
             03 MC-TRAILERS PIC 9(2).
             03 MC-PRESENT PIC X(1).

         01 GH-HIGH-MARK PIC 9(6) VALUE 0.
         01 LEDGER-HIGH-MARK PIC 9(6) VALUE 0.
         01 LAST-LISTED-ID PIC 9(6).
         01 REPLAY-COUNT PIC 9(6) VALUE 0.
         01 RECORDS-RESTORED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO MASTER RESTORE".
         PERFORM CLAIM-RUN-LOCK.
         IF LOCK-REFUSED
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         PERFORM VERIFY-BACKUP.
         IF BACKUP-BAD
           DISPLAY "TRACER SEVERE ERROR: BACKUP failed its checks; "
             "no master restored"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM RESTORE-MASTERS
           DISPLAY " "
           DISPLAY "WARO MASTER RESTORE - snapshot " BACKUP-STAMP
             ", " RECORDS-RESTORED " record(s) restored"
           PERFORM LIST-REPLAY-GAMES
           IF REPLAY-COUNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         IF LOCK-CLAIMED-HERE
           PERFORM RELEASE-RUN-LOCK
         END-IF.
         GOBACK.

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
                       "restore - clear a stale lock with LOCKCTL F"
                   END-IF
                 END-IF
             END-READ
             CLOSE RUN-LOCK-FILE
           END-IF
           IF NOT LOCK-REFUSED
             OPEN OUTPUT RUN-LOCK-FILE
             MOVE SPACES TO RUN-LOCK-RECORD
             MOVE "Y" TO LOCK-STATE
             MOVE "RESTORE" TO LOCK-HOLDER
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
         MOVE "RESTORE" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.

       VERIFY-BACKUP.
         PERFORM CLEAR-ONE-CHECK
           VARYING MASTER-NO FROM 1 BY 1
             UNTIL MASTER-NO > MASTER-COUNT.
         MOVE "N" TO BACKUP-EOF-SWITCH.
         OPEN INPUT BACKUP-FILE.
         IF BACKUP-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no BACKUP to restore from"
           MOVE "Y" TO BACKUP-BAD-SWITCH
         ELSE
           PERFORM READ-NEXT-BACKUP
           IF BACKUP-AT-EOF OR BH-TYPE NOT = "H" OR
              BH-TAG NOT = "WARO MASTER"
             DISPLAY "TRACER SEVERE ERROR: BACKUP does not open "
               "with a WARO-BACKUP header"
             MOVE "Y" TO BACKUP-BAD-SWITCH
           ELSE
             MOVE BH-STAMP TO BACKUP-STAMP
             PERFORM READ-NEXT-BACKUP
             PERFORM CHECK-ONE-BACKUP-RECORD UNTIL BACKUP-AT-EOF
           END-IF
           CLOSE BACKUP-FILE
           IF NOT BACKUP-BAD
             PERFORM CHECK-ONE-MASTER-TRAILER
               VARYING MASTER-NO FROM 1 BY 1
                 UNTIL MASTER-NO > MASTER-COUNT
           END-IF
         END-IF.

       CLEAR-ONE-CHECK.
         MOVE 0 TO MC-RECORDS (MASTER-NO).
         MOVE 0 TO MC-TOTAL (MASTER-NO).
         MOVE 0 TO MC-TRAILERS (MASTER-NO).
         MOVE "N" TO MC-PRESENT (MASTER-NO).

       READ-NEXT-BACKUP.
         READ BACKUP-FILE
           AT END MOVE "Y" TO BACKUP-EOF-SWITCH
         END-READ.

       CHECK-ONE-BACKUP-RECORD.
         EVALUATE BK-TYPE
           WHEN "D"
             PERFORM FIND-MASTER-NO
             IF MASTER-NO > MASTER-COUNT
               DISPLAY "TRACER SEVERE ERROR: BACKUP image for "
                 "unknown master " BK-MASTER
               MOVE "Y" TO BACKUP-BAD-SWITCH
             ELSE
               ADD 1 TO MC-RECORDS (MASTER-NO)
               PERFORM ADD-ONE-DIGIT
                 VARYING DIGIT-POS FROM 1 BY 1
                   UNTIL DIGIT-POS > IMAGE-SIZE
             END-IF
           WHEN "T"
             PERFORM FIND-MASTER-NO
             IF MASTER-NO > MASTER-COUNT
               DISPLAY "TRACER SEVERE ERROR: BACKUP trailer for "
                 "unknown master " BT-MASTER
               MOVE "Y" TO BACKUP-BAD-SWITCH
             ELSE
               PERFORM CHECK-TRAILER-TOTALS
             END-IF
           WHEN "G"
             IF BM-FILE = "GAMEHIST"
               MOVE BM-HIGH-GAME-ID TO GH-HIGH-MARK
             END-IF
             IF BM-FILE = "LEDGER"
               MOVE BM-HIGH-GAME-ID TO LEDGER-HIGH-MARK
             END-IF
           WHEN OTHER
             DISPLAY "TRACER SEVERE ERROR: BACKUP record type '"
               BK-TYPE "' not recognized"
             MOVE "Y" TO BACKUP-BAD-SWITCH
         END-EVALUATE.
         PERFORM READ-NEXT-BACKUP.

       FIND-MASTER-NO.
         MOVE 1 TO MASTER-NO.
         PERFORM STEP-MASTER-NO
           UNTIL MASTER-NO > MASTER-COUNT OR
                 MASTER-NAME (MASTER-NO) = BK-MASTER.

       STEP-MASTER-NO.
         ADD 1 TO MASTER-NO.

       ADD-ONE-DIGIT.
         IF BK-IMAGE (DIGIT-POS:1) IS NUMERIC
           MOVE BK-IMAGE (DIGIT-POS:1) TO DIGIT-VALUE
           ADD DIGIT-VALUE TO MC-TOTAL (MASTER-NO)
         END-IF.

       CHECK-TRAILER-TOTALS.
         ADD 1 TO MC-TRAILERS (MASTER-NO).
         MOVE BT-PRESENT TO MC-PRESENT (MASTER-NO).
         IF BT-RECORDS NOT = MC-RECORDS (MASTER-NO) OR
            BT-CONTROL-TOTAL NOT = MC-TOTAL (MASTER-NO)
           DISPLAY "TRACER SEVERE ERROR: " BT-MASTER " trailer says "
             BT-RECORDS " record(s) total " BT-CONTROL-TOTAL
             ", images hold " MC-RECORDS (MASTER-NO) " total "
             MC-TOTAL (MASTER-NO)
           MOVE "Y" TO BACKUP-BAD-SWITCH
         ELSE
           DISPLAY "TRACER   " BT-MASTER " records " BT-RECORDS
             " control total " BT-CONTROL-TOTAL " agree"
         END-IF.

       CHECK-ONE-MASTER-TRAILER.
         IF MC-TRAILERS (MASTER-NO) NOT = 1
           DISPLAY "TRACER SEVERE ERROR: BACKUP holds "
             MC-TRAILERS (MASTER-NO) " trailer(s) for "
             MASTER-NAME (MASTER-NO) ", expected one"
           MOVE "Y" TO BACKUP-BAD-SWITCH
         END-IF.

       *> Images come grouped by master ahead of that master's
       *> trailer, so each master is opened on its first image (or
       *> on its trailer, when it had none) and closed on the
       *> trailer.
       RESTORE-MASTERS.
         MOVE "N" TO BACKUP-EOF-SWITCH.
         OPEN INPUT BACKUP-FILE.
         PERFORM READ-NEXT-BACKUP.
         PERFORM READ-NEXT-BACKUP.
         PERFORM RESTORE-ONE-RECORD UNTIL BACKUP-AT-EOF.
         CLOSE BACKUP-FILE.

       RESTORE-ONE-RECORD.
         IF BK-TYPE = "D" OR BK-TYPE = "T"
           PERFORM FIND-MASTER-NO
           IF OPEN-MASTER-NO NOT = MASTER-NO
             MOVE MASTER-NO TO OPEN-MASTER-NO
             PERFORM OPEN-MASTER-OUTPUT
           END-IF
           IF BK-TYPE = "D"
             PERFORM WRITE-MASTER-IMAGE
             ADD 1 TO RECORDS-RESTORED
           ELSE
             PERFORM CLOSE-MASTER
             MOVE 0 TO OPEN-MASTER-NO
             IF BT-PRESENT = "Y"
               DISPLAY "TRACER   " BT-MASTER " restored, "
                 BT-RECORDS " record(s)"
             ELSE
               DISPLAY "TRACER   " BT-MASTER " was not on file at "
                 "the snapshot; restored empty"
             END-IF
           END-IF
         END-IF.
         PERFORM READ-NEXT-BACKUP.

       OPEN-MASTER-OUTPUT.
         EVALUATE MASTER-NO
           WHEN 1 OPEN OUTPUT ROSTER-FILE
           WHEN 2 OPEN OUTPUT LEADERBOARD-FILE
           WHEN 3 OPEN OUTPUT RATING-FILE
           WHEN 4 OPEN OUTPUT BANKROLL-FILE
           WHEN 5 OPEN OUTPUT FIXTURES-FILE
           WHEN 6 OPEN OUTPUT DISPUTE-FILE
           WHEN 7 OPEN OUTPUT MILESTONE-FILE
           WHEN 8 OPEN OUTPUT SERIES-STATE-FILE
           WHEN 9 OPEN OUTPUT DEAL-SEQ-FILE
         END-EVALUATE.

       WRITE-MASTER-IMAGE.
         EVALUATE MASTER-NO
           WHEN 1 WRITE ROSTER-RECORD FROM BK-IMAGE
           WHEN 2 WRITE LEADERBOARD-RECORD FROM BK-IMAGE
           WHEN 3 WRITE RATING-RECORD FROM BK-IMAGE
           WHEN 4 WRITE BANKROLL-RECORD FROM BK-IMAGE
           WHEN 5 WRITE FIXTURE-RECORD FROM BK-IMAGE
           WHEN 6 WRITE DISPUTE-RECORD FROM BK-IMAGE
           WHEN 7 WRITE MILESTONE-RECORD FROM BK-IMAGE
           WHEN 8 WRITE SERIES-STATE-RECORD FROM BK-IMAGE
           WHEN 9 WRITE DEAL-SEQ-RECORD FROM BK-IMAGE
         END-EVALUATE.

       CLOSE-MASTER.
         EVALUATE MASTER-NO
           WHEN 1 CLOSE ROSTER-FILE
           WHEN 2 CLOSE LEADERBOARD-FILE
           WHEN 3 CLOSE RATING-FILE
           WHEN 4 CLOSE BANKROLL-FILE
           WHEN 5 CLOSE FIXTURES-FILE
           WHEN 6 CLOSE DISPUTE-FILE
           WHEN 7 CLOSE MILESTONE-FILE
           WHEN 8 CLOSE SERIES-STATE-FILE
           WHEN 9 CLOSE DEAL-SEQ-FILE
         END-EVALUATE.

       *> Each game-id is listed once, on its first row past the
       *> mark; rows of one game sit together on both files.
       LIST-REPLAY-GAMES.
         MOVE 0 TO LAST-LISTED-ID.
         MOVE "N" TO HIST-EOF-SWITCH.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "00"
           PERFORM READ-NEXT-GH
           PERFORM LIST-ONE-GH UNTIL HIST-AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.
         MOVE 0 TO LAST-LISTED-ID.
         MOVE "N" TO HIST-EOF-SWITCH.
         OPEN INPUT LEDGER-FILE.
         IF LEDGER-STATUS = "00"
           PERFORM READ-NEXT-LEDGER
           PERFORM LIST-ONE-LEDGER UNTIL HIST-AT-EOF
           CLOSE LEDGER-FILE
         END-IF.
         DISPLAY "TRACER " REPLAY-COUNT " game-id listing(s) past "
           "the snapshot (GAMEHIST past " GH-HIGH-MARK
           ", LEDGER past " LEDGER-HIGH-MARK ")".

       READ-NEXT-GH.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO HIST-EOF-SWITCH
         END-READ.

       LIST-ONE-GH.
         IF GH-GAME-ID IS NUMERIC AND GH-GAME-ID > GH-HIGH-MARK AND
            GH-GAME-ID NOT = LAST-LISTED-ID
           MOVE GH-GAME-ID TO LAST-LISTED-ID
           ADD 1 TO REPLAY-COUNT
           DISPLAY "TRACER   REPLAY: GAMEHIST game " GH-GAME-ID
             " came after the snapshot"
         END-IF.
         PERFORM READ-NEXT-GH.

       READ-NEXT-LEDGER.
         READ LEDGER-FILE
           AT END MOVE "Y" TO HIST-EOF-SWITCH
         END-READ.

       LIST-ONE-LEDGER.
         IF LED-GAME-ID IS NUMERIC AND
            LED-GAME-ID > LEDGER-HIGH-MARK AND
            LED-GAME-ID NOT = LAST-LISTED-ID
           MOVE LED-GAME-ID TO LAST-LISTED-ID
           ADD 1 TO REPLAY-COUNT
           DISPLAY "TRACER   REPLAY: LEDGER game " LED-GAME-ID
             " came after the snapshot"
         END-IF.
         PERFORM READ-NEXT-LEDGER.
