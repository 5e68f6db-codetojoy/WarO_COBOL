       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-BACKUP.
      *> Point-in-time backup of the WarO master datasets: ROSTER,
      *> LEADERBOARD, RATINGS, BANKROLL, FIXTURES, DISPUTES,
      *> MILESTONE, SERIESST and DEALSEQ are copied record for
      *> record, as raw images, into ONE dated BACKUP dataset - a
      *> header stamped with the run's date and time, each master's
      *> records followed by a trailer carrying its record count and
      *> control total (every digit in the file's records added
      *> up), and the highest game-id then on GAMEHIST and LEDGER.
      *> WARO-RESTORE checks those totals and puts the whole set
      *> back together, then lists the games played since the
      *> snapshot. The RUNLOCK is claimed for the copy, so a
      *> snapshot never catches a game or a maintenance run half
      *> way through its rewrites; a held lock refuses the run.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The masters, read as raw images; a master not on file
           *> is carried in the backup as absent, zero records.
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

           *> The new backup generation; one per run.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKUP-STATUS.

           *> Read for their high-water game-ids only; neither is
           *> backed up - what came after the snapshot is replayed
           *> from them, not restored.
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

         *> Same layout WARO-RESTORE reads. "H" header, "D" one
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
         *> table in WARO-RESTORE.
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
         01 MASTER-IMAGE PIC X(200).
         01 MASTER-NO PIC 9(2).
         01 MASTER-PRESENT PIC X(1).
         01 MASTER-RECORDS PIC 9(6).
         01 MASTER-TOTAL PIC 9(12).
         01 DIGIT-POS PIC 9(3).
         01 DIGIT-VALUE PIC 9(1).
         01 RUN-STAMP PIC X(14).
         01 HIGH-GAME-ID PIC 9(6).
         01 RECORDS-BACKED-UP PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO MASTER BACKUP".
         MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-STAMP.
         PERFORM CLAIM-RUN-LOCK.
         IF LOCK-REFUSED
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
         END-IF.
         OPEN OUTPUT BACKUP-FILE.
         MOVE SPACES TO BACKUP-HEADER.
         MOVE "H" TO BH-TYPE.
         MOVE "WARO MASTER" TO BH-TAG.
         MOVE RUN-STAMP TO BH-STAMP.
         MOVE MASTER-COUNT TO BH-MASTER-COUNT.
         WRITE BACKUP-HEADER.
         DISPLAY " ".
         DISPLAY "WARO MASTER BACKUP - snapshot " RUN-STAMP.
         PERFORM BACKUP-ONE-MASTER
           VARYING MASTER-NO FROM 1 BY 1
             UNTIL MASTER-NO > MASTER-COUNT.
         PERFORM MARK-GAME-HISTORY.
         PERFORM MARK-LEDGER.
         CLOSE BACKUP-FILE.
         DISPLAY "TRACER " RECORDS-BACKED-UP " record(s) from "
           MASTER-COUNT " masters backed up at " RUN-STAMP.
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
                       "back up - clear a stale lock with LOCKCTL F"
                   END-IF
                 END-IF
             END-READ
             CLOSE RUN-LOCK-FILE
           END-IF
           IF NOT LOCK-REFUSED
             OPEN OUTPUT RUN-LOCK-FILE
             MOVE SPACES TO RUN-LOCK-RECORD
             MOVE "Y" TO LOCK-STATE
             MOVE "BACKUP" TO LOCK-HOLDER
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
         MOVE "BACKUP" TO LOCK-HOLDER.
         MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STAMP.
         WRITE RUN-LOCK-RECORD.
         CLOSE RUN-LOCK-FILE.
         MOVE "N" TO RUN-LOCK-OWNED.

       BACKUP-ONE-MASTER.
         MOVE "N" TO MASTER-PRESENT.
         MOVE 0 TO MASTER-RECORDS.
         MOVE 0 TO MASTER-TOTAL.
         MOVE "N" TO MASTER-EOF-SWITCH.
         PERFORM OPEN-MASTER.
         IF MASTER-STATUS = "00"
           MOVE "Y" TO MASTER-PRESENT
           PERFORM READ-MASTER-IMAGE
           PERFORM COPY-ONE-IMAGE UNTIL MASTER-AT-EOF
           PERFORM CLOSE-MASTER
         END-IF.
         MOVE SPACES TO BACKUP-TRAILER.
         MOVE "T" TO BT-TYPE.
         MOVE MASTER-NAME (MASTER-NO) TO BT-MASTER.
         MOVE MASTER-PRESENT TO BT-PRESENT.
         MOVE MASTER-RECORDS TO BT-RECORDS.
         MOVE MASTER-TOTAL TO BT-CONTROL-TOTAL.
         WRITE BACKUP-TRAILER.
         IF MASTER-PRESENT = "Y"
           DISPLAY "TRACER   " MASTER-NAME (MASTER-NO) " records "
             MASTER-RECORDS " control total " MASTER-TOTAL
         ELSE
           DISPLAY "TRACER   " MASTER-NAME (MASTER-NO)
             " not on file - backed up as absent"
         END-IF.

       OPEN-MASTER.
         EVALUATE MASTER-NO
           WHEN 1 OPEN INPUT ROSTER-FILE
           WHEN 2 OPEN INPUT LEADERBOARD-FILE
           WHEN 3 OPEN INPUT RATING-FILE
           WHEN 4 OPEN INPUT BANKROLL-FILE
           WHEN 5 OPEN INPUT FIXTURES-FILE
           WHEN 6 OPEN INPUT DISPUTE-FILE
           WHEN 7 OPEN INPUT MILESTONE-FILE
           WHEN 8 OPEN INPUT SERIES-STATE-FILE
           WHEN 9 OPEN INPUT DEAL-SEQ-FILE
         END-EVALUATE.

       READ-MASTER-IMAGE.
         MOVE SPACES TO MASTER-IMAGE.
         EVALUATE MASTER-NO
           WHEN 1 READ ROSTER-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 2 READ LEADERBOARD-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 3 READ RATING-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 4 READ BANKROLL-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 5 READ FIXTURES-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 6 READ DISPUTE-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 7 READ MILESTONE-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 8 READ SERIES-STATE-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
           WHEN 9 READ DEAL-SEQ-FILE INTO MASTER-IMAGE
                    AT END MOVE "Y" TO MASTER-EOF-SWITCH
                  END-READ
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

       COPY-ONE-IMAGE.
         ADD 1 TO MASTER-RECORDS.
         ADD 1 TO RECORDS-BACKED-UP.
         PERFORM ADD-ONE-DIGIT
           VARYING DIGIT-POS FROM 1 BY 1
             UNTIL DIGIT-POS > IMAGE-SIZE.
         MOVE SPACES TO BACKUP-RECORD.
         MOVE "D" TO BK-TYPE.
         MOVE MASTER-NAME (MASTER-NO) TO BK-MASTER.
         MOVE MASTER-IMAGE TO BK-IMAGE.
         WRITE BACKUP-RECORD.
         PERFORM READ-MASTER-IMAGE.

       *> The control total is every digit in the file added up:
       *> layout-blind, so one rule covers all nine masters, and any
       *> changed count, balance, rating or date moves it.
       ADD-ONE-DIGIT.
         IF MASTER-IMAGE (DIGIT-POS:1) IS NUMERIC
           MOVE MASTER-IMAGE (DIGIT-POS:1) TO DIGIT-VALUE
           ADD DIGIT-VALUE TO MASTER-TOTAL
         END-IF.

       MARK-GAME-HISTORY.
         MOVE 0 TO HIGH-GAME-ID.
         MOVE "N" TO HIST-EOF-SWITCH.
         OPEN INPUT GAME-HISTORY-FILE.
         IF GAME-HISTORY-STATUS = "00"
           PERFORM READ-NEXT-GH
           PERFORM MARK-ONE-GH UNTIL HIST-AT-EOF
           CLOSE GAME-HISTORY-FILE
         END-IF.
         MOVE "GAMEHIST" TO MASTER-IMAGE.
         PERFORM WRITE-HIGH-MARK.

       READ-NEXT-GH.
         READ GAME-HISTORY-FILE
           AT END MOVE "Y" TO HIST-EOF-SWITCH
         END-READ.

       MARK-ONE-GH.
         IF GH-GAME-ID IS NUMERIC AND GH-GAME-ID > HIGH-GAME-ID
           MOVE GH-GAME-ID TO HIGH-GAME-ID
         END-IF.
         PERFORM READ-NEXT-GH.

       MARK-LEDGER.
         MOVE 0 TO HIGH-GAME-ID.
         MOVE "N" TO HIST-EOF-SWITCH.
         OPEN INPUT LEDGER-FILE.
         IF LEDGER-STATUS = "00"
           PERFORM READ-NEXT-LEDGER
           PERFORM MARK-ONE-LEDGER UNTIL HIST-AT-EOF
           CLOSE LEDGER-FILE
         END-IF.
         MOVE "LEDGER" TO MASTER-IMAGE.
         PERFORM WRITE-HIGH-MARK.

       READ-NEXT-LEDGER.
         READ LEDGER-FILE
           AT END MOVE "Y" TO HIST-EOF-SWITCH
         END-READ.

       MARK-ONE-LEDGER.
         IF LED-GAME-ID IS NUMERIC AND LED-GAME-ID > HIGH-GAME-ID
           MOVE LED-GAME-ID TO HIGH-GAME-ID
         END-IF.
         PERFORM READ-NEXT-LEDGER.

       WRITE-HIGH-MARK.
         MOVE SPACES TO BACKUP-MARK.
         MOVE "G" TO BM-TYPE.
         MOVE MASTER-IMAGE TO BM-FILE.
         MOVE HIGH-GAME-ID TO BM-HIGH-GAME-ID.
         WRITE BACKUP-MARK.
         DISPLAY "TRACER   " BM-FILE " high-water game-id "
           HIGH-GAME-ID.
