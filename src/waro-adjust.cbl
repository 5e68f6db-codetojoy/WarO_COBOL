      *> PRESERVES the original rows untouched, and applies the
      *> delta to the player's LEADERBOARD points - so standings,
      *> extracts, and reconciliation all agree afterwards.
      *> Nothing posts on one steward's say-so: an ADJCTL
      *> transaction only enters the ADJPEND register as a pending
      *> item carrying the entering steward's id, and it reaches
      *> LEDGER, GAMEHIST and LEADERBOARD only once a second,
      *> different steward on the STEWARDS file approves it on
      *> ADJAPPR. A rejected item stays on the register, unposted.
      *> ADJCTL opens with a BATCH header (id, item count, hash
      *> total of the deltas); a deck whose totals disagree or whose
      *> batch id is already on BATCHREG is refused whole, RC 8,
      *> and none of it is entered.
      *> Every LEADERBOARD record the run rewrites differently
      *> is journaled to MASTJRNL with its before and after image,
      *> for WARO-JOURNAL to answer "why did this change".
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> New adjustment transactions, each entered as a pending
           *> item, behind the BATCH header record. A run with
           *> neither ADJCTL nor ADJAPPR present just lists the
           *> register.
           SELECT ADJ-CTL-FILE ASSIGN TO "ADJCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADJ-CTL-STATUS.

           *> The checker's decisions on pending items: "A"
           *> approve, "X" reject - the item number and the deciding
           *> steward's id.
           SELECT ADJ-APPR-FILE ASSIGN TO "ADJAPPR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADJ-APPR-STATUS.

           *> Every adjustment ever entered, with who entered it and
           *> who approved or rejected it; rewritten in full when
           *> anything changes.
           SELECT ADJ-PEND-FILE ASSIGN TO "ADJPEND"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADJ-PEND-STATUS.

           *> The authorized stewards; a missing STEWARDS authorizes
           *> nobody, so nothing can be entered or approved.
           SELECT STEWARD-FILE ASSIGN TO "STEWARDS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEWARD-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GAME-HISTORY-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LEADERBOARD-STATUS.

           *> Every transaction batch any maintenance program has
           *> applied, by deck and batch id; checked before a deck is
           *> applied and appended to after.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BATCH-REG-STATUS.

           *> The master-file change journal: one before/after image
           *> per master record a maintenance program rewrites
           *> differently, appended run after run.
           SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD ADJ-CTL-FILE.
           02 ADJ-DELTA PIC 9(4).
           02 FILLER PIC X.
           02 ADJ-REASON PIC X(8).
           02 FILLER PIC X.
           02 ADJ-STEWARD PIC X(6).
         *> The deck's first record: the batch id, the number of
         *> transactions behind it, and the hash total of their
         *> points deltas (unsigned).
         01 ABH-BATCH-HEADER.
           02 ABH-TAG PIC X(5).
           02 FILLER PIC X.
           02 ABH-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 ABH-ITEM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 ABH-HASH-TOTAL PIC 9(10).


         FD ADJ-APPR-FILE.
         01 ADJ-APPR-RECORD.
           02 AP-ACTION PIC X(1).
           02 FILLER PIC X.
           02 AP-ITEM PIC 9(4).
           02 FILLER PIC X.
           02 AP-STEWARD PIC X(6).

         *> "P" pending, "A" approved and posted, "X" rejected.
         FD ADJ-PEND-FILE.
         01 ADJ-PEND-RECORD.
           02 PA-ITEM PIC 9(4).
           02 FILLER PIC X.
           02 PA-STATUS PIC X(1).
           02 FILLER PIC X.
           02 PA-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 PA-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 PA-SIGN PIC X(1).
           02 PA-DELTA PIC 9(4).
           02 FILLER PIC X.
           02 PA-REASON PIC X(8).
           02 FILLER PIC X.
           02 PA-NAME PIC X(6).
           02 FILLER PIC X.
           02 PA-ENTERED-BY PIC X(6).
           02 FILLER PIC X.
           02 PA-ENTERED-DATE PIC X(8).
           02 FILLER PIC X.
           02 PA-DECIDED-BY PIC X(6).
           02 FILLER PIC X.
           02 PA-DECIDED-DATE PIC X(8).

         *> "A" an authorized steward; anything else is on file
         *> for the record only.
         FD STEWARD-FILE.
         01 STEWARD-RECORD.
           02 ST-ID PIC X(6).
           02 FILLER PIC X.
           02 ST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 ST-FULL-NAME PIC X(20).

         *> Same layout WARO itself writes (plus the "C" correction
         *> view this program appends); duplicated here rather than
         *> "C" correction row: the adjusted seat, the signed delta,
         *> the steward's reason code, the player's name, and the
         *> corrected game's id - written ALONGSIDE the original
         *> rows, never over them - then the two stewards who
         *> entered and approved it.
         01 GAME-HIST-CORR-RECORD.
           02 GHC-DATE PIC X(8).
           02 FILLER PIC X.
           02 GHC-PLAYER-NAME PIC X(6).
           02 FILLER PIC X.
           02 GHC-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 GHC-ENTERED-BY PIC X(6).
           02 FILLER PIC X.
           02 GHC-APPROVED-BY PIC X(6).

         *> Same layout waro.cbl writes.
         FD LEDGER-FILE.
           02 FILLER PIC X.
           02 LB-WINS PIC 9(6).

         *> Same layout every maintenance program appends.
         FD BATCH-REG-FILE.
         01 BATCH-REG-RECORD.
           02 BG-DECK PIC X(8).
           02 FILLER PIC X.
           02 BG-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 BG-DATE PIC X(8).
           02 FILLER PIC X.
           02 BG-ITEM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 BG-HASH-TOTAL PIC 9(10).

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

         WORKING-STORAGE SECTION.
         01 ADJ-CTL-STATUS PIC X(2).
         01 ADJ-APPR-STATUS PIC X(2).
         01 ADJ-PEND-STATUS PIC X(2).
         01 STEWARD-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 LEDGER-STATUS PIC X(2).
         01 LEADERBOARD-STATUS PIC X(2).
         01 ADJ-EOF-SWITCH PIC X(1) VALUE "N".
           88 ADJ-AT-EOF VALUE "Y".
         01 APPR-EOF-SWITCH PIC X(1) VALUE "N".
           88 APPR-AT-EOF VALUE "Y".
         01 PEND-EOF-SWITCH PIC X(1) VALUE "N".
           88 PEND-AT-EOF VALUE "Y".
         01 STEWARD-EOF-SWITCH PIC X(1) VALUE "N".
           88 STEWARD-AT-EOF VALUE "Y".
         01 GH-EOF-SWITCH PIC X(1) VALUE "N".
           88 GH-AT-EOF VALUE "Y".
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
             03 AT-NAME PIC X(6).
             03 AT-STATUS PIC X(1).
               88 ADJ-RESOLVED VALUE "R".
             03 AT-STEWARD PIC X(6).

         *> The ADJPEND register in storage. It is rewritten whole,
         *> so a register larger than the table is never rewritten.
         78 PEND-MAX VALUE 5000.
         01 PEND-COUNT PIC 9(4) VALUE 0.
         01 PEND-OVERFLOW PIC 9(4) VALUE 0.
         01 PEND-TABLE.
           02 PEND-ENTRY OCCURS PEND-MAX TIMES.
             03 PT-ITEM PIC 9(4).
             03 PT-STATUS PIC X(1).
             03 PT-GAME-ID PIC 9(6).
             03 PT-SEAT PIC 9(2).
             03 PT-SIGN PIC X(1).
             03 PT-DELTA PIC 9(4).
             03 PT-REASON PIC X(8).
             03 PT-NAME PIC X(6).
             03 PT-ENTERED-BY PIC X(6).
             03 PT-ENTERED-DATE PIC X(8).
             03 PT-DECIDED-BY PIC X(6).
             03 PT-DECIDED-DATE PIC X(8).
         01 NEXT-ITEM PIC 9(4) VALUE 1.
         01 PX PIC 9(4).

         78 STEWARD-MAX VALUE 20.
         01 STEWARD-COUNT PIC 9(2) VALUE 0.
         01 STEWARD-ID PIC X(6) OCCURS STEWARD-MAX TIMES.
         01 CHECK-STEWARD PIC X(6).
         01 STEWARD-FOUND-SWITCH PIC X(1).
           88 STEWARD-FOUND VALUE "Y".

         *> The live season board, loaded, adjusted, rewritten. 8
         *> must track CKPT-NUM-SEATS in waro-tourney.cbl.
             03 LBT-POINTS PIC 9(8).
             03 LBT-WINS PIC 9(6).

         01 K PIC 9(4).
         01 J PIC 9(2).
         01 ENTERED-COUNT PIC 9(2) VALUE 0.
         01 APPLIED-COUNT PIC 9(2) VALUE 0.
         01 DECLINED-COUNT PIC 9(2) VALUE 0.
         01 REJECTED-COUNT PIC 9(2) VALUE 0.
         01 STATUS-WORD PIC X(8).
         01 TODAY-DATE PIC X(8).


         *> The deck's batch control: " " no deck this run, "Y"
         *> verified and applied, "R" refused whole.
         01 BATCH-REG-STATUS PIC X(2).
         01 BATCH-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 BATCH-REG-AT-EOF VALUE "Y".
         01 BATCH-STATE-SWITCH PIC X(1) VALUE SPACE.
           88 BATCH-ACCEPTED VALUE "Y".
           88 BATCH-REFUSED VALUE "R".
         01 BATCH-DECK PIC X(8) VALUE "ADJCTL".
         01 BATCH-ID PIC X(12).
         01 BATCH-HEADER-COUNT PIC 9(4).
         01 BATCH-HEADER-HASH PIC 9(10).
         01 BATCH-ITEMS PIC 9(4).
         01 BATCH-HASH PIC 9(10).
         01 BATCH-APPLIED-DATE PIC X(8).
         01 BATCH-SEEN-SWITCH PIC X(1).
           88 BATCH-SEEN VALUE "Y".


         *> The change journal: stamped once per rewrite, with the
         *> master record images exactly as loaded, by table slot -
         *> a slot still blank at rewrite time is a new record.
         01 JOURNAL-STATUS PIC X(2).
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-ADJUST".
         01 JOURNAL-STAMP PIC X(14).
         01 JOURNAL-COUNT PIC 9(4) VALUE 0.
         01 LEADERBOARD-IMAGE-TABLE.
           02 LEADERBOARD-IMAGE PIC X(60) OCCURS LB-SEAT-COUNT TIMES.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO SCORE ADJUSTMENTS".
         MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
         PERFORM LOAD-STEWARDS.
         PERFORM LOAD-PENDING-REGISTER.
         IF PEND-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " PEND-MAX
             " ADJPEND items (" PEND-OVERFLOW " over); nothing "
             "entered or posted and the register left as it stands"
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM POST-ADJUSTMENTS
         END-IF.
         PERFORM PRINT-PENDING-REGISTER.
         DISPLAY "TRACER adjustments entered " ENTERED-COUNT
           " approved " APPLIED-COUNT " declined " DECLINED-COUNT
           " rejected " REJECTED-COUNT.
         IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.

       POST-ADJUSTMENTS.
         PERFORM LOAD-ADJUSTMENTS.
         IF ADJ-COUNT > 0
           PERFORM RESOLVE-SEAT-NAMES
           PERFORM ENTER-ONE-ADJUSTMENT
             VARYING K FROM 1 BY 1 UNTIL K > ADJ-COUNT
         END-IF.
         PERFORM LOAD-LEADERBOARD.
         PERFORM APPLY-APPROVALS.
         IF APPLIED-COUNT > 0
           PERFORM WRITE-LEADERBOARD
         END-IF.
         IF ENTERED-COUNT > 0 OR APPLIED-COUNT > 0 OR
            DECLINED-COUNT > 0
           PERFORM WRITE-PENDING-REGISTER
         END-IF.

       *> A missing STEWARDS leaves nobody authorized; every entry
       *> and decision this run is then rejected.
       LOAD-STEWARDS.
         OPEN INPUT STEWARD-FILE.
         IF STEWARD-STATUS = "00"
           PERFORM READ-NEXT-STEWARD
           PERFORM LOAD-ONE-STEWARD UNTIL STEWARD-AT-EOF
           CLOSE STEWARD-FILE
         END-IF.
         IF STEWARD-COUNT = 0
           DISPLAY "TRACER SEVERE ERROR: no authorized stewards on "
             "STEWARDS; nothing can be entered or approved"
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-STEWARD.
         READ STEWARD-FILE
           AT END MOVE "Y" TO STEWARD-EOF-SWITCH
         END-READ.

       LOAD-ONE-STEWARD.
         IF ST-ID NOT = SPACES AND ST-STATUS = "A" AND
            STEWARD-COUNT < STEWARD-MAX
           ADD 1 TO STEWARD-COUNT
           MOVE ST-ID TO STEWARD-ID (STEWARD-COUNT)
         END-IF.
         PERFORM READ-NEXT-STEWARD.

       FIND-STEWARD.
         MOVE "N" TO STEWARD-FOUND-SWITCH.
         PERFORM CHECK-ONE-STEWARD
           VARYING J FROM 1 BY 1 UNTIL J > STEWARD-COUNT.

       CHECK-ONE-STEWARD.
         IF STEWARD-ID (J) = CHECK-STEWARD
           MOVE "Y" TO STEWARD-FOUND-SWITCH
         END-IF.

       LOAD-PENDING-REGISTER.
         OPEN INPUT ADJ-PEND-FILE.
         IF ADJ-PEND-STATUS = "00"
           PERFORM READ-NEXT-PEND
           PERFORM LOAD-ONE-PEND UNTIL PEND-AT-EOF
           CLOSE ADJ-PEND-FILE
         END-IF.

       READ-NEXT-PEND.
         READ ADJ-PEND-FILE
           AT END MOVE "Y" TO PEND-EOF-SWITCH
         END-READ.

       LOAD-ONE-PEND.
         IF PA-ITEM > 0
           IF PEND-COUNT < PEND-MAX
             ADD 1 TO PEND-COUNT
             MOVE PA-ITEM TO PT-ITEM (PEND-COUNT)
             MOVE PA-STATUS TO PT-STATUS (PEND-COUNT)
             MOVE PA-GAME-ID TO PT-GAME-ID (PEND-COUNT)
             MOVE PA-SEAT TO PT-SEAT (PEND-COUNT)
             MOVE PA-SIGN TO PT-SIGN (PEND-COUNT)
             MOVE PA-DELTA TO PT-DELTA (PEND-COUNT)
             MOVE PA-REASON TO PT-REASON (PEND-COUNT)
             MOVE PA-NAME TO PT-NAME (PEND-COUNT)
             MOVE PA-ENTERED-BY TO PT-ENTERED-BY (PEND-COUNT)
             MOVE PA-ENTERED-DATE TO PT-ENTERED-DATE (PEND-COUNT)
             MOVE PA-DECIDED-BY TO PT-DECIDED-BY (PEND-COUNT)
             MOVE PA-DECIDED-DATE TO PT-DECIDED-DATE (PEND-COUNT)
             IF PA-ITEM >= NEXT-ITEM
               COMPUTE NEXT-ITEM = PA-ITEM + 1
             END-IF
           ELSE
             ADD 1 TO PEND-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-PEND.

       *> Only a verified batch is loaded; the batch is on the
       *> register as soon as its items are read for entry.
       LOAD-ADJUSTMENTS.
         PERFORM VERIFY-BATCH.
         IF BATCH-ACCEPTED
           OPEN INPUT ADJ-CTL-FILE
           PERFORM READ-NEXT-ADJ
           PERFORM READ-NEXT-ADJ
           PERFORM LOAD-ONE-ADJ UNTIL ADJ-AT-EOF
           CLOSE ADJ-CTL-FILE
           PERFORM RECORD-BATCH
         END-IF.

       READ-NEXT-ADJ.
             MOVE ADJ-REASON TO AT-REASON (ADJ-COUNT)
             MOVE SPACES TO AT-NAME (ADJ-COUNT)
             MOVE SPACE TO AT-STATUS (ADJ-COUNT)
             MOVE ADJ-STEWARD TO AT-STEWARD (ADJ-COUNT)
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " ADJ-MAX
               " transactions; extras dropped"
         END-IF.

       LOAD-LEADERBOARD.
         MOVE SPACES TO LEADERBOARD-IMAGE-TABLE.
         OPEN INPUT LEADERBOARD-FILE.
         IF LEADERBOARD-STATUS = "00"
           PERFORM READ-NEXT-LB
       LOAD-ONE-LB.
         IF LB-COUNT < LB-SEAT-COUNT
           ADD 1 TO LB-COUNT
           MOVE LEADERBOARD-RECORD TO LEADERBOARD-IMAGE (LB-COUNT)
           MOVE LB-PLAYER-NAME TO LBT-NAME (LB-COUNT)
           MOVE LB-STRATEGY TO LBT-STRATEGY (LB-COUNT)
           MOVE LB-GAMES-PLAYED TO LBT-GAMES (LB-COUNT)
         END-IF.
         PERFORM READ-NEXT-LB.

       *> A resolved transaction from an authorized steward goes on
       *> the register as pending; nothing is posted yet.
       ENTER-ONE-ADJUSTMENT.
         MOVE AT-STEWARD (K) TO CHECK-STEWARD.
         PERFORM FIND-STEWARD.
         IF NOT ADJ-RESOLVED (K)
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: game " AT-GAME-ID (K)
             " seat " AT-SEAT (K) " has no keyed summary row"
         ELSE IF AT-STEWARD (K) = SPACES OR NOT STEWARD-FOUND
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: game " AT-GAME-ID (K)
             " seat " AT-SEAT (K) " entered by '" AT-STEWARD (K)
             "', not an authorized steward"
         ELSE IF PEND-COUNT >= PEND-MAX
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: ADJPEND register is full"
         ELSE
           ADD 1 TO PEND-COUNT
           MOVE NEXT-ITEM TO PT-ITEM (PEND-COUNT)
           ADD 1 TO NEXT-ITEM
           MOVE "P" TO PT-STATUS (PEND-COUNT)
           MOVE AT-GAME-ID (K) TO PT-GAME-ID (PEND-COUNT)
           MOVE AT-SEAT (K) TO PT-SEAT (PEND-COUNT)
           MOVE AT-SIGN (K) TO PT-SIGN (PEND-COUNT)
           MOVE AT-DELTA (K) TO PT-DELTA (PEND-COUNT)
           MOVE AT-REASON (K) TO PT-REASON (PEND-COUNT)
           MOVE AT-NAME (K) TO PT-NAME (PEND-COUNT)
           MOVE AT-STEWARD (K) TO PT-ENTERED-BY (PEND-COUNT)
           MOVE TODAY-DATE TO PT-ENTERED-DATE (PEND-COUNT)
           MOVE SPACES TO PT-DECIDED-BY (PEND-COUNT)
           MOVE SPACES TO PT-DECIDED-DATE (PEND-COUNT)
           ADD 1 TO ENTERED-COUNT
           DISPLAY "TRACER   PENDING: item " PT-ITEM (PEND-COUNT)
             " game " AT-GAME-ID (K) " seat " AT-SEAT (K) " ("
             AT-NAME (K) ") " AT-SIGN (K) AT-DELTA (K)
             " awaits a second steward"
         END-IF.

       *> A missing ADJAPPR decides nothing this run.
       APPLY-APPROVALS.
         OPEN INPUT ADJ-APPR-FILE.
         IF ADJ-APPR-STATUS = "00"
           PERFORM READ-NEXT-APPR
           PERFORM APPLY-ONE-APPROVAL UNTIL APPR-AT-EOF
           CLOSE ADJ-APPR-FILE
         END-IF.

       READ-NEXT-APPR.
         READ ADJ-APPR-FILE
           AT END MOVE "Y" TO APPR-EOF-SWITCH
         END-READ.

       *> The checker must be authorized and must not be the
       *> steward who entered the item.
       APPLY-ONE-APPROVAL.
         MOVE 0 TO PX.
         PERFORM FIND-ONE-PEND-ITEM
           VARYING K FROM 1 BY 1 UNTIL K > PEND-COUNT.
         MOVE AP-STEWARD TO CHECK-STEWARD.
         PERFORM FIND-STEWARD.
         IF AP-ACTION NOT = "A" AND AP-ACTION NOT = "X"
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: unknown decision '"
             AP-ACTION "' for item " AP-ITEM
         ELSE IF PX = 0
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: no item " AP-ITEM
             " on ADJPEND"
         ELSE IF PT-STATUS (PX) NOT = "P"
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " is not pending"
         ELSE IF AP-STEWARD = SPACES OR NOT STEWARD-FOUND
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " decided by '" AP-STEWARD
             "', not an authorized steward"
         ELSE IF AP-STEWARD = PT-ENTERED-BY (PX)
           ADD 1 TO REJECTED-COUNT
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " cannot be decided by " AP-STEWARD
             ", who entered it"
         ELSE
           MOVE AP-STEWARD TO PT-DECIDED-BY (PX)
           MOVE TODAY-DATE TO PT-DECIDED-DATE (PX)
           IF AP-ACTION = "A"
             PERFORM APPLY-ONE-ADJUSTMENT
           ELSE
             MOVE "X" TO PT-STATUS (PX)
             ADD 1 TO DECLINED-COUNT
             DISPLAY "TRACER   DECLINED: item " PT-ITEM (PX)
               " game " PT-GAME-ID (PX) " rejected by "
               AP-STEWARD
           END-IF
         END-IF.
         PERFORM READ-NEXT-APPR.

       FIND-ONE-PEND-ITEM.
         IF PT-ITEM (K) = AP-ITEM
           MOVE K TO PX
         END-IF.

       *> One approved item: the compensating ledger entry, the
       *> preserved-original "C" correction row, and the
       *> leaderboard delta - all three or none.
       APPLY-ONE-ADJUSTMENT.
         PERFORM POST-LEDGER-ENTRY.
         PERFORM WRITE-CORRECTION-ROW.
         PERFORM ADJUST-LEADERBOARD-ROW.
         MOVE "A" TO PT-STATUS (PX).
         ADD 1 TO APPLIED-COUNT.
         DISPLAY "TRACER   APPLIED: item " PT-ITEM (PX) " game "
           PT-GAME-ID (PX) " seat " PT-SEAT (PX) " ("
           PT-NAME (PX) ") " PT-SIGN (PX) PT-DELTA (PX)
           " reason " PT-REASON (PX) " approved by "
           PT-DECIDED-BY (PX).

       *> Round 0, outside the per-round sums the in-game ledger
       *> reconcile re-adds; "A" credits the seat, "J" debits it,
       *> alongside the game's original entries so the whole trail
           OPEN OUTPUT LEDGER-FILE
         END-IF.
         MOVE SPACES TO LEDGER-RECORD.
         MOVE PT-GAME-ID (PX) TO LED-GAME-ID.
         MOVE 0 TO LED-ROUND.
         MOVE PT-SEAT (PX) TO LED-SEAT.
         IF PT-SIGN (PX) = "-"
           MOVE "J" TO LED-TYPE
         ELSE
           MOVE "A" TO LED-TYPE
         END-IF.
         MOVE PT-DELTA (PX) TO LED-AMOUNT.
         WRITE LEDGER-RECORD.
         CLOSE LEDGER-FILE.

           OPEN OUTPUT GAME-HISTORY-FILE
         END-IF.
         MOVE SPACES TO GAME-HIST-CORR-RECORD.
         MOVE TODAY-DATE TO GHC-DATE.
         MOVE "C" TO GHC-TYPE.
         MOVE PT-SEAT (PX) TO GHC-SEAT.
         MOVE PT-SIGN (PX) TO GHC-SIGN.
         MOVE PT-DELTA (PX) TO GHC-DELTA.
         MOVE PT-REASON (PX) TO GHC-REASON.
         MOVE PT-NAME (PX) TO GHC-PLAYER-NAME.
         MOVE PT-GAME-ID (PX) TO GHC-GAME-ID.
         MOVE PT-ENTERED-BY (PX) TO GHC-ENTERED-BY.
         MOVE PT-DECIDED-BY (PX) TO GHC-APPROVED-BY.
         WRITE GAME-HIST-CORR-RECORD.
         CLOSE GAME-HISTORY-FILE.

           VARYING J FROM 1 BY 1 UNTIL J > LB-COUNT.

       ADJUST-ONE-LB-ROW.
         IF LBT-NAME (J) = PT-NAME (PX)
           IF PT-SIGN (PX) = "-"
             IF PT-DELTA (PX) > LBT-POINTS (J)
               MOVE 0 TO LBT-POINTS (J)
             ELSE
               SUBTRACT PT-DELTA (PX) FROM LBT-POINTS (J)
             END-IF
           ELSE
             ADD PT-DELTA (PX) TO LBT-POINTS (J)
           END-IF
         END-IF.

       WRITE-LEADERBOARD.
         PERFORM OPEN-JOURNAL.
         OPEN OUTPUT LEADERBOARD-FILE.
         PERFORM WRITE-ONE-LB
           VARYING K FROM 1 BY 1 UNTIL K > LB-COUNT.
         CLOSE LEADERBOARD-FILE.
         PERFORM CLOSE-JOURNAL.

       WRITE-ONE-LB.
         MOVE SPACES TO LEADERBOARD-RECORD.
         MOVE LBT-GAMES (K) TO LB-GAMES-PLAYED.
         MOVE LBT-POINTS (K) TO LB-TOTAL-POINTS.
         MOVE LBT-WINS (K) TO LB-WINS.
         IF LEADERBOARD-RECORD NOT = LEADERBOARD-IMAGE (K)
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "LEADERBOARD" TO JR-MASTER
           MOVE LB-PLAYER-NAME TO JR-KEY
           MOVE LEADERBOARD-IMAGE (K) TO JR-BEFORE
           MOVE LEADERBOARD-RECORD TO JR-AFTER
           PERFORM WRITE-JOURNAL-ENTRY
         END-IF.
         WRITE LEADERBOARD-RECORD.

       WRITE-PENDING-REGISTER.
         OPEN OUTPUT ADJ-PEND-FILE.
         PERFORM WRITE-ONE-PEND
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.
         CLOSE ADJ-PEND-FILE.

       WRITE-ONE-PEND.
         MOVE SPACES TO ADJ-PEND-RECORD.
         MOVE PT-ITEM (PX) TO PA-ITEM.
         MOVE PT-STATUS (PX) TO PA-STATUS.
         MOVE PT-GAME-ID (PX) TO PA-GAME-ID.
         MOVE PT-SEAT (PX) TO PA-SEAT.
         MOVE PT-SIGN (PX) TO PA-SIGN.
         MOVE PT-DELTA (PX) TO PA-DELTA.
         MOVE PT-REASON (PX) TO PA-REASON.
         MOVE PT-NAME (PX) TO PA-NAME.
         MOVE PT-ENTERED-BY (PX) TO PA-ENTERED-BY.
         MOVE PT-ENTERED-DATE (PX) TO PA-ENTERED-DATE.
         MOVE PT-DECIDED-BY (PX) TO PA-DECIDED-BY.
         MOVE PT-DECIDED-DATE (PX) TO PA-DECIDED-DATE.
         WRITE ADJ-PEND-RECORD.

       *> Every item, with who entered it and who approved or
       *> rejected it - the maker/checker trail for the record.
       PRINT-PENDING-REGISTER.
         DISPLAY " ".
         DISPLAY "ADJUSTMENT REGISTER - " PEND-COUNT " item(s)".
         PERFORM PRINT-ONE-PEND-ITEM
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.

       PRINT-ONE-PEND-ITEM.
         EVALUATE PT-STATUS (PX)
           WHEN "P" MOVE "PENDING" TO STATUS-WORD
           WHEN "A" MOVE "approved" TO STATUS-WORD
           WHEN OTHER MOVE "REJECTED" TO STATUS-WORD
         END-EVALUATE.
         DISPLAY "TRACER   item " PT-ITEM (PX) " " STATUS-WORD
           " game " PT-GAME-ID (PX) " seat " PT-SEAT (PX) " ("
           PT-NAME (PX) ") " PT-SIGN (PX) PT-DELTA (PX)
           " reason " PT-REASON (PX).
         DISPLAY "TRACER     entered by " PT-ENTERED-BY (PX)
           " on " PT-ENTERED-DATE (PX).
         IF PT-STATUS (PX) = "A"
           DISPLAY "TRACER     approved by " PT-DECIDED-BY (PX)
             " on " PT-DECIDED-DATE (PX)
         ELSE IF PT-STATUS (PX) NOT = "P"
           DISPLAY "TRACER     rejected by " PT-DECIDED-BY (PX)
             " on " PT-DECIDED-DATE (PX)
         END-IF.

       *> The deck must open with a BATCH header whose item count
       *> and hash total match the transactions behind it, under a
       *> batch id not already on the BATCHREG register - otherwise
       *> the whole deck is refused and nothing in it is applied, so
       *> a resubmitted deck can never post twice.
       VERIFY-BATCH.
         OPEN INPUT ADJ-CTL-FILE.
         IF ADJ-CTL-STATUS = "00"
           MOVE "Y" TO BATCH-STATE-SWITCH
           MOVE 0 TO BATCH-ITEMS
           MOVE 0 TO BATCH-HASH
           PERFORM READ-NEXT-ADJ
           IF ADJ-AT-EOF OR ABH-TAG NOT = "BATCH"
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " does not open with a BATCH header; whole deck "
               "refused"
           ELSE IF ABH-BATCH-ID = SPACES OR
                   ABH-ITEM-COUNT IS NOT NUMERIC OR
                   ABH-HASH-TOTAL IS NOT NUMERIC
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " BATCH header is malformed; whole deck refused"
           ELSE
             MOVE ABH-BATCH-ID TO BATCH-ID
             MOVE ABH-ITEM-COUNT TO BATCH-HEADER-COUNT
             MOVE ABH-HASH-TOTAL TO BATCH-HEADER-HASH
             PERFORM READ-NEXT-ADJ
             PERFORM COUNT-ONE-BATCH-ITEM UNTIL ADJ-AT-EOF
           END-IF
           END-IF
           CLOSE ADJ-CTL-FILE
           MOVE "N" TO ADJ-EOF-SWITCH
           IF BATCH-ACCEPTED
             PERFORM CHECK-BATCH-TOTALS
           END-IF
           IF BATCH-REFUSED AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       COUNT-ONE-BATCH-ITEM.
         ADD 1 TO BATCH-ITEMS.
         IF ADJ-DELTA IS NUMERIC
           ADD ADJ-DELTA TO BATCH-HASH
         END-IF.
         PERFORM READ-NEXT-ADJ.

       CHECK-BATCH-TOTALS.
         PERFORM FIND-BATCH-ON-REGISTER.
         IF BATCH-ITEMS NOT = BATCH-HEADER-COUNT OR
            BATCH-HASH NOT = BATCH-HEADER-HASH
           MOVE "R" TO BATCH-STATE-SWITCH
           DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK " batch "
             BATCH-ID " header says " BATCH-HEADER-COUNT
             " item(s) hash " BATCH-HEADER-HASH ", deck holds "
             BATCH-ITEMS " hash " BATCH-HASH "; whole deck refused"
         ELSE IF BATCH-SEEN
           MOVE "R" TO BATCH-STATE-SWITCH
           DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK " batch "
             BATCH-ID " was already applied on " BATCH-APPLIED-DATE
             "; whole deck refused"
         ELSE
           DISPLAY "TRACER   " BATCH-DECK " batch " BATCH-ID ": "
             BATCH-ITEMS " item(s), hash " BATCH-HASH " verified"
         END-IF.

       FIND-BATCH-ON-REGISTER.
         MOVE "N" TO BATCH-SEEN-SWITCH.
         MOVE "N" TO BATCH-REG-EOF-SWITCH.
         OPEN INPUT BATCH-REG-FILE.
         IF BATCH-REG-STATUS = "00"
           PERFORM READ-NEXT-BATCH-REG
           PERFORM CHECK-ONE-BATCH-REG UNTIL BATCH-REG-AT-EOF
           CLOSE BATCH-REG-FILE
         END-IF.

       READ-NEXT-BATCH-REG.
         READ BATCH-REG-FILE
           AT END MOVE "Y" TO BATCH-REG-EOF-SWITCH
         END-READ.

       CHECK-ONE-BATCH-REG.
         IF BG-DECK = BATCH-DECK AND BG-BATCH-ID = BATCH-ID
           MOVE "Y" TO BATCH-SEEN-SWITCH
           MOVE BG-DATE TO BATCH-APPLIED-DATE
         END-IF.
         PERFORM READ-NEXT-BATCH-REG.

       RECORD-BATCH.
         OPEN EXTEND BATCH-REG-FILE.
         IF BATCH-REG-STATUS = "35"
           OPEN OUTPUT BATCH-REG-FILE
         END-IF.
         MOVE SPACES TO BATCH-REG-RECORD.
         MOVE BATCH-DECK TO BG-DECK.
         MOVE BATCH-ID TO BG-BATCH-ID.
         MOVE FUNCTION CURRENT-DATE (1:8) TO BG-DATE.
         MOVE BATCH-ITEMS TO BG-ITEM-COUNT.
         MOVE BATCH-HASH TO BG-HASH-TOTAL.
         WRITE BATCH-REG-RECORD.
         CLOSE BATCH-REG-FILE.

       *> Opened around a master rewrite; every record that differs
       *> from its loaded image is journaled under one timestamp.
       OPEN-JOURNAL.
         MOVE FUNCTION CURRENT-DATE (1:14) TO JOURNAL-STAMP.
         OPEN EXTEND JOURNAL-FILE.
         IF JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FILE
         END-IF.

       CLOSE-JOURNAL.
         CLOSE JOURNAL-FILE.
         DISPLAY "TRACER MASTJRNL: " JOURNAL-COUNT
           " master change(s) journaled".

       *> The caller fills JR-MASTER, JR-KEY and both images.
       WRITE-JOURNAL-ENTRY.
         MOVE JOURNAL-STAMP (1:8) TO JR-DATE.
         MOVE JOURNAL-STAMP (9:6) TO JR-TIME.
         MOVE JOURNAL-PROGRAM TO JR-PROGRAM.
         IF BATCH-ACCEPTED
           MOVE BATCH-ID TO JR-BATCH-ID
         END-IF.
         IF JR-BEFORE = SPACES
           MOVE "A" TO JR-ACTION
         ELSE
           MOVE "C" TO JR-ACTION
         END-IF.
         WRITE JOURNAL-RECORD.
         ADD 1 TO JOURNAL-COUNT.
