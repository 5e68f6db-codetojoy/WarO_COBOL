      *> once the hold is released. A ruling that REVERSES a result
      *> is applied through WARO-ADJUST's auditable adjustment door
      *> after the release, not by editing history.
      *> No single steward can hold or release a game: a DISPCTL
      *> ruling only enters the DISPPEND register as a pending item
      *> carrying the entering steward's id, and takes effect only
      *> once a second, different steward on the STEWARDS file
      *> approves it on DISPAPPR.
      *> DISPCTL opens with a BATCH header (id, item count, hash
      *> total of the game-ids); a deck whose totals disagree or
      *> whose batch id is already on BATCHREG is refused whole,
      *> RC 8, and none of it is entered.
      *> Every LEADERBOARD record the run rewrites differently
      *> is journaled to MASTJRNL with its before and after image,
      *> for WARO-JOURNAL to answer "why did this change".
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> Steward rulings: "H" hold a game-id, "R" release it,
           *> with the entering steward's id - each entered as a
           *> pending item, behind the BATCH header record. With
           *> neither DISPCTL nor DISPAPPR present this is a
           *> register-listing run, the same listing-only convention
           *> WARO-ROSTER uses.
           SELECT DISP-CTL-FILE ASSIGN TO "DISPCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISP-CTL-STATUS.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISPUTE-STATUS.

           *> The checker's decisions on pending rulings: "A"
           *> approve, "X" reject - the item number and the deciding
           *> steward's id.
           SELECT DISP-APPR-FILE ASSIGN TO "DISPAPPR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISP-APPR-STATUS.

           *> Every ruling ever entered, with who entered it and who
           *> approved or rejected it; rewritten in full when
           *> anything changes.
           SELECT DISP-PEND-FILE ASSIGN TO "DISPPEND"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISP-PEND-STATUS.

           *> Same authorized-stewards file WARO-ADJUST checks.
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
         FD DISP-CTL-FILE.
           02 DC-ACTION PIC X(1).
           02 FILLER PIC X.
           02 DC-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 DC-STEWARD PIC X(6).
         *> The deck's first record: the batch id, the number of
         *> transactions behind it, and the hash total of their
         *> game-ids (the deck carries no amounts).
         01 DCH-BATCH-HEADER.
           02 DCH-TAG PIC X(5).
           02 FILLER PIC X.
           02 DCH-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 DCH-ITEM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 DCH-HASH-TOTAL PIC 9(10).


         FD DISP-APPR-FILE.
         01 DISP-APPR-RECORD.
           02 AP-ACTION PIC X(1).
           02 FILLER PIC X.
           02 AP-ITEM PIC 9(4).
           02 FILLER PIC X.
           02 AP-STEWARD PIC X(6).

         *> "P" pending, "A" approved and applied, "X" rejected by
         *> the checker, "V" approved but void - the register had
         *> already moved on (a hold on a game already held, a
         *> release of one no longer held, no summary row).
         FD DISP-PEND-FILE.
         01 DISP-PEND-RECORD.
           02 PD-ITEM PIC 9(4).
           02 FILLER PIC X.
           02 PD-STATUS PIC X(1).
           02 FILLER PIC X.
           02 PD-ACTION PIC X(1).
           02 FILLER PIC X.
           02 PD-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 PD-ENTERED-BY PIC X(6).
           02 FILLER PIC X.
           02 PD-ENTERED-DATE PIC X(8).
           02 FILLER PIC X.
           02 PD-DECIDED-BY PIC X(6).
           02 FILLER PIC X.
           02 PD-DECIDED-DATE PIC X(8).

         *> Same layout WARO-ADJUST reads.
         FD STEWARD-FILE.
         01 STEWARD-RECORD.
           02 ST-ID PIC X(6).
           02 FILLER PIC X.
           02 ST-STATUS PIC X(1).
           02 FILLER PIC X.
           02 ST-FULL-NAME PIC X(20).

         FD DISPUTE-FILE.
         01 DISPUTE-RECORD.
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
         01 DISP-CTL-STATUS PIC X(2).
         01 DISPUTE-STATUS PIC X(2).
         01 DISP-APPR-STATUS PIC X(2).
         01 DISP-PEND-STATUS PIC X(2).
         01 STEWARD-STATUS PIC X(2).
         01 GAME-HISTORY-STATUS PIC X(2).
           88 GAME-HISTORY-OK VALUE "00".
         01 LEADERBOARD-STATUS PIC X(2).
           88 DC-AT-EOF VALUE "Y".
         01 DP-EOF-SWITCH PIC X(1) VALUE "N".
           88 DP-AT-EOF VALUE "Y".
         01 APPR-EOF-SWITCH PIC X(1) VALUE "N".
           88 APPR-AT-EOF VALUE "Y".
         01 PEND-EOF-SWITCH PIC X(1) VALUE "N".
           88 PEND-AT-EOF VALUE "Y".
         01 STEWARD-EOF-SWITCH PIC X(1) VALUE "N".
           88 STEWARD-AT-EOF VALUE "Y".
         01 GH-EOF-SWITCH PIC X(1) VALUE "N".
           88 GH-AT-EOF VALUE "Y".
         01 LB-EOF-SWITCH PIC X(1) VALUE "N".
             03 DPT-STATUS PIC X(1).
             03 DPT-DATE PIC X(8).

         *> The rulings approved this run, with the game's "S"-row
         *> result joined in so the leaderboard back-out/re-apply
         *> works from the system of record, and the pending item
         *> each one came from.
         78 TRANS-MAX VALUE 50.
         01 TRANS-COUNT PIC 9(2) VALUE 0.
         01 TRANS-TABLE.
             03 TR-GAME-ID PIC 9(6).
             03 TR-WINNER PIC 9(1).
             03 TR-RESOLVED PIC 9(1).
             03 TR-PEND-IDX PIC 9(4).
             03 TR-SEAT-DATA OCCURS 8 TIMES.
               04 TR-NAME PIC X(6).
               04 TR-POINTS PIC 9(4).
             03 LBT-POINTS PIC 9(8).
             03 LBT-WINS PIC 9(6).

         *> The DISPPEND register in storage. It is rewritten whole,
         *> so a register larger than the table is never rewritten.
         78 PEND-MAX VALUE 5000.
         01 PEND-COUNT PIC 9(4) VALUE 0.
         01 PEND-OVERFLOW PIC 9(4) VALUE 0.
         01 PEND-TABLE.
           02 PEND-ENTRY OCCURS PEND-MAX TIMES.
             03 PT-ITEM PIC 9(4).
             03 PT-STATUS PIC X(1).
             03 PT-ACTION PIC X(1).
             03 PT-GAME-ID PIC 9(6).
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

         01 K PIC 9(2).
         01 J PIC 9(2).
         01 DX PIC 9(4).
         01 REG-IDX PIC 9(3).
         01 HOLDS-PLACED PIC 9(2) VALUE 0.
         01 HOLDS-RELEASED PIC 9(2) VALUE 0.
         01 TRANS-REJECTED PIC 9(2) VALUE 0.
         01 ENTERED-COUNT PIC 9(2) VALUE 0.
         01 DECLINED-COUNT PIC 9(2) VALUE 0.
         01 VOIDED-COUNT PIC 9(2) VALUE 0.
         01 STATUS-WORD PIC X(8).
         01 ACTION-WORD PIC X(7).
         01 TODAY-DATE PIC X(8).
         01 LB-CHANGED-SWITCH PIC X(1) VALUE "N".
           88 LB-CHANGED VALUE "Y".


         *> The deck's batch control: " " no deck this run, "Y"
         *> verified and applied, "R" refused whole.
         01 BATCH-REG-STATUS PIC X(2).
         01 BATCH-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 BATCH-REG-AT-EOF VALUE "Y".
         01 BATCH-STATE-SWITCH PIC X(1) VALUE SPACE.
           88 BATCH-ACCEPTED VALUE "Y".
           88 BATCH-REFUSED VALUE "R".
         01 BATCH-DECK PIC X(8) VALUE "DISPCTL".
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
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-DISPUTE".
         01 JOURNAL-STAMP PIC X(14).
         01 JOURNAL-COUNT PIC 9(4) VALUE 0.
         01 LEADERBOARD-IMAGE-TABLE.
           02 LEADERBOARD-IMAGE PIC X(60) OCCURS LB-SEAT-COUNT TIMES.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO DISPUTE REGISTER".
         MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
         PERFORM LOAD-STEWARDS.
         PERFORM LOAD-DISPUTE-REGISTER.
         PERFORM LOAD-PENDING-REGISTER.
         IF PEND-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " PEND-MAX
             " DISPPEND items (" PEND-OVERFLOW " over); nothing "
             "entered or applied and the register left as it stands"
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM APPLY-RULINGS
         END-IF.
         PERFORM PRINT-REGISTER.
         PERFORM PRINT-PENDING-REGISTER.
         DISPLAY "TRACER rulings entered " ENTERED-COUNT
           " declined " DECLINED-COUNT " void " VOIDED-COUNT.
         DISPLAY "TRACER holds placed " HOLDS-PLACED
           " released " HOLDS-RELEASED
           " rejected " TRANS-REJECTED.
         IF TRANS-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.

       APPLY-RULINGS.
         PERFORM LOAD-TRANSACTIONS.
         PERFORM APPLY-APPROVALS.
         IF TRANS-COUNT > 0
           PERFORM RESOLVE-GAME-RESULTS
           PERFORM LOAD-LEADERBOARD
             PERFORM WRITE-LEADERBOARD
           END-IF
         END-IF.
         IF ENTERED-COUNT > 0 OR DECLINED-COUNT > 0 OR
            TRANS-COUNT > 0
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
         OPEN INPUT DISP-PEND-FILE.
         IF DISP-PEND-STATUS = "00"
           PERFORM READ-NEXT-PEND
           PERFORM LOAD-ONE-PEND UNTIL PEND-AT-EOF
           CLOSE DISP-PEND-FILE
         END-IF.

       READ-NEXT-PEND.
         READ DISP-PEND-FILE
           AT END MOVE "Y" TO PEND-EOF-SWITCH
         END-READ.

       LOAD-ONE-PEND.
         IF PD-ITEM > 0
           IF PEND-COUNT < PEND-MAX
             ADD 1 TO PEND-COUNT
             MOVE PD-ITEM TO PT-ITEM (PEND-COUNT)
             MOVE PD-STATUS TO PT-STATUS (PEND-COUNT)
             MOVE PD-ACTION TO PT-ACTION (PEND-COUNT)
             MOVE PD-GAME-ID TO PT-GAME-ID (PEND-COUNT)
             MOVE PD-ENTERED-BY TO PT-ENTERED-BY (PEND-COUNT)
             MOVE PD-ENTERED-DATE TO PT-ENTERED-DATE (PEND-COUNT)
             MOVE PD-DECIDED-BY TO PT-DECIDED-BY (PEND-COUNT)
             MOVE PD-DECIDED-DATE TO PT-DECIDED-DATE (PEND-COUNT)
             IF PD-ITEM >= NEXT-ITEM
               COMPUTE NEXT-ITEM = PD-ITEM + 1
             END-IF
           ELSE
             ADD 1 TO PEND-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-PEND.

       LOAD-DISPUTE-REGISTER.
         OPEN INPUT DISPUTE-FILE.
         END-IF.
         PERFORM READ-NEXT-DISPUTE.

       *> Only a verified batch is loaded; the batch is on the
       *> register as soon as its rulings are read for entry.
       LOAD-TRANSACTIONS.
         PERFORM VERIFY-BATCH.
         IF BATCH-ACCEPTED
           OPEN INPUT DISP-CTL-FILE
           PERFORM READ-NEXT-TRANS
           PERFORM READ-NEXT-TRANS
           PERFORM LOAD-ONE-TRANS UNTIL DC-AT-EOF
           CLOSE DISP-CTL-FILE
           PERFORM RECORD-BATCH
         END-IF.

       READ-NEXT-TRANS.
           AT END MOVE "Y" TO DC-EOF-SWITCH
         END-READ.

       *> A well-formed ruling from an authorized steward goes on
       *> the pending register; nothing is held or released yet.
       LOAD-ONE-TRANS.
         MOVE DC-STEWARD TO CHECK-STEWARD.
         PERFORM FIND-STEWARD.
         IF DC-GAME-ID NOT > 0 OR
            (DC-ACTION NOT = "H" AND DC-ACTION NOT = "R")
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: malformed transaction '"
             DC-ACTION "' game " DC-GAME-ID
         ELSE IF DC-STEWARD = SPACES OR NOT STEWARD-FOUND
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: '" DC-ACTION "' game "
             DC-GAME-ID " entered by '" DC-STEWARD
             "', not an authorized steward"
         ELSE IF PEND-COUNT >= PEND-MAX
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: DISPPEND register is full"
         ELSE
           ADD 1 TO PEND-COUNT
           MOVE NEXT-ITEM TO PT-ITEM (PEND-COUNT)
           ADD 1 TO NEXT-ITEM
           MOVE "P" TO PT-STATUS (PEND-COUNT)
           MOVE DC-ACTION TO PT-ACTION (PEND-COUNT)
           MOVE DC-GAME-ID TO PT-GAME-ID (PEND-COUNT)
           MOVE DC-STEWARD TO PT-ENTERED-BY (PEND-COUNT)
           MOVE TODAY-DATE TO PT-ENTERED-DATE (PEND-COUNT)
           MOVE SPACES TO PT-DECIDED-BY (PEND-COUNT)
           MOVE SPACES TO PT-DECIDED-DATE (PEND-COUNT)
           ADD 1 TO ENTERED-COUNT
           DISPLAY "TRACER   PENDING: item " PT-ITEM (PEND-COUNT)
             " '" DC-ACTION "' game " DC-GAME-ID
             " awaits a second steward"
         END-IF.
         PERFORM READ-NEXT-TRANS.

       *> A missing DISPAPPR decides nothing this run.
       APPLY-APPROVALS.
         OPEN INPUT DISP-APPR-FILE.
         IF DISP-APPR-STATUS = "00"
           PERFORM READ-NEXT-APPR
           PERFORM APPLY-ONE-APPROVAL UNTIL APPR-AT-EOF
           CLOSE DISP-APPR-FILE
         END-IF.

       READ-NEXT-APPR.
         READ DISP-APPR-FILE
           AT END MOVE "Y" TO APPR-EOF-SWITCH
         END-READ.

       *> The checker must be authorized and must not be the
       *> steward who entered the ruling. An approved ruling joins
       *> this run's transactions, applied below in approval order.
       APPLY-ONE-APPROVAL.
         MOVE 0 TO PX.
         PERFORM FIND-ONE-PEND-ITEM
           VARYING DX FROM 1 BY 1 UNTIL DX > PEND-COUNT.
         MOVE AP-STEWARD TO CHECK-STEWARD.
         PERFORM FIND-STEWARD.
         IF AP-ACTION NOT = "A" AND AP-ACTION NOT = "X"
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: unknown decision '"
             AP-ACTION "' for item " AP-ITEM
         ELSE IF PX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: no item " AP-ITEM
             " on DISPPEND"
         ELSE IF PT-STATUS (PX) NOT = "P"
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " is not pending"
         ELSE IF AP-STEWARD = SPACES OR NOT STEWARD-FOUND
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " decided by '" AP-STEWARD
             "', not an authorized steward"
         ELSE IF AP-STEWARD = PT-ENTERED-BY (PX)
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: item " AP-ITEM
             " cannot be decided by " AP-STEWARD
             ", who entered it"
         ELSE IF AP-ACTION = "A" AND TRANS-COUNT >= TRANS-MAX
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER SEVERE ERROR: more than " TRANS-MAX
             " approvals; item " AP-ITEM " left pending"
         ELSE
           MOVE AP-STEWARD TO PT-DECIDED-BY (PX)
           MOVE TODAY-DATE TO PT-DECIDED-DATE (PX)
           IF AP-ACTION = "A"
             MOVE "A" TO PT-STATUS (PX)
             ADD 1 TO TRANS-COUNT
             MOVE PT-ACTION (PX) TO TR-ACTION (TRANS-COUNT)
             MOVE PT-GAME-ID (PX) TO TR-GAME-ID (TRANS-COUNT)
             MOVE 0 TO TR-WINNER (TRANS-COUNT)
             MOVE 0 TO TR-RESOLVED (TRANS-COUNT)
             MOVE PX TO TR-PEND-IDX (TRANS-COUNT)
             PERFORM CLEAR-ONE-TRANS-SEAT
               VARYING J FROM 1 BY 1 UNTIL J > 8
           ELSE
             MOVE "X" TO PT-STATUS (PX)
             ADD 1 TO DECLINED-COUNT
             DISPLAY "TRACER   DECLINED: item " PT-ITEM (PX)
               " '" PT-ACTION (PX) "' game " PT-GAME-ID (PX)
               " rejected by " AP-STEWARD
           END-IF
         END-IF.
         PERFORM READ-NEXT-APPR.

       FIND-ONE-PEND-ITEM.
         IF PT-ITEM (DX) = AP-ITEM
           MOVE DX TO PX
         END-IF.

       CLEAR-ONE-TRANS-SEAT.
         MOVE SPACES TO TR-NAME (TRANS-COUNT, J).
         MOVE GH-POINTS (J) TO TR-POINTS (K, J).

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
       APPLY-ONE-TRANSACTION.
         PERFORM FIND-REGISTER-ENTRY.
         IF TR-RESOLVED (K) = 0
           PERFORM VOID-APPROVED-RULING
           DISPLAY "TRACER   REJECTED: game " TR-GAME-ID (K)
             " has no keyed summary row to rule on"
         ELSE IF TR-ACTION (K) = "H"

       PLACE-ONE-HOLD.
         IF REG-IDX > 0 AND DPT-STATUS (REG-IDX) = "H"
           PERFORM VOID-APPROVED-RULING
           DISPLAY "TRACER   REJECTED: game " TR-GAME-ID (K)
             " is already held"
         ELSE
             DISPLAY "TRACER   HELD: game " TR-GAME-ID (K)
               " frozen out of the rollups"
           ELSE
             PERFORM VOID-APPROVED-RULING
             DISPLAY "TRACER   REJECTED: dispute register is full"
           END-IF
         END-IF.

       RELEASE-ONE-HOLD.
         IF REG-IDX = 0 OR DPT-STATUS (REG-IDX) NOT = "H"
           PERFORM VOID-APPROVED-RULING
           DISPLAY "TRACER   REJECTED: game " TR-GAME-ID (K)
             " is not held"
         ELSE
             " back in the rollups"
         END-IF.

       *> Approved, but the register had moved on since it was
       *> entered; kept on DISPPEND as void, with both stewards.
       VOID-APPROVED-RULING.
         ADD 1 TO TRANS-REJECTED.
         ADD 1 TO VOIDED-COUNT.
         MOVE "V" TO PT-STATUS (TR-PEND-IDX (K)).

       BACK-OUT-GAME-CREDIT.
         PERFORM BACK-OUT-ONE-SEAT
           VARYING J FROM 1 BY 1 UNTIL J > 8.
         WRITE DISPUTE-RECORD.

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

       PRINT-REGISTER.
           DISPLAY "TRACER   game " DPT-GAME-ID (DX)
             " released " DPT-DATE (DX)
         END-IF.

       WRITE-PENDING-REGISTER.
         OPEN OUTPUT DISP-PEND-FILE.
         PERFORM WRITE-ONE-PEND
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.
         CLOSE DISP-PEND-FILE.

       WRITE-ONE-PEND.
         MOVE SPACES TO DISP-PEND-RECORD.
         MOVE PT-ITEM (PX) TO PD-ITEM.
         MOVE PT-STATUS (PX) TO PD-STATUS.
         MOVE PT-ACTION (PX) TO PD-ACTION.
         MOVE PT-GAME-ID (PX) TO PD-GAME-ID.
         MOVE PT-ENTERED-BY (PX) TO PD-ENTERED-BY.
         MOVE PT-ENTERED-DATE (PX) TO PD-ENTERED-DATE.
         MOVE PT-DECIDED-BY (PX) TO PD-DECIDED-BY.
         MOVE PT-DECIDED-DATE (PX) TO PD-DECIDED-DATE.
         WRITE DISP-PEND-RECORD.

       *> Every ruling, with who entered it and who approved or
       *> rejected it - the maker/checker trail for the record.
       PRINT-PENDING-REGISTER.
         DISPLAY " ".
         DISPLAY "RULING REGISTER - " PEND-COUNT " item(s)".
         PERFORM PRINT-ONE-PEND-ITEM
           VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.

       PRINT-ONE-PEND-ITEM.
         EVALUATE PT-STATUS (PX)
           WHEN "P" MOVE "PENDING" TO STATUS-WORD
           WHEN "A" MOVE "approved" TO STATUS-WORD
           WHEN "V" MOVE "VOID" TO STATUS-WORD
           WHEN OTHER MOVE "REJECTED" TO STATUS-WORD
         END-EVALUATE.
         IF PT-ACTION (PX) = "H"
           MOVE "hold" TO ACTION-WORD
         ELSE
           MOVE "release" TO ACTION-WORD
         END-IF.
         DISPLAY "TRACER   item " PT-ITEM (PX) " " STATUS-WORD
           " " ACTION-WORD " game " PT-GAME-ID (PX).
         DISPLAY "TRACER     entered by " PT-ENTERED-BY (PX)
           " on " PT-ENTERED-DATE (PX).
         IF PT-STATUS (PX) = "A" OR PT-STATUS (PX) = "V"
           DISPLAY "TRACER     approved by " PT-DECIDED-BY (PX)
             " on " PT-DECIDED-DATE (PX)
         ELSE IF PT-STATUS (PX) = "X"
           DISPLAY "TRACER     rejected by " PT-DECIDED-BY (PX)
             " on " PT-DECIDED-DATE (PX)
         END-IF.

       *> The deck must open with a BATCH header whose item count
       *> and hash total match the transactions behind it, under a
       *> batch id not already on the BATCHREG register - otherwise
       *> the whole deck is refused and nothing in it is applied, so
       *> a resubmitted deck can never post twice.
       VERIFY-BATCH.
         OPEN INPUT DISP-CTL-FILE.
         IF DISP-CTL-STATUS = "00"
           MOVE "Y" TO BATCH-STATE-SWITCH
           MOVE 0 TO BATCH-ITEMS
           MOVE 0 TO BATCH-HASH
           PERFORM READ-NEXT-TRANS
           IF DC-AT-EOF OR DCH-TAG NOT = "BATCH"
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " does not open with a BATCH header; whole deck "
               "refused"
           ELSE IF DCH-BATCH-ID = SPACES OR
                   DCH-ITEM-COUNT IS NOT NUMERIC OR
                   DCH-HASH-TOTAL IS NOT NUMERIC
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " BATCH header is malformed; whole deck refused"
           ELSE
             MOVE DCH-BATCH-ID TO BATCH-ID
             MOVE DCH-ITEM-COUNT TO BATCH-HEADER-COUNT
             MOVE DCH-HASH-TOTAL TO BATCH-HEADER-HASH
             PERFORM READ-NEXT-TRANS
             PERFORM COUNT-ONE-BATCH-ITEM UNTIL DC-AT-EOF
           END-IF
           END-IF
           CLOSE DISP-CTL-FILE
           MOVE "N" TO DC-EOF-SWITCH
           IF BATCH-ACCEPTED
             PERFORM CHECK-BATCH-TOTALS
           END-IF
           IF BATCH-REFUSED AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       COUNT-ONE-BATCH-ITEM.
         ADD 1 TO BATCH-ITEMS.
         IF DC-GAME-ID IS NUMERIC
           ADD DC-GAME-ID TO BATCH-HASH
         END-IF.
         PERFORM READ-NEXT-TRANS.

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
