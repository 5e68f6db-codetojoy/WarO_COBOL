      *> re-added to a running balance, against the master's stored
      *> balance. Run with no BANKUPDT present it is statements
      *> only, the same listing-only convention WARO-ROSTER uses.
      *> BANKUPDT opens with a BATCH header (id, item count, hash
      *> total of amounts); a deck whose totals disagree or whose
      *> batch id is already on BATCHREG is refused whole, RC 8.
      *> A busted player stays barred from seating by WARO's
      *> INIT-PLAYERS until a re-buy posted here covers the stake.
      *> Every BANKROLL record the run rewrites differently
      *> is journaled to MASTJRNL with its before and after image,
      *> for WARO-JOURNAL to answer "why did this change".
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             FILE STATUS IS BANKROLL-STATUS.

           *> Re-buy transactions: "B" plus the player name and the
           *> chip amount to credit. Applied in file order, behind
           *> the BATCH header record.
           SELECT BANK-UPDT-FILE ASSIGN TO "BANKUPDT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANK-UPDT-STATUS.
           SELECT BANKPOST-FILE ASSIGN TO "BANKPOST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKPOST-STATUS.

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
         *> Same layouts waro.cbl keeps; duplicated here rather than
           02 BU-NAME PIC X(6).
           02 FILLER PIC X.
           02 BU-AMOUNT PIC 9(6).
         *> The deck's first record: the batch id, the number of
         *> transactions behind it, and the hash total of their
         *> re-buy amounts.
         01 BUH-BATCH-HEADER.
           02 BUH-TAG PIC X(5).
           02 FILLER PIC X.
           02 BUH-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 BUH-ITEM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 BUH-HASH-TOTAL PIC 9(10).


         FD BANKPOST-FILE.
         01 BANKPOST-RECORD.
           02 BP-TYPE PIC X(1).
           02 FILLER PIC X.
           02 BP-AMOUNT PIC 9(6).
           02 FILLER PIC X.
           02 BP-EVENT PIC X(8).

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
         01 BANKROLL-STATUS PIC X(2).
         01 POST-EOF-SWITCH PIC X(1).
           88 POST-AT-EOF VALUE "Y".

         *> Same distinct-name ceiling waro.cbl's bank table uses. A
         *> book past it is counted in BANK-OVERFLOW and never
         *> rewritten: the run lists statements only, RC 8.
         78 BANK-NAME-MAX VALUE 200.
         01 BANK-NAME-COUNT PIC 9(3) VALUE 0.
         01 BANK-OVERFLOW PIC 9(6) VALUE 0.
         01 BANK-TABLE.
           02 BANK-ENTRY OCCURS BANK-NAME-MAX TIMES.
             03 BANK-NAME PIC X(6).
             03 BANK-BALANCE PIC 9(6).

         01 K PIC 9(3).
         01 NAME-LOOKUP-IDX PIC 9(3).
         01 NAME-FOUND-IDX PIC 9(3).
         01 REBUYS-APPLIED PIC 9(4) VALUE 0.
         01 TRANS-REJECTED PIC 9(4) VALUE 0.
         01 STMT-BALANCE PIC S9(7).
         01 STMT-POSTINGS PIC 9(6).


         *> The deck's batch control: " " no deck this run, "Y"
         *> verified and applied, "R" refused whole.
         01 BATCH-REG-STATUS PIC X(2).
         01 BATCH-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 BATCH-REG-AT-EOF VALUE "Y".
         01 BATCH-STATE-SWITCH PIC X(1) VALUE SPACE.
           88 BATCH-ACCEPTED VALUE "Y".
           88 BATCH-REFUSED VALUE "R".
         01 BATCH-DECK PIC X(8) VALUE "BANKUPDT".
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
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-BANKROLL".
         01 JOURNAL-STAMP PIC X(14).
         01 JOURNAL-COUNT PIC 9(4) VALUE 0.
         01 BANKROLL-IMAGE-TABLE.
           02 BANKROLL-IMAGE PIC X(60) OCCURS BANK-NAME-MAX TIMES.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO BANKROLL STEWARD".
         PERFORM LOAD-BANKROLL.
         IF BANK-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " BANK-NAME-MAX
             " names on BANKROLL (" BANK-OVERFLOW " over); no re-buys "
             "applied and the book left as it stands"
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM APPLY-REBUYS
           IF REBUYS-APPLIED > 0
             PERFORM WRITE-BANKROLL
           END-IF
         END-IF.
         PERFORM PRINT-STATEMENTS.
         IF TRANS-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.

       LOAD-BANKROLL.
         MOVE SPACES TO BANKROLL-IMAGE-TABLE.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BANKROLL
         END-READ.

       LOAD-ONE-BANKROLL.
         IF BR-NAME NOT = SPACES
           IF BANK-NAME-COUNT < BANK-NAME-MAX
             ADD 1 TO BANK-NAME-COUNT
             MOVE BANKROLL-RECORD TO BANKROLL-IMAGE (BANK-NAME-COUNT)
             MOVE BR-NAME TO BANK-NAME (BANK-NAME-COUNT)
             MOVE BR-BALANCE TO BANK-BALANCE (BANK-NAME-COUNT)
           ELSE
             ADD 1 TO BANK-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL.

       *> A missing BANKUPDT (FILE STATUS 35) makes this a
       *> statements-only run, as does a refused batch.
       APPLY-REBUYS.
         PERFORM VERIFY-BATCH.
         IF BATCH-ACCEPTED
           OPEN INPUT BANK-UPDT-FILE
           OPEN EXTEND BANKPOST-FILE
           IF BANKPOST-STATUS = "35"
             OPEN OUTPUT BANKPOST-FILE
           END-IF
           PERFORM READ-NEXT-UPDT
           PERFORM READ-NEXT-UPDT
           PERFORM APPLY-ONE-REBUY UNTIL UPDT-AT-EOF
           CLOSE BANK-UPDT-FILE
           CLOSE BANKPOST-FILE
           PERFORM RECORD-BATCH
         END-IF.

       READ-NEXT-UPDT.
         END-IF.

       WRITE-BANKROLL.
         PERFORM OPEN-JOURNAL.
         OPEN OUTPUT BANKROLL-FILE.
         PERFORM WRITE-ONE-BANKROLL
           VARYING K FROM 1 BY 1 UNTIL K > BANK-NAME-COUNT.
         CLOSE BANKROLL-FILE.
         PERFORM CLOSE-JOURNAL.

       WRITE-ONE-BANKROLL.
         MOVE SPACES TO BANKROLL-RECORD.
         MOVE BANK-NAME (K) TO BR-NAME.
         MOVE BANK-BALANCE (K) TO BR-BALANCE.
         IF BANKROLL-RECORD NOT = BANKROLL-IMAGE (K)
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "BANKROLL" TO JR-MASTER
           MOVE BR-NAME TO JR-KEY
           MOVE BANKROLL-IMAGE (K) TO JR-BEFORE
           MOVE BANKROLL-RECORD TO JR-AFTER
           PERFORM WRITE-JOURNAL-ENTRY
         END-IF.
         WRITE BANKROLL-RECORD.

       *> One statement per player: every posting on file for the
           ELSE
             ADD BP-AMOUNT TO STMT-BALANCE
           END-IF
           IF BP-EVENT = SPACES
             DISPLAY "TRACER   " BP-DATE " game " BP-GAME-ID
               " type " BP-TYPE " amount " BP-AMOUNT
           ELSE
             DISPLAY "TRACER   " BP-DATE " event " BP-EVENT
               " type " BP-TYPE " amount " BP-AMOUNT
           END-IF
         END-IF.
         PERFORM READ-NEXT-POSTING.

       *> The deck must open with a BATCH header whose item count
       *> and hash total match the transactions behind it, under a
       *> batch id not already on the BATCHREG register - otherwise
       *> the whole deck is refused and nothing in it is applied, so
       *> a resubmitted deck can never post twice.
       VERIFY-BATCH.
         OPEN INPUT BANK-UPDT-FILE.
         IF BANK-UPDT-STATUS = "00"
           MOVE "Y" TO BATCH-STATE-SWITCH
           MOVE 0 TO BATCH-ITEMS
           MOVE 0 TO BATCH-HASH
           PERFORM READ-NEXT-UPDT
           IF UPDT-AT-EOF OR BUH-TAG NOT = "BATCH"
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " does not open with a BATCH header; whole deck "
               "refused"
           ELSE IF BUH-BATCH-ID = SPACES OR
                   BUH-ITEM-COUNT IS NOT NUMERIC OR
                   BUH-HASH-TOTAL IS NOT NUMERIC
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " BATCH header is malformed; whole deck refused"
           ELSE
             MOVE BUH-BATCH-ID TO BATCH-ID
             MOVE BUH-ITEM-COUNT TO BATCH-HEADER-COUNT
             MOVE BUH-HASH-TOTAL TO BATCH-HEADER-HASH
             PERFORM READ-NEXT-UPDT
             PERFORM COUNT-ONE-BATCH-ITEM UNTIL UPDT-AT-EOF
           END-IF
           END-IF
           CLOSE BANK-UPDT-FILE
           MOVE "N" TO UPDT-EOF-SWITCH
           IF BATCH-ACCEPTED
             PERFORM CHECK-BATCH-TOTALS
           END-IF
           IF BATCH-REFUSED AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.

       COUNT-ONE-BATCH-ITEM.
         ADD 1 TO BATCH-ITEMS.
         IF BU-AMOUNT IS NUMERIC
           ADD BU-AMOUNT TO BATCH-HASH
         END-IF.
         PERFORM READ-NEXT-UPDT.

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
