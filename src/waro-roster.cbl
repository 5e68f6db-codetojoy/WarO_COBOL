      *> existing rows still resolve, and the reports look the id's
      *> full-length display name up here instead of printing
      *> "CHRIS1" at the membership.
      *>
      *> Each member also carries a league division (1 is the top
      *> flight). A new member lands in the bottom division - the
      *> highest division number anyone on the roster holds - and a
      *> "D" transaction places a member by hand; WARO-SEASONEND
      *> moves them up and down at season close.
      *>
      *> ROSTUPDT opens with a BATCH header (id, item count, hash
      *> total of the strategy / division digits); a deck whose
      *> totals disagree or whose batch id is already on BATCHREG
      *> is refused whole, RC 8.
      *> Every ROSTER record the run rewrites differently
      *> is journaled to MASTJRNL with its before and after image,
      *> for WARO-JOURNAL to answer "why did this change".
      *>
      *> A "P" transaction sets or resets a member's sign-in PIN,
      *> which the human and play-by-mail seats must give before
      *> they bid. Only the PIN's hash is kept, on PINFILE by
      *> player-id, never on ROSTER itself, which every report
      *> reads. The listing shows who has no PIN yet and who is
      *> locked out by failed sign-ins on PINLOG; setting a new
      *> PIN is what lifts a lockout.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.

           *> Maintenance transactions: "A" add (name, strategy,
           *> date joined), "U" update the default strategy, "R"
           *> retire, "D" place in a division, "P" set the sign-in
           *> PIN. Applied in file order, behind the BATCH header
           *> record.
           SELECT ROSTER-UPDT-FILE ASSIGN TO "ROSTUPDT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-UPDT-STATUS.

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

           *> Sign-in PINs, one record per member who has one: the
           *> player-id, the PIN's hash and when it was set.
           SELECT PIN-FILE ASSIGN TO "PINFILE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-STATUS.

           *> Every sign-in player-turn has checked, good or failed;
           *> read here only to show who is locked out.
           SELECT PIN-LOG-FILE ASSIGN TO "PINLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-LOG-STATUS.

           *> How many failed sign-ins in a row lock a member out;
           *> a missing PINCTL means three, as player-turn applies.
           SELECT PIN-CTL-FILE ASSIGN TO "PINCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PIN-CTL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD ROSTER-FILE.
           02 RST-FULL-NAME PIC X(20).
           02 FILLER PIC X.
           02 RST-ALIAS PIC X(6).
           *> League division, 1 the top flight; appended at the
           *> tail the same way, so a record written before it
           *> existed reads spaces here and is placed in the bottom
           *> division by ASSIGN-MISSING-DIVISIONS.
           02 FILLER PIC X.
           02 RST-DIVISION PIC 9(1).
           02 RST-DIVISION-X REDEFINES RST-DIVISION PIC X(1).
           *> A guest - status "G", a visiting player from another
           *> club, entered by WARO-INTERCLUB when that club's
           *> results are imported - carries the club's interchange
           *> code here; members leave it blank. Same tail-append
           *> rule as the fields above.
           02 FILLER PIC X.
           02 RST-CLUB PIC X(4).

         FD ROSTER-UPDT-FILE.
         01 ROSTER-UPDT-RECORD.
           02 UPD-NAME PIC X(6).
           02 FILLER PIC X.
           02 UPD-STRATEGY PIC 9(1).
           *> A "D" placement carries the division in the strategy
           *> byte.
           02 UPD-DIVISION REDEFINES UPD-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 UPD-DATE PIC X(8).
           *> Appended for the newer transactions: the full-length
           *> display name for an "F" (or an "A" that supplies one),
           *> - for an "N" rename - the NEW six-character short
           *> name in the field's first six bytes, and for a "P"
           *> the new PIN in its first eight.
           02 FILLER PIC X.
           02 UPD-FULL-NAME PIC X(20).
         *> The deck's first record: the batch id, the number of
         *> transactions behind it, and the hash total of their
         *> strategy / division digits (the deck carries no amounts).
         01 UPH-BATCH-HEADER.
           02 UPH-TAG PIC X(5).
           02 FILLER PIC X.
           02 UPH-BATCH-ID PIC X(12).
           02 FILLER PIC X.
           02 UPH-ITEM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 UPH-HASH-TOTAL PIC 9(10).


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

         FD PIN-FILE.
         01 PIN-RECORD.
           02 PN-PLAYER-ID PIC 9(4).
           02 FILLER PIC X.
           02 PN-HASH PIC 9(8).
           02 FILLER PIC X.
           02 PN-SET-STAMP PIC X(14).

         *> Same layout player-turn appends.
         FD PIN-LOG-FILE.
         01 PIN-LOG-RECORD.
           02 PL-DATE PIC X(8).
           02 FILLER PIC X.
           02 PL-TIME PIC X(6).
           02 FILLER PIC X.
           02 PL-NAME PIC X(6).
           02 FILLER PIC X.
           02 PL-CHANNEL PIC X(1).
           02 FILLER PIC X.
           02 PL-RESULT PIC X(1).
           02 FILLER PIC X.
           02 PL-GAME-ID PIC 9(6).
           02 FILLER PIC X.
           02 PL-ROUND PIC 9(2).
           02 FILLER PIC X.
           02 PL-SEAT PIC 9(2).
           02 FILLER PIC X.
           02 PL-MOVE-SEQ PIC 9(6).

         FD PIN-CTL-FILE.
         01 PIN-CTL-RECORD.
           02 PC-ATTEMPTS PIC 9(2).

         WORKING-STORAGE SECTION.
         01 ROSTER-STATUS PIC X(2).
         01 UPDT-EOF-SWITCH PIC X(1) VALUE "N".
           88 UPDT-AT-EOF VALUE "Y".

         *> Members and the other clubs' guests (status "G") share
         *> the file, so the ceiling allows for both. Every program
         *> that loads ROSTER whole must track this value.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-TABLE.
           02 ROSTER-ENTRY OCCURS ROSTER-MAX TIMES.
             03 RT-NAME PIC X(6).
             03 RT-PLAYER-ID PIC 9(4).
             03 RT-FULL-NAME PIC X(20).
             03 RT-ALIAS PIC X(6).
             03 RT-DIVISION PIC 9(1).
             03 RT-CLUB PIC X(4).
             03 RT-PIN-HASH PIC 9(8).
             03 RT-PIN-SET PIC X(14).
             03 RT-PIN-FAILS PIC 9(4).

         01 K PIC 9(3).
         01 FOUND-IDX PIC 9(3).
         01 ADDS-APPLIED PIC 9(4) VALUE 0.
         01 UPDATES-APPLIED PIC 9(4) VALUE 0.
         01 RETIRES-APPLIED PIC 9(4) VALUE 0.
         01 NAMES-APPLIED PIC 9(4) VALUE 0.
         01 RENAMES-APPLIED PIC 9(4) VALUE 0.
         01 DIVISIONS-APPLIED PIC 9(4) VALUE 0.
         01 IDS-ASSIGNED PIC 9(4) VALUE 0.
         01 DIVISIONS-ASSIGNED PIC 9(4) VALUE 0.
         01 PINS-APPLIED PIC 9(4) VALUE 0.
         01 TRANS-REJECTED PIC 9(4) VALUE 0.
         01 NEXT-PLAYER-ID PIC 9(4) VALUE 0.
         *> The highest division number on the roster - where new
         *> and unplaced members go; 1 while nobody holds any.
         01 BOTTOM-DIVISION PIC 9(1) VALUE 1.


         *> The deck's batch control: " " no deck this run, "Y"
         *> verified and applied, "R" refused whole.
         01 BATCH-REG-STATUS PIC X(2).
         01 BATCH-REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 BATCH-REG-AT-EOF VALUE "Y".
         01 BATCH-STATE-SWITCH PIC X(1) VALUE SPACE.
           88 BATCH-ACCEPTED VALUE "Y".
           88 BATCH-REFUSED VALUE "R".
         01 BATCH-DECK PIC X(8) VALUE "ROSTUPDT".
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
         01 JOURNAL-PROGRAM PIC X(14) VALUE "WARO-ROSTER".
         01 JOURNAL-STAMP PIC X(14).
         01 JOURNAL-COUNT PIC 9(4) VALUE 0.
         01 ROSTER-IMAGE-TABLE.
           02 ROSTER-IMAGE PIC X(60) OCCURS ROSTER-MAX TIMES.
         01 PIN-IMAGE-TABLE.
           02 PIN-IMAGE PIC X(60) OCCURS ROSTER-MAX TIMES.

         *> Sign-in PINs and the lockout count behind the listing.
         01 PIN-STATUS PIC X(2).
         01 PIN-EOF-SWITCH PIC X(1) VALUE "N".
           88 PIN-AT-EOF VALUE "Y".
         01 PIN-LOG-STATUS PIC X(2).
         01 PIN-LOG-EOF-SWITCH PIC X(1) VALUE "N".
           88 PIN-LOG-AT-EOF VALUE "Y".
         01 PIN-CTL-STATUS PIC X(2).
         01 PIN-ATTEMPT-LIMIT PIC 9(2) VALUE 3.
         01 PIN-TEXT PIC X(8).
         01 PIN-HASH-WORK PIC 9(8).
         01 PIN-LOG-STAMP.
           02 PIN-LOG-STAMP-DATE PIC X(8).
           02 PIN-LOG-STAMP-TIME PIC X(6).

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO ROSTER MAINTENANCE".
         PERFORM LOAD-ROSTER.
         PERFORM ASSIGN-MISSING-IDS.
         PERFORM ASSIGN-MISSING-DIVISIONS.
         PERFORM LOAD-PINS.
         PERFORM APPLY-TRANSACTIONS.
         IF ADDS-APPLIED > 0 OR UPDATES-APPLIED > 0 OR
            RETIRES-APPLIED > 0 OR NAMES-APPLIED > 0 OR
            RENAMES-APPLIED > 0 OR IDS-ASSIGNED > 0 OR
            DIVISIONS-APPLIED > 0 OR DIVISIONS-ASSIGNED > 0 OR
            PINS-APPLIED > 0
           PERFORM WRITE-ROSTER
         END-IF.
         PERFORM LOAD-PIN-FAILURES.
         PERFORM PRINT-ROSTER-REPORT.
         IF TRANS-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.
       *> A missing ROSTER (FILE STATUS 35) is just an empty league -
       *> the first "A" transactions found it.
       LOAD-ROSTER.
         MOVE SPACES TO ROSTER-IMAGE-TABLE.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
       LOAD-ONE-ROSTER-RECORD.
         IF RST-NAME NOT = SPACES AND ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE ROSTER-RECORD TO ROSTER-IMAGE (ROSTER-COUNT)
           MOVE RST-NAME TO RT-NAME (ROSTER-COUNT)
           MOVE RST-STRATEGY TO RT-STRATEGY (ROSTER-COUNT)
           MOVE RST-STATUS TO RT-STATUS (ROSTER-COUNT)
           END-IF
           MOVE RST-FULL-NAME TO RT-FULL-NAME (ROSTER-COUNT)
           MOVE RST-ALIAS TO RT-ALIAS (ROSTER-COUNT)
           MOVE RST-CLUB TO RT-CLUB (ROSTER-COUNT)
           MOVE 0 TO RT-PIN-HASH (ROSTER-COUNT)
           MOVE SPACES TO RT-PIN-SET (ROSTER-COUNT)
           MOVE 0 TO RT-PIN-FAILS (ROSTER-COUNT)
           IF RT-PLAYER-ID (ROSTER-COUNT) > NEXT-PLAYER-ID
             MOVE RT-PLAYER-ID (ROSTER-COUNT) TO NEXT-PLAYER-ID
           END-IF
           IF RST-DIVISION-X NOT = SPACES AND
              RST-DIVISION IS NUMERIC
             MOVE RST-DIVISION TO RT-DIVISION (ROSTER-COUNT)
           ELSE
             MOVE 0 TO RT-DIVISION (ROSTER-COUNT)
           END-IF
           IF RT-DIVISION (ROSTER-COUNT) > BOTTOM-DIVISION
             MOVE RT-DIVISION (ROSTER-COUNT) TO BOTTOM-DIVISION
           END-IF
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

             RT-NAME (K)
         END-IF.

       *> Members loaded without a division (legacy records) start
       *> in the bottom division, the same place a new member goes.
       ASSIGN-MISSING-DIVISIONS.
         PERFORM ASSIGN-ONE-DIVISION
           VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT.

       ASSIGN-ONE-DIVISION.
         IF RT-DIVISION (K) = 0
           MOVE BOTTOM-DIVISION TO RT-DIVISION (K)
           ADD 1 TO DIVISIONS-ASSIGNED
           DISPLAY "TRACER   " RT-NAME (K) " placed in division "
             BOTTOM-DIVISION
         END-IF.

       *> Each PIN record lands on the member holding its
       *> player-id; a member with no record has no PIN yet.
       LOAD-PINS.
         MOVE SPACES TO PIN-IMAGE-TABLE.
         OPEN INPUT PIN-FILE.
         IF PIN-STATUS = "00"
           PERFORM READ-NEXT-PIN-RECORD
           PERFORM LOAD-ONE-PIN-RECORD UNTIL PIN-AT-EOF
           CLOSE PIN-FILE
         END-IF.

       READ-NEXT-PIN-RECORD.
         READ PIN-FILE
           AT END MOVE "Y" TO PIN-EOF-SWITCH
         END-READ.

       LOAD-ONE-PIN-RECORD.
         IF PN-PLAYER-ID IS NUMERIC AND PN-HASH IS NUMERIC
           PERFORM LOAD-PIN-FOR-MEMBER
             VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT
         END-IF.
         PERFORM READ-NEXT-PIN-RECORD.

       LOAD-PIN-FOR-MEMBER.
         IF RT-PLAYER-ID (K) = PN-PLAYER-ID
           MOVE PIN-RECORD TO PIN-IMAGE (K)
           MOVE PN-HASH TO RT-PIN-HASH (K)
           MOVE PN-SET-STAMP TO RT-PIN-SET (K)
         END-IF.

       *> A missing ROSTUPDT (FILE STATUS 35) makes this a
       *> listing-only run, as does a refused batch.
       APPLY-TRANSACTIONS.
         PERFORM VERIFY-BATCH.
         IF BATCH-ACCEPTED
           OPEN INPUT ROSTER-UPDT-FILE
           PERFORM READ-NEXT-UPDT-RECORD
           PERFORM READ-NEXT-UPDT-RECORD
           PERFORM APPLY-ONE-TRANSACTION UNTIL UPDT-AT-EOF
           CLOSE ROSTER-UPDT-FILE
           PERFORM RECORD-BATCH
         END-IF.

       READ-NEXT-UPDT-RECORD.
             PERFORM APPLY-FULL-NAME
           WHEN "N"
             PERFORM APPLY-RENAME
           WHEN "D"
             PERFORM APPLY-DIVISION
           WHEN "P"
             PERFORM APPLY-PIN
           WHEN OTHER
             ADD 1 TO TRANS-REJECTED
             DISPLAY "TRACER   REJECTED: unknown action '"
           MOVE NEXT-PLAYER-ID TO RT-PLAYER-ID (ROSTER-COUNT)
           MOVE UPD-FULL-NAME TO RT-FULL-NAME (ROSTER-COUNT)
           MOVE SPACES TO RT-ALIAS (ROSTER-COUNT)
           MOVE BOTTOM-DIVISION TO RT-DIVISION (ROSTER-COUNT)
           MOVE SPACES TO RT-CLUB (ROSTER-COUNT)
           MOVE 0 TO RT-PIN-HASH (ROSTER-COUNT)
           MOVE SPACES TO RT-PIN-SET (ROSTER-COUNT)
           MOVE 0 TO RT-PIN-FAILS (ROSTER-COUNT)
           ADD 1 TO ADDS-APPLIED
           DISPLAY "TRACER   ADDED: " UPD-NAME " (id "
             NEXT-PLAYER-ID ", strategy " UPD-STRATEGY
             ", joined " UPD-DATE ", division " BOTTOM-DIVISION
             ")"
         END-IF.

       APPLY-UPDATE.
             RT-PLAYER-ID (FOUND-IDX) " unchanged)"
         END-IF.

       *> Hand placement, e.g. when a growing league is first split
       *> or a strong newcomer is seeded straight into a higher
       *> flight. Placing someone below the current bottom opens a
       *> new bottom division for later adds.
       APPLY-DIVISION.
         IF FOUND-IDX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " UPD-NAME
             " is not registered"
         ELSE IF UPD-DIVISION IS NOT NUMERIC OR UPD-DIVISION = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: division for " UPD-NAME
             " must be 1-9"
         ELSE
           MOVE UPD-DIVISION TO RT-DIVISION (FOUND-IDX)
           IF UPD-DIVISION > BOTTOM-DIVISION
             MOVE UPD-DIVISION TO BOTTOM-DIVISION
           END-IF
           ADD 1 TO DIVISIONS-APPLIED
           DISPLAY "TRACER   DIVISION: " UPD-NAME " now division "
             UPD-DIVISION
         END-IF.

       *> The PIN is hashed with the member's player-id and only the
       *> hash is kept. Setting it stamps the time, so failed
       *> sign-ins logged before the stamp no longer count: a new
       *> PIN is also how a locked-out member is let back in.
       APPLY-PIN.
         MOVE UPD-FULL-NAME (1:8) TO PIN-TEXT.
         MOVE 0 TO PIN-HASH-WORK.
         IF FOUND-IDX > 0
           CALL 'pin-hash' USING PIN-TEXT,
               RT-PLAYER-ID (FOUND-IDX), PIN-HASH-WORK
         END-IF.
         MOVE SPACES TO PIN-TEXT.
         IF FOUND-IDX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " UPD-NAME
             " is not registered"
         ELSE IF PIN-HASH-WORK = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: PIN for " UPD-NAME
             " must be 4 to 8 digits"
         ELSE
           MOVE PIN-HASH-WORK TO RT-PIN-HASH (FOUND-IDX)
           MOVE FUNCTION CURRENT-DATE (1:14)
             TO RT-PIN-SET (FOUND-IDX)
           ADD 1 TO PINS-APPLIED
           DISPLAY "TRACER   PIN SET: " UPD-NAME
         END-IF
         END-IF.

       WRITE-ROSTER.
         PERFORM OPEN-JOURNAL.
         OPEN OUTPUT ROSTER-FILE.
         PERFORM WRITE-ONE-ROSTER-RECORD
           VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT.
         CLOSE ROSTER-FILE.
         IF PINS-APPLIED > 0
           PERFORM WRITE-PIN-FILE
         END-IF.
         PERFORM CLOSE-JOURNAL.

       WRITE-PIN-FILE.
         OPEN OUTPUT PIN-FILE.
         PERFORM WRITE-ONE-PIN-RECORD
           VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT.
         CLOSE PIN-FILE.

       WRITE-ONE-PIN-RECORD.
         IF RT-PIN-HASH (K) > 0
           MOVE SPACES TO PIN-RECORD
           MOVE RT-PLAYER-ID (K) TO PN-PLAYER-ID
           MOVE RT-PIN-HASH (K) TO PN-HASH
           MOVE RT-PIN-SET (K) TO PN-SET-STAMP
           IF PIN-RECORD NOT = PIN-IMAGE (K)
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "PINFILE" TO JR-MASTER
             MOVE RT-NAME (K) TO JR-KEY
             MOVE PIN-IMAGE (K) TO JR-BEFORE
             MOVE PIN-RECORD TO JR-AFTER
             PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           WRITE PIN-RECORD
         END-IF.

       *> Failed sign-ins in a row since the member's PIN was last
       *> set or last accepted, from the PINLOG player-turn keeps;
       *> as many as PINCTL allows is a lockout.
       LOAD-PIN-FAILURES.
         OPEN INPUT PIN-CTL-FILE.
         IF PIN-CTL-STATUS = "00"
           READ PIN-CTL-FILE
             AT END CONTINUE
             NOT AT END
               IF PC-ATTEMPTS IS NUMERIC AND PC-ATTEMPTS > 0
                 MOVE PC-ATTEMPTS TO PIN-ATTEMPT-LIMIT
               END-IF
           END-READ
           CLOSE PIN-CTL-FILE
         END-IF.
         OPEN INPUT PIN-LOG-FILE.
         IF PIN-LOG-STATUS = "00"
           PERFORM READ-NEXT-PIN-LOG
           PERFORM COUNT-ONE-PIN-LOG UNTIL PIN-LOG-AT-EOF
           CLOSE PIN-LOG-FILE
         END-IF.

       READ-NEXT-PIN-LOG.
         READ PIN-LOG-FILE
           AT END MOVE "Y" TO PIN-LOG-EOF-SWITCH
         END-READ.

       COUNT-ONE-PIN-LOG.
         MOVE PL-DATE TO PIN-LOG-STAMP-DATE.
         MOVE PL-TIME TO PIN-LOG-STAMP-TIME.
         PERFORM COUNT-PIN-LOG-FOR-MEMBER
           VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT.
         PERFORM READ-NEXT-PIN-LOG.

       COUNT-PIN-LOG-FOR-MEMBER.
         IF RT-NAME (K) = PL-NAME AND RT-PIN-HASH (K) > 0 AND
            PIN-LOG-STAMP > RT-PIN-SET (K)
           IF PL-RESULT = "G"
             MOVE 0 TO RT-PIN-FAILS (K)
           ELSE IF PL-RESULT = "F"
             ADD 1 TO RT-PIN-FAILS (K)
           END-IF
           END-IF
         END-IF.

       WRITE-ONE-ROSTER-RECORD.
         MOVE SPACES TO ROSTER-RECORD.
         MOVE RT-PLAYER-ID (K) TO RST-PLAYER-ID.
         MOVE RT-FULL-NAME (K) TO RST-FULL-NAME.
         MOVE RT-ALIAS (K) TO RST-ALIAS.
         MOVE RT-DIVISION (K) TO RST-DIVISION.
         MOVE RT-CLUB (K) TO RST-CLUB.
         IF ROSTER-RECORD NOT = ROSTER-IMAGE (K)
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "ROSTER" TO JR-MASTER
           MOVE RST-NAME TO JR-KEY
           MOVE ROSTER-IMAGE (K) TO JR-BEFORE
           MOVE ROSTER-RECORD TO JR-AFTER
           PERFORM WRITE-JOURNAL-ENTRY
         END-IF.
         WRITE ROSTER-RECORD.

       PRINT-ROSTER-REPORT.
           ADDS-APPLIED " added, " UPDATES-APPLIED " updated, "
           RETIRES-APPLIED " retired, " RENAMES-APPLIED
           " renamed, " NAMES-APPLIED " full name(s) set, "
           DIVISIONS-APPLIED " placed, " PINS-APPLIED " PIN(s) set, "
           IDS-ASSIGNED " id(s) assigned, " TRANS-REJECTED
           " rejected".
         PERFORM PRINT-ONE-ROSTER-LINE
         DISPLAY "TRACER   id " RT-PLAYER-ID (K) " "
           RT-NAME (K) " (" RT-FULL-NAME (K) ") strategy "
           RT-STRATEGY (K) " status " RT-STATUS (K) " joined "
           RT-DATE-JOINED (K) " division " RT-DIVISION (K).
         IF RT-ALIAS (K) NOT = SPACES
           DISPLAY "TRACER     formerly " RT-ALIAS (K)
         END-IF.
         IF RT-STATUS (K) = "G"
           DISPLAY "TRACER     guest from club " RT-CLUB (K)
         END-IF.
         IF RT-PIN-HASH (K) = 0
           DISPLAY "TRACER     no sign-in PIN set"
         ELSE IF RT-PIN-FAILS (K) >= PIN-ATTEMPT-LIMIT
           DISPLAY "TRACER     LOCKED OUT after " RT-PIN-FAILS (K)
             " failed sign-in(s); a new PIN lets them back in"
         ELSE IF RT-PIN-FAILS (K) > 0
           DISPLAY "TRACER     " RT-PIN-FAILS (K)
             " failed sign-in(s) since the last good one"
         END-IF
         END-IF
         END-IF.

       *> The deck must open with a BATCH header whose item count
       *> and hash total match the transactions behind it, under a
       *> batch id not already on the BATCHREG register - otherwise
       *> the whole deck is refused and nothing in it is applied, so
       *> a resubmitted deck can never post twice.
       VERIFY-BATCH.
         OPEN INPUT ROSTER-UPDT-FILE.
         IF ROSTER-UPDT-STATUS = "00"
           MOVE "Y" TO BATCH-STATE-SWITCH
           MOVE 0 TO BATCH-ITEMS
           MOVE 0 TO BATCH-HASH
           PERFORM READ-NEXT-UPDT-RECORD
           IF UPDT-AT-EOF OR UPH-TAG NOT = "BATCH"
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " does not open with a BATCH header; whole deck "
               "refused"
           ELSE IF UPH-BATCH-ID = SPACES OR
                   UPH-ITEM-COUNT IS NOT NUMERIC OR
                   UPH-HASH-TOTAL IS NOT NUMERIC
             MOVE "R" TO BATCH-STATE-SWITCH
             DISPLAY "TRACER SEVERE ERROR: " BATCH-DECK
               " BATCH header is malformed; whole deck refused"
           ELSE
             MOVE UPH-BATCH-ID TO BATCH-ID
             MOVE UPH-ITEM-COUNT TO BATCH-HEADER-COUNT
             MOVE UPH-HASH-TOTAL TO BATCH-HEADER-HASH
             PERFORM READ-NEXT-UPDT-RECORD
             PERFORM COUNT-ONE-BATCH-ITEM UNTIL UPDT-AT-EOF
           END-IF
           END-IF
           CLOSE ROSTER-UPDT-FILE
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
         IF UPD-STRATEGY IS NUMERIC
           ADD UPD-STRATEGY TO BATCH-HASH
         END-IF.
         PERFORM READ-NEXT-UPDT-RECORD.

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
