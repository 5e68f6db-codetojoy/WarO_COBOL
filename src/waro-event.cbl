       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-EVENT.
      *> Event registration: applies a batch of EVENTUPD sign-up,
      *> check-in and withdrawal transactions against the named
      *> events defined on EVENTS and keeps the EVENTREG register
      *> WARO-TOURNEY seeds its knockout or Swiss field from. A
      *> sign-up must be an active ROSTER member and, for an event
      *> with an entry fee, hold at least the fee on the BANKROLL
      *> book. Once an event's field cap is reached further
      *> sign-ups go on the waiting list in the order they came in,
      *> and a withdrawal from the field promotes the first of them
      *> automatically. On the day, the check-in marks who actually
      *> showed - only checked-in entrants are seeded. Run with no
      *> EVENTUPD present it simply lists the register, the same
      *> listing-only convention WARO-ROSTER uses.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The organizer's event definitions, one record per
           *> event: its name, the date it is played, the field cap
           *> (0 leaves the field open), the entry fee in chips (0
           *> for a free event) and the prize table WARO-TOURNEY
           *> settles once the result is final - the house retention
           *> percentage off the top, then the percentage of the
           *> remaining pool paid to each finishing place.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENTS-STATUS.

           *> Registration transactions: "S" sign up, "C" check in,
           *> "W" withdraw - the event name and the member's short
           *> name, plus the date for a sign-up. Applied in file
           *> order.
           SELECT EVENT-UPDT-FILE ASSIGN TO "EVENTUPD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENT-UPDT-STATUS.

           *> The register itself: one record per sign-up, kept in
           *> sign-up order so the waiting list promotes first come,
           *> first served. Rewritten in full when anything changes.
           SELECT EVENT-REG-FILE ASSIGN TO "EVENTREG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EVENT-REG-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROSTER-STATUS.

           *> Read only, for the entry-fee check; the fee itself is
           *> not taken here.
           SELECT BANKROLL-FILE ASSIGN TO "BANKROLL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BANKROLL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD EVENTS-FILE.
         01 EVENTS-RECORD.
           02 EV-NAME PIC X(8).
           02 FILLER PIC X.
           02 EV-DATE PIC X(8).
           02 FILLER PIC X.
           02 EV-FIELD-CAP PIC 9(2).
           02 EV-FIELD-CAP-X REDEFINES EV-FIELD-CAP PIC X(2).
           02 FILLER PIC X.
           02 EV-ENTRY-FEE PIC 9(6).
           02 EV-ENTRY-FEE-X REDEFINES EV-ENTRY-FEE PIC X(6).
           02 FILLER PIC X.
           02 EV-HOUSE-PCT PIC 9(2).
           02 EV-HOUSE-PCT-X REDEFINES EV-HOUSE-PCT PIC X(2).
           02 EV-PLACE-DATA OCCURS 8 TIMES.
             03 FILLER PIC X.
             03 EV-PLACE-PCT PIC 9(2).
             03 EV-PLACE-PCT-X REDEFINES EV-PLACE-PCT PIC X(2).

         FD EVENT-UPDT-FILE.
         01 EVENT-UPDT-RECORD.
           02 EU-ACTION PIC X(1).
           02 FILLER PIC X.
           02 EU-EVENT PIC X(8).
           02 FILLER PIC X.
           02 EU-NAME PIC X(6).
           02 FILLER PIC X.
           02 EU-DATE PIC X(8).

         *> R registered (a place in the field), W on the waiting
         *> list, C checked in on the day, X withdrawn.
         FD EVENT-REG-FILE.
         01 EVENT-REG-RECORD.
           02 ER-EVENT PIC X(8).
           02 FILLER PIC X.
           02 ER-NAME PIC X(6).
           02 FILLER PIC X.
           02 ER-STATUS PIC X(1).
           02 FILLER PIC X.
           02 ER-DATE PIC X(8).

         *> Same layout WARO-ROSTER keeps.
         FD ROSTER-FILE.
         01 ROSTER-RECORD.
           02 RST-NAME PIC X(6).
           02 FILLER PIC X.
           02 RST-STRATEGY PIC 9(1).
           02 FILLER PIC X.
           02 RST-STATUS PIC X(1).

         *> Same layout waro.cbl keeps.
         FD BANKROLL-FILE.
         01 BANKROLL-RECORD.
           02 BR-NAME PIC X(6).
           02 FILLER PIC X.
           02 BR-BALANCE PIC 9(6).

         WORKING-STORAGE SECTION.
         01 EVENTS-STATUS PIC X(2).
         01 EVENT-UPDT-STATUS PIC X(2).
         01 EVENT-REG-STATUS PIC X(2).
         01 ROSTER-STATUS PIC X(2).
         01 BANKROLL-STATUS PIC X(2).
         01 EVENTS-EOF-SWITCH PIC X(1) VALUE "N".
           88 EVENTS-AT-EOF VALUE "Y".
         01 UPDT-EOF-SWITCH PIC X(1) VALUE "N".
           88 UPDT-AT-EOF VALUE "Y".
         01 REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 REG-AT-EOF VALUE "Y".
         01 ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AT-EOF VALUE "Y".
         01 BANKROLL-EOF-SWITCH PIC X(1) VALUE "N".
           88 BANKROLL-AT-EOF VALUE "Y".

         78 EVENT-MAX VALUE 20.
         01 EVENT-COUNT PIC 9(2) VALUE 0.
         01 EVENT-TABLE.
           02 EVENT-ENTRY OCCURS EVENT-MAX TIMES.
             03 ET-NAME PIC X(8).
             03 ET-DATE PIC X(8).
             03 ET-FIELD-CAP PIC 9(2).
             03 ET-ENTRY-FEE PIC 9(6).
             03 ET-HOUSE-PCT PIC 9(2).
             03 ET-PLACE-PCT PIC 9(2) OCCURS 8 TIMES.

         *> EVENTREG is rewritten whole, so a register larger than
         *> the table is never rewritten.
         78 REG-MAX VALUE 5000.
         01 REG-COUNT PIC 9(4) VALUE 0.
         01 REG-OVERFLOW PIC 9(4) VALUE 0.
         01 REG-TABLE.
           02 REG-ENTRY OCCURS REG-MAX TIMES.
             03 RG-EVENT PIC X(8).
             03 RG-NAME PIC X(6).
             03 RG-STATUS PIC X(1).
             03 RG-DATE PIC X(8).

         *> Active members only; same distinct-name ceiling the
         *> roster itself uses.
         78 ROSTER-MAX VALUE 100.
         01 ROSTER-COUNT PIC 9(3) VALUE 0.
         01 ROSTER-ACTIVE-NAME PIC X(6) OCCURS ROSTER-MAX TIMES.

         *> Same distinct-name ceiling waro.cbl's bank table uses; a
         *> member not yet on the book would be opened at WARO's
         *> opening balance, so that is what the fee check credits
         *> them with. Must track OPENING-BANKROLL in waro.cbl. A
         *> name past the ceiling is counted in BANK-OVERFLOW, RC 4.
         78 BANK-NAME-MAX VALUE 200.
         78 OPENING-BANKROLL VALUE 100.
         01 BANK-NAME-COUNT PIC 9(3) VALUE 0.
         01 BANK-OVERFLOW PIC 9(6) VALUE 0.
         01 BANK-TABLE.
           02 BANK-ENTRY OCCURS BANK-NAME-MAX TIMES.
             03 BANK-NAME PIC X(6).
             03 BANK-BALANCE PIC 9(6).
         01 MEMBER-BALANCE PIC 9(6).

         01 K PIC 9(4).
         01 EVENT-IDX PIC 9(2).
         01 REG-IDX PIC 9(4).
         01 PROMOTE-IDX PIC 9(4).
         01 PZ-P PIC 9(2).
         01 PCT-TOTAL PIC 9(3).
         01 PRIOR-STATUS PIC X(1).
         01 MEMBER-FOUND-SWITCH PIC X(1).
           88 MEMBER-FOUND VALUE "Y".
         01 FIELD-TAKEN PIC 9(4).
         01 LIST-REGISTERED PIC 9(4).
         01 LIST-CHECKED-IN PIC 9(4).
         01 LIST-WAITING PIC 9(4).
         01 LIST-WITHDRAWN PIC 9(4).
         01 STATUS-WORD PIC X(14).
         01 TODAY-DATE PIC X(8).

         01 SIGNUPS-APPLIED PIC 9(4) VALUE 0.
         01 WAITLISTED PIC 9(4) VALUE 0.
         01 CHECKINS-APPLIED PIC 9(4) VALUE 0.
         01 WITHDRAWALS-APPLIED PIC 9(4) VALUE 0.
         01 PROMOTIONS-APPLIED PIC 9(4) VALUE 0.
         01 TRANS-REJECTED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO EVENT REGISTRATION".
         MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
         PERFORM LOAD-EVENTS.
         PERFORM LOAD-REGISTER.
         PERFORM LOAD-ROSTER.
         PERFORM LOAD-BANKROLL.
         IF REG-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " REG-MAX
             " EVENTREG records (" REG-OVERFLOW " over); no "
             "transactions applied and the register left as it stands"
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM APPLY-TRANSACTIONS
           IF SIGNUPS-APPLIED > 0 OR WAITLISTED > 0 OR
              CHECKINS-APPLIED > 0 OR WITHDRAWALS-APPLIED > 0
             PERFORM WRITE-REGISTER
           END-IF
         END-IF.
         PERFORM PRINT-REGISTER-REPORT.
         IF TRANS-REJECTED > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.
         GOBACK.

       *> A missing EVENTS (FILE STATUS 35) defines nothing to sign
       *> up for; the register still lists.
       LOAD-EVENTS.
         OPEN INPUT EVENTS-FILE.
         IF EVENTS-STATUS = "00"
           PERFORM READ-NEXT-EVENT
           PERFORM LOAD-ONE-EVENT UNTIL EVENTS-AT-EOF
           CLOSE EVENTS-FILE
         END-IF.

       READ-NEXT-EVENT.
         READ EVENTS-FILE
           AT END MOVE "Y" TO EVENTS-EOF-SWITCH
         END-READ.

       *> A blank or non-numeric cap or fee reads as 0 - an open,
       *> free event.
       LOAD-ONE-EVENT.
         IF EV-NAME NOT = SPACES
           IF EVENT-COUNT < EVENT-MAX
             ADD 1 TO EVENT-COUNT
             MOVE EV-NAME TO ET-NAME (EVENT-COUNT)
             MOVE EV-DATE TO ET-DATE (EVENT-COUNT)
             MOVE 0 TO ET-FIELD-CAP (EVENT-COUNT)
             MOVE 0 TO ET-ENTRY-FEE (EVENT-COUNT)
             IF EV-FIELD-CAP-X NOT = SPACES AND
                EV-FIELD-CAP IS NUMERIC
               MOVE EV-FIELD-CAP TO ET-FIELD-CAP (EVENT-COUNT)
             END-IF
             IF EV-ENTRY-FEE-X NOT = SPACES AND
                EV-ENTRY-FEE IS NUMERIC
               MOVE EV-ENTRY-FEE TO ET-ENTRY-FEE (EVENT-COUNT)
             END-IF
             MOVE 0 TO ET-HOUSE-PCT (EVENT-COUNT)
             IF EV-HOUSE-PCT-X NOT = SPACES AND
                EV-HOUSE-PCT IS NUMERIC
               MOVE EV-HOUSE-PCT TO ET-HOUSE-PCT (EVENT-COUNT)
             END-IF
             PERFORM LOAD-ONE-PLACE-PCT
               VARYING PZ-P FROM 1 BY 1 UNTIL PZ-P > 8
           ELSE
             DISPLAY "TRACER SEVERE ERROR: more than " EVENT-MAX
               " events on EVENTS; " EV-NAME " ignored"
           END-IF
         END-IF.
         PERFORM READ-NEXT-EVENT.

       LOAD-ONE-PLACE-PCT.
         MOVE 0 TO ET-PLACE-PCT (EVENT-COUNT, PZ-P).
         IF EV-PLACE-PCT-X (PZ-P) NOT = SPACES AND
            EV-PLACE-PCT (PZ-P) IS NUMERIC
           MOVE EV-PLACE-PCT (PZ-P)
             TO ET-PLACE-PCT (EVENT-COUNT, PZ-P)
         END-IF.

       LOAD-REGISTER.
         OPEN INPUT EVENT-REG-FILE.
         IF EVENT-REG-STATUS = "00"
           PERFORM READ-NEXT-REG
           PERFORM LOAD-ONE-REG UNTIL REG-AT-EOF
           CLOSE EVENT-REG-FILE
         END-IF.

       READ-NEXT-REG.
         READ EVENT-REG-FILE
           AT END MOVE "Y" TO REG-EOF-SWITCH
         END-READ.

       LOAD-ONE-REG.
         IF ER-EVENT NOT = SPACES
           IF REG-COUNT < REG-MAX
             ADD 1 TO REG-COUNT
             MOVE ER-EVENT TO RG-EVENT (REG-COUNT)
             MOVE ER-NAME TO RG-NAME (REG-COUNT)
             MOVE ER-STATUS TO RG-STATUS (REG-COUNT)
             MOVE ER-DATE TO RG-DATE (REG-COUNT)
           ELSE
             ADD 1 TO REG-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-REG.

       LOAD-ROSTER.
         OPEN INPUT ROSTER-FILE.
         IF ROSTER-STATUS = "00"
           PERFORM READ-NEXT-ROSTER-RECORD
           PERFORM LOAD-ONE-ROSTER-RECORD UNTIL ROSTER-AT-EOF
           CLOSE ROSTER-FILE
         END-IF.

       READ-NEXT-ROSTER-RECORD.
         READ ROSTER-FILE
           AT END MOVE "Y" TO ROSTER-EOF-SWITCH
         END-READ.

       LOAD-ONE-ROSTER-RECORD.
         IF RST-STATUS = "A" AND RST-NAME NOT = SPACES AND
            ROSTER-COUNT < ROSTER-MAX
           ADD 1 TO ROSTER-COUNT
           MOVE RST-NAME TO ROSTER-ACTIVE-NAME (ROSTER-COUNT)
         END-IF.
         PERFORM READ-NEXT-ROSTER-RECORD.

       LOAD-BANKROLL.
         OPEN INPUT BANKROLL-FILE.
         IF BANKROLL-STATUS = "00"
           PERFORM READ-NEXT-BANKROLL-RECORD
           PERFORM LOAD-ONE-BANKROLL-RECORD UNTIL BANKROLL-AT-EOF
           CLOSE BANKROLL-FILE
         END-IF.
         IF BANK-OVERFLOW > 0
           DISPLAY "TRACER SEVERE ERROR: more than " BANK-NAME-MAX
             " names on BANKROLL (" BANK-OVERFLOW " over); their fee "
             "checks assume the opening balance"
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       READ-NEXT-BANKROLL-RECORD.
         READ BANKROLL-FILE
           AT END MOVE "Y" TO BANKROLL-EOF-SWITCH
         END-READ.

       LOAD-ONE-BANKROLL-RECORD.
         IF BR-NAME NOT = SPACES
           IF BANK-NAME-COUNT < BANK-NAME-MAX
             ADD 1 TO BANK-NAME-COUNT
             MOVE BR-NAME TO BANK-NAME (BANK-NAME-COUNT)
             MOVE BR-BALANCE TO BANK-BALANCE (BANK-NAME-COUNT)
           ELSE
             ADD 1 TO BANK-OVERFLOW
           END-IF
         END-IF.
         PERFORM READ-NEXT-BANKROLL-RECORD.

       *> A missing EVENTUPD (FILE STATUS 35) makes this a
       *> listing-only run.
       APPLY-TRANSACTIONS.
         OPEN INPUT EVENT-UPDT-FILE.
         IF EVENT-UPDT-STATUS = "00"
           PERFORM READ-NEXT-UPDT-RECORD
           PERFORM APPLY-ONE-TRANSACTION UNTIL UPDT-AT-EOF
           CLOSE EVENT-UPDT-FILE
         END-IF.

       READ-NEXT-UPDT-RECORD.
         READ EVENT-UPDT-FILE
           AT END MOVE "Y" TO UPDT-EOF-SWITCH
         END-READ.

       APPLY-ONE-TRANSACTION.
         PERFORM FIND-EVENT.
         PERFORM FIND-REGISTRATION.
         IF EVENT-IDX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: no event " EU-EVENT
             " on EVENTS (" EU-ACTION " for " EU-NAME ")"
         ELSE
           EVALUATE EU-ACTION
             WHEN "S"
               PERFORM APPLY-SIGN-UP
             WHEN "C"
               PERFORM APPLY-CHECK-IN
             WHEN "W"
               PERFORM APPLY-WITHDRAW
             WHEN OTHER
               ADD 1 TO TRANS-REJECTED
               DISPLAY "TRACER   REJECTED: unknown action '"
                 EU-ACTION "' for " EU-NAME
           END-EVALUATE
         END-IF.
         PERFORM READ-NEXT-UPDT-RECORD.

       FIND-EVENT.
         MOVE 0 TO EVENT-IDX.
         PERFORM CHECK-ONE-EVENT
           VARYING K FROM 1 BY 1 UNTIL K > EVENT-COUNT.

       CHECK-ONE-EVENT.
         IF ET-NAME (K) = EU-EVENT
           MOVE K TO EVENT-IDX
         END-IF.

       *> The member's live registration for the event - a
       *> withdrawn row is history, not a registration, so a member
       *> who withdrew may sign up again (at the back of the list).
       FIND-REGISTRATION.
         MOVE 0 TO REG-IDX.
         PERFORM CHECK-ONE-REGISTRATION
           VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT.

       CHECK-ONE-REGISTRATION.
         IF RG-EVENT (K) = EU-EVENT AND RG-NAME (K) = EU-NAME AND
            RG-STATUS (K) NOT = "X"
           MOVE K TO REG-IDX
         END-IF.

       APPLY-SIGN-UP.
         PERFORM FIND-ROSTER-MEMBER.
         PERFORM FIND-MEMBER-BALANCE.
         IF REG-IDX > 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is already signed up for " EU-EVENT
         ELSE IF NOT MEMBER-FOUND
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is not an active ROSTER member"
         ELSE IF ET-ENTRY-FEE (EVENT-IDX) > 0 AND
                 MEMBER-BALANCE < ET-ENTRY-FEE (EVENT-IDX)
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME " (bankroll "
             MEMBER-BALANCE ") cannot cover the "
             ET-ENTRY-FEE (EVENT-IDX) " entry fee for " EU-EVENT
         ELSE IF REG-COUNT >= REG-MAX
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: register is full; " EU-NAME
             " not signed up"
         ELSE
           PERFORM COUNT-FIELD-TAKEN
           ADD 1 TO REG-COUNT
           MOVE EU-EVENT TO RG-EVENT (REG-COUNT)
           MOVE EU-NAME TO RG-NAME (REG-COUNT)
           IF EU-DATE = SPACES
             MOVE TODAY-DATE TO RG-DATE (REG-COUNT)
           ELSE
             MOVE EU-DATE TO RG-DATE (REG-COUNT)
           END-IF
           IF ET-FIELD-CAP (EVENT-IDX) > 0 AND
              FIELD-TAKEN >= ET-FIELD-CAP (EVENT-IDX)
             MOVE "W" TO RG-STATUS (REG-COUNT)
             ADD 1 TO WAITLISTED
             DISPLAY "TRACER   WAITING LIST: " EU-NAME " for "
               EU-EVENT " (field of " ET-FIELD-CAP (EVENT-IDX)
               " is full)"
           ELSE
             MOVE "R" TO RG-STATUS (REG-COUNT)
             ADD 1 TO SIGNUPS-APPLIED
             DISPLAY "TRACER   SIGNED UP: " EU-NAME " for "
               EU-EVENT
           END-IF
         END-IF.

       FIND-ROSTER-MEMBER.
         MOVE "N" TO MEMBER-FOUND-SWITCH.
         PERFORM CHECK-ONE-ROSTER-MEMBER
           VARYING K FROM 1 BY 1 UNTIL K > ROSTER-COUNT.

       CHECK-ONE-ROSTER-MEMBER.
         IF ROSTER-ACTIVE-NAME (K) = EU-NAME
           MOVE "Y" TO MEMBER-FOUND-SWITCH
         END-IF.

       FIND-MEMBER-BALANCE.
         MOVE OPENING-BANKROLL TO MEMBER-BALANCE.
         PERFORM CHECK-ONE-BANK-NAME
           VARYING K FROM 1 BY 1 UNTIL K > BANK-NAME-COUNT.

       CHECK-ONE-BANK-NAME.
         IF BANK-NAME (K) = EU-NAME
           MOVE BANK-BALANCE (K) TO MEMBER-BALANCE
         END-IF.

       *> Places in the field are the registered and checked-in
       *> sign-ups; the waiting list and withdrawals hold none.
       COUNT-FIELD-TAKEN.
         MOVE 0 TO FIELD-TAKEN.
         PERFORM COUNT-ONE-FIELD-PLACE
           VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT.

       COUNT-ONE-FIELD-PLACE.
         IF RG-EVENT (K) = EU-EVENT AND
            (RG-STATUS (K) = "R" OR RG-STATUS (K) = "C")
           ADD 1 TO FIELD-TAKEN
         END-IF.

       *> Only a member holding a place can check in; someone still
       *> on the waiting list has to be promoted first.
       APPLY-CHECK-IN.
         IF REG-IDX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is not signed up for " EU-EVENT
         ELSE IF RG-STATUS (REG-IDX) = "W"
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is still on the " EU-EVENT " waiting list"
         ELSE IF RG-STATUS (REG-IDX) = "C"
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is already checked in for " EU-EVENT
         ELSE
           MOVE "C" TO RG-STATUS (REG-IDX)
           ADD 1 TO CHECKINS-APPLIED
           DISPLAY "TRACER   CHECKED IN: " EU-NAME " for "
             EU-EVENT
         END-IF.

       *> A withdrawal from the field frees a place, which goes to
       *> the first member on the waiting list; a withdrawal from
       *> the waiting list frees nothing.
       APPLY-WITHDRAW.
         IF REG-IDX = 0
           ADD 1 TO TRANS-REJECTED
           DISPLAY "TRACER   REJECTED: " EU-NAME
             " is not signed up for " EU-EVENT
         ELSE
           ADD 1 TO WITHDRAWALS-APPLIED
           DISPLAY "TRACER   WITHDRAWN: " EU-NAME " from "
             EU-EVENT
           MOVE RG-STATUS (REG-IDX) TO PRIOR-STATUS
           MOVE "X" TO RG-STATUS (REG-IDX)
           IF PRIOR-STATUS NOT = "W"
             PERFORM PROMOTE-FROM-WAITING-LIST
           END-IF
         END-IF.

       PROMOTE-FROM-WAITING-LIST.
         MOVE 0 TO PROMOTE-IDX.
         PERFORM FIND-FIRST-WAITING
           VARYING K FROM 1 BY 1
             UNTIL K > REG-COUNT OR PROMOTE-IDX > 0.
         IF PROMOTE-IDX > 0
           MOVE "R" TO RG-STATUS (PROMOTE-IDX)
           ADD 1 TO PROMOTIONS-APPLIED
           DISPLAY "TRACER   PROMOTED: " RG-NAME (PROMOTE-IDX)
             " from the " EU-EVENT " waiting list"
         END-IF.

       FIND-FIRST-WAITING.
         IF RG-EVENT (K) = EU-EVENT AND RG-STATUS (K) = "W"
           MOVE K TO PROMOTE-IDX
         END-IF.

       WRITE-REGISTER.
         OPEN OUTPUT EVENT-REG-FILE.
         PERFORM WRITE-ONE-REG
           VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT.
         CLOSE EVENT-REG-FILE.

       WRITE-ONE-REG.
         MOVE SPACES TO EVENT-REG-RECORD.
         MOVE RG-EVENT (K) TO ER-EVENT.
         MOVE RG-NAME (K) TO ER-NAME.
         MOVE RG-STATUS (K) TO ER-STATUS.
         MOVE RG-DATE (K) TO ER-DATE.
         WRITE EVENT-REG-RECORD.

       PRINT-REGISTER-REPORT.
         DISPLAY " ".
         DISPLAY "WARO EVENT REGISTER - " EVENT-COUNT " event(s), "
           SIGNUPS-APPLIED " signed up, " WAITLISTED
           " wait-listed, " CHECKINS-APPLIED " checked in, "
           WITHDRAWALS-APPLIED " withdrawn, " PROMOTIONS-APPLIED
           " promoted, " TRANS-REJECTED " rejected".
         PERFORM PRINT-ONE-EVENT
           VARYING EVENT-IDX FROM 1 BY 1
             UNTIL EVENT-IDX > EVENT-COUNT.

       PRINT-ONE-EVENT.
         MOVE 0 TO LIST-REGISTERED.
         MOVE 0 TO LIST-CHECKED-IN.
         MOVE 0 TO LIST-WAITING.
         MOVE 0 TO LIST-WITHDRAWN.
         PERFORM TALLY-ONE-EVENT-REG
           VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT.
         DISPLAY " ".
         DISPLAY "TRACER EVENT " ET-NAME (EVENT-IDX) " on "
           ET-DATE (EVENT-IDX) " - field cap "
           ET-FIELD-CAP (EVENT-IDX) ", entry fee "
           ET-ENTRY-FEE (EVENT-IDX) ": " LIST-REGISTERED
           " registered, " LIST-CHECKED-IN " checked in, "
           LIST-WAITING " waiting, " LIST-WITHDRAWN " withdrawn".
         IF ET-ENTRY-FEE (EVENT-IDX) > 0
           MOVE 0 TO PCT-TOTAL
           PERFORM ADD-ONE-PLACE-PCT
             VARYING PZ-P FROM 1 BY 1 UNTIL PZ-P > 8
           DISPLAY "TRACER   prize table: house "
             ET-HOUSE-PCT (EVENT-IDX) "%, places "
             ET-PLACE-PCT (EVENT-IDX, 1) "/"
             ET-PLACE-PCT (EVENT-IDX, 2) "/"
             ET-PLACE-PCT (EVENT-IDX, 3) "/"
             ET-PLACE-PCT (EVENT-IDX, 4) "/"
             ET-PLACE-PCT (EVENT-IDX, 5) "/"
             ET-PLACE-PCT (EVENT-IDX, 6) "/"
             ET-PLACE-PCT (EVENT-IDX, 7) "/"
             ET-PLACE-PCT (EVENT-IDX, 8) "% of the pool"
           IF PCT-TOTAL > 100
             DISPLAY "TRACER   SEVERE ERROR: place percentages "
               "total " PCT-TOTAL "; WARO-TOURNEY will not settle "
               "this event"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
         END-IF.
         PERFORM PRINT-ONE-REG-LINE
           VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT.

       ADD-ONE-PLACE-PCT.
         ADD ET-PLACE-PCT (EVENT-IDX, PZ-P) TO PCT-TOTAL.

       TALLY-ONE-EVENT-REG.
         IF RG-EVENT (K) = ET-NAME (EVENT-IDX)
           EVALUATE RG-STATUS (K)
             WHEN "R" ADD 1 TO LIST-REGISTERED
             WHEN "C" ADD 1 TO LIST-CHECKED-IN
             WHEN "W" ADD 1 TO LIST-WAITING
             WHEN OTHER ADD 1 TO LIST-WITHDRAWN
           END-EVALUATE
         END-IF.

       PRINT-ONE-REG-LINE.
         IF RG-EVENT (K) = ET-NAME (EVENT-IDX)
           EVALUATE RG-STATUS (K)
             WHEN "R" MOVE "registered" TO STATUS-WORD
             WHEN "C" MOVE "CHECKED IN" TO STATUS-WORD
             WHEN "W" MOVE "waiting list" TO STATUS-WORD
             WHEN OTHER MOVE "withdrawn" TO STATUS-WORD
           END-EVALUATE
           DISPLAY "TRACER   " RG-NAME (K) " signed up "
             RG-DATE (K) " - " STATUS-WORD
         END-IF.
