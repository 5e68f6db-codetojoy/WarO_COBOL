       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-JOURNAL.
      *> Master-file change inquiry: lists the MASTJRNL entries the
      *> maintenance programs (WARO-ROSTER, WARO-BANKROLL,
      *> WARO-ADJUST, WARO-DISPUTE, WARO-SEASONEND) append whenever
      *> they rewrite a ROSTER, BANKROLL or LEADERBOARD record -
      *> when, by which program and batch, and the record's image
      *> before and after - so a member asking why a strategy, name,
      *> chip balance or standing changed can be shown the history
      *> and not just today's master. JRNLCTL narrows the listing to
      *> one master, one member, and/or a date range; a member is
      *> matched on the record's key before or after the change, so
      *> a rename still turns up under the old short name.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The selection: master name, member short name, from
           *> and to dates (YYYYMMDD). Any field left blank selects
           *> everything on that count; a missing JRNLCTL lists the
           *> whole journal.
           SELECT JRNL-CTL-FILE ASSIGN TO "JRNLCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JRNL-CTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
         FILE SECTION.
         FD JRNL-CTL-FILE.
         01 JRNL-CTL-RECORD.
           02 JQ-MASTER PIC X(11).
           02 FILLER PIC X.
           02 JQ-KEY PIC X(6).
           02 FILLER PIC X.
           02 JQ-FROM-DATE PIC X(8).
           02 FILLER PIC X.
           02 JQ-TO-DATE PIC X(8).

         *> Same layout every maintenance program appends.
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
         01 JRNL-CTL-STATUS PIC X(2).
         01 JOURNAL-STATUS PIC X(2).
         01 JOURNAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-AT-EOF VALUE "Y".

         01 SELECT-MASTER PIC X(11) VALUE SPACES.
         01 SELECT-KEY PIC X(6) VALUE SPACES.
         01 SELECT-FROM-DATE PIC X(8) VALUE SPACES.
         01 SELECT-TO-DATE PIC X(8) VALUE SPACES.
         01 MATCH-SWITCH PIC X(1).
           88 ENTRY-MATCHES VALUE "Y".
         01 ACTION-WORD PIC X(6).

         01 ENTRIES-READ PIC 9(6) VALUE 0.
         01 ENTRIES-LISTED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO MASTER-FILE CHANGE JOURNAL".
         PERFORM READ-JRNL-CTL.
         IF SELECT-FROM-DATE NOT = SPACES AND
            SELECT-TO-DATE NOT = SPACES AND
            SELECT-FROM-DATE > SELECT-TO-DATE
           DISPLAY "TRACER SEVERE ERROR: JRNLCTL from date "
             SELECT-FROM-DATE " is after to date " SELECT-TO-DATE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         OPEN INPUT JOURNAL-FILE.
         IF JOURNAL-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: no MASTJRNL to inquire on"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         DISPLAY " ".
         DISPLAY "WARO MASTER CHANGES - master " SELECT-MASTER
           " member " SELECT-KEY " from " SELECT-FROM-DATE
           " to " SELECT-TO-DATE.
         PERFORM READ-NEXT-JOURNAL.
         PERFORM LIST-ONE-ENTRY UNTIL JOURNAL-AT-EOF.
         CLOSE JOURNAL-FILE.
         DISPLAY "TRACER " ENTRIES-LISTED " change(s) listed of "
           ENTRIES-READ " on MASTJRNL".
         GOBACK.

       READ-JRNL-CTL.
         OPEN INPUT JRNL-CTL-FILE.
         IF JRNL-CTL-STATUS = "00"
           READ JRNL-CTL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE JQ-MASTER TO SELECT-MASTER
               MOVE JQ-KEY TO SELECT-KEY
               MOVE JQ-FROM-DATE TO SELECT-FROM-DATE
               MOVE JQ-TO-DATE TO SELECT-TO-DATE
           END-READ
           CLOSE JRNL-CTL-FILE
         END-IF.

       READ-NEXT-JOURNAL.
         READ JOURNAL-FILE
           AT END MOVE "Y" TO JOURNAL-EOF-SWITCH
         END-READ.

       *> The record's short name leads every journaled master
       *> image, so the before image's first six bytes are the key
       *> a renamed member was known by.
       LIST-ONE-ENTRY.
         ADD 1 TO ENTRIES-READ.
         MOVE "Y" TO MATCH-SWITCH.
         IF SELECT-MASTER NOT = SPACES AND
            JR-MASTER NOT = SELECT-MASTER
           MOVE "N" TO MATCH-SWITCH
         END-IF.
         IF SELECT-KEY NOT = SPACES AND
            JR-KEY NOT = SELECT-KEY AND
            JR-BEFORE (1:6) NOT = SELECT-KEY
           MOVE "N" TO MATCH-SWITCH
         END-IF.
         IF SELECT-FROM-DATE NOT = SPACES AND
            JR-DATE < SELECT-FROM-DATE
           MOVE "N" TO MATCH-SWITCH
         END-IF.
         IF SELECT-TO-DATE NOT = SPACES AND
            JR-DATE > SELECT-TO-DATE
           MOVE "N" TO MATCH-SWITCH
         END-IF.
         IF ENTRY-MATCHES
           PERFORM PRINT-ONE-ENTRY
         END-IF.
         PERFORM READ-NEXT-JOURNAL.

       PRINT-ONE-ENTRY.
         ADD 1 TO ENTRIES-LISTED.
         IF JR-ACTION = "A"
           MOVE "ADDED" TO ACTION-WORD
         ELSE
           MOVE "CHANGE" TO ACTION-WORD
         END-IF.
         DISPLAY "TRACER   " JR-DATE " " JR-TIME " " JR-MASTER " "
           JR-KEY " " ACTION-WORD " by " JR-PROGRAM " batch "
           JR-BATCH-ID.
         DISPLAY "TRACER     before: " JR-BEFORE.
         DISPLAY "TRACER     after : " JR-AFTER.
