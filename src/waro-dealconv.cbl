       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-DEALCONV.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           *> The DEALFILE as it stood before DEAL-STYLE was appended
           *> to the record: 328 bytes, same key. The operator renames
           *> the old cluster to this DD and defines an empty DEALFILE
           *> at the new length before the run.
           SELECT OLD-DEAL-FILE ASSIGN TO "DEALOLD"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-DEAL-GAME-ID
             FILE STATUS IS OLD-DEAL-STATUS.

           SELECT DEAL-FILE ASSIGN TO "DEALFILE"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DEAL-GAME-ID
             FILE STATUS IS DEAL-FILE-STATUS.
       DATA DIVISION.
         FILE SECTION.
         *> Everything after the key, deck sizes through the last
         *> seat's hand, is carried across as one block.
         FD OLD-DEAL-FILE.
         01 OLD-DEAL-RECORD.
           02 OLD-DEAL-GAME-ID PIC 9(6).
           02 OLD-DEAL-BODY PIC X(322).

         *> Same layout WARO itself writes, the body held whole.
         FD DEAL-FILE.
         01 DEAL-RECORD.
           02 DEAL-GAME-ID PIC 9(6).
           02 DEAL-BODY PIC X(322).
           *> "D" when the hands were drafted, not dealt; every deal
           *> on file before the field existed was dealt.
           02 DEAL-STYLE PIC X(1).

         WORKING-STORAGE SECTION.
         01 OLD-DEAL-STATUS PIC X(2).
         01 DEAL-FILE-STATUS PIC X(2).
         01 OLD-DEAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 OLD-DEAL-AT-EOF VALUE "Y".

         01 RECORDS-READ PIC 9(6) VALUE 0.
         01 RECORDS-WRITTEN PIC 9(6) VALUE 0.
         01 RECORDS-REFUSED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         DISPLAY "TRACER : WARO DEALFILE CONVERSION".
         OPEN INPUT OLD-DEAL-FILE.
         IF OLD-DEAL-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: DEALOLD not available, status "
             OLD-DEAL-STATUS "; nothing converted"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.
         OPEN OUTPUT DEAL-FILE.
         IF DEAL-FILE-STATUS NOT = "00"
           DISPLAY "TRACER SEVERE ERROR: DEALFILE not available for "
             "reload, status " DEAL-FILE-STATUS "; nothing converted"
           CLOSE OLD-DEAL-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF.

         PERFORM READ-NEXT-OLD-DEAL.
         PERFORM CONVERT-ONE-RECORD UNTIL OLD-DEAL-AT-EOF.

         CLOSE OLD-DEAL-FILE.
         CLOSE DEAL-FILE.
         PERFORM PRINT-CONVERSION-REPORT.
         GOBACK.

       READ-NEXT-OLD-DEAL.
         READ OLD-DEAL-FILE NEXT RECORD
           AT END MOVE "Y" TO OLD-DEAL-EOF-SWITCH
         END-READ.
         IF NOT OLD-DEAL-AT-EOF
           ADD 1 TO RECORDS-READ
         END-IF.

       *> Input comes off the old cluster in key order, so a refused
       *> write can only mean the new DEALFILE was not empty.
       CONVERT-ONE-RECORD.
         MOVE OLD-DEAL-GAME-ID TO DEAL-GAME-ID.
         MOVE OLD-DEAL-BODY TO DEAL-BODY.
         MOVE SPACE TO DEAL-STYLE.
         WRITE DEAL-RECORD
           INVALID KEY
             ADD 1 TO RECORDS-REFUSED
             DISPLAY "TRACER SEVERE ERROR: game-id " DEAL-GAME-ID
               " refused by DEALFILE, status " DEAL-FILE-STATUS
           NOT INVALID KEY
             ADD 1 TO RECORDS-WRITTEN
         END-WRITE.
         PERFORM READ-NEXT-OLD-DEAL.

       PRINT-CONVERSION-REPORT.
         DISPLAY " ".
         DISPLAY "WARO DEALFILE CONVERSION REPORT".
         DISPLAY "TRACER   records read:      " RECORDS-READ.
         DISPLAY "TRACER   records written:   " RECORDS-WRITTEN.
         DISPLAY "TRACER   records refused:   " RECORDS-REFUSED.
         IF RECORDS-REFUSED > 0
           MOVE 8 TO RETURN-CODE
         END-IF.
