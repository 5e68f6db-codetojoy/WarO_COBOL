       IDENTIFICATION DIVISION.
       PROGRAM-ID. pin-hash.
      *> One-way hash of a member's sign-in PIN, salted with the
      *> member's permanent player-id so two members who pick the
      *> same PIN never hold the same hash. WARO-ROSTER CALLs it to
      *> store a PIN and player-turn CALLs it to check one; the PIN
      *> itself is never kept anywhere. A PIN is 4 to 8 digits,
      *> left-justified; anything else hashes to 0, which no stored
      *> PIN can equal.
       DATA DIVISION.
         WORKING-STORAGE SECTION.
         78 PIN-LENGTH-MAX VALUE 8.
         78 PIN-LENGTH-MIN VALUE 4.
         *> The hash is kept below this prime; every step is
         *> reduced modulo it.
         78 HASH-MODULUS VALUE 99999989.

         LOCAL-STORAGE SECTION.
         01 PIN-POS PIC 9(2).
         01 PIN-DIGITS PIC 9(2).
         01 PIN-DIGIT PIC 9(1).
         01 PIN-SHAPE-SWITCH PIC X(1).
           88 PIN-MALFORMED VALUE "N".
         01 HASH-WORK PIC 9(17).
         01 HASH-QUOTIENT PIC 9(17).
         01 HASH-VALUE PIC 9(8).
         01 MIX-ROUND PIC 9(1).

         LINKAGE SECTION.
         01 PIN-TEXT PIC X(8).
         01 PIN-PLAYER-ID PIC 9(4).
         01 PIN-HASH-RESULT PIC 9(8).

       PROCEDURE DIVISION USING PIN-TEXT, PIN-PLAYER-ID,
           PIN-HASH-RESULT.
       BEGIN.
         MOVE 0 TO PIN-HASH-RESULT.
         MOVE "Y" TO PIN-SHAPE-SWITCH.
         MOVE 0 TO PIN-DIGITS.
         COMPUTE HASH-VALUE = PIN-PLAYER-ID * 7919 + 104729.
         PERFORM HASH-ONE-PIN-CHARACTER
           VARYING PIN-POS FROM 1 BY 1
             UNTIL PIN-POS > PIN-LENGTH-MAX.
         IF PIN-DIGITS < PIN-LENGTH-MIN
           MOVE "N" TO PIN-SHAPE-SWITCH
         END-IF.
         IF NOT PIN-MALFORMED
           PERFORM MIX-HASH-VALUE
             VARYING MIX-ROUND FROM 1 BY 1 UNTIL MIX-ROUND > 3
           IF HASH-VALUE = 0
             MOVE 1 TO HASH-VALUE
           END-IF
           MOVE HASH-VALUE TO PIN-HASH-RESULT
         END-IF.
         GOBACK.

       *> Digits must run unbroken from the first position; a digit
       *> after a space, or any other character, spoils the PIN.
       HASH-ONE-PIN-CHARACTER.
         IF PIN-TEXT (PIN-POS:1) = SPACE
           CONTINUE
         ELSE IF PIN-TEXT (PIN-POS:1) IS NOT NUMERIC OR
                 PIN-DIGITS < PIN-POS - 1
           MOVE "N" TO PIN-SHAPE-SWITCH
         ELSE
           ADD 1 TO PIN-DIGITS
           MOVE PIN-TEXT (PIN-POS:1) TO PIN-DIGIT
           COMPUTE HASH-WORK = HASH-VALUE * 1000003
             + (PIN-DIGIT + 1) * (PIN-POS + 11)
           PERFORM REDUCE-HASH-WORK
         END-IF
         END-IF.

       *> Squaring spreads each digit's effect over the whole value.
       MIX-HASH-VALUE.
         COMPUTE HASH-WORK = HASH-VALUE * HASH-VALUE + PIN-DIGITS
           + MIX-ROUND.
         PERFORM REDUCE-HASH-WORK.

       REDUCE-HASH-WORK.
         DIVIDE HASH-WORK BY HASH-MODULUS
           GIVING HASH-QUOTIENT REMAINDER HASH-VALUE.
