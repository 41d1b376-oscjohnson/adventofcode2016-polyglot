       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINE-HASH.

      *> folds one line of text into a running check value.
      *>
      *>   CALL 'LINE-HASH' USING text, value
      *>
      *> text is a 256-byte field, blank-padded; value comes in as
      *> the running value (zero to start a fresh chain) and goes
      *> back with the line folded in.  every character counts, in
      *> order, and so does the line's length up to its last
      *> non-blank -- one altered, dropped, added or reordered
      *> character or line changes everything after it.  the same
      *> lines in the same order always give the same value.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
      *> the value is held below a prime modulus so the fold never
      *> overflows its work field.
          01 WS-HASH-PRIME PIC 9(9) VALUE 999999937.
          01 WS-HASH-WORK PIC 9(12) VALUE 0.
          01 WS-HASH-QUOT PIC 9(12) VALUE 0.
          01 WS-TEXT-LEN PIC 9(3) VALUE 0.
          01 WS-CHAR-IDX PIC 9(3) VALUE 0.

      *> a character's code point read as a halfword binary number
      *> with the high byte cleared.
          01 WS-ORD-WORK.
             05 WS-ORD-BIN PIC 9(4) BINARY.
          01 WS-ORD-BYTES REDEFINES WS-ORD-WORK.
             05 WS-ORD-HIGH PIC X(1).
             05 WS-ORD-LOW PIC X(1).

          LINKAGE SECTION.
          01 WS-HASH-TEXT PIC X(256).
          01 WS-HASH-VALUE PIC 9(9).

       PROCEDURE DIVISION USING WS-HASH-TEXT, WS-HASH-VALUE.
           MOVE 256 TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
                OR WS-HASH-TEXT(WS-TEXT-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-TEXT-LEN
           END-PERFORM

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                UNTIL WS-CHAR-IDX > WS-TEXT-LEN
             MOVE LOW-VALUE TO WS-ORD-HIGH
             MOVE WS-HASH-TEXT(WS-CHAR-IDX:1) TO WS-ORD-LOW
             COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131 + WS-ORD-BIN
             DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
                GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131 + WS-TEXT-LEN
              + 1
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE

           EXIT PROGRAM.
