       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLATE-VERSION.

      *> a template's version: the check value LINE-HASH folds from
      *> its instruction lines, so it moves whenever the block is
      *> corrected and nobody has to remember to bump it.
      *>
      *>   CALL 'TEMPLATE-VERSION' USING pool, start, lines, version
      *>
      *> pool is a template library's pool of 80-byte lines, 1000 of
      *> them; the block is the lines from start for lines lines,
      *> folded in order from a fresh chain.  every program that
      *> stamps, checks or compares a version gets it here, so they
      *> cannot drift apart.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
          01 WS-POOL-IDX PIC 9(4) VALUE 0.
          01 WS-POOL-END PIC 9(4) VALUE 0.
          01 WS-HASH-TEXT PIC X(256) VALUE SPACES.
          01 WS-HASH-VALUE PIC 9(9) VALUE 0.

          LINKAGE SECTION.
          01 WS-TV-POOL.
             05 WS-TV-POOL-LINE PIC X(80) OCCURS 1000 TIMES.
          01 WS-TV-START PIC 9(4).
          01 WS-TV-LINES PIC 9(4).
          01 WS-TV-VERSION PIC 9(9).

       PROCEDURE DIVISION USING WS-TV-POOL, WS-TV-START,
             WS-TV-LINES, WS-TV-VERSION.
           MOVE 0 TO WS-HASH-VALUE
           MOVE WS-TV-START TO WS-POOL-IDX
           COMPUTE WS-POOL-END = WS-TV-START + WS-TV-LINES - 1
           PERFORM UNTIL WS-POOL-IDX > WS-POOL-END
             MOVE WS-TV-POOL-LINE(WS-POOL-IDX) TO WS-HASH-TEXT
             CALL 'LINE-HASH' USING WS-HASH-TEXT, WS-HASH-VALUE
             ADD 1 TO WS-POOL-IDX
           END-PERFORM
           MOVE WS-HASH-VALUE TO WS-TV-VERSION

           EXIT PROGRAM.
