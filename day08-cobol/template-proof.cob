                10 WS-TPL-CODE PIC X(8).
                10 WS-TPL-START PIC 9(4).
                10 WS-TPL-LINES PIC 9(4).
                10 WS-TPL-VERSION PIC 9(9).
          01 WS-POOL-COUNT PIC 9(4) VALUE 0.
          01 WS-POOL-IDX PIC 9(4) VALUE 0.
          01 WS-POOL-END PIC 9(4) VALUE 0.
           END-PERFORM
           IF WS-TEMPLATE-STATUS = '00' OR WS-TEMPLATE-STATUS = '10'
             CLOSE TEMPLATE-FILE
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
             PERFORM COMPUTE-TEMPLATE-VERSION
           END-PERFORM.

       COMPUTE-TEMPLATE-VERSION.
           CALL 'TEMPLATE-VERSION' USING WS-TPL-POOL,
              WS-TPL-START(WS-TPL-IDX), WS-TPL-LINES(WS-TPL-IDX),
              WS-TPL-VERSION(WS-TPL-IDX).

       NOTE-TEMPLATE-LINE.
           MOVE SPACES TO WS-TPL-WORD
           MOVE SPACES TO CATALOG-LINE
           STRING '==== TEMPLATE ' DELIMITED BY SIZE
                  WS-TPL-CODE(WS-TPL-IDX) DELIMITED BY '  '
                  '  VERSION ' DELIMITED BY SIZE
                  WS-TPL-VERSION(WS-TPL-IDX) DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-TPL-LINES(WS-TPL-IDX) DELIMITED BY SIZE
                  ' LINES) ====' DELIMITED BY SIZE
