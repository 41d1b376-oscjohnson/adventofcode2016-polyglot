       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAL-VERIFY.

      *> seal verification for the audit trail.  every AUDIT
      *> generation on the generation catalog (or, with RUNID, only
      *> that run's) is read through and its chain recomputed with
      *> LINE-HASH exactly as MAIN built it, line by line.  the
      *> chain value each line carries must be the value recomputed
      *> there; each seal record's line count must be its position
      *> on the dataset; and the seals must match, one for one and
      *> in order, what MAIN registered for the dataset in the seal
      *> register.  a generation comes out:
      *>   INTACT     every line and seal checks, and the last line
      *>              is a registered seal;
      *>   ALTERED    a carried value, a seal's count, or a seal
      *>              against its register record does not check --
      *>              the first line that fails is named;
      *>   TRUNCATED  the register holds seals the dataset no longer
      *>              has;
      *>   UNSEALED   the dataset has no seal, or lines after its
      *>              last one -- a run that never reached its close;
      *>   NOT FOUND  the catalog lists a dataset that is not there.
      *> REPLAY-VERIFY is run only against a generation found
      *> INTACT.  return code 8 for anything altered or truncated,
      *> 4 for anything unsealed or missing.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT GENCAT-FILE ASSIGN TO DYNAMIC WS-GENCAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GENCAT-STATUS.

             SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.

             SELECT SEAL-REGISTER ASSIGN TO DYNAMIC WS-SEALREG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SEALREG-STATUS.

             SELECT SEAL-REPORT ASSIGN TO DYNAMIC WS-SEALRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SEALRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD GENCAT-FILE.
          01 GENCAT-LINE PIC X(132).

      *> same record MAIN writes.
          FD AUDIT-FILE.
          01 AUDIT-LINE PIC X(96).
          01 AUDIT-CHAINED-LINE.
             05 AUDIT-TEXT PIC X(80).
             05 AUDIT-CHAIN-TAG PIC X(7).
             05 AUDIT-CHAIN PIC 9(9).

      *> same record MAIN writes.
          FD SEAL-REGISTER.
          01 SEAL-RECORD.
             05 SEAL-DSN PIC X(100).
             05 SEAL-RUN-ID PIC X(14).
             05 SEAL-CHAIN PIC 9(9).
             05 SEAL-LINES PIC 9(9).
             05 SEAL-DATE PIC 9(8).
             05 SEAL-TIME PIC 9(6).

          FD SEAL-REPORT.
          01 SEAL-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-GENCAT-DSN PIC X(100) VALUE 'gencatalog.txt'.
          01 WS-GENCAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-AUDIT-DSN PIC X(100) VALUE SPACES.
          01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
          01 WS-SEALREG-DSN PIC X(100) VALUE 'sealregister.txt'.
          01 WS-SEALREG-STATUS PIC X(2) VALUE SPACES.
          01 WS-SEALRPT-DSN PIC X(100) VALUE 'sealverify.txt'.
          01 WS-SEALRPT-STATUS PIC X(2) VALUE SPACES.

      *> RUNID limits the check to one run's generations.
          01 WS-RUNID-ENV PIC X(14) VALUE SPACES.

          01 WS-CAT-EOF PIC X(1) VALUE 'N'.
          01 WS-AUDIT-EOF PIC X(1) VALUE 'N'.
          01 WS-REG-EOF PIC X(1) VALUE 'N'.
          01 WS-TOK1 PIC X(14) VALUE SPACES.
          01 WS-TOK-RUNID PIC X(14) VALUE SPACES.
          01 WS-TOK-KIND PIC X(12) VALUE SPACES.
          01 WS-TOK-DSN PIC X(100) VALUE SPACES.

      *> the seals registered for the generation being checked, in
      *> the order MAIN wrote them.
          01 WS-REG-COUNT PIC 9(4) VALUE 0.
          01 WS-REG-FULL PIC X(1) VALUE 'N'.
          01 WS-REG-TABLE.
             05 WS-REG-ENTRY OCCURS 500 TIMES.
                10 WS-REG-CHAIN PIC 9(9).
                10 WS-REG-LINES PIC 9(9).

      *> the chain as recomputed, and what the read-through found.
          01 WS-HASH-TEXT PIC X(256) VALUE SPACES.
          01 WS-CHAIN-VALUE PIC 9(9) VALUE 0.
          01 WS-LINE-COUNT PIC 9(9) VALUE 0.
          01 WS-SEAL-COUNT PIC 9(4) VALUE 0.
          01 WS-CHAINED-SEEN PIC X(1) VALUE 'N'.
          01 WS-LAST-IS-SEAL PIC X(1) VALUE 'N'.
          01 WS-BAD-LINE PIC 9(9) VALUE 0.
          01 WS-BAD-REASON PIC X(30) VALUE SPACES.
          01 WS-TOK-SCRAP PIC X(80) VALUE SPACES.
          01 WS-TOK-LINES PIC X(20) VALUE SPACES.
          01 WS-VERDICT PIC X(10) VALUE SPACES.

          01 WS-CHECKED-COUNT PIC 9(5) VALUE 0.
          01 WS-INTACT-COUNT PIC 9(5) VALUE 0.
          01 WS-ALTERED-COUNT PIC 9(5) VALUE 0.
          01 WS-TRUNCATED-COUNT PIC 9(5) VALUE 0.
          01 WS-UNSEALED-COUNT PIC 9(5) VALUE 0.
          01 WS-MISSING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCATDD'
           IF WS-GENCAT-DSN = SPACES
             MOVE 'gencatalog.txt' TO WS-GENCAT-DSN
           END-IF
           ACCEPT WS-SEALREG-DSN FROM ENVIRONMENT 'SEALREGDD'
           IF WS-SEALREG-DSN = SPACES
             MOVE 'sealregister.txt' TO WS-SEALREG-DSN
           END-IF
           ACCEPT WS-SEALRPT-DSN FROM ENVIRONMENT 'SEALRPTDD'
           IF WS-SEALRPT-DSN = SPACES
             MOVE 'sealverify.txt' TO WS-SEALRPT-DSN
           END-IF
           ACCEPT WS-RUNID-ENV FROM ENVIRONMENT 'RUNID'

           OPEN OUTPUT SEAL-REPORT
           MOVE 'AUDIT TRAIL SEAL VERIFICATION' TO SEAL-RPT-LINE
           WRITE SEAL-RPT-LINE

      *> without the catalog there is nothing to check, and without
      *> the register nothing to check against -- every seal would
      *> come out unregistered.
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS NOT = '00'
             MOVE SPACES TO SEAL-RPT-LINE
             STRING 'NO GENERATION CATALOG AT ' DELIMITED BY SIZE
                    WS-GENCAT-DSN DELIMITED BY SPACE
                INTO SEAL-RPT-LINE
             END-STRING
             WRITE SEAL-RPT-LINE
             CLOSE SEAL-REPORT
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT SEAL-REGISTER
           IF WS-SEALREG-STATUS NOT = '00'
             CLOSE GENCAT-FILE
             MOVE SPACES TO SEAL-RPT-LINE
             STRING 'SEAL REGISTER UNAVAILABLE AT ' DELIMITED BY SIZE
                    WS-SEALREG-DSN DELIMITED BY SPACE
                INTO SEAL-RPT-LINE
             END-STRING
             WRITE SEAL-RPT-LINE
             CLOSE SEAL-REPORT
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           CLOSE SEAL-REGISTER

           PERFORM UNTIL WS-CAT-EOF = 'Y'
             READ GENCAT-FILE
                AT END MOVE 'Y' TO WS-CAT-EOF
                NOT AT END
                   PERFORM PARSE-CATALOG-LINE
                   IF WS-TOK1 = 'RUNID'
                         AND WS-TOK-KIND = 'AUDIT'
                         AND WS-TOK-DSN NOT = SPACES
                         AND (WS-RUNID-ENV = SPACES
                              OR WS-TOK-RUNID = WS-RUNID-ENV)
                      PERFORM CHECK-GENERATION
                   END-IF
             END-READ
           END-PERFORM
           CLOSE GENCAT-FILE

           MOVE SPACES TO SEAL-RPT-LINE
           WRITE SEAL-RPT-LINE
           MOVE SPACES TO SEAL-RPT-LINE
           STRING 'GENERATIONS CHECKED: ' DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  '  INTACT: ' DELIMITED BY SIZE
                  WS-INTACT-COUNT DELIMITED BY SIZE
                  '  ALTERED: ' DELIMITED BY SIZE
                  WS-ALTERED-COUNT DELIMITED BY SIZE
                  '  TRUNCATED: ' DELIMITED BY SIZE
                  WS-TRUNCATED-COUNT DELIMITED BY SIZE
               INTO SEAL-RPT-LINE
           END-STRING
           WRITE SEAL-RPT-LINE
           MOVE SPACES TO SEAL-RPT-LINE
           STRING 'UNSEALED: ' DELIMITED BY SIZE
                  WS-UNSEALED-COUNT DELIMITED BY SIZE
                  '  NOT FOUND: ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
               INTO SEAL-RPT-LINE
           END-STRING
           WRITE SEAL-RPT-LINE
           CLOSE SEAL-REPORT
           DISPLAY 'AUDIT GENERATIONS CHECKED: ' WS-CHECKED-COUNT
              '  INTACT: ' WS-INTACT-COUNT

           MOVE 0 TO RETURN-CODE
           IF WS-UNSEALED-COUNT > 0 OR WS-MISSING-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ALTERED-COUNT > 0 OR WS-TRUNCATED-COUNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PARSE-CATALOG-LINE.
           MOVE SPACES TO WS-TOK1
           MOVE SPACES TO WS-TOK-RUNID
           MOVE SPACES TO WS-TOK-KIND
           MOVE SPACES TO WS-TOK-DSN
           UNSTRING GENCAT-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK1, WS-TOK-RUNID, WS-TOK-KIND, WS-TOK-DSN
           END-UNSTRING.

       CHECK-GENERATION.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE WS-TOK-DSN TO WS-AUDIT-DSN
           PERFORM LOAD-REGISTERED-SEALS
           MOVE 0 TO WS-CHAIN-VALUE
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-BAD-LINE
           MOVE SPACES TO WS-BAD-REASON
           MOVE 'N' TO WS-CHAINED-SEEN
           MOVE 'N' TO WS-LAST-IS-SEAL
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
             MOVE 'NOT FOUND' TO WS-VERDICT
             ADD 1 TO WS-MISSING-COUNT
           ELSE
             MOVE 'N' TO WS-AUDIT-EOF
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END PERFORM CHECK-AUDIT-LINE
                END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
             PERFORM JUDGE-GENERATION
           END-IF
           PERFORM WRITE-VERDICT.

       LOAD-REGISTERED-SEALS.
           MOVE 0 TO WS-REG-COUNT
           MOVE 'N' TO WS-REG-FULL
           OPEN INPUT SEAL-REGISTER
           IF WS-SEALREG-STATUS = '00'
             MOVE 'N' TO WS-REG-EOF
             PERFORM UNTIL WS-REG-EOF = 'Y'
                READ SEAL-REGISTER
                   AT END MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                      IF SEAL-DSN = WS-AUDIT-DSN
                         IF WS-REG-COUNT < 500
                            ADD 1 TO WS-REG-COUNT
                            MOVE SEAL-CHAIN
                               TO WS-REG-CHAIN(WS-REG-COUNT)
                            MOVE SEAL-LINES
                               TO WS-REG-LINES(WS-REG-COUNT)
                         ELSE
                            MOVE 'Y' TO WS-REG-FULL
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SEAL-REGISTER
           END-IF.

       CHECK-AUDIT-LINE.
      *> fold the line's text in first; the value it carries must be
      *> the value the chain has now reached.
           ADD 1 TO WS-LINE-COUNT
           MOVE AUDIT-TEXT TO WS-HASH-TEXT
           CALL 'LINE-HASH' USING WS-HASH-TEXT, WS-CHAIN-VALUE
           IF AUDIT-CHAIN-TAG = ' CHAIN='
             MOVE 'Y' TO WS-CHAINED-SEEN
             IF AUDIT-CHAIN IS NOT NUMERIC
                   OR AUDIT-CHAIN NOT = WS-CHAIN-VALUE
                MOVE 'CHAIN VALUE DOES NOT CHECK' TO WS-TOK-SCRAP
                PERFORM NOTE-BAD-LINE
             END-IF
           ELSE
      *> lines from before the trail was sealed carry no value, but
      *> once the chain has started every line must carry one.
             IF WS-CHAINED-SEEN = 'Y'
                MOVE 'CHAIN VALUE MISSING' TO WS-TOK-SCRAP
                PERFORM NOTE-BAD-LINE
             END-IF
           END-IF
           IF AUDIT-TEXT(1:9) = 'SEAL RUN='
             MOVE 'Y' TO WS-LAST-IS-SEAL
             PERFORM CHECK-SEAL-LINE
           ELSE
             MOVE 'N' TO WS-LAST-IS-SEAL
           END-IF.

       CHECK-SEAL-LINE.
           ADD 1 TO WS-SEAL-COUNT
           MOVE SPACES TO WS-TOK-LINES
           UNSTRING AUDIT-TEXT DELIMITED BY ' LINES='
              INTO WS-TOK-SCRAP, WS-TOK-LINES
           END-UNSTRING
           IF WS-TOK-LINES(1:9) IS NOT NUMERIC
                 OR WS-TOK-LINES(1:9) NOT = WS-LINE-COUNT
             MOVE 'SEAL LINE COUNT DOES NOT CHECK' TO WS-TOK-SCRAP
             PERFORM NOTE-BAD-LINE
           END-IF
      *> seal n on the dataset answers to register record n for it.
           IF WS-SEAL-COUNT > WS-REG-COUNT
             IF WS-REG-FULL = 'N'
                MOVE 'SEAL NOT IN REGISTER' TO WS-TOK-SCRAP
                PERFORM NOTE-BAD-LINE
             END-IF
           ELSE
             IF WS-REG-CHAIN(WS-SEAL-COUNT) NOT = WS-CHAIN-VALUE
                   OR WS-REG-LINES(WS-SEAL-COUNT) NOT = WS-LINE-COUNT
                MOVE 'SEAL DIFFERS FROM REGISTER' TO WS-TOK-SCRAP
                PERFORM NOTE-BAD-LINE
             END-IF
           END-IF.

       NOTE-BAD-LINE.
      *> only the first failure is reported; everything after it
      *> follows from it.
           IF WS-BAD-LINE = 0
             MOVE WS-LINE-COUNT TO WS-BAD-LINE
             MOVE WS-TOK-SCRAP TO WS-BAD-REASON
           END-IF.

       JUDGE-GENERATION.
           EVALUATE TRUE
             WHEN WS-BAD-LINE > 0
                MOVE 'ALTERED' TO WS-VERDICT
                ADD 1 TO WS-ALTERED-COUNT
             WHEN WS-REG-COUNT > WS-SEAL-COUNT
                MOVE 'TRUNCATED' TO WS-VERDICT
                ADD 1 TO WS-TRUNCATED-COUNT
             WHEN WS-SEAL-COUNT = 0 OR WS-LAST-IS-SEAL = 'N'
                MOVE 'UNSEALED' TO WS-VERDICT
                ADD 1 TO WS-UNSEALED-COUNT
             WHEN OTHER
                MOVE 'INTACT' TO WS-VERDICT
                ADD 1 TO WS-INTACT-COUNT
           END-EVALUATE.

       WRITE-VERDICT.
           MOVE SPACES TO SEAL-RPT-LINE
           STRING WS-VERDICT DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-TOK-RUNID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-DSN DELIMITED BY SPACE
               INTO SEAL-RPT-LINE
           END-STRING
           WRITE SEAL-RPT-LINE
           MOVE SPACES TO SEAL-RPT-LINE
           EVALUATE WS-VERDICT
             WHEN 'NOT FOUND'
                STRING '    DATASET STATUS ' DELIMITED BY SIZE
                       WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO SEAL-RPT-LINE
                END-STRING
             WHEN 'ALTERED'
                STRING '    AT LINE ' DELIMITED BY SIZE
                       WS-BAD-LINE DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WS-BAD-REASON DELIMITED BY SIZE
                   INTO SEAL-RPT-LINE
                END-STRING
             WHEN 'TRUNCATED'
                STRING '    LINES ON DATASET ' DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                       '  SEALS ' DELIMITED BY SIZE
                       WS-SEAL-COUNT DELIMITED BY SIZE
                       '  SEALS REGISTERED ' DELIMITED BY SIZE
                       WS-REG-COUNT DELIMITED BY SIZE
                       '  LAST REGISTERED AT LINE ' DELIMITED BY SIZE
                       WS-REG-LINES(WS-REG-COUNT) DELIMITED BY SIZE
                   INTO SEAL-RPT-LINE
                END-STRING
             WHEN OTHER
                STRING '    LINES ' DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                       '  SEALS ' DELIMITED BY SIZE
                       WS-SEAL-COUNT DELIMITED BY SIZE
                       '  CHAIN ' DELIMITED BY SIZE
                       WS-CHAIN-VALUE DELIMITED BY SIZE
                   INTO SEAL-RPT-LINE
                END-STRING
           END-EVALUATE
           WRITE SEAL-RPT-LINE.
