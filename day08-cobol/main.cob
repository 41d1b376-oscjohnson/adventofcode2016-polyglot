             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.

             SELECT SEAL-REGISTER ASSIGN TO DYNAMIC WS-SEALREG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SEALREG-STATUS.

             SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT CODE-INDEX ASSIGN TO DYNAMIC WS-CODEIX-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CIX-KEY
             FILE STATUS IS WS-CODEIX-STATUS.

             SELECT TPL-LINEAGE ASSIGN TO DYNAMIC WS-LINEAGE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIN-KEY
             FILE STATUS IS WS-LINEAGE-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD STUDENT.
             05 CKPT-SKIP-STUDENT PIC X(1).
             05 CKPT-MAX-ROW PIC 9(3).
             05 CKPT-MAX-COL PIC 9(3).
             05 CKPT-TEMPLATE PIC X(8).
             05 CKPT-TPL-VERSION PIC 9(9).
          01 CKPT-CHARGE-REC PIC X(106052).
          01 CKPT-ZONE-REC PIC X(999).

      *> every audit line carries the running chain value LINE-HASH
      *> folds from the text of every line before it and itself, so
      *> no line can be altered, dropped or inserted without every
      *> value after it coming out wrong.  each session on the
      *> dataset ends in a seal record -- 'SEAL RUN=... LINES=...'
      *> -- carrying the chain value over everything up to and
      *> including itself.
          FD AUDIT-FILE.
          01 AUDIT-LINE PIC X(96).
          01 AUDIT-CHAINED-LINE.
             05 AUDIT-TEXT PIC X(80).
             05 AUDIT-CHAIN-TAG PIC X(7).
             05 AUDIT-CHAIN PIC 9(9).

      *> one record per seal written, appended across runs and kept
      *> apart from the audit datasets themselves: the dataset, the
      *> run, and the chain value and line count it was sealed at.
      *> SEAL-VERIFY holds each audit generation to these.
          FD SEAL-REGISTER.
          01 SEAL-RECORD.
             05 SEAL-DSN PIC X(100).
             05 SEAL-RUN-ID PIC X(14).
             05 SEAL-CHAIN PIC 9(9).
             05 SEAL-LINES PIC 9(9).
             05 SEAL-DATE PIC 9(8).
             05 SEAL-TIME PIC 9(6).

      *> the operations console's window into a running roster --
      *> rewritten whole at every checkpoint so RUN-STATUS can show
          01 SEENX-RECORD.
             05 SEENX-ID PIC 9(5).

      *> the production rate card as RATE-MAINT keeps it -- every
      *> rate ever set, in type and effective-date order, an 'X'
      *> status marking a type expired from its date.  layout must
      *> stay in step with the maintenance program.
          FD RATE-FILE.
          01 RATE-CARD-RECORD.
             05 RCD-TYPE PIC X(10).
             05 RCD-EFF-DATE PIC 9(8).
             05 RCD-RATE PIC 9(3)V99.
             05 RCD-STATUS PIC X(1).
             05 RCD-APPROVER PIC X(20).
             05 RCD-ENTERED PIC 9(8).

          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).
             05 ARCH-ROW-COUNT PIC 9(3).
             05 ARCH-IMAGE.
                10 ARCH-IMAGE-ROW PIC X(250) OCCURS 12 TIMES.
             05 ARCH-BUS-DATE PIC 9(8).

      *> every student's current code per zone, keyed code first so
      *> a code's holders read together.  an entry is only a lead:
      *> the archive is the truth, and an entry it no longer bears
      *> out is deleted when found.  CODE-COLLISION rebuilds it.
          FD CODE-INDEX.
          01 CIX-RECORD.
             05 CIX-KEY.
                10 CIX-ZONE PIC X(10).
                10 CIX-CODE PIC X(199).
                10 CIX-STUDENT-ID PIC 9(5).
             05 CIX-RUN-DATE PIC 9(8).
             05 CIX-RUN-TIME PIC 9(6).

      *> template lineage: one record per student per run, keyed by
      *> the same run stamp as the student's archive records, naming
      *> the template and template version the student's header said
      *> the block was generated from.  a header with no template
      *> stamp (a block written by hand) is recorded with a blank
      *> template.  TEMPLATE-IMPACT reads it to find who holds a
      *> badge built from a template that has since been corrected.
          FD TPL-LINEAGE.
          01 LIN-RECORD.
             05 LIN-KEY.
                10 LIN-STUDENT-ID PIC 9(5).
                10 LIN-RUN-DATE PIC 9(8).
                10 LIN-RUN-TIME PIC 9(6).
             05 LIN-TEMPLATE PIC X(8).
             05 LIN-TPL-VERSION PIC 9(9).
             05 LIN-BUS-DATE PIC 9(8).
             05 LIN-INPUT-DSN PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-STUDENT-DSN PIC X(100) VALUE 'input.txt'.
          01 WS-CUR-NAME PIC A(75) VALUE SPACES.
          01 WS-HAVE-STUDENT PIC X(1) VALUE 'N'.

      *> a header FEED-TRANSLATE or PENDING-RELEASE generated
      *> carries '*TPL ', the template code and its version past the
      *> name, in columns 46 on; the name proper is the forty
      *> columns before the stamp.
          01 WS-CUR-TEMPLATE PIC X(8) VALUE SPACES.
          01 WS-CUR-TPL-VERSION PIC 9(9) VALUE 0.
          01 WS-LINEAGE-DSN PIC X(100) VALUE 'tpllineage.dat'.
          01 WS-LINEAGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-LINEAGE-OK PIC X(1) VALUE 'N'.

      *> wide enough for the longest code a 999-column screen can
      *> ever decode (999 / 5 letters per glyph, truncated).
          01 WS-CODE-OUT PIC X(199) VALUE SPACES.
          01 WS-AUDIT-DSN PIC X(100) VALUE 'audit.txt'.
          01 WS-AUDIT-DETAIL PIC X(50) VALUE SPACES.
          01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
          01 WS-AUDIT-EOF PIC X(1) VALUE 'N'.
          01 WS-SEALREG-DSN PIC X(100) VALUE 'sealregister.txt'.
          01 WS-SEALREG-STATUS PIC X(2) VALUE SPACES.

      *> the audit chain: the value carried on the last line written
      *> and the number of lines on the dataset so far.  a dataset
      *> being extended is read through first so the chain carries
      *> on from its last line.
          01 WS-AUDIT-CHAIN-VALUE PIC 9(9) VALUE 0.
          01 WS-AUDIT-LINES PIC 9(9) VALUE 0.
          01 WS-HASH-TEXT PIC X(256) VALUE SPACES.
          01 WS-SEAL-LINES PIC 9(9) VALUE 0.
          01 WS-SEAL-TIME PIC 9(8) VALUE 0.

      *> the rendered screen and per-student summary go to this
      *> dataset rather than to DISPLAY.
          01 WS-PRIOR-CODE PIC X(199) VALUE SPACES.
          01 WS-PRIOR-PIXELS PIC 9(6) VALUE 0.

      *> badge code collisions: a student whose decoded code in a
      *> zone is already the current code of another active
      *> student's badge in that zone -- the card office cannot
      *> tell the two cards apart.  each is an exception, and the
      *> run ends with the operator's COLLISIONRC (default 4) so a
      *> cycle can be told to hold the extract behind it.  an index
      *> that had to be created empty cannot show a collision with
      *> any badge printed before this run, so that ends the run
      *> with COLLISIONRC too, until CODE-COLLISION seeds it.
          01 WS-CODEIX-DSN PIC X(100) VALUE 'badgecodes.dat'.
          01 WS-CODEIX-STATUS PIC X(2) VALUE SPACES.
          01 WS-CODEIX-OK PIC X(1) VALUE 'N'.
          01 WS-CODEIX-NEW PIC X(1) VALUE 'N'.
          01 WS-CODEIX-EOF PIC X(1) VALUE 'N'.
          01 WS-COLLIDE-RC-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-COLLIDE-RC PIC 9(2) VALUE 4.
          01 WS-COLLIDE-COUNT PIC 9(6) VALUE 0.
          01 WS-COLLIDE-ID PIC 9(5) VALUE 0.
          01 WS-COLLIDE-CURRENT PIC X(1) VALUE 'N'.
          01 WS-OTHER-CODE PIC X(199) VALUE SPACES.
          01 WS-OTHER-EOF PIC X(1) VALUE 'N'.

      *> generation mode (GENERATIONS=Y): every run's outputs land
      *> in datasets suffixed with the run stamp instead of one
      *> endless OPEN EXTEND accretion, and each generation created
                   15 CHG-BAD PIC 9(6).
          01 WS-CHARGE-IDX PIC 9(4) VALUE 0.

      *> unit rates from the RATECARDDD rate card, as in force on the
      *> rate date -- the run stamp's date, so a rerun or a late
      *> roster entry under a night's stamp prices as that night
      *> did.  a type with no rate in force bills at zero.
          01 WS-RATE-DSN PIC X(100) VALUE 'ratecard.txt'.
          01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-RATE-EOF PIC X(1) VALUE 'N'.
          01 WS-RATE-DATE PIC 9(8) VALUE 0.
          01 WS-RATE-WORK PIC 9(3)V99 VALUE 0.
          01 WS-RATE-RECT PIC 9(3)V99 VALUE 0.
          01 WS-RATE-COL-ROTATE PIC 9(3)V99 VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.
          01 WS-ARCH-ROW PIC 9(3) VALUE 0.

      *> the business date this run is for -- the run date rolled
      *> forward past weekends and calendar holidays by BIZ-DATE, or
      *> under DRIVER the roster's own (BUSDATE), so every entry of
      *> a roster that runs past midnight stays on one business day.
      *> it prices and dates the charges and rides on the run log,
      *> the generation catalog and the archive beside the wall-
      *> clock stamp.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-BUSDATE-ENV PIC X(8) VALUE SPACES.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-BUS-BASE-DATE PIC 9(8) VALUE 0.

      *> the billing period the run's charges post to -- the
      *> business date's month, or the next open period when
      *> PERIOD-CLOSE has already frozen that month.
          01 WS-POST-PERIOD PIC 9(6) VALUE 0.
          01 WS-PERIOD-LATE PIC X(1) VALUE 'N'.

      *> set when a header fails master validation -- the whole
      *> instruction block that follows is skipped, not applied and
      *> not flagged line by line.
                INTO WS-RUN-ID
             END-STRING
           END-IF
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-GEN-ENV FROM ENVIRONMENT 'GENERATIONS'
           IF (WS-GEN-ENV = 'Y' OR WS-GEN-ENV = 'y')
                 AND WS-VALIDATE-ONLY = 'N'
      *> run, or because a driver job already sent an earlier roster
      *> entry's output here -- is extended rather than overwritten;
      *> a dataset that does not exist yet is created.
           PERFORM LOAD-AUDIT-CHAIN
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
             OPEN OUTPUT AUDIT-FILE
             END-IF
           END-IF

           ACCEPT WS-RATE-DSN FROM ENVIRONMENT 'RATECARDDD'
           IF WS-RATE-DSN = SPACES
             MOVE 'ratecard.txt' TO WS-RATE-DSN
           END-IF
           MOVE WS-BUS-DATE TO WS-RATE-DATE
           ACCEPT WS-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-CHARGE-DSN
                  WS-STUDENT-DSN DELIMITED BY SPACE
                  ' RESUMED ' DELIMITED BY SIZE
                  WS-RESUMED DELIMITED BY SIZE
                  ' BUSDATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           WRITE RUN-LOG-LINE
             MOVE 'Y' TO WS-ARCHIVE-OK
           END-IF

           ACCEPT WS-CODEIX-DSN FROM ENVIRONMENT 'BADGECODEDD'
           IF WS-CODEIX-DSN = SPACES
             MOVE 'badgecodes.dat' TO WS-CODEIX-DSN
           END-IF
           OPEN I-O CODE-INDEX
           IF WS-CODEIX-STATUS NOT = '00'
             OPEN OUTPUT CODE-INDEX
             CLOSE CODE-INDEX
             OPEN I-O CODE-INDEX
             MOVE 'Y' TO WS-CODEIX-NEW
             DISPLAY 'CODE INDEX CREATED EMPTY -- RUN CODE-COLLISION '
                'TO SEED'
           END-IF
           IF WS-CODEIX-STATUS = '00'
             MOVE 'Y' TO WS-CODEIX-OK
           END-IF

           ACCEPT WS-LINEAGE-DSN FROM ENVIRONMENT 'TPLLINEAGEDD'
           IF WS-LINEAGE-DSN = SPACES
             MOVE 'tpllineage.dat' TO WS-LINEAGE-DSN
           END-IF
           OPEN I-O TPL-LINEAGE
           IF WS-LINEAGE-STATUS NOT = '00'
             OPEN OUTPUT TPL-LINEAGE
             CLOSE TPL-LINEAGE
             OPEN I-O TPL-LINEAGE
           END-IF
           IF WS-LINEAGE-STATUS = '00'
             MOVE 'Y' TO WS-LINEAGE-OK
           END-IF
           ACCEPT WS-COLLIDE-RC-ENV FROM ENVIRONMENT 'COLLISIONRC'
           IF WS-COLLIDE-RC-ENV NOT = SPACES
             INSPECT WS-COLLIDE-RC-ENV REPLACING LEADING SPACE BY '0'
             IF WS-COLLIDE-RC-ENV IS NUMERIC
                MOVE WS-COLLIDE-RC-ENV TO WS-COLLIDE-RC
             END-IF
           END-IF

           ACCEPT WS-CHANGES-DSN FROM ENVIRONMENT 'CHANGESDD'
           IF WS-CHANGES-DSN = SPACES
             MOVE 'changes.txt' TO WS-CHANGES-DSN

      *> a line belonging to a student the master file rejected is
      *> skipped outright -- instructions and stray lines alike --
      *> until the next header comes along and ends the block.  a
      *> department's envelope header and trailer were checked by
      *> DRIVER before dispatch and carry nothing to render.
                   IF (WS-SKIP-STUDENT = 'Y'
                         AND (WS-STUDENT-ID IS NOT NUMERIC
                            OR WS-INSTR-LINE(1:4) = 'rect'
                            OR WS-INSTR-LINE(1:6) = 'rotate'))
                         OR WS-LINE(1:5) = '*HDR '
                         OR WS-LINE(1:5) = '*TRL '
                      CONTINUE
                   ELSE
                   IF WS-INSTR-LINE(1:4) = 'rect'
      *> this roster run has reported its ID before.
                            PERFORM CHECK-DUPLICATE-ID
                         END-IF
                         MOVE SPACES TO WS-CUR-TEMPLATE
                         MOVE 0 TO WS-CUR-TPL-VERSION
                         IF WS-SKIP-STUDENT = 'Y'
                            MOVE 0 TO WS-CUR-STUDENT-ID
                            MOVE SPACES TO WS-CUR-NAME
                            MOVE 'N' TO WS-HAVE-STUDENT
                         ELSE
                            MOVE WS-STUDENT-ID TO WS-CUR-STUDENT-ID
                            IF WS-LINE(46:5) = '*TPL '
                               MOVE WS-LINE(51:8) TO WS-CUR-TEMPLATE
                               IF WS-LINE(60:9) IS NUMERIC
                                  MOVE WS-LINE(60:9)
                                     TO WS-CUR-TPL-VERSION
                               END-IF
                               MOVE SPACES TO WS-LINE(46:35)
                            END-IF
                            IF WS-MASTER-FOUND = 'Y'
                               MOVE WS-MASTER-FOUND-NAME
                                  TO WS-CUR-NAME
             GOBACK
           END-IF

           PERFORM SEAL-AUDIT
           CLOSE AUDIT-FILE
           IF WS-REPAIR-OPEN = 'Y'
             CLOSE REPAIR-FILE
           END-IF

      *> the last student's block can still raise a code collision,
      *> so the exception file stays open through it.
           PERFORM REPORT-STUDENT
           CLOSE EXCEPTION-FILE
      *> sorted reporting: the spooled student blocks pass through
      *> the sort and land on REPORT-FILE in key order, then the
      *> spool is emptied for the next run.  the summary follows the
           PERFORM WRITE-CHARGE-EXTRACT
           CLOSE REPORT-FILE
           CLOSE BADGE-ARCHIVE
           IF WS-CODEIX-OK = 'Y'
             CLOSE CODE-INDEX
           END-IF
           IF WS-LINEAGE-OK = 'Y'
             CLOSE TPL-LINEAGE
           END-IF
           IF WS-HAVE-VERIFY = 'Y'
             CLOSE VERIFY-REPORT
           END-IF
           IF WS-ANY-OOB = 'Y'
             MOVE 8 TO WS-FINAL-RC
           END-IF
           IF WS-COLLIDE-COUNT > 0 AND WS-COLLIDE-RC > WS-FINAL-RC
             MOVE WS-COLLIDE-RC TO WS-FINAL-RC
           END-IF
           IF WS-CODEIX-NEW = 'Y' AND WS-COLLIDE-RC > WS-FINAL-RC
             MOVE WS-COLLIDE-RC TO WS-FINAL-RC
           END-IF
           IF WS-FILE-ERROR = 'Y'
             MOVE 12 TO WS-FINAL-RC
           END-IF
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE 0 TO WS-CUR-STUDENT-ID
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-TEMPLATE
           MOVE 0 TO WS-CUR-TPL-VERSION
           MOVE 'N' TO WS-HAVE-STUDENT
           PERFORM CLEAR-ALL-ZONES
           PERFORM SAVE-CHECKPOINT
                MOVE CKPT-COPY-COUNT TO WS-COPY-COUNT
                MOVE CKPT-BARCODE-COUNT TO WS-BARCODE-COUNT
                MOVE CKPT-SKIP-STUDENT TO WS-SKIP-STUDENT
                MOVE CKPT-TEMPLATE TO WS-CUR-TEMPLATE
                IF CKPT-TPL-VERSION IS NUMERIC
                   MOVE CKPT-TPL-VERSION TO WS-CUR-TPL-VERSION
                END-IF
                READ CKPT-FILE
                IF WS-CKPT-STATUS = '00'
                   MOVE CKPT-CHARGE-REC TO WS-CHARGE-ACCUM
           MOVE WS-COPY-COUNT TO CKPT-COPY-COUNT
           MOVE WS-BARCODE-COUNT TO CKPT-BARCODE-COUNT
           MOVE WS-SKIP-STUDENT TO CKPT-SKIP-STUDENT
           MOVE WS-CUR-TEMPLATE TO CKPT-TEMPLATE
           MOVE WS-CUR-TPL-VERSION TO CKPT-TPL-VERSION
           MOVE WS-MAX-ROW TO CKPT-MAX-ROW
           MOVE WS-MAX-COL TO CKPT-MAX-COL
           OPEN OUTPUT CKPT-FILE
           END-IF.

       FLAG-BAD-INSTRUCTION.
      *> the owning student rides on the line, so a run's exception
      *> generation alone says whose instruction was rejected.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'MALFORMED INSTRUCTION AT RECORD '
                     DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  ' STUDENT ' DELIMITED BY SIZE
                  WS-CUR-STUDENT-ID DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-LINE DELIMITED BY SIZE
               INTO EXCEPTION-LINE
                  WS-BAD-COUNT DELIMITED BY SIZE
                  ' CODE ' DELIMITED BY SIZE
                  WS-FINAL-RC DELIMITED BY SIZE
                  ' COLLISIONS ' DELIMITED BY SIZE
                  WS-COLLIDE-COUNT DELIMITED BY SIZE
                  ' BUSDATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           WRITE RUN-LOG-LINE
       ACQUIRE-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL-FILE
             PERFORM CHECK-PRIOR-TRAILER
           END-IF
           IF WS-RUNCTL-REFUSED = 'N'
                 AND WS-LAST-DONE-DATE = WS-BUS-DATE
                 AND WS-FORCE-ENV NOT = 'Y'
             MOVE 'Y' TO WS-RUNCTL-REFUSED
             DISPLAY 'A RUN ALREADY COMPLETED FOR BUSINESS DATE '
                WS-BUS-DATE
                ' -- REFUSING TO START (FORCERUN=Y OVERRIDES)'
           END-IF
           IF WS-RUNCTL-REFUSED = 'N'
             MOVE 'Y' TO WS-RUNCTL-TAKEN
           END-IF.

       RESOLVE-BUSINESS-DATE.
      *> a roster hands its business date down; a standalone run, or
      *> a rerun under a given RUNID, resolves the stamp's own date.
           ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT 'BUSDATE'
           IF WS-BUSDATE-ENV IS NUMERIC
             MOVE WS-BUSDATE-ENV TO WS-BUS-DATE
           ELSE
             IF WS-RUN-ID(1:8) IS NUMERIC
                MOVE WS-RUN-ID(1:8) TO WS-BUS-BASE-DATE
             ELSE
                MOVE WS-RUN-DATE TO WS-BUS-BASE-DATE
             END-IF
             CALL 'BIZ-DATE' USING WS-BUS-BASE-DATE, WS-BUS-DATE,
                WS-CAL-SOURCE
           END-IF.

       CHECK-PRIOR-TRAILER.
      *> the runlog's last RUN line tells the story: a START with no
      *> END after it means the previous run never finished, and the
           MOVE SPACES TO RUNCTL-HOLDER
           MOVE WS-RUN-ID TO RUNCTL-RUN-ID
           IF WS-FINAL-RC < 8
             MOVE WS-BUS-DATE TO RUNCTL-LAST-DATE
           ELSE
             MOVE WS-LAST-DONE-DATE TO RUNCTL-LAST-DATE
           END-IF
           END-IF.

       NOTE-RATE-LINE.
      *> the card is in effective-date order within a type, so the
      *> last entry on or before the rate date is the one in force;
      *> an expiry entry takes the type back to zero.
           IF RCD-EFF-DATE IS NUMERIC
                 AND RCD-EFF-DATE NOT > WS-RATE-DATE
             IF RCD-STATUS = 'X' OR RCD-RATE IS NOT NUMERIC
                MOVE 0 TO WS-RATE-WORK
             ELSE
                MOVE RCD-RATE TO WS-RATE-WORK
             END-IF
             EVALUATE RCD-TYPE
                WHEN 'RECT' MOVE WS-RATE-WORK TO WS-RATE-RECT
                WHEN 'ROTATECOL'
                   MOVE WS-RATE-WORK TO WS-RATE-COL-ROTATE
                WHEN 'ROTATEROW'
                   MOVE WS-RATE-WORK TO WS-RATE-ROW-ROTATE
                WHEN 'CLEAR' MOVE WS-RATE-WORK TO WS-RATE-CLEAR
                WHEN 'INVERT' MOVE WS-RATE-WORK TO WS-RATE-INVERT
                WHEN 'COPY' MOVE WS-RATE-WORK TO WS-RATE-COPY
                WHEN 'BARCODE' MOVE WS-RATE-WORK TO WS-RATE-BARCODE
                WHEN 'REJECT' MOVE WS-RATE-WORK TO WS-RATE-REJECT
                WHEN OTHER CONTINUE
             END-EVALUATE
           END-IF.

       FLUSH-STUDENT-CHARGES.
      *> bank the student's counts in the charge table and start the
                       WS-GEN-KIND DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-GEN-DSN DELIMITED BY SPACE
                       ' BUSDATE ' DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                    INTO GENCAT-LINE
                END-STRING
                WRITE GENCAT-LINE
             MOVE WS-CHARGE-DSN TO WS-GEN-DSN
             PERFORM NOTE-GENERATION
           END-IF
           CALL 'BILL-PERIOD' USING WS-RATE-DATE, WS-POST-PERIOD,
              WS-PERIOD-LATE
           IF WS-PERIOD-LATE = 'Y'
             DISPLAY 'BILLING PERIOD ' WS-RATE-DATE(1:6)
                ' CLOSED -- CHARGES POSTED TO PERIOD ' WS-POST-PERIOD
           END-IF
           MOVE 0 TO WS-CHARGE-TOTAL
           MOVE 0 TO WS-TOT-RECT
           MOVE 0 TO WS-TOT-COL-ROTATE
                  WS-TOT-BAD DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-CHARGE-TOTAL-EDIT DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-POST-PERIOD DELIMITED BY SIZE
               INTO CHARGE-LINE
           END-STRING
           WRITE CHARGE-LINE
                  CHG-BAD(WS-CHARGE-IDX) DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-CHARGE-EDIT DELIMITED BY SIZE
                  ' DATE ' DELIMITED BY SIZE
                  WS-RATE-DATE DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-POST-PERIOD DELIMITED BY SIZE
               INTO CHARGE-LINE
           END-STRING
           WRITE CHARGE-LINE.
           MOVE WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) TO ARCH-ZONE
           MOVE WS-RUN-DATE TO ARCH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO ARCH-RUN-TIME
           MOVE WS-BUS-DATE TO ARCH-BUS-DATE
           MOVE WS-CODE-OUT TO ARCH-CODE
           MOVE WS-COUNTER TO ARCH-LIT-COUNT
           MOVE WS-MAX-ROW TO ARCH-ROW-COUNT
              INVALID KEY REWRITE ARCH-RECORD
           END-WRITE.

       WRITE-LINEAGE-RECORD.
      *> keyed like the archive records the student's zones just
      *> wrote; a re-run on the same stamp replaces its own record.
           MOVE WS-CUR-STUDENT-ID TO LIN-STUDENT-ID
           MOVE WS-RUN-DATE TO LIN-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO LIN-RUN-TIME
           MOVE WS-CUR-TEMPLATE TO LIN-TEMPLATE
           MOVE WS-CUR-TPL-VERSION TO LIN-TPL-VERSION
           MOVE WS-BUS-DATE TO LIN-BUS-DATE
           MOVE WS-STUDENT-DSN TO LIN-INPUT-DSN
           WRITE LIN-RECORD
              INVALID KEY REWRITE LIN-RECORD
           END-WRITE.

       CHECK-CODE-COLLISION.
      *> every other holder the index names for this zone and code
      *> is checked against the archive -- a holder whose latest
      *> badge no longer carries the code is a stale entry and goes
      *> -- and against the master, where a departed student's old
      *> card is no longer in the card office's hands.
           MOVE WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) TO CIX-ZONE
           MOVE WS-CODE-OUT TO CIX-CODE
           MOVE 0 TO CIX-STUDENT-ID
           MOVE 'N' TO WS-CODEIX-EOF
           START CODE-INDEX KEY NOT < CIX-KEY
              INVALID KEY MOVE 'Y' TO WS-CODEIX-EOF
           END-START
           PERFORM UNTIL WS-CODEIX-EOF = 'Y'
             READ CODE-INDEX NEXT RECORD
                AT END MOVE 'Y' TO WS-CODEIX-EOF
                NOT AT END
                   IF CIX-ZONE NOT = WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX)
                         OR CIX-CODE NOT = WS-CODE-OUT
                      MOVE 'Y' TO WS-CODEIX-EOF
                   ELSE
                      IF CIX-STUDENT-ID NOT = WS-CUR-STUDENT-ID
                         MOVE CIX-STUDENT-ID TO WS-COLLIDE-ID
                         PERFORM CONFIRM-COLLISION
                      END-IF
                   END-IF
             END-READ
           END-PERFORM.

       CONFIRM-COLLISION.
           MOVE 'N' TO WS-COLLIDE-CURRENT
           MOVE SPACES TO WS-OTHER-CODE
           MOVE WS-COLLIDE-ID TO ARCH-STUDENT-ID
           MOVE WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) TO ARCH-ZONE
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           MOVE 'N' TO WS-OTHER-EOF
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-OTHER-EOF
           END-START
           PERFORM UNTIL WS-OTHER-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-OTHER-EOF
                NOT AT END
                   IF ARCH-STUDENT-ID = WS-COLLIDE-ID
                         AND ARCH-ZONE =
                            WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX)
                      MOVE ARCH-CODE TO WS-OTHER-CODE
                   ELSE
                      MOVE 'Y' TO WS-OTHER-EOF
                   END-IF
             END-READ
           END-PERFORM
           IF WS-OTHER-CODE = WS-CODE-OUT
             MOVE 'Y' TO WS-COLLIDE-CURRENT
           ELSE
             DELETE CODE-INDEX RECORD
                INVALID KEY CONTINUE
             END-DELETE
           END-IF
           IF WS-COLLIDE-CURRENT = 'Y' AND WS-HAVE-MASTER = 'Y'
             MOVE WS-COLLIDE-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY MOVE 'N' TO WS-COLLIDE-CURRENT
             END-READ
             IF WS-COLLIDE-CURRENT = 'Y' AND MSX-ACTIVE NOT = 'A'
                MOVE 'N' TO WS-COLLIDE-CURRENT
             END-IF
           END-IF
           IF WS-COLLIDE-CURRENT = 'Y'
             ADD 1 TO WS-COLLIDE-COUNT
             MOVE SPACES TO EXCEPTION-LINE
             STRING 'CODE COLLISION ZONE ' DELIMITED BY SIZE
                    WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX)
                       DELIMITED BY SPACE
                    ' WITH CURRENT BADGE OF STUDENT '
                       DELIMITED BY SIZE
                    WS-COLLIDE-ID DELIMITED BY SIZE
                    ': ' DELIMITED BY SIZE
                    WS-CUR-STUDENT-ID DELIMITED BY SIZE
                    ' CODE ' DELIMITED BY SIZE
                    WS-CODE-OUT DELIMITED BY SPACE
                 INTO EXCEPTION-LINE
             END-STRING
             WRITE EXCEPTION-LINE
           END-IF.

       UPDATE-CODE-INDEX.
      *> the student's old code for the zone leaves the index only
      *> when the new record replaces it as the current badge.
           IF WS-PRIOR-FOUND = 'Y' AND WS-PRIOR-CODE NOT = WS-CODE-OUT
             MOVE WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) TO CIX-ZONE
             MOVE WS-PRIOR-CODE TO CIX-CODE
             MOVE WS-CUR-STUDENT-ID TO CIX-STUDENT-ID
             DELETE CODE-INDEX RECORD
                INVALID KEY CONTINUE
             END-DELETE
           END-IF
           IF WS-CODE-OUT NOT = SPACES
             MOVE WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) TO CIX-ZONE
             MOVE WS-CODE-OUT TO CIX-CODE
             MOVE WS-CUR-STUDENT-ID TO CIX-STUDENT-ID
             MOVE WS-RUN-DATE TO CIX-RUN-DATE
             MOVE WS-RUN-TIME(1:6) TO CIX-RUN-TIME
             WRITE CIX-RECORD
                INVALID KEY REWRITE CIX-RECORD
             END-WRITE
           END-IF.

       FLAG-BAD-STUDENT.
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-MASTER-REASON DELIMITED BY SPACE
                 WS-ZONE-NAME-TBL(WS-CUR-ZONE-IDX) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-AUDIT-DETAIL DELIMITED BY SIZE
              INTO AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CHAINED-AUDIT
           END-IF.

       LOAD-AUDIT-CHAIN.
      *> the chain runs over the whole dataset, so an existing one --
      *> resumed, or extended by an earlier roster entry -- is folded
      *> through again from its first line.  a new dataset starts
      *> the chain at zero.
           MOVE 0 TO WS-AUDIT-CHAIN-VALUE
           MOVE 0 TO WS-AUDIT-LINES
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
             MOVE 'N' TO WS-AUDIT-EOF
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                      MOVE AUDIT-TEXT TO WS-HASH-TEXT
                      CALL 'LINE-HASH' USING WS-HASH-TEXT,
                         WS-AUDIT-CHAIN-VALUE
                      ADD 1 TO WS-AUDIT-LINES
                END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           END-IF.

       WRITE-CHAINED-AUDIT.
      *> AUDIT-TEXT is filled; fold it into the chain and write it
      *> with the new value beside it.
           MOVE AUDIT-TEXT TO WS-HASH-TEXT
           CALL 'LINE-HASH' USING WS-HASH-TEXT, WS-AUDIT-CHAIN-VALUE
           MOVE ' CHAIN=' TO AUDIT-CHAIN-TAG
           MOVE WS-AUDIT-CHAIN-VALUE TO AUDIT-CHAIN
           ADD 1 TO WS-AUDIT-LINES
           WRITE AUDIT-CHAINED-LINE.

       SEAL-AUDIT.
      *> the seal closes this session on the dataset: its own line
      *> count includes itself, and its chain value -- the last on
      *> the dataset -- goes to the seal register with the count.
           MOVE SPACES TO AUDIT-CHAINED-LINE
           COMPUTE WS-SEAL-LINES = WS-AUDIT-LINES + 1
           STRING 'SEAL RUN=' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SPACE
                  ' LINES=' DELIMITED BY SIZE
                  WS-SEAL-LINES DELIMITED BY SIZE
              INTO AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CHAINED-AUDIT
           ACCEPT WS-SEALREG-DSN FROM ENVIRONMENT 'SEALREGDD'
           IF WS-SEALREG-DSN = SPACES
             MOVE 'sealregister.txt' TO WS-SEALREG-DSN
           END-IF
           OPEN EXTEND SEAL-REGISTER
           IF WS-SEALREG-STATUS NOT = '00'
             OPEN OUTPUT SEAL-REGISTER
           END-IF
           IF WS-SEALREG-STATUS = '00'
             ACCEPT WS-SEAL-TIME FROM TIME
             MOVE SPACES TO SEAL-RECORD
             MOVE WS-AUDIT-DSN TO SEAL-DSN
             MOVE WS-RUN-ID TO SEAL-RUN-ID
             MOVE WS-AUDIT-CHAIN-VALUE TO SEAL-CHAIN
             MOVE WS-AUDIT-LINES TO SEAL-LINES
             ACCEPT SEAL-DATE FROM DATE YYYYMMDD
             MOVE WS-SEAL-TIME(1:6) TO SEAL-TIME
             WRITE SEAL-RECORD
             CLOSE SEAL-REGISTER
           ELSE
             DISPLAY 'SEAL REGISTER UNAVAILABLE: ' WS-SEALREG-STATUS
                ' -- AUDIT ' WS-AUDIT-DSN(1:40) ' SEALED UNREGISTERED'
           END-IF.

       REPORT-STUDENT.
      *> the difference check reads the prior archived record, so it
      *> has to run before this run's record replaces it.
                   PERFORM CHECK-BADGE-CHANGE
                   IF WS-CODEIX-OK = 'Y' AND WS-CODE-OUT NOT = SPACES
                      PERFORM CHECK-CODE-COLLISION
                   END-IF
                   PERFORM WRITE-ARCHIVE-RECORD
                   IF WS-CODEIX-OK = 'Y'
                      PERFORM UPDATE-CODE-INDEX
                   END-IF
                END-IF

                ADD WS-COUNTER TO WS-COUNTER-TOTAL
           IF WS-HAVE-STUDENT = 'Y'
             PERFORM WRITE-EXTRACT-RECORD
             PERFORM WRITE-STUDENT-STAT
             IF WS-LINEAGE-OK = 'Y'
                PERFORM WRITE-LINEAGE-RECORD
             END-IF
           END-IF
           PERFORM FLUSH-STUDENT-CHARGES
           END-IF.
