       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPELINE-BALANCE.

      *> nightly end-to-end balancing, registrar feed to card system.
      *> each step balances itself; this follows every student
      *> through all of them, in order:
      *>   1 FEED RECEIVED  the registrar's feed dataset;
      *>   2 GENERATED      a header in FEED-TRANSLATE's generated
      *>                    file or PENDING-RELEASE's release file --
      *>                    or held on the pending dataset for a
      *>                    later effective date, or rejected on the
      *>                    feed exception report;
      *>   3 DISPATCHED     DRIVER's disposition report shows the
      *>                    student's instruction file was run, not
      *>                    quarantined or carried over;
      *>   4 REPORTED       an 'S' record on the run statistics;
      *>   5 ARCHIVED       a badge archive record for the business
      *>                    date;
      *>   6 EXTRACTED      a record on the card extract, whose
      *>                    TRAILER counts are balanced as well;
      *>   7 BILLED         a STUDENT line on the charge file;
      *>   8 ACKNOWLEDGED   ACC on the card office's acknowledgment
      *>                    file, read the way ACK-RECON reads it.
      *> a student joins at stage 1 off the feed, at stage 2 when
      *> released from the pending dataset tonight, or at stage 3
      *> in a department's own instruction file.  the report gives
      *> stage-to-stage counts with their differences, then every
      *> student who dropped out before acknowledgment, by student
      *> ID, with the stage they were lost at.  a held student is
      *> listed apart -- parked, not lost.
      *>
      *> RUNID names the run whose extract and charge generations
      *> are balanced, as ACK-RECON takes it; BUSDATE gives the
      *> business date, else it is resolved as MAIN resolves it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS.

      *> the generated, release and department instruction files,
      *> whichever WS-INSTR-DSN names at the open.
             SELECT INSTR-FILE ASSIGN TO DYNAMIC WS-INSTR-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INSTR-STATUS.

             SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PENDING-STATUS.

             SELECT FEED-EXC ASSIGN TO DYNAMIC WS-FEEDEXC-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEEDEXC-STATUS.

             SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISP-STATUS.

             SELECT STATS-FILE ASSIGN TO DYNAMIC WS-STATS-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATS-STATUS.

             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.

             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACK-STATUS.

             SELECT BALANCE-RPT ASSIGN TO DYNAMIC WS-BALRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BALRPT-STATUS.

             SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORTWK-DSN.

       DATA DIVISION.
          FILE SECTION.
      *> the registrar's record layout, as FEED-TRANSLATE reads it.
          FD FEED-FILE.
          01 FEED-RECORD.
             05 FEED-STUDENT-ID PIC X(5).
             05 FEED-NAME PIC X(30).
             05 FEED-TEMPLATE PIC X(8).
             05 FEED-EFF-DATE PIC X(8).

          FD INSTR-FILE.
          01 INSTR-LINE PIC X(80).

          FD PENDING-FILE.
          01 PENDING-RECORD.
             05 PEND-STUDENT-ID PIC X(5).
             05 PEND-NAME PIC X(30).
             05 PEND-TEMPLATE PIC X(8).
             05 PEND-EFF-DATE PIC X(8).

          FD FEED-EXC.
          01 FEED-EXC-LINE PIC X(150).

          FD DISP-FILE.
          01 DISP-LINE PIC X(132).

      *> MAIN's per-student statistics record: 'S', then the ID.
          FD STATS-FILE.
          01 STATS-RECORD PIC X(199).

      *> same record MAIN archives -- key and layout must stay in
      *> step with the writer.
          FD BADGE-ARCHIVE.
          01 ARCH-RECORD.
             05 ARCH-KEY.
                10 ARCH-STUDENT-ID PIC 9(5).
                10 ARCH-ZONE PIC X(10).
                10 ARCH-RUN-DATE PIC 9(8).
                10 ARCH-RUN-TIME PIC 9(6).
             05 ARCH-CODE PIC X(199).
             05 ARCH-LIT-COUNT PIC 9(6).
             05 ARCH-ROW-COUNT PIC 9(3).
             05 ARCH-IMAGE.
                10 ARCH-IMAGE-ROW PIC X(250) OCCURS 12 TIMES.
             05 ARCH-BUS-DATE PIC 9(8).

          FD EXTRACT-FILE.
          01 EXTRACT-LINE PIC X(799).

          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD ACK-FILE.
          01 ACK-LINE PIC X(150).

          FD BALANCE-RPT.
          01 BAL-RPT-LINE PIC X(132).

      *> the drop-outs and holds, put in student order for the
      *> listing.
          SD SORT-WORK.
          01 SRT-RECORD.
             05 SRT-ID PIC 9(5).
             05 SRT-KIND PIC X(1).
             05 SRT-LOST PIC 9(1).
             05 SRT-JOIN PIC 9(1).
             05 SRT-DATE PIC 9(8).
             05 SRT-REASON PIC X(60).

          WORKING-STORAGE SECTION.
          01 WS-FEED-DSN PIC X(100) VALUE 'feed.txt'.
          01 WS-FEED-STATUS PIC X(2) VALUE SPACES.
          01 WS-FEEDOUT-DSN PIC X(100) VALUE 'feedout.txt'.
          01 WS-RELOUT-DSN PIC X(100) VALUE 'releaseout.txt'.
          01 WS-INSTR-DSN PIC X(100) VALUE SPACES.
          01 WS-INSTR-STATUS PIC X(2) VALUE SPACES.
          01 WS-PENDING-DSN PIC X(100) VALUE 'pending.txt'.
          01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
          01 WS-FEEDEXC-DSN PIC X(100) VALUE 'feedexc.txt'.
          01 WS-FEEDEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-DISP-DSN PIC X(100) VALUE 'disposition.txt'.
          01 WS-DISP-STATUS PIC X(2) VALUE SPACES.
          01 WS-STATS-DSN PIC X(100) VALUE 'runstats.txt'.
          01 WS-STATS-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-EXTRACT-DSN PIC X(100) VALUE 'extract.txt'.
          01 WS-EXTRACT-STATUS PIC X(2) VALUE SPACES.
          01 WS-CHARGE-DSN PIC X(100) VALUE 'charges.txt'.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACK-DSN PIC X(100) VALUE 'ackfile.txt'.
          01 WS-ACK-STATUS PIC X(2) VALUE SPACES.
          01 WS-BALRPT-DSN PIC X(100) VALUE 'pipebalance.txt'.
          01 WS-BALRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-SORTWK-DSN PIC X(100) VALUE 'balsort.tmp'.

          01 WS-RUNID-ENV PIC X(14) VALUE SPACES.
          01 WS-DSN-WORK PIC X(100) VALUE SPACES.
          01 WS-BUSDATE-ENV PIC X(8) VALUE SPACES.
          01 WS-BUS-BASE-DATE PIC 9(8) VALUE 0.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.

          01 WS-EOF PIC X(1) VALUE 'N'.
          01 WS-SORT-EOF PIC X(1) VALUE 'N'.
          01 WS-HELD-HEADED PIC X(1) VALUE 'N'.

      *> the stages, in pipeline order.
          01 WS-STAGE-NAMES-DATA.
             05 FILLER PIC X(14) VALUE 'FEED RECEIVED'.
             05 FILLER PIC X(14) VALUE 'GENERATED'.
             05 FILLER PIC X(14) VALUE 'DISPATCHED'.
             05 FILLER PIC X(14) VALUE 'REPORTED'.
             05 FILLER PIC X(14) VALUE 'ARCHIVED'.
             05 FILLER PIC X(14) VALUE 'EXTRACTED'.
             05 FILLER PIC X(14) VALUE 'BILLED'.
             05 FILLER PIC X(14) VALUE 'ACKNOWLEDGED'.
          01 WS-STAGE-NAMES REDEFINES WS-STAGE-NAMES-DATA.
             05 WS-STAGE-NAME PIC X(14) OCCURS 8 TIMES.
          01 WS-STG PIC 9(1) VALUE 0.

      *> per stage: students joining there, reaching it, lost at it,
      *> held at it, and whether its dataset could be read at all.
          01 WS-STAGE-TABLE.
             05 WS-STAGE-ENTRY OCCURS 8 TIMES.
                10 WS-STG-JOINED PIC 9(6).
                10 WS-STG-REACHED PIC 9(6).
                10 WS-STG-LOST PIC 9(6).
                10 WS-STG-HELD PIC 9(6).
                10 WS-STG-MISSING PIC X(1).
                10 WS-STG-DSN PIC X(100).

      *> every student who entered tonight, in the order first seen.
          01 WS-STU-COUNT PIC 9(5) VALUE 0.
          01 WS-STU-IDX PIC 9(5) VALUE 0.
          01 WS-STU-HIT PIC 9(5) VALUE 0.
          01 WS-STU-FULL PIC X(1) VALUE 'N'.
          01 WS-STU-TABLE.
             05 WS-STU-ENTRY OCCURS 10000 TIMES.
                10 WS-STU-ID PIC 9(5).
                10 WS-STU-JOIN PIC 9(1).
                10 WS-STU-FILE PIC 9(3).
                10 WS-STU-AT PIC X(1) OCCURS 8 TIMES.
                10 WS-STU-HELD-DATE PIC 9(8).
                10 WS-STU-LOST PIC 9(1).
                10 WS-STU-REASON-STG PIC 9(1).
                10 WS-STU-REASON PIC X(60).
          01 WS-FIND-ID PIC 9(5) VALUE 0.
          01 WS-FIND-JOIN PIC 9(1) VALUE 0.

      *> the instruction files the students travel in: the generated
      *> file (1), the release file (2), then every other file on
      *> the disposition report.  state D dispatched, Q quarantined,
      *> C carried over, blank never on the roster run.
          01 WS-FIL-COUNT PIC 9(3) VALUE 0.
          01 WS-FIL-IDX PIC 9(3) VALUE 0.
          01 WS-FIL-HIT PIC 9(3) VALUE 0.
          01 WS-FIL-TABLE.
             05 WS-FIL-ENTRY OCCURS 500 TIMES.
                10 WS-FIL-DSN PIC X(100).
                10 WS-FIL-STATE PIC X(1).
                10 WS-FIL-REASON PIC X(60).
          01 WS-FIL-FULL PIC X(1) VALUE 'N'.
          01 WS-TOK1 PIC X(10) VALUE SPACES.
          01 WS-TOK-DSN PIC X(100) VALUE SPACES.
          01 WS-TOK3 PIC X(12) VALUE SPACES.
          01 WS-TOK-SCRAP PIC X(150) VALUE SPACES.
          01 WS-TOK-REST PIC X(150) VALUE SPACES.

      *> record-level counts, beside the student counts.
          01 WS-FEED-RECS PIC 9(6) VALUE 0.
          01 WS-FEED-NO-ID PIC 9(6) VALUE 0.
          01 WS-ARCH-RECS PIC 9(6) VALUE 0.
          01 WS-EXTRACT-RECS PIC 9(6) VALUE 0.
          01 WS-TRAILER-TOTAL PIC 9(6) VALUE 0.
          01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
          01 WS-TRAILER-TXT PIC X(10) VALUE SPACES.
          01 WS-CHARGE-RECS PIC 9(6) VALUE 0.
          01 WS-ACK-RECS PIC 9(6) VALUE 0.

          01 WS-ACK-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ACK-STATE PIC X(10) VALUE SPACES.
          01 WS-ACK-PTR PIC 9(3) VALUE 1.
          01 WS-ACK-REASON PIC X(60) VALUE SPACES.

          01 WS-ENTERED-COUNT PIC 9(6) VALUE 0.
          01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.
          01 WS-HELD-COUNT PIC 9(6) VALUE 0.
          01 WS-PREV-REACHED PIC 9(6) VALUE 0.
          01 WS-DIFF PIC S9(6) VALUE 0.
          01 WS-DIFF-EDIT PIC ------9.
          01 WS-ANY-MISSING PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT WS-FEED-DSN FROM ENVIRONMENT 'FEEDDD'
           IF WS-FEED-DSN = SPACES
             MOVE 'feed.txt' TO WS-FEED-DSN
           END-IF
           ACCEPT WS-FEEDOUT-DSN FROM ENVIRONMENT 'FEEDOUTDD'
           IF WS-FEEDOUT-DSN = SPACES
             MOVE 'feedout.txt' TO WS-FEEDOUT-DSN
           END-IF
           ACCEPT WS-RELOUT-DSN FROM ENVIRONMENT 'RELEASEOUTDD'
           IF WS-RELOUT-DSN = SPACES
             MOVE 'releaseout.txt' TO WS-RELOUT-DSN
           END-IF
           ACCEPT WS-PENDING-DSN FROM ENVIRONMENT 'PENDINGDD'
           IF WS-PENDING-DSN = SPACES
             MOVE 'pending.txt' TO WS-PENDING-DSN
           END-IF
           ACCEPT WS-FEEDEXC-DSN FROM ENVIRONMENT 'FEEDEXCDD'
           IF WS-FEEDEXC-DSN = SPACES
             MOVE 'feedexc.txt' TO WS-FEEDEXC-DSN
           END-IF
           ACCEPT WS-DISP-DSN FROM ENVIRONMENT 'DISPDD'
           IF WS-DISP-DSN = SPACES
             MOVE 'disposition.txt' TO WS-DISP-DSN
           END-IF
           ACCEPT WS-STATS-DSN FROM ENVIRONMENT 'RUNSTATSDD'
           IF WS-STATS-DSN = SPACES
             MOVE 'runstats.txt' TO WS-STATS-DSN
           END-IF
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-EXTRACT-DSN FROM ENVIRONMENT 'EXTRACTDD'
           IF WS-EXTRACT-DSN = SPACES
             MOVE 'extract.txt' TO WS-EXTRACT-DSN
           END-IF
           ACCEPT WS-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-CHARGE-DSN
           END-IF
      *> a run's extract and charges are generations under its
      *> stamp, named the way MAIN names them.
           ACCEPT WS-RUNID-ENV FROM ENVIRONMENT 'RUNID'
           IF WS-RUNID-ENV NOT = SPACES
             MOVE WS-EXTRACT-DSN TO WS-DSN-WORK
             MOVE SPACES TO WS-EXTRACT-DSN
             STRING WS-DSN-WORK DELIMITED BY SPACE
                    '.' DELIMITED BY SIZE
                    WS-RUNID-ENV DELIMITED BY SIZE
                INTO WS-EXTRACT-DSN
             END-STRING
             MOVE WS-CHARGE-DSN TO WS-DSN-WORK
             MOVE SPACES TO WS-CHARGE-DSN
             STRING WS-DSN-WORK DELIMITED BY SPACE
                    '.' DELIMITED BY SIZE
                    WS-RUNID-ENV DELIMITED BY SIZE
                INTO WS-CHARGE-DSN
             END-STRING
           END-IF
           ACCEPT WS-ACK-DSN FROM ENVIRONMENT 'ACKFILEDD'
           IF WS-ACK-DSN = SPACES
             MOVE 'ackfile.txt' TO WS-ACK-DSN
           END-IF
           ACCEPT WS-BALRPT-DSN FROM ENVIRONMENT 'BALANCEDD'
           IF WS-BALRPT-DSN = SPACES
             MOVE 'pipebalance.txt' TO WS-BALRPT-DSN
           END-IF
           ACCEPT WS-SORTWK-DSN FROM ENVIRONMENT 'BALSORTDD'
           IF WS-SORTWK-DSN = SPACES
             MOVE 'balsort.tmp' TO WS-SORTWK-DSN
           END-IF
           PERFORM RESOLVE-BUSINESS-DATE

           PERFORM VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 8
             MOVE 0 TO WS-STG-JOINED(WS-STG)
             MOVE 0 TO WS-STG-REACHED(WS-STG)
             MOVE 0 TO WS-STG-LOST(WS-STG)
             MOVE 0 TO WS-STG-HELD(WS-STG)
             MOVE 'N' TO WS-STG-MISSING(WS-STG)
             MOVE SPACES TO WS-STG-DSN(WS-STG)
           END-PERFORM
           MOVE WS-FEED-DSN TO WS-STG-DSN(1)
           MOVE WS-FEEDOUT-DSN TO WS-STG-DSN(2)
           MOVE WS-DISP-DSN TO WS-STG-DSN(3)
           MOVE WS-STATS-DSN TO WS-STG-DSN(4)
           MOVE WS-ARCHIVE-DSN TO WS-STG-DSN(5)
           MOVE WS-EXTRACT-DSN TO WS-STG-DSN(6)
           MOVE WS-CHARGE-DSN TO WS-STG-DSN(7)
           MOVE WS-ACK-DSN TO WS-STG-DSN(8)

      *> the generated and release files are always the first two
      *> instruction files, whether or not the roster ran them.
           MOVE 2 TO WS-FIL-COUNT
           MOVE WS-FEEDOUT-DSN TO WS-FIL-DSN(1)
           MOVE WS-RELOUT-DSN TO WS-FIL-DSN(2)
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                UNTIL WS-FIL-IDX > 2
             MOVE SPACE TO WS-FIL-STATE(WS-FIL-IDX)
             MOVE SPACES TO WS-FIL-REASON(WS-FIL-IDX)
           END-PERFORM

           PERFORM LOAD-FEED
           PERFORM LOAD-GENERATED
           PERFORM LOAD-HELD
           PERFORM LOAD-FEED-REJECTS
           PERFORM LOAD-DISPOSITION
           PERFORM LOAD-DEPARTMENT-FILES
           PERFORM MARK-DISPATCHED
           PERFORM LOAD-RUNSTATS
           PERFORM SCAN-ARCHIVE
           PERFORM LOAD-EXTRACT
           PERFORM LOAD-CHARGES
           PERFORM LOAD-ACKS

      *> a partial student table would report the overflow as
      *> students who vanished -- refuse instead, as ACK-RECON does.
           IF WS-STU-FULL = 'Y'
             DISPLAY 'MORE THAN 10000 STUDENTS ENTERED THE PIPELINE'
                ' -- BALANCING REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-COUNT
             PERFORM JUDGE-STUDENT
           END-PERFORM

           OPEN OUTPUT BALANCE-RPT
           PERFORM WRITE-STAGE-COUNTS
           SORT SORT-WORK
              ON ASCENDING KEY SRT-KIND
              ON ASCENDING KEY SRT-ID
              INPUT PROCEDURE IS RELEASE-FINDINGS
              OUTPUT PROCEDURE IS WRITE-FINDINGS
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           STRING 'STUDENTS ENTERED: ' DELIMITED BY SIZE
                  WS-ENTERED-COUNT DELIMITED BY SIZE
                  '  ACKNOWLEDGED: ' DELIMITED BY SIZE
                  WS-STG-REACHED(8) DELIMITED BY SIZE
                  '  HELD: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  '  DROPPED OUT: ' DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
               INTO BAL-RPT-LINE
           END-STRING
           WRITE BAL-RPT-LINE
           CLOSE BALANCE-RPT
           DISPLAY 'STUDENTS ENTERED: ' WS-ENTERED-COUNT
              '  ACKNOWLEDGED: ' WS-STG-REACHED(8)
              '  HELD: ' WS-HELD-COUNT
              '  DROPPED OUT: ' WS-DROPPED-COUNT

           MOVE 0 TO RETURN-CODE
           IF WS-DROPPED-COUNT > 0
                 OR WS-TRAILER-TOTAL NOT = WS-EXTRACT-RECS
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ANY-MISSING = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       RESOLVE-BUSINESS-DATE.
      *> the business date MAIN stamped on tonight's archive records.
           ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT 'BUSDATE'
           IF WS-BUSDATE-ENV IS NUMERIC
             MOVE WS-BUSDATE-ENV TO WS-BUS-DATE
           ELSE
             IF WS-RUNID-ENV(1:8) IS NUMERIC
                MOVE WS-RUNID-ENV(1:8) TO WS-BUS-BASE-DATE
             ELSE
                ACCEPT WS-BUS-BASE-DATE FROM DATE YYYYMMDD
             END-IF
             CALL 'BIZ-DATE' USING WS-BUS-BASE-DATE, WS-BUS-DATE,
                WS-CAL-SOURCE
           END-IF.

       FIND-STUDENT.
      *> WS-FIND-ID is looked up, and added joining at WS-FIND-JOIN
      *> when it is new; WS-STU-HIT is its entry, or zero when the
      *> table is full.
           MOVE 0 TO WS-STU-HIT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-COUNT OR WS-STU-HIT > 0
             IF WS-STU-ID(WS-STU-IDX) = WS-FIND-ID
                MOVE WS-STU-IDX TO WS-STU-HIT
             END-IF
           END-PERFORM
           IF WS-STU-HIT = 0
             IF WS-STU-COUNT < 10000
                ADD 1 TO WS-STU-COUNT
                MOVE WS-STU-COUNT TO WS-STU-HIT
                MOVE WS-FIND-ID TO WS-STU-ID(WS-STU-HIT)
                MOVE WS-FIND-JOIN TO WS-STU-JOIN(WS-STU-HIT)
                MOVE 0 TO WS-STU-FILE(WS-STU-HIT)
                PERFORM VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 8
                   MOVE 'N' TO WS-STU-AT(WS-STU-HIT, WS-STG)
                END-PERFORM
                MOVE 0 TO WS-STU-HELD-DATE(WS-STU-HIT)
                MOVE 0 TO WS-STU-LOST(WS-STU-HIT)
                MOVE 0 TO WS-STU-REASON-STG(WS-STU-HIT)
                MOVE SPACES TO WS-STU-REASON(WS-STU-HIT)
                ADD 1 TO WS-STG-JOINED(WS-FIND-JOIN)
             ELSE
                MOVE 'Y' TO WS-STU-FULL
             END-IF
           END-IF.

       LOOKUP-STUDENT.
      *> WS-FIND-ID looked up only -- a later stage's record for a
      *> student who never entered tonight is not ours to balance.
           MOVE 0 TO WS-STU-HIT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-COUNT OR WS-STU-HIT > 0
             IF WS-STU-ID(WS-STU-IDX) = WS-FIND-ID
                MOVE WS-STU-IDX TO WS-STU-HIT
             END-IF
           END-PERFORM.

       LOAD-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(1)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ FEED-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      ADD 1 TO WS-FEED-RECS
      *> a record without a usable number cannot be followed; it is
      *> counted, and FEED-TRANSLATE's exception report has it.
                      IF FEED-STUDENT-ID IS NUMERIC
                            AND FEED-STUDENT-ID NOT = '00000'
                         MOVE FEED-STUDENT-ID TO WS-FIND-ID
                         MOVE 1 TO WS-FIND-JOIN
                         PERFORM FIND-STUDENT
                         IF WS-STU-HIT > 0
                            MOVE 'Y' TO WS-STU-AT(WS-STU-HIT, 1)
                         END-IF
                      ELSE
                         ADD 1 TO WS-FEED-NO-ID
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FEED-FILE
           END-IF.

       LOAD-GENERATED.
      *> a generated header is the student number with the template
      *> stamp past the name.  the release file's students were
      *> received on an earlier night and join here.
           MOVE 1 TO WS-FIL-IDX
           MOVE WS-FEEDOUT-DSN TO WS-INSTR-DSN
           PERFORM READ-GENERATED-FILE
           IF WS-INSTR-STATUS = '35'
             MOVE 'Y' TO WS-STG-MISSING(2)
           END-IF
           MOVE 2 TO WS-FIL-IDX
           MOVE WS-RELOUT-DSN TO WS-INSTR-DSN
           PERFORM READ-GENERATED-FILE.

       READ-GENERATED-FILE.
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = '00'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ INSTR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF INSTR-LINE(1:5) IS NUMERIC
                            AND INSTR-LINE(46:5) = '*TPL '
                         MOVE INSTR-LINE(1:5) TO WS-FIND-ID
                         MOVE 2 TO WS-FIND-JOIN
                         PERFORM FIND-STUDENT
                         IF WS-STU-HIT > 0
                            MOVE 'Y' TO WS-STU-AT(WS-STU-HIT, 2)
                            MOVE WS-FIL-IDX TO WS-STU-FILE(WS-STU-HIT)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INSTR-FILE
           END-IF.

       LOAD-HELD.
      *> a received student not generated but waiting on the pending
      *> dataset is held for its effective date, not lost.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ PENDING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF PEND-STUDENT-ID IS NUMERIC
                         MOVE PEND-STUDENT-ID TO WS-FIND-ID
                         PERFORM LOOKUP-STUDENT
                         IF WS-STU-HIT > 0
                            IF WS-STU-AT(WS-STU-HIT, 2) = 'N'
                                  AND PEND-EFF-DATE IS NUMERIC
                               MOVE PEND-EFF-DATE
                                  TO WS-STU-HELD-DATE(WS-STU-HIT)
                            END-IF
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PENDING-FILE
           END-IF.

       LOAD-FEED-REJECTS.
      *> 'REJECTED FEED RECORD n (reason): record' -- the record
      *> quoted whole, student number first.  the report runs
      *> night after night, so only a student still ungenerated
      *> takes a reason from it, and the latest line wins.
           OPEN INPUT FEED-EXC
           IF WS-FEEDEXC-STATUS = '00'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ FEED-EXC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF FEED-EXC-LINE(1:21) = 'REJECTED FEED RECORD '
                         PERFORM NOTE-FEED-REJECT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FEED-EXC
           END-IF.

       NOTE-FEED-REJECT.
           MOVE SPACES TO WS-TOK-SCRAP
           MOVE SPACES TO WS-ACK-REASON
           MOVE SPACES TO WS-TOK-REST
           UNSTRING FEED-EXC-LINE DELIMITED BY ' (' OR '): '
              INTO WS-TOK-SCRAP, WS-ACK-REASON, WS-TOK-REST
           END-UNSTRING
           IF WS-TOK-REST(1:5) IS NUMERIC
             MOVE WS-TOK-REST(1:5) TO WS-FIND-ID
             PERFORM LOOKUP-STUDENT
             IF WS-STU-HIT > 0
                IF WS-STU-AT(WS-STU-HIT, 2) = 'N'
                   MOVE 2 TO WS-STU-REASON-STG(WS-STU-HIT)
                   MOVE SPACES TO WS-STU-REASON(WS-STU-HIT)
                   STRING 'FEED REJECT: ' DELIMITED BY SIZE
                          WS-ACK-REASON DELIMITED BY '  '
                      INTO WS-STU-REASON(WS-STU-HIT)
                   END-STRING
                END-IF
             END-IF
           END-IF.

       LOAD-DISPOSITION.
      *>   ENTRY dsn CODE nn disposition      -- run by MAIN
      *>   ENTRY dsn QUARANTINED -- reason    -- envelope refused
      *>   ENTRY dsn CARRIED OVER             -- past the cutoff
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(3)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ DISP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF DISP-LINE(1:6) = 'ENTRY '
                         PERFORM NOTE-DISPOSITION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DISP-FILE
           END-IF.

       NOTE-DISPOSITION.
           MOVE SPACES TO WS-TOK1
           MOVE SPACES TO WS-TOK-DSN
           MOVE SPACES TO WS-TOK3
           UNSTRING DISP-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK1, WS-TOK-DSN, WS-TOK3
           END-UNSTRING
           MOVE 0 TO WS-FIL-HIT
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                UNTIL WS-FIL-IDX > WS-FIL-COUNT OR WS-FIL-HIT > 0
             IF WS-FIL-DSN(WS-FIL-IDX) = WS-TOK-DSN
                MOVE WS-FIL-IDX TO WS-FIL-HIT
             END-IF
           END-PERFORM
           IF WS-FIL-HIT = 0
             IF WS-FIL-COUNT < 500
                ADD 1 TO WS-FIL-COUNT
                MOVE WS-FIL-COUNT TO WS-FIL-HIT
                MOVE WS-TOK-DSN TO WS-FIL-DSN(WS-FIL-HIT)
                MOVE SPACE TO WS-FIL-STATE(WS-FIL-HIT)
                MOVE SPACES TO WS-FIL-REASON(WS-FIL-HIT)
             ELSE
                MOVE 'Y' TO WS-FIL-FULL
             END-IF
           END-IF
      *> a file run at all was dispatched, whatever its code -- what
      *> MAIN made of it shows at the stages after.
           IF WS-FIL-HIT > 0
                 AND WS-FIL-STATE(WS-FIL-HIT) NOT = 'D'
             EVALUATE WS-TOK3
                WHEN 'CODE'
                   MOVE 'D' TO WS-FIL-STATE(WS-FIL-HIT)
                   MOVE SPACES TO WS-FIL-REASON(WS-FIL-HIT)
                WHEN 'QUARANTINED'
                   MOVE 'Q' TO WS-FIL-STATE(WS-FIL-HIT)
                   MOVE SPACES TO WS-TOK-SCRAP
                   MOVE SPACES TO WS-TOK-REST
                   UNSTRING DISP-LINE DELIMITED BY ' -- '
                      INTO WS-TOK-SCRAP, WS-TOK-REST
                   END-UNSTRING
                   MOVE SPACES TO WS-FIL-REASON(WS-FIL-HIT)
                   STRING 'QUARANTINED: ' DELIMITED BY SIZE
                          WS-TOK-REST DELIMITED BY '  '
                      INTO WS-FIL-REASON(WS-FIL-HIT)
                   END-STRING
                WHEN 'CARRIED'
                   MOVE 'C' TO WS-FIL-STATE(WS-FIL-HIT)
                   MOVE 'ROSTER ENTRY CARRIED OVER PAST THE CUTOFF'
                      TO WS-FIL-REASON(WS-FIL-HIT)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF.

       LOAD-DEPARTMENT-FILES.
      *> every other file on the disposition report came from a
      *> department; its students join at dispatch.  a header is a
      *> line opening on the five-digit student number.
           PERFORM VARYING WS-FIL-IDX FROM 3 BY 1
                UNTIL WS-FIL-IDX > WS-FIL-COUNT
             MOVE WS-FIL-DSN(WS-FIL-IDX) TO WS-INSTR-DSN
             OPEN INPUT INSTR-FILE
             IF WS-INSTR-STATUS = '00'
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ INSTR-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF INSTR-LINE(1:5) IS NUMERIC
                            MOVE INSTR-LINE(1:5) TO WS-FIND-ID
                            MOVE 3 TO WS-FIND-JOIN
                            PERFORM FIND-STUDENT
                            IF WS-STU-HIT > 0
                                  AND WS-STU-FILE(WS-STU-HIT) = 0
                               MOVE WS-FIL-IDX
                                  TO WS-STU-FILE(WS-STU-HIT)
                            END-IF
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE INSTR-FILE
             END-IF
           END-PERFORM.

       MARK-DISPATCHED.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-COUNT
             MOVE WS-STU-FILE(WS-STU-IDX) TO WS-FIL-IDX
             IF WS-FIL-IDX > 0
                IF WS-FIL-STATE(WS-FIL-IDX) = 'D'
                   MOVE 'Y' TO WS-STU-AT(WS-STU-IDX, 3)
                ELSE
                   MOVE 3 TO WS-STU-REASON-STG(WS-STU-IDX)
                   IF WS-FIL-STATE(WS-FIL-IDX) = SPACE
                      MOVE SPACES TO WS-STU-REASON(WS-STU-IDX)
                      STRING 'NOT ON THE ROSTER RUN: '
                                DELIMITED BY SIZE
                             WS-FIL-DSN(WS-FIL-IDX)
                                DELIMITED BY SPACE
                         INTO WS-STU-REASON(WS-STU-IDX)
                      END-STRING
                   ELSE
                      MOVE WS-FIL-REASON(WS-FIL-IDX)
                         TO WS-STU-REASON(WS-STU-IDX)
                   END-IF
                END-IF
             END-IF
           END-PERFORM.

       LOAD-RUNSTATS.
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(4)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ STATS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF STATS-RECORD(1:1) = 'S'
                            AND STATS-RECORD(2:5) IS NUMERIC
                         MOVE STATS-RECORD(2:5) TO WS-FIND-ID
                         MOVE 4 TO WS-STG
                         PERFORM MARK-STAGE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STATS-FILE
           END-IF.

       MARK-STAGE.
           PERFORM LOOKUP-STUDENT
           IF WS-STU-HIT > 0
             MOVE 'Y' TO WS-STU-AT(WS-STU-HIT, WS-STG)
           END-IF.

       SCAN-ARCHIVE.
      *> one pass over the archive for the records MAIN filed under
      *> tonight's business date.
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(5)
           ELSE
             MOVE LOW-VALUES TO ARCH-KEY
             MOVE 'N' TO WS-EOF
             START BADGE-ARCHIVE KEY NOT < ARCH-KEY
                INVALID KEY MOVE 'Y' TO WS-EOF
             END-START
             PERFORM UNTIL WS-EOF = 'Y'
                READ BADGE-ARCHIVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF ARCH-BUS-DATE = WS-BUS-DATE
                         ADD 1 TO WS-ARCH-RECS
                         MOVE ARCH-STUDENT-ID TO WS-FIND-ID
                         MOVE 5 TO WS-STG
                         PERFORM MARK-STAGE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE BADGE-ARCHIVE
           END-IF.

       LOAD-EXTRACT.
      *> student records are 'nnnnn,...'; each MAIN session closes
      *> its batch with 'TRAILER,count', and the trailers together
      *> must account for every student record.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(6)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF EXTRACT-LINE(1:5) IS NUMERIC
                            AND EXTRACT-LINE(6:1) = ','
                         ADD 1 TO WS-EXTRACT-RECS
                         MOVE EXTRACT-LINE(1:5) TO WS-FIND-ID
                         MOVE 6 TO WS-STG
                         PERFORM MARK-STAGE
                      END-IF
                      IF EXTRACT-LINE(1:8) = 'TRAILER,'
                         PERFORM ADD-TRAILER-COUNT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE EXTRACT-FILE
           END-IF.

       ADD-TRAILER-COUNT.
           MOVE SPACES TO WS-TRAILER-TXT
           MOVE EXTRACT-LINE(9:10) TO WS-TRAILER-TXT
           IF WS-TRAILER-TXT(1:6) IS NUMERIC
             MOVE WS-TRAILER-TXT(1:6) TO WS-TRAILER-COUNT
             ADD WS-TRAILER-COUNT TO WS-TRAILER-TOTAL
           END-IF.

       LOAD-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(7)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ CHARGE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF CHARGE-LINE(1:8) = 'STUDENT '
                            AND CHARGE-LINE(9:5) IS NUMERIC
                         ADD 1 TO WS-CHARGE-RECS
                         MOVE CHARGE-LINE(9:5) TO WS-FIND-ID
                         MOVE 7 TO WS-STG
                         PERFORM MARK-STAGE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CHARGE-FILE
           END-IF.

       LOAD-ACKS.
      *> 'nnnnn ACC' or 'nnnnn REJ reason'; anything else is damage
      *> and acknowledges nothing, as in ACK-RECON.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
             MOVE 'Y' TO WS-STG-MISSING(8)
           ELSE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF ACK-LINE NOT = SPACES
                         ADD 1 TO WS-ACK-RECS
                         PERFORM NOTE-ACK
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ACK-FILE
           END-IF.

       NOTE-ACK.
           MOVE SPACES TO WS-ACK-ID-STR
           MOVE SPACES TO WS-ACK-STATE
           MOVE SPACES TO WS-ACK-REASON
           MOVE 1 TO WS-ACK-PTR
           UNSTRING ACK-LINE DELIMITED BY ALL SPACE
              INTO WS-ACK-ID-STR, WS-ACK-STATE
              WITH POINTER WS-ACK-PTR
           END-UNSTRING
           IF WS-ACK-PTR < 151
             MOVE ACK-LINE(WS-ACK-PTR:151 - WS-ACK-PTR)
                TO WS-ACK-REASON
           END-IF
           INSPECT WS-ACK-ID-STR REPLACING LEADING SPACE BY '0'
           IF WS-ACK-ID-STR IS NUMERIC
             MOVE WS-ACK-ID-STR TO WS-FIND-ID
             PERFORM LOOKUP-STUDENT
             IF WS-STU-HIT > 0
                IF WS-ACK-STATE = 'ACC'
                   MOVE 'Y' TO WS-STU-AT(WS-STU-HIT, 8)
                END-IF
                IF WS-ACK-STATE = 'REJ'
                   MOVE 8 TO WS-STU-REASON-STG(WS-STU-HIT)
                   MOVE SPACES TO WS-STU-REASON(WS-STU-HIT)
                   STRING 'CARD SYSTEM REJECT: ' DELIMITED BY SIZE
                          WS-ACK-REASON DELIMITED BY '  '
                      INTO WS-STU-REASON(WS-STU-HIT)
                   END-STRING
                END-IF
             END-IF
           END-IF.

       JUDGE-STUDENT.
      *> walk the stages from where the student joined; the first
      *> one they are missing from is where they were lost -- or,
      *> at generation, where they were held.
           ADD 1 TO WS-ENTERED-COUNT
           MOVE 0 TO WS-STU-LOST(WS-STU-IDX)
           MOVE WS-STU-JOIN(WS-STU-IDX) TO WS-STG
           PERFORM UNTIL WS-STG > 8
                OR WS-STU-LOST(WS-STU-IDX) > 0
             IF WS-STU-AT(WS-STU-IDX, WS-STG) = 'Y'
                ADD 1 TO WS-STG-REACHED(WS-STG)
                ADD 1 TO WS-STG
             ELSE
                MOVE WS-STG TO WS-STU-LOST(WS-STU-IDX)
             END-IF
           END-PERFORM
           IF WS-STU-LOST(WS-STU-IDX) > 0
             MOVE WS-STU-LOST(WS-STU-IDX) TO WS-STG
             IF WS-STG = 2 AND WS-STU-HELD-DATE(WS-STU-IDX) > 0
                ADD 1 TO WS-STG-HELD(2)
                ADD 1 TO WS-HELD-COUNT
             ELSE
                ADD 1 TO WS-STG-LOST(WS-STG)
                ADD 1 TO WS-DROPPED-COUNT
             END-IF
           END-IF.

       WRITE-STAGE-COUNTS.
           MOVE SPACES TO BAL-RPT-LINE
           STRING 'PIPELINE BALANCING REPORT -- BUSINESS DATE '
                     DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO BAL-RPT-LINE
           END-STRING
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           MOVE 'STAGE' TO BAL-RPT-LINE(1:14)
           MOVE ' JOINED' TO BAL-RPT-LINE(17:7)
           MOVE 'REACHED' TO BAL-RPT-LINE(26:7)
           MOVE '   LOST' TO BAL-RPT-LINE(35:7)
           MOVE '   HELD' TO BAL-RPT-LINE(44:7)
           MOVE '   DIFFERENCE' TO BAL-RPT-LINE(53:13)
           WRITE BAL-RPT-LINE
      *> the difference is stage to stage: the students who reached
      *> the stage before, plus those joining at this one, less
      *> those who reached it -- every one of them lost or held.
           MOVE 0 TO WS-PREV-REACHED
           PERFORM VARYING WS-STG FROM 1 BY 1 UNTIL WS-STG > 8
             MOVE SPACES TO BAL-RPT-LINE
             MOVE WS-STAGE-NAME(WS-STG) TO BAL-RPT-LINE(1:14)
             MOVE WS-STG-JOINED(WS-STG) TO BAL-RPT-LINE(18:6)
             MOVE WS-STG-REACHED(WS-STG) TO BAL-RPT-LINE(27:6)
             MOVE WS-STG-LOST(WS-STG) TO BAL-RPT-LINE(36:6)
             MOVE WS-STG-HELD(WS-STG) TO BAL-RPT-LINE(45:6)
             IF WS-STG > 1
                COMPUTE WS-DIFF = WS-PREV-REACHED
                   + WS-STG-JOINED(WS-STG) - WS-STG-REACHED(WS-STG)
                MOVE WS-DIFF TO WS-DIFF-EDIT
                MOVE WS-DIFF-EDIT TO BAL-RPT-LINE(59:7)
             END-IF
             IF WS-STG-MISSING(WS-STG) = 'Y'
                MOVE 'Y' TO WS-ANY-MISSING
                STRING '  DATASET UNAVAILABLE: ' DELIMITED BY SIZE
                       WS-STG-DSN(WS-STG) DELIMITED BY SPACE
                   INTO BAL-RPT-LINE(67:66)
                END-STRING
             END-IF
             WRITE BAL-RPT-LINE
             MOVE WS-STG-REACHED(WS-STG) TO WS-PREV-REACHED
           END-PERFORM

           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           STRING 'FEED RECORDS: ' DELIMITED BY SIZE
                  WS-FEED-RECS DELIMITED BY SIZE
                  '  WITHOUT A STUDENT NUMBER: ' DELIMITED BY SIZE
                  WS-FEED-NO-ID DELIMITED BY SIZE
                  '  ARCHIVE RECORDS: ' DELIMITED BY SIZE
                  WS-ARCH-RECS DELIMITED BY SIZE
                  '  CHARGE LINES: ' DELIMITED BY SIZE
                  WS-CHARGE-RECS DELIMITED BY SIZE
                  '  ACKS: ' DELIMITED BY SIZE
                  WS-ACK-RECS DELIMITED BY SIZE
               INTO BAL-RPT-LINE
           END-STRING
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           STRING 'EXTRACT STUDENT RECORDS: ' DELIMITED BY SIZE
                  WS-EXTRACT-RECS DELIMITED BY SIZE
                  '  TRAILER COUNTS: ' DELIMITED BY SIZE
                  WS-TRAILER-TOTAL DELIMITED BY SIZE
               INTO BAL-RPT-LINE
           END-STRING
           IF WS-TRAILER-TOTAL NOT = WS-EXTRACT-RECS
             MOVE '-- OUT OF BALANCE' TO BAL-RPT-LINE(72:17)
           END-IF
           WRITE BAL-RPT-LINE
           IF WS-FIL-FULL = 'Y'
             MOVE SPACES TO BAL-RPT-LINE
             STRING 'MORE THAN 500 ROSTER ENTRIES -- ' DELIMITED BY SIZE
                    'LATER ENTRIES NOT FOLLOWED' DELIMITED BY SIZE
                INTO BAL-RPT-LINE
             END-STRING
             WRITE BAL-RPT-LINE
           END-IF.

       RELEASE-FINDINGS.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-COUNT
             IF WS-STU-LOST(WS-STU-IDX) > 0
                MOVE SPACES TO SRT-RECORD
                MOVE WS-STU-ID(WS-STU-IDX) TO SRT-ID
                MOVE WS-STU-LOST(WS-STU-IDX) TO SRT-LOST
                MOVE WS-STU-JOIN(WS-STU-IDX) TO SRT-JOIN
                MOVE WS-STU-HELD-DATE(WS-STU-IDX) TO SRT-DATE
                IF SRT-LOST = 2 AND SRT-DATE > 0
                   MOVE 'H' TO SRT-KIND
                ELSE
                   MOVE 'D' TO SRT-KIND
                   PERFORM SET-LOST-REASON
                END-IF
                RELEASE SRT-RECORD
             END-IF
           END-PERFORM.

       SET-LOST-REASON.
      *> the reason the stage itself gave, where it gave one.
           IF WS-STU-REASON-STG(WS-STU-IDX) = SRT-LOST
             MOVE WS-STU-REASON(WS-STU-IDX) TO SRT-REASON
           ELSE
             EVALUATE SRT-LOST
                WHEN 2
                   MOVE 'NOT GENERATED, NOT HELD' TO SRT-REASON
                WHEN 3
                   MOVE 'NOT DISPATCHED' TO SRT-REASON
                WHEN 4
                   MOVE 'NOT REPORTED -- SEE MAIN EXCEPTIONS'
                      TO SRT-REASON
                WHEN 5
                   MOVE 'NO ARCHIVE RECORD FOR THE BUSINESS DATE'
                      TO SRT-REASON
                WHEN 6
                   MOVE 'NOT ON THE CARD EXTRACT' TO SRT-REASON
                WHEN 7
                   MOVE 'NO CHARGE LINE' TO SRT-REASON
                WHEN 8
                   MOVE 'NEVER ACKNOWLEDGED' TO SRT-REASON
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-IF
           IF WS-STG-MISSING(SRT-LOST) = 'Y'
             MOVE 'STAGE DATASET UNAVAILABLE' TO SRT-REASON
           END-IF.

       WRITE-FINDINGS.
      *> drop-outs first ('D' sorts ahead of 'H'), then holds.
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE 'DROPPED OUT BEFORE ACKNOWLEDGMENT:' TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           MOVE '  STUDENT  LOST AT' TO BAL-RPT-LINE
           MOVE 'ENTERED AT' TO BAL-RPT-LINE(28:10)
           MOVE 'REASON' TO BAL-RPT-LINE(44:6)
           WRITE BAL-RPT-LINE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   IF SRT-KIND = 'H'
                      PERFORM WRITE-HELD-LINE
                   ELSE
                      PERFORM WRITE-DROPOUT-LINE
                   END-IF
             END-RETURN
           END-PERFORM.

       WRITE-DROPOUT-LINE.
           MOVE SPACES TO BAL-RPT-LINE
           MOVE SRT-ID TO BAL-RPT-LINE(3:5)
           MOVE WS-STAGE-NAME(SRT-LOST) TO BAL-RPT-LINE(12:14)
           MOVE WS-STAGE-NAME(SRT-JOIN) TO BAL-RPT-LINE(28:14)
           MOVE SRT-REASON TO BAL-RPT-LINE(44:60)
           WRITE BAL-RPT-LINE.

       WRITE-HELD-LINE.
      *> the first hold opens its own section.
           IF WS-HELD-HEADED = 'N'
             MOVE 'Y' TO WS-HELD-HEADED
             MOVE SPACES TO BAL-RPT-LINE
             WRITE BAL-RPT-LINE
             MOVE 'HELD FOR A LATER EFFECTIVE DATE (NOT LOST):'
                TO BAL-RPT-LINE
             WRITE BAL-RPT-LINE
           END-IF
           MOVE SPACES TO BAL-RPT-LINE
           MOVE SRT-ID TO BAL-RPT-LINE(3:5)
           STRING 'HELD UNTIL ' DELIMITED BY SIZE
                  SRT-DATE DELIMITED BY SIZE
              INTO BAL-RPT-LINE(12:40)
           END-STRING
           WRITE BAL-RPT-LINE.
