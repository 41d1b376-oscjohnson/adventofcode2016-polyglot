       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.

      *> backs a bad production run out of the system by its run
      *> stamp: every badge-archive record the run wrote is unloaded
      *> to a history dataset and deleted, reversing charge lines
      *> are appended to the run's charge dataset so the bursar's
      *> invoice nets the run to zero, a corrective extract restores
      *> each student's prior code to the campus-card office, and the
      *> code index gives up the run's codes for the restored ones.
      *> the backout report lists every student touched and balances
      *> what was removed against the counts the run's own RUN-LOG
      *> trailers recorded.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-MASTER-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-MASTER-STATUS.

             SELECT RUN-LOG ASSIGN TO DYNAMIC WS-RUNLOG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.

             SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.

             SELECT GENCAT-FILE ASSIGN TO DYNAMIC WS-GENCAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GENCAT-STATUS.

             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.

             SELECT BACKOUT-REPORT ASSIGN TO DYNAMIC WS-BORPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BORPT-STATUS.

             SELECT CODE-INDEX ASSIGN TO DYNAMIC WS-CODEIX-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CIX-KEY
             FILE STATUS IS WS-CODEIX-STATUS.

       DATA DIVISION.
          FILE SECTION.
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

      *> removed records land here verbatim, the same unload the
      *> retention purge writes, so a backout can itself be undone.
          FD HIST-FILE.
          01 HIST-RECORD PIC X(3245).

          FD MASTER-KEYED.
          01 MSX-RECORD.
             05 MSX-ID PIC 9(5).
             05 MSX-NAME PIC A(75).
             05 MSX-ACTIVE PIC X(1).
             05 MSX-DEPT PIC X(4).

          FD RUN-LOG.
          01 RUN-LOG-LINE PIC X(250).

          FD RUNCTL-FILE.
          01 RUNCTL-RECORD.
             05 RUNCTL-STATE PIC X(8).
             05 RUNCTL-HOLDER PIC X(8).
             05 RUNCTL-RUN-ID PIC X(14).
             05 RUNCTL-LAST-DATE PIC 9(8).

          FD GENCAT-FILE.
          01 GENCAT-LINE PIC X(132).

          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD EXTRACT-FILE.
          01 EXTRACT-LINE PIC X(799).

          FD BACKOUT-REPORT.
          01 BORPT-LINE PIC X(132).

      *> the same code index MAIN keeps and CODE-COLLISION rebuilds.
          FD CODE-INDEX.
          01 CIX-RECORD.
             05 CIX-KEY.
                10 CIX-ZONE PIC X(10).
                10 CIX-CODE PIC X(199).
                10 CIX-STUDENT-ID PIC 9(5).
             05 CIX-RUN-DATE PIC 9(8).
             05 CIX-RUN-TIME PIC 9(6).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-HIST-DSN PIC X(100) VALUE 'backouthist.txt'.
          01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-RUNLOG-DSN PIC X(100) VALUE 'runlog.txt'.
          01 WS-RUNLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-RUNCTL-DSN PIC X(100) VALUE 'runcontrol.txt'.
          01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-GENCAT-DSN PIC X(100) VALUE 'gencatalog.txt'.
          01 WS-GENCAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-CHARGE-DSN PIC X(100) VALUE SPACES.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-EXTRACT-DSN PIC X(100) VALUE 'backoutextract.txt'.
          01 WS-EXTRACT-STATUS PIC X(2) VALUE SPACES.
          01 WS-BORPT-DSN PIC X(100) VALUE 'backoutreport.txt'.
          01 WS-BORPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-CODEIX-DSN PIC X(100) VALUE 'badgecodes.dat'.
          01 WS-CODEIX-STATUS PIC X(2) VALUE SPACES.
          01 WS-CODEIX-OK PIC X(1) VALUE 'N'.
          01 WS-CIX-DROPPED PIC 9(9) VALUE 0.
          01 WS-CIX-RESTORED PIC 9(9) VALUE 0.
          01 WS-DSN-WORK PIC X(100) VALUE SPACES.

      *> the run to back out, as MAIN and DRIVER stamp it.  the
      *> operator must name it -- this program never guesses which
      *> run was bad.
          01 WS-RUNID-ENV PIC X(14) VALUE SPACES.
          01 WS-FORCE-ENV PIC X(1) VALUE SPACES.
          01 WS-CHARGE-ENV PIC X(100) VALUE SPACES.
          01 WS-LIVE-CHARGE-DSN PIC X(100) VALUE 'charges.txt'.
          01 WS-TODAY PIC 9(8) VALUE 0.
          01 WS-NOW PIC 9(8) VALUE 0.
          01 WS-REFUSED PIC X(1) VALUE 'N'.

      *> the reversal posts to the billing period the run's charges
      *> went to, unless PERIOD-CLOSE has frozen it since -- then to
      *> the next open period, dated as the original so it still
      *> prices at the original rates.  the marker and total lines
      *> carry the period open on today's business date.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-POST-PERIOD PIC 9(6) VALUE 0.
          01 WS-REV-PERIOD PIC 9(6) VALUE 0.
          01 WS-PERIOD-DATE PIC 9(8) VALUE 0.
          01 WS-PERIOD-LATE PIC X(1) VALUE 'N'.
          01 WS-LATE-COUNT PIC 9(5) VALUE 0.

      *> the archive stamps the run wrote under.  a roster run shares
      *> one RUNID across many entries, each archiving under its own
      *> start stamp, so the RUN-LOG START lines are the map from the
      *> RUNID to the archive; a run with no START line on the log
      *> is taken to have archived under the RUNID itself.
          01 WS-STAMP-COUNT PIC 9(3) VALUE 0.
          01 WS-STAMP-IDX PIC 9(3) VALUE 0.
          01 WS-STAMP-TABLE.
             05 WS-STAMP-ENTRY OCCURS 100 TIMES.
                10 WS-STAMP-DATE PIC 9(8).
                10 WS-STAMP-TIME PIC 9(6).
          01 WS-STAMP-MATCH PIC X(1) VALUE 'N'.
          01 WS-STAMP-DUP PIC X(1) VALUE 'N'.

      *> the run's END trailers, summed -- one per roster entry.
          01 WS-RUNLOG-EOF PIC X(1) VALUE 'N'.
          01 WS-LOG-TOKENS.
             05 WS-LOG-TOK PIC X(20) OCCURS 27 TIMES.
          01 WS-END-COUNT PIC 9(4) VALUE 0.
          01 WS-LOG-NUM PIC 9(6) VALUE 0.
          01 WS-LOG-STUDENTS PIC 9(7) VALUE 0.
          01 WS-LOG-RECT PIC 9(8) VALUE 0.
          01 WS-LOG-COL PIC 9(8) VALUE 0.
          01 WS-LOG-ROW PIC 9(8) VALUE 0.
          01 WS-LOG-CLEAR PIC 9(8) VALUE 0.
          01 WS-LOG-INVERT PIC 9(8) VALUE 0.
          01 WS-LOG-COPY PIC 9(8) VALUE 0.
          01 WS-LOG-BARCODE PIC 9(8) VALUE 0.
          01 WS-LOG-BAD PIC 9(8) VALUE 0.

          01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
          01 WS-TOK1 PIC X(14) VALUE SPACES.
          01 WS-TOK-RUNID PIC X(14) VALUE SPACES.
          01 WS-TOK-KIND PIC X(12) VALUE SPACES.
          01 WS-TOK-DSN PIC X(100) VALUE SPACES.

      *> the run's charge lines, held so the reversal can be appended
      *> to the very dataset they came from.
          01 WS-CHARGE-EOF PIC X(1) VALUE 'N'.
          01 WS-ALREADY-BACKED PIC X(1) VALUE 'N'.
          01 WS-TOKENS.
             05 WS-TOK PIC X(14) OCCURS 24 TIMES.
          01 WS-CHG-COUNT PIC 9(5) VALUE 0.
          01 WS-CHG-IDX PIC 9(5) VALUE 0.
          01 WS-CHG-FULL PIC X(1) VALUE 'N'.
          01 WS-CHG-TABLE.
             05 WS-CHG-ENTRY OCCURS 10000 TIMES.
                10 WS-CHG-ID PIC 9(5).
                10 WS-CHG-RECT PIC 9(6).
                10 WS-CHG-COL PIC 9(6).
                10 WS-CHG-ROW PIC 9(6).
                10 WS-CHG-CLEAR PIC 9(6).
                10 WS-CHG-INVERT PIC 9(6).
                10 WS-CHG-COPY PIC 9(6).
                10 WS-CHG-BARCODE PIC 9(6).
                10 WS-CHG-BAD PIC 9(6).
                10 WS-CHG-AMOUNT PIC 9(7)V99.
                10 WS-CHG-DATE PIC X(8).
                10 WS-CHG-PERIOD PIC X(6).
          01 WS-AMT-WHOLE-STR PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-AMT-FRAC-STR PIC X(2) VALUE SPACES.
          01 WS-AMT-WHOLE-NUM PIC 9(7) VALUE 0.
          01 WS-AMT-FRAC-NUM PIC 9(2) VALUE 0.
          01 WS-REV-RECT PIC 9(6) VALUE 0.
          01 WS-REV-COL PIC 9(6) VALUE 0.
          01 WS-REV-ROW PIC 9(6) VALUE 0.
          01 WS-REV-CLEAR PIC 9(6) VALUE 0.
          01 WS-REV-INVERT PIC 9(6) VALUE 0.
          01 WS-REV-COPY PIC 9(6) VALUE 0.
          01 WS-REV-BARCODE PIC 9(6) VALUE 0.
          01 WS-REV-BAD PIC 9(6) VALUE 0.
          01 WS-REV-TOTAL PIC S9(9)V99 VALUE 0.
          01 WS-REV-AMOUNT PIC S9(7)V99 VALUE 0.
          01 WS-REV-EDIT PIC -------9.99.
          01 WS-REV-PTR PIC 9(3) VALUE 1.
          01 WS-REV-TOTAL-EDIT PIC ---------9.99.

      *> archive keys queued for removal -- deleting mid-scan would
      *> disturb the read position, so the scan only collects and
      *> the removals run afterward.  a run larger than the table is
      *> refused before anything is touched; a partial backout is
      *> worse than none.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-READ-COUNT PIC 9(9) VALUE 0.
          01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
          01 WS-DELETE-COUNT PIC 9(9) VALUE 0.
          01 WS-DELKEY-COUNT PIC 9(5) VALUE 0.
          01 WS-DELKEY-IDX PIC 9(5) VALUE 0.
      *> a key's index flag is set once its group is known to hold
      *> the student's current badge -- only then do its codes leave
      *> the code index.  L marks the group's last key, where the
      *> prior code goes back in.
          01 WS-DELKEY-TABLE.
             05 WS-DELKEY-ENTRY OCCURS 10000 TIMES.
                10 WS-DELKEY PIC X(29).
                10 WS-DELKEY-CIX PIC X(1).
          01 WS-DELKEY-FIRST PIC 9(5) VALUE 0.
          01 WS-RESTORE-FOUND PIC X(1) VALUE 'N'.
          01 WS-RESTORE-STUDENT PIC 9(5) VALUE 0.
          01 WS-RESTORE-ZONE PIC X(10) VALUE SPACES.
          01 WS-RESTORE-CODE PIC X(199) VALUE SPACES.
          01 WS-RESTORE-DATE PIC 9(8) VALUE 0.
          01 WS-RESTORE-TIME PIC 9(6) VALUE 0.
          01 WS-RESTORE-EOF PIC X(1) VALUE 'N'.

      *> the student-and-zone group being read.  the key orders each
      *> group oldest run first, so the last record read ahead of the
      *> run's own is the badge the student held before it, and any
      *> record read after it means a later run has already replaced
      *> the run's badge.
          01 WS-HAVE-GROUP PIC X(1) VALUE 'N'.
          01 WS-GRP-STUDENT-ID PIC 9(5) VALUE 0.
          01 WS-GRP-ZONE PIC X(10) VALUE SPACES.
          01 WS-GRP-MATCHES PIC 9(3) VALUE 0.
          01 WS-GRP-RUN-CODE PIC X(199) VALUE SPACES.
          01 WS-GRP-SUPERSEDED PIC X(1) VALUE 'N'.
          01 WS-GRP-PRIOR-FOUND PIC X(1) VALUE 'N'.
          01 WS-GRP-PRIOR-CODE PIC X(199) VALUE SPACES.
          01 WS-GRP-PRIOR-PIXELS PIC 9(6) VALUE 0.
          01 WS-GRP-PRIOR-DATE PIC 9(8) VALUE 0.
          01 WS-GRP-PRIOR-TIME PIC 9(6) VALUE 0.

      *> the student being read, and the zones the corrective
      *> extract gives back to them.
          01 WS-HAVE-STUDENT PIC X(1) VALUE 'N'.
          01 WS-BO-STUDENT-ID PIC 9(5) VALUE 0.
          01 WS-BO-NAME PIC X(75) VALUE SPACES.
          01 WS-BO-TOUCHED PIC X(1) VALUE 'N'.
          01 WS-BO-WITHDRAWN PIC 9(1) VALUE 0.
          01 WS-BO-ZONE-COUNT PIC 9(1) VALUE 0.
          01 WS-BO-ZONE-IDX PIC 9(1) VALUE 0.
          01 WS-BO-PIXELS PIC 9(6) VALUE 0.
          01 WS-BO-ZONE-TABLE.
             05 WS-BO-ZONE-ENTRY OCCURS 3 TIMES.
                10 WS-BO-ZONE-NAME PIC X(10).
                10 WS-BO-ZONE-CODE PIC X(199).
                10 WS-BO-ZONE-PIXELS PIC 9(6).
          01 WS-EXT-PTR PIC 9(3) VALUE 1.
          01 WS-RESULT PIC X(10) VALUE SPACES.

          01 WS-STUDENTS-TOUCHED PIC 9(6) VALUE 0.
          01 WS-RESTORED-COUNT PIC 9(6) VALUE 0.
          01 WS-WITHDRAWN-COUNT PIC 9(6) VALUE 0.
          01 WS-SUPERSEDED-COUNT PIC 9(6) VALUE 0.
          01 WS-EXTRACT-COUNT PIC 9(6) VALUE 0.

      *> one balance line at a time: what the RUN-LOG says the run
      *> did against what this backout took away.
          01 WS-BAL-LABEL PIC X(10) VALUE SPACES.
          01 WS-BAL-LOG PIC 9(8) VALUE 0.
          01 WS-BAL-OURS PIC 9(8) VALUE 0.
          01 WS-OUT-OF-BALANCE PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT WS-RUNID-ENV FROM ENVIRONMENT 'RUNID'
           IF WS-RUNID-ENV = SPACES OR WS-RUNID-ENV IS NOT NUMERIC
             DISPLAY 'RUNID (YYYYMMDDHHMMSS) OF THE RUN TO BACK OUT'
                ' REQUIRED -- BACKOUT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           ACCEPT WS-FORCE-ENV FROM ENVIRONMENT 'FORCERUN'
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-HIST-DSN FROM ENVIRONMENT 'BACKOUTHISTDD'
           IF WS-HIST-DSN = SPACES
             MOVE 'backouthist.txt' TO WS-HIST-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-RUNLOG-DSN FROM ENVIRONMENT 'RUNLOGDD'
           IF WS-RUNLOG-DSN = SPACES
             MOVE 'runlog.txt' TO WS-RUNLOG-DSN
           END-IF
           ACCEPT WS-RUNCTL-DSN FROM ENVIRONMENT 'RUNCTLDD'
           IF WS-RUNCTL-DSN = SPACES
             MOVE 'runcontrol.txt' TO WS-RUNCTL-DSN
           END-IF
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCATDD'
           IF WS-GENCAT-DSN = SPACES
             MOVE 'gencatalog.txt' TO WS-GENCAT-DSN
           END-IF
           ACCEPT WS-CODEIX-DSN FROM ENVIRONMENT 'BADGECODEDD'
           IF WS-CODEIX-DSN = SPACES
             MOVE 'badgecodes.dat' TO WS-CODEIX-DSN
           END-IF
           ACCEPT WS-CHARGE-ENV FROM ENVIRONMENT 'BACKOUTCHGDD'
           ACCEPT WS-LIVE-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-LIVE-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-LIVE-CHARGE-DSN
           END-IF

      *> the corrective extract and the report are the run's own,
      *> suffixed with its stamp like every per-run dataset.
           ACCEPT WS-EXTRACT-DSN FROM ENVIRONMENT 'BACKOUTEXTDD'
           IF WS-EXTRACT-DSN = SPACES
             MOVE 'backoutextract.txt' TO WS-EXTRACT-DSN
           END-IF
           MOVE WS-EXTRACT-DSN TO WS-DSN-WORK
           MOVE SPACES TO WS-EXTRACT-DSN
           STRING WS-DSN-WORK DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-RUNID-ENV DELIMITED BY SIZE
              INTO WS-EXTRACT-DSN
           END-STRING
           ACCEPT WS-BORPT-DSN FROM ENVIRONMENT 'BACKOUTRPTDD'
           IF WS-BORPT-DSN = SPACES
             MOVE 'backoutreport.txt' TO WS-BORPT-DSN
           END-IF
           MOVE WS-BORPT-DSN TO WS-DSN-WORK
           MOVE SPACES TO WS-BORPT-DSN
           STRING WS-DSN-WORK DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-RUNID-ENV DELIMITED BY SIZE
              INTO WS-BORPT-DSN
           END-STRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           CALL 'BIZ-DATE' USING WS-TODAY, WS-BUS-DATE,
              WS-CAL-SOURCE

      *> a run in flight is still writing the archive and its charge
      *> dataset -- backing anything out under it would race it.
           PERFORM CHECK-RUN-CONTROL
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-RUN-LOG
           IF WS-STAMP-COUNT = 0
             MOVE 1 TO WS-STAMP-COUNT
             MOVE WS-RUNID-ENV(1:8) TO WS-STAMP-DATE(1)
             MOVE WS-RUNID-ENV(9:6) TO WS-STAMP-TIME(1)
           END-IF

      *> the run's charges: its catalogued generation when it ran in
      *> generation mode, else a dataset holding only that run's
      *> lines, which the operator names in BACKOUTCHGDD.  the
      *> shared, growing charge dataset under CHARGEDD is refused --
      *> nothing in it says which lines were this run's, and
      *> reversing all of them would back out every other run and
      *> reissue fee with it.
           PERFORM FIND-CHARGE-DATASET
           IF WS-CHARGE-DSN = SPACES
             MOVE WS-CHARGE-ENV TO WS-CHARGE-DSN
           END-IF
           IF WS-CHARGE-DSN = SPACES
             DISPLAY 'NO CHARGE GENERATION CATALOGUED FOR RUN '
                WS-RUNID-ENV ' AND NO BACKOUTCHGDD NAMED'
                ' -- BACKOUT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-CHARGE-DSN = WS-LIVE-CHARGE-DSN
             DISPLAY 'BACKOUTCHGDD NAMES THE SHARED CHARGE DATASET '
                WS-LIVE-CHARGE-DSN ' -- BACKOUT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-RUN-CHARGES
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN I-O BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' STATUS ' WS-ARCHIVE-STATUS
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM COUNT-RUN-RECORDS
           IF WS-MATCH-COUNT > 10000
             DISPLAY 'MORE THAN 10000 ARCHIVE RECORDS FOR RUN '
                WS-RUNID-ENV ' -- BACKOUT REFUSED'
             CLOSE BADGE-ARCHIVE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-MATCH-COUNT = 0 AND WS-CHG-COUNT = 0
             DISPLAY 'NOTHING ARCHIVED OR CHARGED FOR RUN '
                WS-RUNID-ENV ' -- NOTHING TO BACK OUT'
             CLOSE BADGE-ARCHIVE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

      *> the reversals must be able to land before a single archive
      *> record goes -- removed badges with their charges still
      *> standing would bill students for cards they no longer hold.
           OPEN EXTEND CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = '00'
             OPEN OUTPUT CHARGE-FILE
           END-IF
           IF WS-CHARGE-STATUS NOT = '00'
             DISPLAY 'CHARGE DATASET UNAVAILABLE: ' WS-CHARGE-DSN
                ' STATUS ' WS-CHARGE-STATUS ' -- BACKOUT REFUSED'
             CLOSE BADGE-ARCHIVE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

      *> an index that cannot be opened is not a reason to leave the
      *> bad run standing; the report then demands a rebuild.
           OPEN I-O CODE-INDEX
           IF WS-CODEIX-STATUS = '00'
             MOVE 'Y' TO WS-CODEIX-OK
           ELSE
             DISPLAY 'CODE INDEX UNAVAILABLE: ' WS-CODEIX-DSN
                ' STATUS ' WS-CODEIX-STATUS
           END-IF

           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF
           OPEN OUTPUT BACKOUT-REPORT
           PERFORM WRITE-REPORT-HEADING
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO EXTRACT-LINE
           MOVE 'STUDENT-ID,NAME,ZONE-CODE-PAIRS,LIT-PIXELS,RESULT'
              TO EXTRACT-LINE
           WRITE EXTRACT-LINE

           MOVE SPACES TO BORPT-LINE
           MOVE 'ARCHIVE RECORDS REMOVED:' TO BORPT-LINE
           WRITE BORPT-LINE
           PERFORM SCAN-ARCHIVE
           IF WS-HAVE-GROUP = 'Y'
             PERFORM CLOSE-ZONE-GROUP
           END-IF
           IF WS-HAVE-STUDENT = 'Y'
             PERFORM CLOSE-STUDENT
           END-IF

           MOVE SPACES TO EXTRACT-LINE
           STRING 'TRAILER,' DELIMITED BY SIZE
                  WS-EXTRACT-COUNT DELIMITED BY SIZE
              INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           CLOSE EXTRACT-FILE
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF

           PERFORM REMOVE-RUN-RECORDS
           CLOSE BADGE-ARCHIVE
           IF WS-CODEIX-OK = 'Y'
             CLOSE CODE-INDEX
           END-IF

           PERFORM WRITE-REVERSING-CHARGES
           PERFORM WRITE-BALANCE-SECTION
           CLOSE BACKOUT-REPORT

           DISPLAY 'RUN ' WS-RUNID-ENV ' BACKED OUT -- ARCHIVE '
              'RECORDS REMOVED: ' WS-DELETE-COUNT
              '  STUDENTS: ' WS-STUDENTS-TOUCHED
              '  CHARGE LINES REVERSED: ' WS-CHG-COUNT
           MOVE 0 TO RETURN-CODE
           IF WS-END-COUNT = 0 OR WS-OUT-OF-BALANCE = 'Y'
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CODEIX-OK = 'N' AND WS-DELETE-COUNT > 0
             DISPLAY 'CODE INDEX NOT UPDATED -- RUN CODE-COLLISION TO '
                'REBUILD THE CODE INDEX'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL-FILE
                AT END CONTINUE
             END-READ
             IF WS-RUNCTL-STATUS = '00'
                   AND RUNCTL-STATE = 'HELD'
                   AND WS-FORCE-ENV NOT = 'Y'
                MOVE 'Y' TO WS-REFUSED
                DISPLAY 'RUN CONTROL HELD BY ' RUNCTL-HOLDER
                   ' RUN ' RUNCTL-RUN-ID
                   ' -- BACKOUT REFUSED (FORCERUN=Y OVERRIDES)'
             END-IF
             CLOSE RUNCTL-FILE
           END-IF.

       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS = '00'
             MOVE 'N' TO WS-RUNLOG-EOF
             PERFORM UNTIL WS-RUNLOG-EOF = 'Y'
                READ RUN-LOG
                   AT END MOVE 'Y' TO WS-RUNLOG-EOF
                   NOT AT END PERFORM NOTE-RUN-LOG-LINE
                END-READ
             END-PERFORM
             CLOSE RUN-LOG
           END-IF.

       NOTE-RUN-LOG-LINE.
      *> START lines give the archive stamps; END lines give the
      *> counts the run claimed.
           MOVE SPACES TO WS-LOG-TOKENS
           UNSTRING RUN-LOG-LINE DELIMITED BY ALL SPACE
              INTO WS-LOG-TOK(1), WS-LOG-TOK(2), WS-LOG-TOK(3),
                   WS-LOG-TOK(4), WS-LOG-TOK(5), WS-LOG-TOK(6),
                   WS-LOG-TOK(7), WS-LOG-TOK(8), WS-LOG-TOK(9),
                   WS-LOG-TOK(10), WS-LOG-TOK(11), WS-LOG-TOK(12),
                   WS-LOG-TOK(13), WS-LOG-TOK(14), WS-LOG-TOK(15),
                   WS-LOG-TOK(16), WS-LOG-TOK(17), WS-LOG-TOK(18),
                   WS-LOG-TOK(19), WS-LOG-TOK(20), WS-LOG-TOK(21),
                   WS-LOG-TOK(22), WS-LOG-TOK(23), WS-LOG-TOK(24),
                   WS-LOG-TOK(25), WS-LOG-TOK(26), WS-LOG-TOK(27)
           END-UNSTRING
           IF WS-LOG-TOK(1) = 'RUN'
                 AND WS-LOG-TOK(2) = WS-RUNID-ENV
             IF WS-LOG-TOK(3) = 'START'
                   AND WS-LOG-TOK(4)(1:8) IS NUMERIC
                   AND WS-LOG-TOK(5)(1:6) IS NUMERIC
                PERFORM NOTE-RUN-STAMP
             END-IF
             IF WS-LOG-TOK(3) = 'END'
                ADD 1 TO WS-END-COUNT
                IF WS-LOG-TOK(9)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(9)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-STUDENTS
                END-IF
                IF WS-LOG-TOK(11)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(11)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-RECT
                END-IF
                IF WS-LOG-TOK(13)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(13)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-COL
                END-IF
                IF WS-LOG-TOK(15)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(15)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-ROW
                END-IF
                IF WS-LOG-TOK(17)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(17)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-CLEAR
                END-IF
                IF WS-LOG-TOK(19)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(19)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-INVERT
                END-IF
                IF WS-LOG-TOK(21)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(21)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-COPY
                END-IF
                IF WS-LOG-TOK(23)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(23)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-BARCODE
                END-IF
                IF WS-LOG-TOK(25)(1:6) IS NUMERIC
                   MOVE WS-LOG-TOK(25)(1:6) TO WS-LOG-NUM
                   ADD WS-LOG-NUM TO WS-LOG-BAD
                END-IF
             END-IF
           END-IF.

       NOTE-RUN-STAMP.
      *> a resumed entry logs a second START under a new stamp; each
      *> distinct stamp is kept once.
           MOVE 'N' TO WS-STAMP-DUP
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
             IF WS-STAMP-DATE(WS-STAMP-IDX) = WS-LOG-TOK(4)(1:8)
                   AND WS-STAMP-TIME(WS-STAMP-IDX)
                      = WS-LOG-TOK(5)(1:6)
                MOVE 'Y' TO WS-STAMP-DUP
             END-IF
           END-PERFORM
           IF WS-STAMP-DUP = 'N' AND WS-STAMP-COUNT < 100
             ADD 1 TO WS-STAMP-COUNT
             MOVE WS-LOG-TOK(4)(1:8) TO WS-STAMP-DATE(WS-STAMP-COUNT)
             MOVE WS-LOG-TOK(5)(1:6) TO WS-STAMP-TIME(WS-STAMP-COUNT)
           END-IF.

       FIND-CHARGE-DATASET.
           MOVE SPACES TO WS-CHARGE-DSN
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '00'
             MOVE 'N' TO WS-GENCAT-EOF
             PERFORM UNTIL WS-GENCAT-EOF = 'Y'
                READ GENCAT-FILE
                   AT END MOVE 'Y' TO WS-GENCAT-EOF
                   NOT AT END
                      MOVE SPACES TO WS-TOK1 WS-TOK-RUNID
                                     WS-TOK-KIND WS-TOK-DSN
                      UNSTRING GENCAT-LINE DELIMITED BY ALL SPACE
                         INTO WS-TOK1, WS-TOK-RUNID, WS-TOK-KIND,
                              WS-TOK-DSN
                      END-UNSTRING
                      IF WS-TOK1 = 'RUNID'
                            AND WS-TOK-RUNID = WS-RUNID-ENV
                            AND WS-TOK-KIND = 'CHARGES'
                         MOVE WS-TOK-DSN TO WS-CHARGE-DSN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE GENCAT-FILE
           END-IF.

       LOAD-RUN-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = '00'
             DISPLAY 'CHARGE DATASET UNAVAILABLE: ' WS-CHARGE-DSN
                ' -- BACKOUT REFUSED'
             MOVE 'Y' TO WS-REFUSED
           ELSE
             MOVE 'N' TO WS-CHARGE-EOF
             PERFORM UNTIL WS-CHARGE-EOF = 'Y'
                READ CHARGE-FILE
                   AT END MOVE 'Y' TO WS-CHARGE-EOF
                   NOT AT END PERFORM NOTE-CHARGE-LINE
                END-READ
             END-PERFORM
             CLOSE CHARGE-FILE
      *> the reversal marker means this run was already backed out --
      *> a second reversal would credit the departments twice.
             IF WS-ALREADY-BACKED = 'Y'
                DISPLAY 'RUN ' WS-RUNID-ENV ' ALREADY BACKED OUT IN '
                   WS-CHARGE-DSN ' -- BACKOUT REFUSED'
                MOVE 'Y' TO WS-REFUSED
             END-IF
             IF WS-CHG-FULL = 'Y'
                DISPLAY 'MORE THAN 10000 CHARGE LINES IN '
                   WS-CHARGE-DSN ' -- BACKOUT REFUSED'
                MOVE 'Y' TO WS-REFUSED
             END-IF
           END-IF.

       NOTE-CHARGE-LINE.
           MOVE SPACES TO WS-TOKENS
           UNSTRING CHARGE-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                   WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                   WS-TOK(9), WS-TOK(10), WS-TOK(11), WS-TOK(12),
                   WS-TOK(13), WS-TOK(14), WS-TOK(15), WS-TOK(16),
                   WS-TOK(17), WS-TOK(18), WS-TOK(19), WS-TOK(20),
                   WS-TOK(21), WS-TOK(22), WS-TOK(23), WS-TOK(24)
           END-UNSTRING
           IF WS-TOK(1) = 'BACKOUT'
             MOVE 'Y' TO WS-ALREADY-BACKED
           END-IF
           IF WS-TOK(1) = 'STUDENT'
                 AND WS-TOK(2)(1:5) IS NUMERIC
             IF WS-CHG-COUNT < 10000
                ADD 1 TO WS-CHG-COUNT
                MOVE WS-TOK(2)(1:5) TO WS-CHG-ID(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-RECT(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-COL(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-ROW(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-CLEAR(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-INVERT(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-COPY(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-BARCODE(WS-CHG-COUNT)
                MOVE 0 TO WS-CHG-BAD(WS-CHG-COUNT)
      *> the rate date the line was priced at rides on the reversal,
      *> so the invoice prices both at the same rate and they net.
                MOVE SPACES TO WS-CHG-DATE(WS-CHG-COUNT)
                IF WS-TOK(21) = 'DATE'
                      AND WS-TOK(22)(1:8) IS NUMERIC
                   MOVE WS-TOK(22)(1:8) TO WS-CHG-DATE(WS-CHG-COUNT)
                END-IF
      *> the period the line posted to; a line from before lines
      *> carried one posted to its date's month.
                MOVE SPACES TO WS-CHG-PERIOD(WS-CHG-COUNT)
                IF WS-TOK(23) = 'PERIOD'
                      AND WS-TOK(24)(1:6) IS NUMERIC
                   MOVE WS-TOK(24)(1:6) TO WS-CHG-PERIOD(WS-CHG-COUNT)
                ELSE
                   IF WS-CHG-DATE(WS-CHG-COUNT) NOT = SPACES
                      MOVE WS-CHG-DATE(WS-CHG-COUNT)(1:6)
                         TO WS-CHG-PERIOD(WS-CHG-COUNT)
                   END-IF
                END-IF
                IF WS-TOK(4)(1:6) IS NUMERIC
                   MOVE WS-TOK(4)(1:6) TO WS-CHG-RECT(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(6)(1:6) IS NUMERIC
                   MOVE WS-TOK(6)(1:6) TO WS-CHG-COL(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(8)(1:6) IS NUMERIC
                   MOVE WS-TOK(8)(1:6) TO WS-CHG-ROW(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(10)(1:6) IS NUMERIC
                   MOVE WS-TOK(10)(1:6) TO WS-CHG-CLEAR(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(12)(1:6) IS NUMERIC
                   MOVE WS-TOK(12)(1:6)
                      TO WS-CHG-INVERT(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(14)(1:6) IS NUMERIC
                   MOVE WS-TOK(14)(1:6) TO WS-CHG-COPY(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(16)(1:6) IS NUMERIC
                   MOVE WS-TOK(16)(1:6)
                      TO WS-CHG-BARCODE(WS-CHG-COUNT)
                END-IF
                IF WS-TOK(18)(1:6) IS NUMERIC
                   MOVE WS-TOK(18)(1:6) TO WS-CHG-BAD(WS-CHG-COUNT)
                END-IF
      *> the amount as MAIN printed it -- whole and cents split on
      *> the decimal point.
                MOVE SPACES TO WS-AMT-WHOLE-STR
                MOVE SPACES TO WS-AMT-FRAC-STR
                UNSTRING WS-TOK(20) DELIMITED BY '.' OR SPACE
                   INTO WS-AMT-WHOLE-STR, WS-AMT-FRAC-STR
                END-UNSTRING
                INSPECT WS-AMT-WHOLE-STR REPLACING LEADING SPACE BY '0'
                INSPECT WS-AMT-FRAC-STR REPLACING ALL SPACE BY '0'
                IF WS-AMT-WHOLE-STR IS NOT NUMERIC
                   MOVE '0000000' TO WS-AMT-WHOLE-STR
                END-IF
                IF WS-AMT-FRAC-STR IS NOT NUMERIC
                   MOVE '00' TO WS-AMT-FRAC-STR
                END-IF
                MOVE WS-AMT-WHOLE-STR TO WS-AMT-WHOLE-NUM
                MOVE WS-AMT-FRAC-STR TO WS-AMT-FRAC-NUM
                COMPUTE WS-CHG-AMOUNT(WS-CHG-COUNT)
                   = WS-AMT-WHOLE-NUM + WS-AMT-FRAC-NUM / 100
             ELSE
                MOVE 'Y' TO WS-CHG-FULL
             END-IF
           END-IF.

       CHECK-RUN-STAMP.
           MOVE 'N' TO WS-STAMP-MATCH
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
             IF WS-STAMP-DATE(WS-STAMP-IDX) = ARCH-RUN-DATE
                   AND WS-STAMP-TIME(WS-STAMP-IDX) = ARCH-RUN-TIME
                MOVE 'Y' TO WS-STAMP-MATCH
             END-IF
           END-PERFORM.

       COUNT-RUN-RECORDS.
           MOVE 0 TO ARCH-STUDENT-ID
           MOVE SPACES TO ARCH-ZONE
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           MOVE 'N' TO WS-ARCH-EOF
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-ARCH-EOF
           END-START
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   PERFORM CHECK-RUN-STAMP
                   IF WS-STAMP-MATCH = 'Y'
                      ADD 1 TO WS-MATCH-COUNT
                   END-IF
             END-READ
           END-PERFORM.

       SCAN-ARCHIVE.
           MOVE 0 TO ARCH-STUDENT-ID
           MOVE SPACES TO ARCH-ZONE
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           MOVE 'N' TO WS-ARCH-EOF
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-ARCH-EOF
           END-START
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM NOTE-ARCHIVE-RECORD
             END-READ
           END-PERFORM.

       NOTE-ARCHIVE-RECORD.
           IF WS-HAVE-GROUP = 'Y'
                 AND (ARCH-STUDENT-ID NOT = WS-GRP-STUDENT-ID
                    OR ARCH-ZONE NOT = WS-GRP-ZONE)
             PERFORM CLOSE-ZONE-GROUP
           END-IF
           IF WS-HAVE-STUDENT = 'Y'
                 AND ARCH-STUDENT-ID NOT = WS-BO-STUDENT-ID
             PERFORM CLOSE-STUDENT
           END-IF
           IF WS-HAVE-STUDENT = 'N'
             MOVE 'Y' TO WS-HAVE-STUDENT
             MOVE ARCH-STUDENT-ID TO WS-BO-STUDENT-ID
             MOVE 'N' TO WS-BO-TOUCHED
             MOVE 0 TO WS-BO-WITHDRAWN
             MOVE 0 TO WS-BO-ZONE-COUNT
             MOVE SPACES TO WS-BO-ZONE-TABLE
           END-IF
           IF WS-HAVE-GROUP = 'N'
             MOVE 'Y' TO WS-HAVE-GROUP
             MOVE ARCH-STUDENT-ID TO WS-GRP-STUDENT-ID
             MOVE ARCH-ZONE TO WS-GRP-ZONE
             MOVE 0 TO WS-GRP-MATCHES
             MOVE SPACES TO WS-GRP-RUN-CODE
             MOVE 'N' TO WS-GRP-SUPERSEDED
             MOVE 'N' TO WS-GRP-PRIOR-FOUND
             MOVE SPACES TO WS-GRP-PRIOR-CODE
             MOVE 0 TO WS-GRP-PRIOR-PIXELS
             MOVE 0 TO WS-GRP-PRIOR-DATE
             MOVE 0 TO WS-GRP-PRIOR-TIME
           END-IF
           PERFORM CHECK-RUN-STAMP
           IF WS-STAMP-MATCH = 'Y'
             ADD 1 TO WS-DELKEY-COUNT
             MOVE ARCH-KEY TO WS-DELKEY(WS-DELKEY-COUNT)
             MOVE 'N' TO WS-DELKEY-CIX(WS-DELKEY-COUNT)
             ADD 1 TO WS-GRP-MATCHES
             MOVE ARCH-CODE TO WS-GRP-RUN-CODE
           ELSE
             IF WS-GRP-MATCHES > 0
                MOVE 'Y' TO WS-GRP-SUPERSEDED
             ELSE
                MOVE 'Y' TO WS-GRP-PRIOR-FOUND
                MOVE ARCH-CODE TO WS-GRP-PRIOR-CODE
                MOVE ARCH-LIT-COUNT TO WS-GRP-PRIOR-PIXELS
                MOVE ARCH-RUN-DATE TO WS-GRP-PRIOR-DATE
                MOVE ARCH-RUN-TIME TO WS-GRP-PRIOR-TIME
             END-IF
           END-IF.

       CLOSE-ZONE-GROUP.
      *> one report line per zone the run archived, saying what the
      *> student's badge goes back to.
           MOVE 'N' TO WS-HAVE-GROUP
           IF WS-GRP-MATCHES > 0
             IF WS-BO-TOUCHED = 'N'
                MOVE 'Y' TO WS-BO-TOUCHED
                PERFORM LOOKUP-STUDENT-NAME
                MOVE SPACES TO BORPT-LINE
                STRING '  STUDENT ' DELIMITED BY SIZE
                       WS-GRP-STUDENT-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BO-NAME DELIMITED BY '  '
                    INTO BORPT-LINE
                END-STRING
                WRITE BORPT-LINE
             END-IF
             MOVE SPACES TO BORPT-LINE
             STRING '    ZONE ' DELIMITED BY SIZE
                    WS-GRP-ZONE DELIMITED BY SPACE
                    ' REMOVED CODE ' DELIMITED BY SIZE
                    WS-GRP-RUN-CODE DELIMITED BY SPACE
                 INTO BORPT-LINE
             END-STRING
             WRITE BORPT-LINE
             MOVE SPACES TO BORPT-LINE
             IF WS-GRP-SUPERSEDED = 'Y'
                ADD 1 TO WS-SUPERSEDED-COUNT
                MOVE 'LATER RUN HOLDS THE CURRENT BADGE -- LEFT AS IS'
                   TO BORPT-LINE(7:)
             ELSE
                IF WS-GRP-PRIOR-FOUND = 'Y'
                   ADD 1 TO WS-RESTORED-COUNT
                   IF WS-BO-ZONE-COUNT < 3
                      ADD 1 TO WS-BO-ZONE-COUNT
                      MOVE WS-GRP-ZONE
                         TO WS-BO-ZONE-NAME(WS-BO-ZONE-COUNT)
                      MOVE WS-GRP-PRIOR-CODE
                         TO WS-BO-ZONE-CODE(WS-BO-ZONE-COUNT)
                      MOVE WS-GRP-PRIOR-PIXELS
                         TO WS-BO-ZONE-PIXELS(WS-BO-ZONE-COUNT)
                   END-IF
                   STRING '      RESTORES CODE ' DELIMITED BY SIZE
                          WS-GRP-PRIOR-CODE DELIMITED BY SPACE
                          ' FROM RUN ' DELIMITED BY SIZE
                          WS-GRP-PRIOR-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-GRP-PRIOR-TIME DELIMITED BY SIZE
                       INTO BORPT-LINE
                   END-STRING
                ELSE
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   ADD 1 TO WS-BO-WITHDRAWN
                   MOVE 'NO EARLIER BADGE -- WITHDRAWN'
                      TO BORPT-LINE(7:)
                END-IF
      *> the group's run records are the last keys queued, since
      *> nothing followed them.
                COMPUTE WS-DELKEY-FIRST =
                   WS-DELKEY-COUNT - WS-GRP-MATCHES + 1
                PERFORM VARYING WS-DELKEY-IDX FROM WS-DELKEY-FIRST
                     BY 1 UNTIL WS-DELKEY-IDX > WS-DELKEY-COUNT
                  MOVE 'Y' TO WS-DELKEY-CIX(WS-DELKEY-IDX)
                END-PERFORM
                MOVE 'L' TO WS-DELKEY-CIX(WS-DELKEY-COUNT)
             END-IF
             WRITE BORPT-LINE
           END-IF.

       CLOSE-STUDENT.
      *> the corrective extract carries the zones given back to
      *> their prior code; a student whose run badge had nothing
      *> before it is sent as WITHDRAWN, and one whose every zone a
      *> later run already replaced is not sent at all.
           MOVE 'N' TO WS-HAVE-STUDENT
           IF WS-BO-TOUCHED = 'Y'
             ADD 1 TO WS-STUDENTS-TOUCHED
             MOVE SPACES TO WS-RESULT
             IF WS-BO-ZONE-COUNT > 0
                MOVE 'RESTORED' TO WS-RESULT
             ELSE
                IF WS-BO-WITHDRAWN > 0
                   MOVE 'WITHDRAWN' TO WS-RESULT
                END-IF
             END-IF
             IF WS-RESULT NOT = SPACES
                PERFORM WRITE-CORRECTIVE-RECORD
             END-IF
           END-IF.

       WRITE-CORRECTIVE-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-BO-PIXELS
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-EXT-PTR
           STRING WS-BO-STUDENT-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BO-NAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
              INTO EXTRACT-LINE WITH POINTER WS-EXT-PTR
           END-STRING
           PERFORM VARYING WS-BO-ZONE-IDX FROM 1 BY 1
                UNTIL WS-BO-ZONE-IDX > WS-BO-ZONE-COUNT
             STRING WS-BO-ZONE-NAME(WS-BO-ZONE-IDX) DELIMITED BY SPACE
                    ',' DELIMITED BY SIZE
                    WS-BO-ZONE-CODE(WS-BO-ZONE-IDX) DELIMITED BY SPACE
                    ',' DELIMITED BY SIZE
                INTO EXTRACT-LINE WITH POINTER WS-EXT-PTR
             END-STRING
             ADD WS-BO-ZONE-PIXELS(WS-BO-ZONE-IDX) TO WS-BO-PIXELS
           END-PERFORM
           STRING WS-BO-PIXELS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
              INTO EXTRACT-LINE WITH POINTER WS-EXT-PTR
           END-STRING
           WRITE EXTRACT-LINE.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO WS-BO-NAME
           IF WS-HAVE-MASTER = 'Y'
             MOVE WS-BO-STUDENT-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY CONTINUE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-NAME TO WS-BO-NAME
             END-IF
           END-IF.

       REMOVE-RUN-RECORDS.
      *> each record is re-read by key and unloaded just before it is
      *> deleted, so the history holds exactly what left the archive.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
             OPEN OUTPUT HIST-FILE
           END-IF
           PERFORM VARYING WS-DELKEY-IDX FROM 1 BY 1
                UNTIL WS-DELKEY-IDX > WS-DELKEY-COUNT
             MOVE WS-DELKEY(WS-DELKEY-IDX) TO ARCH-KEY
             READ BADGE-ARCHIVE
                INVALID KEY CONTINUE
             END-READ
             IF WS-ARCHIVE-STATUS = '00'
                MOVE ARCH-RECORD TO HIST-RECORD
                WRITE HIST-RECORD
                DELETE BADGE-ARCHIVE
                   INVALID KEY CONTINUE
                END-DELETE
                IF WS-ARCHIVE-STATUS = '00'
                   ADD 1 TO WS-DELETE-COUNT
                   IF WS-CODEIX-OK = 'Y'
                         AND WS-DELKEY-CIX(WS-DELKEY-IDX) NOT = 'N'
                      PERFORM RESTORE-CODE-INDEX
                   END-IF
                END-IF
             END-IF
           END-PERFORM
           CLOSE HIST-FILE.

       RESTORE-CODE-INDEX.
      *> the run's code leaves the index the way MAIN drops a
      *> superseded one.  after the group's last run record, whatever
      *> is now last for the student and zone -- the badge held
      *> before the run -- goes back in under its own run stamp.
      *> ARCH-RECORD still holds the record just deleted.
           MOVE ARCH-ZONE TO CIX-ZONE
           MOVE ARCH-CODE TO CIX-CODE
           MOVE ARCH-STUDENT-ID TO CIX-STUDENT-ID
           DELETE CODE-INDEX RECORD
              INVALID KEY CONTINUE
           END-DELETE
           IF WS-CODEIX-STATUS = '00'
             ADD 1 TO WS-CIX-DROPPED
           END-IF
           IF WS-DELKEY-CIX(WS-DELKEY-IDX) = 'L'
             PERFORM FIND-RESTORED-CODE
           END-IF.

       FIND-RESTORED-CODE.
           MOVE ARCH-STUDENT-ID TO WS-RESTORE-STUDENT
           MOVE ARCH-ZONE TO WS-RESTORE-ZONE
           MOVE 'N' TO WS-RESTORE-FOUND
           MOVE 'N' TO WS-RESTORE-EOF
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-RESTORE-EOF
           END-START
           PERFORM UNTIL WS-RESTORE-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-RESTORE-EOF
                NOT AT END
                   IF ARCH-STUDENT-ID NOT = WS-RESTORE-STUDENT
                         OR ARCH-ZONE NOT = WS-RESTORE-ZONE
                      MOVE 'Y' TO WS-RESTORE-EOF
                   ELSE
                      MOVE 'Y' TO WS-RESTORE-FOUND
                      MOVE ARCH-CODE TO WS-RESTORE-CODE
                      MOVE ARCH-RUN-DATE TO WS-RESTORE-DATE
                      MOVE ARCH-RUN-TIME TO WS-RESTORE-TIME
                   END-IF
             END-READ
           END-PERFORM
           IF WS-RESTORE-FOUND = 'Y' AND WS-RESTORE-CODE NOT = SPACES
             MOVE WS-RESTORE-ZONE TO CIX-ZONE
             MOVE WS-RESTORE-CODE TO CIX-CODE
             MOVE WS-RESTORE-STUDENT TO CIX-STUDENT-ID
             MOVE WS-RESTORE-DATE TO CIX-RUN-DATE
             MOVE WS-RESTORE-TIME TO CIX-RUN-TIME
             WRITE CIX-RECORD
                INVALID KEY REWRITE CIX-RECORD
             END-WRITE
             ADD 1 TO WS-CIX-RESTORED
           END-IF.

       WRITE-REVERSING-CHARGES.
      *> the reversal lines carry the run's counts negated, so the
      *> invoice nets every student's charge for the run to zero;
      *> the BACKOUT marker ahead of them stops a second reversal.
           MOVE SPACES TO BORPT-LINE
           STRING 'CHARGES REVERSED IN ' DELIMITED BY SIZE
                  WS-CHARGE-DSN DELIMITED BY SPACE
                  ':' DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           CALL 'BILL-PERIOD' USING WS-BUS-DATE, WS-POST-PERIOD,
              WS-PERIOD-LATE
           MOVE SPACES TO CHARGE-LINE
           STRING 'BACKOUT RUN ' DELIMITED BY SIZE
                  WS-RUNID-ENV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW(1:6) DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-POST-PERIOD DELIMITED BY SIZE
              INTO CHARGE-LINE
           END-STRING
           WRITE CHARGE-LINE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                UNTIL WS-CHG-IDX > WS-CHG-COUNT
             PERFORM WRITE-ONE-REVERSAL
           END-PERFORM
           MOVE WS-REV-TOTAL TO WS-REV-TOTAL-EDIT
           MOVE SPACES TO CHARGE-LINE
           STRING 'TOTAL RECT -' DELIMITED BY SIZE
                  WS-REV-RECT DELIMITED BY SIZE
                  ' ROTCOL -' DELIMITED BY SIZE
                  WS-REV-COL DELIMITED BY SIZE
                  ' ROTROW -' DELIMITED BY SIZE
                  WS-REV-ROW DELIMITED BY SIZE
                  ' CLEAR -' DELIMITED BY SIZE
                  WS-REV-CLEAR DELIMITED BY SIZE
                  ' INVERT -' DELIMITED BY SIZE
                  WS-REV-INVERT DELIMITED BY SIZE
                  ' COPY -' DELIMITED BY SIZE
                  WS-REV-COPY DELIMITED BY SIZE
                  ' BARCODE -' DELIMITED BY SIZE
                  WS-REV-BARCODE DELIMITED BY SIZE
                  ' REJECTS -' DELIMITED BY SIZE
                  WS-REV-BAD DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-REV-TOTAL-EDIT DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-POST-PERIOD DELIMITED BY SIZE
               INTO CHARGE-LINE
           END-STRING
           WRITE CHARGE-LINE
           CLOSE CHARGE-FILE
           MOVE SPACES TO BORPT-LINE
           STRING '  TOTAL REVERSED ' DELIMITED BY SIZE
                  WS-REV-TOTAL-EDIT DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           IF WS-LATE-COUNT > 0
             MOVE SPACES TO BORPT-LINE
             STRING '  REVERSALS POSTED PAST A CLOSED PERIOD '
                       DELIMITED BY SIZE
                    WS-LATE-COUNT DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
             WRITE BORPT-LINE
           END-IF.

       WRITE-ONE-REVERSAL.
           ADD WS-CHG-RECT(WS-CHG-IDX) TO WS-REV-RECT
           ADD WS-CHG-COL(WS-CHG-IDX) TO WS-REV-COL
           ADD WS-CHG-ROW(WS-CHG-IDX) TO WS-REV-ROW
           ADD WS-CHG-CLEAR(WS-CHG-IDX) TO WS-REV-CLEAR
           ADD WS-CHG-INVERT(WS-CHG-IDX) TO WS-REV-INVERT
           ADD WS-CHG-COPY(WS-CHG-IDX) TO WS-REV-COPY
           ADD WS-CHG-BARCODE(WS-CHG-IDX) TO WS-REV-BARCODE
           ADD WS-CHG-BAD(WS-CHG-IDX) TO WS-REV-BAD
           COMPUTE WS-REV-AMOUNT = 0 - WS-CHG-AMOUNT(WS-CHG-IDX)
           ADD WS-REV-AMOUNT TO WS-REV-TOTAL
           MOVE WS-REV-AMOUNT TO WS-REV-EDIT
           MOVE WS-POST-PERIOD TO WS-REV-PERIOD
           MOVE 'N' TO WS-PERIOD-LATE
           IF WS-CHG-PERIOD(WS-CHG-IDX) IS NUMERIC
             MOVE WS-CHG-PERIOD(WS-CHG-IDX) TO WS-PERIOD-DATE(1:6)
             MOVE '01' TO WS-PERIOD-DATE(7:2)
             CALL 'BILL-PERIOD' USING WS-PERIOD-DATE, WS-REV-PERIOD,
                WS-PERIOD-LATE
           END-IF
           IF WS-PERIOD-LATE = 'Y'
             ADD 1 TO WS-LATE-COUNT
           END-IF
           MOVE SPACES TO CHARGE-LINE
           MOVE 1 TO WS-REV-PTR
           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-CHG-ID(WS-CHG-IDX) DELIMITED BY SIZE
                  ' RECT -' DELIMITED BY SIZE
                  WS-CHG-RECT(WS-CHG-IDX) DELIMITED BY SIZE
                  ' ROTCOL -' DELIMITED BY SIZE
                  WS-CHG-COL(WS-CHG-IDX) DELIMITED BY SIZE
                  ' ROTROW -' DELIMITED BY SIZE
                  WS-CHG-ROW(WS-CHG-IDX) DELIMITED BY SIZE
                  ' CLEAR -' DELIMITED BY SIZE
                  WS-CHG-CLEAR(WS-CHG-IDX) DELIMITED BY SIZE
                  ' INVERT -' DELIMITED BY SIZE
                  WS-CHG-INVERT(WS-CHG-IDX) DELIMITED BY SIZE
                  ' COPY -' DELIMITED BY SIZE
                  WS-CHG-COPY(WS-CHG-IDX) DELIMITED BY SIZE
                  ' BARCODE -' DELIMITED BY SIZE
                  WS-CHG-BARCODE(WS-CHG-IDX) DELIMITED BY SIZE
                  ' REJECTS -' DELIMITED BY SIZE
                  WS-CHG-BAD(WS-CHG-IDX) DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-REV-EDIT DELIMITED BY SIZE
               INTO CHARGE-LINE WITH POINTER WS-REV-PTR
           END-STRING
           IF WS-CHG-DATE(WS-CHG-IDX) NOT = SPACES
             STRING ' DATE ' DELIMITED BY SIZE
                    WS-CHG-DATE(WS-CHG-IDX) DELIMITED BY SIZE
                 INTO CHARGE-LINE WITH POINTER WS-REV-PTR
             END-STRING
           END-IF
           STRING ' PERIOD ' DELIMITED BY SIZE
                  WS-REV-PERIOD DELIMITED BY SIZE
               INTO CHARGE-LINE WITH POINTER WS-REV-PTR
           END-STRING
           WRITE CHARGE-LINE
           MOVE SPACES TO BORPT-LINE
           STRING '  STUDENT ' DELIMITED BY SIZE
                  WS-CHG-ID(WS-CHG-IDX) DELIMITED BY SIZE
                  ' CHARGE ' DELIMITED BY SIZE
                  WS-REV-EDIT DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-REV-PERIOD DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO BORPT-LINE
           STRING 'RUN BACKOUT -- RUNID ' DELIMITED BY SIZE
                  WS-RUNID-ENV DELIMITED BY SIZE
                  '  BACKED OUT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW(1:6) DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
             MOVE SPACES TO BORPT-LINE
             STRING '  ARCHIVE STAMP ' DELIMITED BY SIZE
                    WS-STAMP-DATE(WS-STAMP-IDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-STAMP-TIME(WS-STAMP-IDX) DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
             WRITE BORPT-LINE
           END-PERFORM.

       WRITE-BALANCE-SECTION.
      *> the run's END trailers against what came out.  archived
      *> students are compared with the students the run reported,
      *> and the reversed instruction counts with the run's tallies.
           MOVE SPACES TO BORPT-LINE
           WRITE BORPT-LINE
           MOVE SPACES TO BORPT-LINE
           STRING 'RUN-LOG BALANCE -- END TRAILERS FOUND: '
                     DELIMITED BY SIZE
                  WS-END-COUNT DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           IF WS-END-COUNT = 0
             MOVE SPACES TO BORPT-LINE
             MOVE 'NO END TRAILER FOR THIS RUN -- COUNTS NOT BALANCED'
                TO BORPT-LINE(3:)
             WRITE BORPT-LINE
           ELSE
             MOVE 'STUDENTS' TO WS-BAL-LABEL
             MOVE WS-LOG-STUDENTS TO WS-BAL-LOG
             MOVE WS-STUDENTS-TOUCHED TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'RECT' TO WS-BAL-LABEL
             MOVE WS-LOG-RECT TO WS-BAL-LOG
             MOVE WS-REV-RECT TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'ROTCOL' TO WS-BAL-LABEL
             MOVE WS-LOG-COL TO WS-BAL-LOG
             MOVE WS-REV-COL TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'ROTROW' TO WS-BAL-LABEL
             MOVE WS-LOG-ROW TO WS-BAL-LOG
             MOVE WS-REV-ROW TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'CLEAR' TO WS-BAL-LABEL
             MOVE WS-LOG-CLEAR TO WS-BAL-LOG
             MOVE WS-REV-CLEAR TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'INVERT' TO WS-BAL-LABEL
             MOVE WS-LOG-INVERT TO WS-BAL-LOG
             MOVE WS-REV-INVERT TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'COPY' TO WS-BAL-LABEL
             MOVE WS-LOG-COPY TO WS-BAL-LOG
             MOVE WS-REV-COPY TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'BARCODE' TO WS-BAL-LABEL
             MOVE WS-LOG-BARCODE TO WS-BAL-LOG
             MOVE WS-REV-BARCODE TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
             MOVE 'REJECTS' TO WS-BAL-LABEL
             MOVE WS-LOG-BAD TO WS-BAL-LOG
             MOVE WS-REV-BAD TO WS-BAL-OURS
             PERFORM WRITE-BALANCE-LINE
           END-IF
           MOVE SPACES TO BORPT-LINE
           STRING 'ARCHIVE RECORDS READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  '  REMOVED: ' DELIMITED BY SIZE
                  WS-DELETE-COUNT DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           MOVE SPACES TO BORPT-LINE
           STRING 'ZONES RESTORED: ' DELIMITED BY SIZE
                  WS-RESTORED-COUNT DELIMITED BY SIZE
                  '  WITHDRAWN: ' DELIMITED BY SIZE
                  WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                  '  LEFT TO LATER RUN: ' DELIMITED BY SIZE
                  WS-SUPERSEDED-COUNT DELIMITED BY SIZE
                  '  CORRECTIVE RECORDS: ' DELIMITED BY SIZE
                  WS-EXTRACT-COUNT DELIMITED BY SIZE
               INTO BORPT-LINE
           END-STRING
           WRITE BORPT-LINE
           MOVE SPACES TO BORPT-LINE
           IF WS-CODEIX-OK = 'Y'
             STRING 'CODE INDEX ' DELIMITED BY SIZE
                    WS-CODEIX-DSN DELIMITED BY SPACE
                    ' -- CODES DROPPED: ' DELIMITED BY SIZE
                    WS-CIX-DROPPED DELIMITED BY SIZE
                    '  RESTORED: ' DELIMITED BY SIZE
                    WS-CIX-RESTORED DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
             WRITE BORPT-LINE
           ELSE
             IF WS-DELETE-COUNT > 0
                STRING 'CODE INDEX ' DELIMITED BY SIZE
                       WS-CODEIX-DSN DELIMITED BY SPACE
                       ' NOT UPDATED -- ACTION REQUIRED: RUN '
                          DELIMITED BY SIZE
                       'CODE-COLLISION TO REBUILD THE CODE INDEX'
                          DELIMITED BY SIZE
                    INTO BORPT-LINE
                END-STRING
                WRITE BORPT-LINE
             END-IF
           END-IF
           IF WS-DELETE-COUNT NOT = WS-DELKEY-COUNT
             MOVE 'Y' TO WS-OUT-OF-BALANCE
             MOVE SPACES TO BORPT-LINE
             STRING 'ARCHIVE RECORDS QUEUED ' DELIMITED BY SIZE
                    WS-DELKEY-COUNT DELIMITED BY SIZE
                    ' BUT REMOVED ' DELIMITED BY SIZE
                    WS-DELETE-COUNT DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
             WRITE BORPT-LINE
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE SPACES TO BORPT-LINE
           IF WS-BAL-LOG = WS-BAL-OURS
             STRING '  ' DELIMITED BY SIZE
                    WS-BAL-LABEL DELIMITED BY SIZE
                    ' RUN-LOG ' DELIMITED BY SIZE
                    WS-BAL-LOG DELIMITED BY SIZE
                    '  BACKED OUT ' DELIMITED BY SIZE
                    WS-BAL-OURS DELIMITED BY SIZE
                    '  BALANCED' DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
           ELSE
             MOVE 'Y' TO WS-OUT-OF-BALANCE
             STRING '  ' DELIMITED BY SIZE
                    WS-BAL-LABEL DELIMITED BY SIZE
                    ' RUN-LOG ' DELIMITED BY SIZE
                    WS-BAL-LOG DELIMITED BY SIZE
                    '  BACKED OUT ' DELIMITED BY SIZE
                    WS-BAL-OURS DELIMITED BY SIZE
                    '  OUT OF BALANCE' DELIMITED BY SIZE
                 INTO BORPT-LINE
             END-STRING
           END-IF
           WRITE BORPT-LINE.
