       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-LINEAGE.

      *> one document per student for a disputed badge: every run
      *> the generation catalog knows of that touched the student,
      *> oldest run first, and for each run the instructions applied
      *> (its audit generation), the lines rejected with their
      *> reasons (its exception generation), the code and lit
      *> pixels archived (the badge archive, by the run's archive
      *> stamps from the RUN-LOG), the charge billed (its charge
      *> generation), and whether the campus-card system took the
      *> badge (its extract generation and ACK-RECON's report for
      *> that run).  STUDENTID names one student; without it the
      *> request dataset lists one five-digit student number per
      *> line.  only runs made in generation mode are catalogued,
      *> so only they can be traced.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.

             SELECT GENCAT-FILE ASSIGN TO DYNAMIC WS-GENCAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GENCAT-STATUS.

             SELECT RUN-LOG ASSIGN TO DYNAMIC WS-RUNLOG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-MASTER-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-MASTER-STATUS.

             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.

             SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.

             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.

             SELECT ACK-REPORT ASSIGN TO DYNAMIC WS-ACKRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACKRPT-STATUS.

             SELECT LINEAGE-REPORT ASSIGN TO DYNAMIC WS-LINRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD REQUEST-FILE.
          01 REQUEST-LINE PIC X(80).

          FD GENCAT-FILE.
          01 GENCAT-LINE PIC X(132).

          FD RUN-LOG.
          01 RUN-LOG-LINE PIC X(250).

          FD MASTER-KEYED.
          01 MSX-RECORD.
             05 MSX-ID PIC 9(5).
             05 MSX-NAME PIC A(75).
             05 MSX-ACTIVE PIC X(1).
             05 MSX-DEPT PIC X(4).

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

      *> MAIN's audit line: nine-digit record number, STUDENT, the
      *> five-digit student number, then the zone and instruction,
      *> with the audit chain value after column 80.
          FD AUDIT-FILE.
          01 AUDIT-LINE PIC X(96).

          FD EXCEPTION-FILE.
          01 EXCEPTION-LINE PIC X(150).

          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD EXTRACT-FILE.
          01 EXTRACT-LINE PIC X(799).

          FD ACK-REPORT.
          01 ACK-RPT-LINE PIC X(199).

          FD LINEAGE-REPORT.
          01 LIN-RPT-LINE PIC X(199).

          WORKING-STORAGE SECTION.
          01 WS-REQUEST-DSN PIC X(100) VALUE 'lineagereq.txt'.
          01 WS-REQUEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-GENCAT-DSN PIC X(100) VALUE 'gencatalog.txt'.
          01 WS-GENCAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RUNLOG-DSN PIC X(100) VALUE 'runlog.txt'.
          01 WS-RUNLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-ARCHIVE PIC X(1) VALUE 'N'.
          01 WS-AUDIT-DSN PIC X(100) VALUE SPACES.
          01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
          01 WS-EXCEPTION-DSN PIC X(100) VALUE SPACES.
          01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
          01 WS-CHARGE-DSN PIC X(100) VALUE SPACES.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-EXTRACT-DSN PIC X(100) VALUE SPACES.
          01 WS-EXTRACT-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACKRPT-BASE PIC X(100) VALUE 'ackreport.txt'.
          01 WS-ACKRPT-DSN PIC X(100) VALUE SPACES.
          01 WS-ACKRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-LINRPT-DSN PIC X(100) VALUE 'lineagereport.txt'.
          01 WS-LINRPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.
          01 WS-FILE-EOF PIC X(1) VALUE 'N'.
          01 WS-REFUSED PIC X(1) VALUE 'N'.

      *> the students asked about.
          01 WS-STUDENT-ENV PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-REQ-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-REQ-COUNT PIC 9(3) VALUE 0.
          01 WS-REQ-IDX PIC 9(3) VALUE 0.
          01 WS-REQ-TABLE.
             05 WS-REQ-ID PIC 9(5) OCCURS 100 TIMES.
          01 WS-TARGET-ID PIC 9(5) VALUE 0.
          01 WS-TARGET-NAME PIC X(75) VALUE SPACES.
          01 WS-TARGET-STATE PIC X(14) VALUE SPACES.
          01 WS-TARGET-TAG PIC X(13) VALUE SPACES.

      *> every catalogued run, held in run-stamp order (which is
      *> date order), with the generations it created.
          01 WS-TOK1 PIC X(10) VALUE SPACES.
          01 WS-TOK-RUNID PIC X(14) VALUE SPACES.
          01 WS-TOK-KIND PIC X(12) VALUE SPACES.
          01 WS-TOK-DSN PIC X(100) VALUE SPACES.
          01 WS-RUN-COUNT PIC 9(4) VALUE 0.
          01 WS-RUN-IDX PIC 9(4) VALUE 0.
          01 WS-RUN-HIT PIC 9(4) VALUE 0.
          01 WS-RUN-POS PIC 9(4) VALUE 0.
          01 WS-RUN-TABLE.
             05 WS-RUN-ENTRY OCCURS 1000 TIMES.
                10 WS-RUN-ID PIC X(14).
                10 WS-RUN-AUDIT PIC X(100).
                10 WS-RUN-EXC PIC X(100).
                10 WS-RUN-CHARGE PIC X(100).
                10 WS-RUN-EXTRACT PIC X(100).

      *> the archive stamps each run wrote under: a roster run
      *> shares one run stamp, but MAIN archives each entry under
      *> its own start stamp, which the RUN-LOG START line records.
          01 WS-LOG-TOKENS.
             05 WS-LOG-TOK PIC X(14) OCCURS 5 TIMES.
          01 WS-STAMP-COUNT PIC 9(4) VALUE 0.
          01 WS-STAMP-IDX PIC 9(4) VALUE 0.
          01 WS-STAMP-TABLE.
             05 WS-STAMP-ENTRY OCCURS 5000 TIMES.
                10 WS-STAMP-RUNID PIC X(14).
                10 WS-STAMP-DATE PIC 9(8).
                10 WS-STAMP-TIME PIC 9(6).
          01 WS-RUN-STAMPS PIC 9(4) VALUE 0.
          01 WS-ID-STAMP.
             05 WS-ID-STAMP-DATE PIC 9(8).
             05 WS-ID-STAMP-TIME PIC 9(6).

      *> the student's archive records, gathered once per student.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-AR-COUNT PIC 9(3) VALUE 0.
          01 WS-AR-IDX PIC 9(3) VALUE 0.
          01 WS-AR-FULL PIC X(1) VALUE 'N'.
          01 WS-AR-TABLE.
             05 WS-AR-ENTRY OCCURS 500 TIMES.
                10 WS-AR-ZONE PIC X(10).
                10 WS-AR-DATE PIC 9(8).
                10 WS-AR-TIME PIC 9(6).
                10 WS-AR-LIT PIC 9(6).
                10 WS-AR-CODE PIC X(199).
          01 WS-AR-MATCH PIC X(1) VALUE 'N'.

      *> one run's findings are held until the run is known to have
      *> touched the student, so untouched runs print nothing.
          01 WS-BUF-COUNT PIC 9(4) VALUE 0.
          01 WS-BUF-IDX PIC 9(4) VALUE 0.
          01 WS-BUF-FULL PIC X(1) VALUE 'N'.
          01 WS-BUF-TABLE.
             05 WS-BUF-LINE PIC X(199) OCCURS 2000 TIMES.
          01 WS-BUF-NEW PIC X(199) VALUE SPACES.
          01 WS-SECTION PIC X(30) VALUE SPACES.
          01 WS-NEW-SECTION PIC X(30) VALUE SPACES.
          01 WS-RUN-TOUCHED PIC X(1) VALUE 'N'.
          01 WS-RUNS-FOR-STUDENT PIC 9(4) VALUE 0.

          01 WS-EXC-HEAD PIC X(150) VALUE SPACES.
          01 WS-EXC-TEXT PIC X(150) VALUE SPACES.
          01 WS-EXC-PTR PIC 9(3) VALUE 1.
          01 WS-TAG-HITS PIC 9(3) VALUE 0.

          01 WS-SENT PIC X(1) VALUE 'N'.
          01 WS-ACK-SECTION PIC X(1) VALUE SPACE.
          01 WS-ACK-RESULT PIC X(60) VALUE SPACES.
          01 WS-ACK-REASON PIC X(80) VALUE SPACES.

          01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
          01 WS-UNTRACED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-DSN FROM ENVIRONMENT 'LINEAGEREQDD'
           IF WS-REQUEST-DSN = SPACES
             MOVE 'lineagereq.txt' TO WS-REQUEST-DSN
           END-IF
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCATDD'
           IF WS-GENCAT-DSN = SPACES
             MOVE 'gencatalog.txt' TO WS-GENCAT-DSN
           END-IF
           ACCEPT WS-RUNLOG-DSN FROM ENVIRONMENT 'RUNLOGDD'
           IF WS-RUNLOG-DSN = SPACES
             MOVE 'runlog.txt' TO WS-RUNLOG-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-ACKRPT-BASE FROM ENVIRONMENT 'ACKRPTDD'
           IF WS-ACKRPT-BASE = SPACES
             MOVE 'ackreport.txt' TO WS-ACKRPT-BASE
           END-IF
           ACCEPT WS-LINRPT-DSN FROM ENVIRONMENT 'LINEAGERPTDD'
           IF WS-LINRPT-DSN = SPACES
             MOVE 'lineagereport.txt' TO WS-LINRPT-DSN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM LOAD-STUDENT-LIST
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-CATALOG
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-RUN-LOG

           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-ARCHIVE
           ELSE
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' -- ARCHIVED CODES NOT TRACED'
           END-IF

           OPEN OUTPUT LINEAGE-REPORT
           MOVE SPACES TO LIN-RPT-LINE
           STRING 'STUDENT LINEAGE REPORT  PREPARED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  '  RUNS CATALOGUED: ' DELIMITED BY SIZE
                  WS-RUN-COUNT DELIMITED BY SIZE
               INTO LIN-RPT-LINE
           END-STRING
           WRITE LIN-RPT-LINE
           IF WS-HAVE-ARCHIVE = 'N'
             MOVE SPACES TO LIN-RPT-LINE
             MOVE 'BADGE ARCHIVE UNAVAILABLE -- CODES NOT SHOWN'
                TO LIN-RPT-LINE
             WRITE LIN-RPT-LINE
           END-IF

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                UNTIL WS-REQ-IDX > WS-REQ-COUNT
             MOVE WS-REQ-ID(WS-REQ-IDX) TO WS-TARGET-ID
             PERFORM TRACE-ONE-STUDENT
           END-PERFORM

           CLOSE LINEAGE-REPORT
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF
           IF WS-HAVE-ARCHIVE = 'Y'
             CLOSE BADGE-ARCHIVE
           END-IF
           DISPLAY 'LINEAGE REPORT WRITTEN: ' WS-LINRPT-DSN
           DISPLAY 'STUDENTS: ' WS-REQ-COUNT
              '  WITH NO CATALOGUED RUN: ' WS-UNTRACED-COUNT
              '  DATASETS NO LONGER ON FILE: ' WS-MISSING-COUNT
           MOVE 0 TO RETURN-CODE
           IF WS-UNTRACED-COUNT > 0 OR WS-MISSING-COUNT > 0
              OR WS-HAVE-ARCHIVE = 'N'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-STUDENT-LIST.
           ACCEPT WS-STUDENT-ENV FROM ENVIRONMENT 'STUDENTID'
           IF WS-STUDENT-ENV NOT = SPACES
             INSPECT WS-STUDENT-ENV REPLACING LEADING SPACE BY '0'
             IF WS-STUDENT-ENV IS NUMERIC
                MOVE 1 TO WS-REQ-COUNT
                MOVE WS-STUDENT-ENV TO WS-REQ-ID(1)
             ELSE
                DISPLAY 'STUDENTID IS NOT A STUDENT NUMBER: '
                   WS-STUDENT-ENV ' -- LINEAGE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             END-IF
           ELSE
             OPEN INPUT REQUEST-FILE
             IF WS-REQUEST-STATUS NOT = '00'
                DISPLAY 'NO STUDENTID AND NO REQUEST DATASET: '
                   WS-REQUEST-DSN ' -- LINEAGE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             ELSE
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ REQUEST-FILE
                      AT END MOVE 'Y' TO WS-FILE-EOF
                      NOT AT END PERFORM NOTE-REQUEST-LINE
                   END-READ
                END-PERFORM
                CLOSE REQUEST-FILE
             END-IF
           END-IF
           IF WS-REFUSED = 'N' AND WS-REQ-COUNT = 0
             DISPLAY 'NO STUDENTS REQUESTED -- LINEAGE REFUSED'
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       NOTE-REQUEST-LINE.
           IF REQUEST-LINE NOT = SPACES
             MOVE SPACES TO WS-REQ-ID-STR
             UNSTRING REQUEST-LINE DELIMITED BY ALL SPACE
                INTO WS-REQ-ID-STR
             END-UNSTRING
             INSPECT WS-REQ-ID-STR REPLACING LEADING SPACE BY '0'
             IF WS-REQ-ID-STR IS NUMERIC
                IF WS-REQ-COUNT < 100
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-ID-STR TO WS-REQ-ID(WS-REQ-COUNT)
                ELSE
                   DISPLAY 'MORE THAN 100 STUDENTS REQUESTED'
                      ' -- LINEAGE REFUSED'
                   MOVE 'Y' TO WS-REFUSED
                   MOVE 'Y' TO WS-FILE-EOF
                END-IF
             ELSE
                DISPLAY 'NOT A STUDENT NUMBER, IGNORED: '
                   REQUEST-LINE
             END-IF
           END-IF.

       LOAD-CATALOG.
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS NOT = '00'
             DISPLAY 'GENERATION CATALOG UNAVAILABLE: ' WS-GENCAT-DSN
                ' -- LINEAGE REFUSED'
             MOVE 'Y' TO WS-REFUSED
           ELSE
             MOVE 'N' TO WS-FILE-EOF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ GENCAT-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM NOTE-CATALOG-LINE
                END-READ
             END-PERFORM
             CLOSE GENCAT-FILE
           END-IF.

       NOTE-CATALOG-LINE.
           MOVE SPACES TO WS-TOK1 WS-TOK-RUNID WS-TOK-KIND WS-TOK-DSN
           UNSTRING GENCAT-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK1, WS-TOK-RUNID, WS-TOK-KIND, WS-TOK-DSN
           END-UNSTRING
           IF WS-TOK1 = 'RUNID' AND WS-TOK-RUNID NOT = SPACES
             MOVE 0 TO WS-RUN-HIT
             PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                  UNTIL WS-RUN-IDX > WS-RUN-COUNT
                IF WS-RUN-ID(WS-RUN-IDX) = WS-TOK-RUNID
                   MOVE WS-RUN-IDX TO WS-RUN-HIT
                END-IF
             END-PERFORM
             IF WS-RUN-HIT = 0
                PERFORM INSERT-RUN
             END-IF
             IF WS-RUN-HIT > 0
                EVALUATE WS-TOK-KIND
                   WHEN 'AUDIT'
                      MOVE WS-TOK-DSN TO WS-RUN-AUDIT(WS-RUN-HIT)
                   WHEN 'EXCEPTIONS'
                      MOVE WS-TOK-DSN TO WS-RUN-EXC(WS-RUN-HIT)
                   WHEN 'CHARGES'
                      MOVE WS-TOK-DSN TO WS-RUN-CHARGE(WS-RUN-HIT)
                   WHEN 'EXTRACT'
                      MOVE WS-TOK-DSN TO WS-RUN-EXTRACT(WS-RUN-HIT)
                   WHEN OTHER CONTINUE
                END-EVALUATE
             END-IF
           END-IF.

       INSERT-RUN.
      *> the catalog is appended run by run, but a resumed or
      *> back-dated run can land out of order -- each new stamp is
      *> slotted into place so the table stays in date order.  a
      *> catalog past capacity would silently drop runs from a
      *> document meant to be complete, so it refuses instead.
           IF WS-RUN-COUNT NOT < 1000
             IF WS-REFUSED = 'N'
                DISPLAY 'MORE THAN 1000 RUNS IN CATALOG '
                   WS-GENCAT-DSN ' -- LINEAGE REFUSED'
             END-IF
             MOVE 'Y' TO WS-REFUSED
             MOVE 'Y' TO WS-FILE-EOF
           ELSE
             MOVE 1 TO WS-RUN-POS
             PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                  UNTIL WS-RUN-IDX > WS-RUN-COUNT
                IF WS-RUN-ID(WS-RUN-IDX) < WS-TOK-RUNID
                   COMPUTE WS-RUN-POS = WS-RUN-IDX + 1
                END-IF
             END-PERFORM
             PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
                  UNTIL WS-RUN-IDX < WS-RUN-POS
                MOVE WS-RUN-ENTRY(WS-RUN-IDX)
                   TO WS-RUN-ENTRY(WS-RUN-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-RUN-COUNT
             MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-POS)
             MOVE WS-TOK-RUNID TO WS-RUN-ID(WS-RUN-POS)
             MOVE WS-RUN-POS TO WS-RUN-HIT
           END-IF.

       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS = '00'
             MOVE 'N' TO WS-FILE-EOF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ RUN-LOG
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM NOTE-RUN-LOG-LINE
                END-READ
             END-PERFORM
             CLOSE RUN-LOG
           END-IF.

       NOTE-RUN-LOG-LINE.
           MOVE SPACES TO WS-LOG-TOKENS
           UNSTRING RUN-LOG-LINE DELIMITED BY ALL SPACE
              INTO WS-LOG-TOK(1), WS-LOG-TOK(2), WS-LOG-TOK(3),
                   WS-LOG-TOK(4), WS-LOG-TOK(5)
           END-UNSTRING
           IF WS-LOG-TOK(1) = 'RUN' AND WS-LOG-TOK(3) = 'START'
                 AND WS-LOG-TOK(4)(1:8) IS NUMERIC
                 AND WS-LOG-TOK(5)(1:6) IS NUMERIC
                 AND WS-STAMP-COUNT < 5000
             ADD 1 TO WS-STAMP-COUNT
             MOVE WS-LOG-TOK(2) TO WS-STAMP-RUNID(WS-STAMP-COUNT)
             MOVE WS-LOG-TOK(4)(1:8) TO WS-STAMP-DATE(WS-STAMP-COUNT)
             MOVE WS-LOG-TOK(5)(1:6) TO WS-STAMP-TIME(WS-STAMP-COUNT)
           END-IF.

       TRACE-ONE-STUDENT.
           MOVE SPACES TO WS-TARGET-NAME
           MOVE 'NOT ON MASTER' TO WS-TARGET-STATE
           IF WS-HAVE-MASTER = 'Y'
             MOVE WS-TARGET-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY CONTINUE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-NAME TO WS-TARGET-NAME
                IF MSX-ACTIVE = 'A'
                   MOVE 'ACTIVE' TO WS-TARGET-STATE
                ELSE
                   MOVE 'INACTIVE' TO WS-TARGET-STATE
                END-IF
             END-IF
           ELSE
             MOVE 'MASTER UNREAD' TO WS-TARGET-STATE
           END-IF
           MOVE SPACES TO WS-TARGET-TAG
           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-TARGET-ID DELIMITED BY SIZE
               INTO WS-TARGET-TAG
           END-STRING
           MOVE SPACES TO LIN-RPT-LINE
           WRITE LIN-RPT-LINE
           MOVE SPACES TO LIN-RPT-LINE
           STRING '==== STUDENT ' DELIMITED BY SIZE
                  WS-TARGET-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TARGET-NAME DELIMITED BY '  '
                  '  (' DELIMITED BY SIZE
                  WS-TARGET-STATE DELIMITED BY '  '
                  ') ====' DELIMITED BY SIZE
               INTO LIN-RPT-LINE
           END-STRING
           WRITE LIN-RPT-LINE
           PERFORM LOAD-STUDENT-ARCHIVE
           MOVE 0 TO WS-RUNS-FOR-STUDENT
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                UNTIL WS-RUN-IDX > WS-RUN-COUNT
             PERFORM TRACE-ONE-RUN
           END-PERFORM
           MOVE SPACES TO LIN-RPT-LINE
           IF WS-RUNS-FOR-STUDENT = 0
             ADD 1 TO WS-UNTRACED-COUNT
             MOVE 'NO CATALOGUED RUN TOUCHED THIS STUDENT'
                TO LIN-RPT-LINE
           ELSE
             STRING 'RUNS TOUCHING STUDENT ' DELIMITED BY SIZE
                    WS-TARGET-ID DELIMITED BY SIZE
                    ': ' DELIMITED BY SIZE
                    WS-RUNS-FOR-STUDENT DELIMITED BY SIZE
                 INTO LIN-RPT-LINE
             END-STRING
           END-IF
           WRITE LIN-RPT-LINE.

       LOAD-STUDENT-ARCHIVE.
           MOVE 0 TO WS-AR-COUNT
           MOVE 'N' TO WS-AR-FULL
           IF WS-HAVE-ARCHIVE = 'Y'
             MOVE WS-TARGET-ID TO ARCH-STUDENT-ID
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
                      IF ARCH-STUDENT-ID NOT = WS-TARGET-ID
                         MOVE 'Y' TO WS-ARCH-EOF
                      ELSE
                         IF WS-AR-COUNT < 500
                            ADD 1 TO WS-AR-COUNT
                            MOVE ARCH-ZONE TO WS-AR-ZONE(WS-AR-COUNT)
                            MOVE ARCH-RUN-DATE
                               TO WS-AR-DATE(WS-AR-COUNT)
                            MOVE ARCH-RUN-TIME
                               TO WS-AR-TIME(WS-AR-COUNT)
                            MOVE ARCH-LIT-COUNT
                               TO WS-AR-LIT(WS-AR-COUNT)
                            MOVE ARCH-CODE TO WS-AR-CODE(WS-AR-COUNT)
                         ELSE
                            MOVE 'Y' TO WS-AR-FULL
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
           END-IF
           IF WS-AR-FULL = 'Y'
             MOVE SPACES TO LIN-RPT-LINE
             MOVE 'MORE THAN 500 ARCHIVE RECORDS -- OLDEST 500 SHOWN'
                TO LIN-RPT-LINE
             WRITE LIN-RPT-LINE
           END-IF.

       TRACE-ONE-RUN.
           MOVE 0 TO WS-BUF-COUNT
           MOVE 'N' TO WS-BUF-FULL
           MOVE 'N' TO WS-RUN-TOUCHED
           MOVE SPACES TO WS-SECTION
           PERFORM SCAN-AUDIT
           PERFORM SCAN-EXCEPTIONS
           PERFORM MATCH-ARCHIVE
           PERFORM SCAN-CHARGES
           PERFORM SCAN-EXTRACT
           IF WS-RUN-TOUCHED = 'Y'
             ADD 1 TO WS-RUNS-FOR-STUDENT
             MOVE SPACES TO LIN-RPT-LINE
             STRING '-- RUN ' DELIMITED BY SIZE
                    WS-RUN-ID(WS-RUN-IDX) DELIMITED BY SIZE
                    ' --' DELIMITED BY SIZE
                 INTO LIN-RPT-LINE
             END-STRING
             WRITE LIN-RPT-LINE
             PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                  UNTIL WS-BUF-IDX > WS-BUF-COUNT
                MOVE WS-BUF-LINE(WS-BUF-IDX) TO LIN-RPT-LINE
                WRITE LIN-RPT-LINE
             END-PERFORM
             IF WS-BUF-FULL = 'Y'
                MOVE SPACES TO LIN-RPT-LINE
                MOVE '   ... MORE LINES THAN THE REPORT HOLDS PER RUN'
                   TO LIN-RPT-LINE
                WRITE LIN-RPT-LINE
             END-IF
           END-IF.

       ADD-FINDING.
      *> WS-NEW-SECTION names the part of the run WS-BUF-NEW belongs
      *> to; the part's heading goes in ahead of its first line.
           MOVE 'Y' TO WS-RUN-TOUCHED
           IF WS-NEW-SECTION NOT = WS-SECTION
             MOVE WS-NEW-SECTION TO WS-SECTION
             IF WS-BUF-COUNT < 2000
                ADD 1 TO WS-BUF-COUNT
                MOVE SPACES TO WS-BUF-LINE(WS-BUF-COUNT)
                MOVE WS-SECTION TO WS-BUF-LINE(WS-BUF-COUNT)(4:)
             END-IF
           END-IF
           IF WS-BUF-COUNT < 2000
             ADD 1 TO WS-BUF-COUNT
             MOVE SPACES TO WS-BUF-LINE(WS-BUF-COUNT)
             MOVE WS-BUF-NEW TO WS-BUF-LINE(WS-BUF-COUNT)(7:)
           ELSE
             MOVE 'Y' TO WS-BUF-FULL
           END-IF.

       NOTE-MISSING.
      *> a catalogued generation the sweep has since deleted -- the
      *> gap is shown, but does not by itself mean the run touched
      *> the student.
           ADD 1 TO WS-MISSING-COUNT
           IF WS-BUF-COUNT < 2000
             ADD 1 TO WS-BUF-COUNT
             MOVE SPACES TO WS-BUF-LINE(WS-BUF-COUNT)
             STRING 'DATASET NO LONGER ON FILE: ' DELIMITED BY SIZE
                    WS-TOK-DSN DELIMITED BY SPACE
                 INTO WS-BUF-LINE(WS-BUF-COUNT)(4:)
             END-STRING
           END-IF.

       SCAN-AUDIT.
           IF WS-RUN-AUDIT(WS-RUN-IDX) NOT = SPACES
             MOVE WS-RUN-AUDIT(WS-RUN-IDX) TO WS-AUDIT-DSN
             OPEN INPUT AUDIT-FILE
             IF WS-AUDIT-STATUS NOT = '00'
                MOVE WS-AUDIT-DSN TO WS-TOK-DSN
                PERFORM NOTE-MISSING
             ELSE
                MOVE 'INSTRUCTIONS APPLIED:' TO WS-NEW-SECTION
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ AUDIT-FILE
                      AT END MOVE 'Y' TO WS-FILE-EOF
                      NOT AT END
                         IF AUDIT-LINE(11:13) = WS-TARGET-TAG
                            MOVE AUDIT-LINE TO WS-BUF-NEW
                            PERFORM ADD-FINDING
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
             END-IF
           END-IF.

       SCAN-EXCEPTIONS.
      *> a rejected instruction carries 'STUDENT nnnnn' ahead of the
      *> colon; a rejected header (unknown, inactive, or duplicate
      *> ID) carries the header line itself, student number first.
           IF WS-RUN-EXC(WS-RUN-IDX) NOT = SPACES
             MOVE WS-RUN-EXC(WS-RUN-IDX) TO WS-EXCEPTION-DSN
             OPEN INPUT EXCEPTION-FILE
             IF WS-EXCEPTION-STATUS NOT = '00'
                MOVE WS-EXCEPTION-DSN TO WS-TOK-DSN
                PERFORM NOTE-MISSING
             ELSE
                MOVE 'LINES REJECTED:' TO WS-NEW-SECTION
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ EXCEPTION-FILE
                      AT END MOVE 'Y' TO WS-FILE-EOF
                      NOT AT END PERFORM NOTE-EXCEPTION-LINE
                   END-READ
                END-PERFORM
                CLOSE EXCEPTION-FILE
             END-IF
           END-IF.

       NOTE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXC-HEAD
           MOVE SPACES TO WS-EXC-TEXT
           MOVE 1 TO WS-EXC-PTR
           UNSTRING EXCEPTION-LINE DELIMITED BY ': '
              INTO WS-EXC-HEAD
              WITH POINTER WS-EXC-PTR
           END-UNSTRING
           IF WS-EXC-PTR < 151
             MOVE EXCEPTION-LINE(WS-EXC-PTR:151 - WS-EXC-PTR)
                TO WS-EXC-TEXT
           END-IF
           MOVE 0 TO WS-TAG-HITS
           IF WS-EXC-HEAD(1:9) = 'MALFORMED'
             INSPECT WS-EXC-HEAD TALLYING WS-TAG-HITS
                FOR ALL WS-TARGET-TAG
           ELSE
             IF WS-EXC-TEXT(1:5) = WS-TARGET-ID
                MOVE 1 TO WS-TAG-HITS
             END-IF
           END-IF
           IF WS-TAG-HITS > 0
             MOVE EXCEPTION-LINE TO WS-BUF-NEW
             PERFORM ADD-FINDING
           END-IF.

       MATCH-ARCHIVE.
      *> the run's archive stamps: its RUN-LOG START stamps, or --
      *> for a standalone run, which stamps itself -- the run stamp
      *> itself read as a date and time.
           MOVE 0 TO WS-RUN-STAMPS
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
             IF WS-STAMP-RUNID(WS-STAMP-IDX) = WS-RUN-ID(WS-RUN-IDX)
                ADD 1 TO WS-RUN-STAMPS
             END-IF
           END-PERFORM
           MOVE 'ARCHIVED:' TO WS-NEW-SECTION
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                UNTIL WS-AR-IDX > WS-AR-COUNT
             MOVE 'N' TO WS-AR-MATCH
             IF WS-RUN-STAMPS = 0
                MOVE WS-RUN-ID(WS-RUN-IDX) TO WS-ID-STAMP
                IF WS-ID-STAMP-DATE = WS-AR-DATE(WS-AR-IDX)
                      AND WS-ID-STAMP-TIME = WS-AR-TIME(WS-AR-IDX)
                   MOVE 'Y' TO WS-AR-MATCH
                END-IF
             ELSE
                PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                     UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
                   IF WS-STAMP-RUNID(WS-STAMP-IDX)
                         = WS-RUN-ID(WS-RUN-IDX)
                         AND WS-STAMP-DATE(WS-STAMP-IDX)
                            = WS-AR-DATE(WS-AR-IDX)
                         AND WS-STAMP-TIME(WS-STAMP-IDX)
                            = WS-AR-TIME(WS-AR-IDX)
                      MOVE 'Y' TO WS-AR-MATCH
                   END-IF
                END-PERFORM
             END-IF
             IF WS-AR-MATCH = 'Y'
                MOVE SPACES TO WS-BUF-NEW
                STRING 'ZONE ' DELIMITED BY SIZE
                       WS-AR-ZONE(WS-AR-IDX) DELIMITED BY SPACE
                       '  STAMP ' DELIMITED BY SIZE
                       WS-AR-DATE(WS-AR-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AR-TIME(WS-AR-IDX) DELIMITED BY SIZE
                       '  LIT PIXELS ' DELIMITED BY SIZE
                       WS-AR-LIT(WS-AR-IDX) DELIMITED BY SIZE
                       '  CODE ' DELIMITED BY SIZE
                       WS-AR-CODE(WS-AR-IDX) DELIMITED BY '  '
                    INTO WS-BUF-NEW
                END-STRING
                PERFORM ADD-FINDING
             END-IF
           END-PERFORM.

       SCAN-CHARGES.
      *> the student's detail line, and any reversal a backout
      *> appended to the same generation.
           IF WS-RUN-CHARGE(WS-RUN-IDX) NOT = SPACES
             MOVE WS-RUN-CHARGE(WS-RUN-IDX) TO WS-CHARGE-DSN
             OPEN INPUT CHARGE-FILE
             IF WS-CHARGE-STATUS NOT = '00'
                MOVE WS-CHARGE-DSN TO WS-TOK-DSN
                PERFORM NOTE-MISSING
             ELSE
                MOVE 'CHARGED:' TO WS-NEW-SECTION
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CHARGE-FILE
                      AT END MOVE 'Y' TO WS-FILE-EOF
                      NOT AT END
                         IF CHARGE-LINE(1:13) = WS-TARGET-TAG
                            MOVE CHARGE-LINE TO WS-BUF-NEW
                            PERFORM ADD-FINDING
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE CHARGE-FILE
             END-IF
           END-IF.

       SCAN-EXTRACT.
      *> sent to the card system if the run's extract carries the
      *> student; the run's ACK-RECON report then says what became
      *> of it.
           MOVE 'N' TO WS-SENT
           IF WS-RUN-EXTRACT(WS-RUN-IDX) NOT = SPACES
             MOVE WS-RUN-EXTRACT(WS-RUN-IDX) TO WS-EXTRACT-DSN
             OPEN INPUT EXTRACT-FILE
             IF WS-EXTRACT-STATUS NOT = '00'
                MOVE WS-EXTRACT-DSN TO WS-TOK-DSN
                PERFORM NOTE-MISSING
             ELSE
                MOVE 'N' TO WS-FILE-EOF
                PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ EXTRACT-FILE
                      AT END MOVE 'Y' TO WS-FILE-EOF
                      NOT AT END
                         IF EXTRACT-LINE(1:5) = WS-TARGET-ID
                               AND EXTRACT-LINE(6:1) = ','
                            MOVE 'Y' TO WS-SENT
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE EXTRACT-FILE
             END-IF
           END-IF
           IF WS-SENT = 'Y'
             PERFORM FIND-ACK-STATUS
             MOVE 'CARD SYSTEM:' TO WS-NEW-SECTION
             MOVE SPACES TO WS-BUF-NEW
             STRING 'SENT ON EXTRACT -- ' DELIMITED BY SIZE
                    WS-ACK-RESULT DELIMITED BY '  '
                 INTO WS-BUF-NEW
             END-STRING
             PERFORM ADD-FINDING
             IF WS-ACK-REASON NOT = SPACES
                MOVE SPACES TO WS-BUF-NEW
                STRING 'REASON: ' DELIMITED BY SIZE
                       WS-ACK-REASON DELIMITED BY '  '
                    INTO WS-BUF-NEW
                END-STRING
                PERFORM ADD-FINDING
             END-IF
           END-IF.

       FIND-ACK-STATUS.
      *> ACK-RECON lists only the students that went wrong: a
      *> student absent from both lists was accepted.
           MOVE SPACES TO WS-ACK-REASON
           MOVE SPACES TO WS-ACKRPT-DSN
           STRING WS-ACKRPT-BASE DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-RUN-ID(WS-RUN-IDX) DELIMITED BY SIZE
               INTO WS-ACKRPT-DSN
           END-STRING
           OPEN INPUT ACK-REPORT
           IF WS-ACKRPT-STATUS NOT = '00'
             MOVE 'NOT YET RECONCILED' TO WS-ACK-RESULT
           ELSE
             MOVE 'ACCEPTED' TO WS-ACK-RESULT
             MOVE SPACE TO WS-ACK-SECTION
             MOVE 'N' TO WS-FILE-EOF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                READ ACK-REPORT
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END PERFORM NOTE-ACK-LINE
                END-READ
             END-PERFORM
             CLOSE ACK-REPORT
           END-IF.

       NOTE-ACK-LINE.
           IF ACK-RPT-LINE(1:28) = 'SENT BUT NEVER ACKNOWLEDGED:'
             MOVE 'U' TO WS-ACK-SECTION
           END-IF
           IF ACK-RPT-LINE(1:28) = 'REJECTED BY THE CARD SYSTEM:'
             MOVE 'R' TO WS-ACK-SECTION
           END-IF
           IF ACK-RPT-LINE(1:11) = 'RECONCILED '
             MOVE SPACE TO WS-ACK-SECTION
           END-IF
           IF ACK-RPT-LINE(1:2) = SPACES
                 AND ACK-RPT-LINE(3:5) = WS-TARGET-ID
             IF WS-ACK-SECTION = 'U'
                MOVE 'NEVER ACKNOWLEDGED' TO WS-ACK-RESULT
             END-IF
             IF WS-ACK-SECTION = 'R'
                MOVE 'REJECTED BY THE CARD SYSTEM' TO WS-ACK-RESULT
                MOVE ACK-RPT-LINE(19:80) TO WS-ACK-REASON
             END-IF
           END-IF.
