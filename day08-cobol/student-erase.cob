       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ERASE.

      *> personal-data erasure for departed students, driven by the
      *> privacy office's request dataset -- one 'nnnnn reference'
      *> line per student.  a student on the legal-hold dataset is
      *> refused and left untouched; without the hold dataset
      *> no erasure runs at all, since a hold could not be ruled out.
      *> for everyone else:
      *>   - every badge archive record is deleted, and the same
      *>     records are dropped from the purge history ARCHIVE-PURGE
      *>     unloads to;
      *>   - the name in the registrar's sequential master, its
      *>     MASTER-MAINT backup, and the keyed copy is replaced by a
      *>     pseudonym ('ERASED yyyymmdd') and the student is made
      *>     inactive -- the ID and department stay, so past charges
      *>     still roll up to their department;
      *>   - feed records still parked for a future effective date
      *>     are dropped, so PENDING-RELEASE cannot bring the name
      *>     back;
      *>   - the inquiry log's lookups of the student are kept for
      *>     the clerk's activity count but no longer name the student;
      *>   - the live report, extract and exception datasets, the
      *>     renewal notices, renewal feed and revocation list, the
      *>     unclaimed-badge report, the label sheets, the reissue
      *>     register and label sheets, the batch inquiry report,
      *>     the template-impact report and rebadge feed, the code
      *>     collision report, and every generation dataset on the
      *>     generation catalog are
      *>     rewritten with the name masked in place, character for
      *>     character, so no column moves and every charge amount
      *>     stays exactly as it was.
      *> the erasure certificate lists, per student, every dataset
      *> touched and how many records in it were changed or deleted,
      *> and closes with the operator's certification (ERASEOPER)
      *> and a sign-off block for the privacy office's file.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.

             SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-KEYED-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-KEYED-STATUS.

             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT GENCAT-FILE ASSIGN TO DYNAMIC WS-GENCAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GENCAT-STATUS.

             SELECT GEN-DATASET ASSIGN TO DYNAMIC WS-GEN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.

             SELECT ERASE-WORK ASSIGN TO DYNAMIC WS-WORK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.

             SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> one request per line: 'nnnnn reference'.
          FD REQUEST-FILE.
          01 REQUEST-LINE PIC X(80).

      *> one hold per line: 'nnnnn matter'.  an asterisk in column
      *> one is a comment.
          FD HOLD-FILE.
          01 HOLD-LINE PIC X(80).

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

          FD GENCAT-FILE.
          01 GENCAT-LINE PIC X(132).

      *> any sequential dataset being scrubbed, and its rewrite.
          FD GEN-DATASET.
          01 GEN-DATASET-LINE PIC X(3245).

          FD ERASE-WORK.
          01 ERASE-WORK-LINE PIC X(3245).

          FD CERT-FILE.
          01 CERT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-REQUEST-DSN PIC X(100) VALUE 'erasereq.txt'.
          01 WS-REQUEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-HOLD-DSN PIC X(100) VALUE 'legalhold.txt'.
          01 WS-HOLD-STATUS PIC X(2) VALUE SPACES.
          01 WS-KEYED-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-KEYED-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-GENCAT-DSN PIC X(100) VALUE 'gencatalog.txt'.
          01 WS-GENCAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-GEN-DSN PIC X(100) VALUE SPACES.
          01 WS-GEN-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-DSN PIC X(100) VALUE 'erasework.txt'.
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-CERT-DSN PIC X(100) VALUE 'erasecert.txt'.
          01 WS-CERT-STATUS PIC X(2) VALUE SPACES.

      *> the sequential datasets scrubbed for every student, each
      *> under the DD name its owning program reads.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.txt'.
          01 WS-BACKUP-DSN PIC X(100) VALUE 'masterbak.txt'.
          01 WS-PURGEHIST-DSN PIC X(100) VALUE 'purgehist.txt'.
          01 WS-INQLOG-DSN PIC X(100) VALUE 'inquirylog.txt'.
          01 WS-PENDING-DSN PIC X(100) VALUE 'pending.txt'.
          01 WS-REPORT-DSN PIC X(100) VALUE 'report.txt'.
          01 WS-EXTRACT-DSN PIC X(100) VALUE 'extract.txt'.
          01 WS-EXCEPTION-DSN PIC X(100) VALUE 'exceptions.txt'.
          01 WS-NOTICE-DSN PIC X(100) VALUE 'renewnotice.txt'.
          01 WS-RENEWFEED-DSN PIC X(100) VALUE 'renewfeed.txt'.
          01 WS-REVOKE-DSN PIC X(100) VALUE 'revokelist.txt'.
          01 WS-UNCLRPT-DSN PIC X(100) VALUE 'unclaimed.txt'.
          01 WS-REGISTER-DSN PIC X(100) VALUE 'reissueregister.txt'.
          01 WS-LABEL-DSN PIC X(100) VALUE 'reissuelabels.txt'.
          01 WS-LABELS-DSN PIC X(100) VALUE 'labels.txt'.
          01 WS-INQRPT-DSN PIC X(100) VALUE 'inqbatch.txt'.
          01 WS-IMPACT-DSN PIC X(100) VALUE 'tplimpact.txt'.
          01 WS-REBADGE-DSN PIC X(100) VALUE 'rebadgefeed.txt'.
          01 WS-COLLRPT-DSN PIC X(100) VALUE 'collisions.txt'.

          01 WS-OPERATOR PIC X(8) VALUE SPACES.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.
          01 WS-REQUEST-EOF PIC X(1) VALUE 'N'.
          01 WS-EOF PIC X(1) VALUE 'N'.
          01 WS-CAT-EOF PIC X(1) VALUE 'N'.

      *> the students under legal hold.
          01 WS-HOLD-COUNT PIC 9(4) VALUE 0.
          01 WS-HOLD-IDX PIC 9(4) VALUE 0.
          01 WS-HOLD-HIT PIC 9(4) VALUE 0.
          01 WS-HOLD-FULL PIC X(1) VALUE 'N'.
          01 WS-HOLD-TABLE.
             05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
                10 WS-HOLD-ID PIC 9(5).
                10 WS-HOLD-MATTER PIC X(20).
          01 WS-HOLD-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-HOLD-MATTER-TOK PIC X(20) VALUE SPACES.

      *> the request being worked.
          01 WS-REQ-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-REQ-ID PIC 9(5) VALUE 0.
          01 WS-REQ-REF PIC X(20) VALUE SPACES.
          01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
          01 WS-ERASE-NAME PIC X(75) VALUE SPACES.
          01 WS-NAME-LEN PIC 9(3) VALUE 0.
          01 WS-PSEUDONYM PIC X(75) VALUE SPACES.
          01 WS-STARS PIC X(75) VALUE ALL '*'.

      *> what one scrub pass is doing: the mode says how a record
      *> of the student is treated --
      *>   MASK  mask the name wherever the record carries the ID
      *>   MSTR  registrar master layout: pseudonym, inactive
      *>   DROP  ID in the first five: the record is deleted
      *>   LOG   inquiry log layout: the student number is cleared
          01 WS-RW-MODE PIC X(4) VALUE SPACES.
          01 WS-RW-KIND PIC X(12) VALUE SPACES.
          01 WS-RW-LINE PIC X(3245) VALUE SPACES.
          01 WS-RW-BEFORE PIC X(3245) VALUE SPACES.
          01 WS-RW-CHANGED PIC 9(7) VALUE 0.
          01 WS-RW-DELETED PIC 9(7) VALUE 0.
          01 WS-RW-DROP PIC X(1) VALUE 'N'.
          01 WS-ID-TEXT PIC X(5) VALUE SPACES.
          01 WS-ID-HITS PIC 9(4) VALUE 0.
          01 WS-MR-START PIC 9(4) VALUE 0.
          01 WS-MR-MAX PIC 9(4) VALUE 0.
          01 WS-MR-LEN PIC 9(4) VALUE 0.
          01 WS-MR-IDX PIC 9(4) VALUE 0.
          01 WS-MR-END PIC 9(4) VALUE 0.
          01 WS-TOK1 PIC X(14) VALUE SPACES.
          01 WS-TOK-RUNID PIC X(14) VALUE SPACES.
          01 WS-TOK-KIND PIC X(12) VALUE SPACES.
          01 WS-TOK-DSN PIC X(100) VALUE SPACES.

      *> per student, and for the run.
          01 WS-STU-SCANNED PIC 9(5) VALUE 0.
          01 WS-STU-TOUCHED PIC 9(5) VALUE 0.
          01 WS-STU-CHANGED PIC 9(7) VALUE 0.
          01 WS-STU-DELETED PIC 9(7) VALUE 0.
          01 WS-STU-MISSING PIC 9(5) VALUE 0.
          01 WS-REQUEST-COUNT PIC 9(6) VALUE 0.
          01 WS-ERASED-COUNT PIC 9(6) VALUE 0.
          01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
          01 WS-RUN-CHANGED PIC 9(9) VALUE 0.
          01 WS-RUN-DELETED PIC 9(9) VALUE 0.
          01 WS-RUN-MISSING PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-DSN FROM ENVIRONMENT 'ERASEREQDD'
           IF WS-REQUEST-DSN = SPACES
             MOVE 'erasereq.txt' TO WS-REQUEST-DSN
           END-IF
           ACCEPT WS-HOLD-DSN FROM ENVIRONMENT 'LEGALHOLDDD'
           IF WS-HOLD-DSN = SPACES
             MOVE 'legalhold.txt' TO WS-HOLD-DSN
           END-IF
           ACCEPT WS-KEYED-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-KEYED-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-KEYED-DSN
           END-IF
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-GENCAT-DSN FROM ENVIRONMENT 'GENCATDD'
           IF WS-GENCAT-DSN = SPACES
             MOVE 'gencatalog.txt' TO WS-GENCAT-DSN
           END-IF
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT 'ERASEWKDD'
           IF WS-WORK-DSN = SPACES
             MOVE 'erasework.txt' TO WS-WORK-DSN
           END-IF
           ACCEPT WS-CERT-DSN FROM ENVIRONMENT 'ERASECERTDD'
           IF WS-CERT-DSN = SPACES
             MOVE 'erasecert.txt' TO WS-CERT-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'STUDENTMSTDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.txt' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-BACKUP-DSN FROM ENVIRONMENT 'MASTERBAKDD'
           IF WS-BACKUP-DSN = SPACES
             MOVE 'masterbak.txt' TO WS-BACKUP-DSN
           END-IF
           ACCEPT WS-PURGEHIST-DSN FROM ENVIRONMENT 'PURGEHISTDD'
           IF WS-PURGEHIST-DSN = SPACES
             MOVE 'purgehist.txt' TO WS-PURGEHIST-DSN
           END-IF
           ACCEPT WS-INQLOG-DSN FROM ENVIRONMENT 'INQLOGDD'
           IF WS-INQLOG-DSN = SPACES
             MOVE 'inquirylog.txt' TO WS-INQLOG-DSN
           END-IF
           ACCEPT WS-PENDING-DSN FROM ENVIRONMENT 'PENDINGDD'
           IF WS-PENDING-DSN = SPACES
             MOVE 'pending.txt' TO WS-PENDING-DSN
           END-IF
           ACCEPT WS-REPORT-DSN FROM ENVIRONMENT 'REPORTDD'
           IF WS-REPORT-DSN = SPACES
             MOVE 'report.txt' TO WS-REPORT-DSN
           END-IF
           ACCEPT WS-EXTRACT-DSN FROM ENVIRONMENT 'EXTRACTDD'
           IF WS-EXTRACT-DSN = SPACES
             MOVE 'extract.txt' TO WS-EXTRACT-DSN
           END-IF
           ACCEPT WS-EXCEPTION-DSN FROM ENVIRONMENT 'EXCEPTIONSDD'
           IF WS-EXCEPTION-DSN = SPACES
             MOVE 'exceptions.txt' TO WS-EXCEPTION-DSN
           END-IF
           ACCEPT WS-NOTICE-DSN FROM ENVIRONMENT 'RENEWNOTICEDD'
           IF WS-NOTICE-DSN = SPACES
             MOVE 'renewnotice.txt' TO WS-NOTICE-DSN
           END-IF
           ACCEPT WS-RENEWFEED-DSN FROM ENVIRONMENT 'RENEWFEEDDD'
           IF WS-RENEWFEED-DSN = SPACES
             MOVE 'renewfeed.txt' TO WS-RENEWFEED-DSN
           END-IF
           ACCEPT WS-REVOKE-DSN FROM ENVIRONMENT 'REVOKELISTDD'
           IF WS-REVOKE-DSN = SPACES
             MOVE 'revokelist.txt' TO WS-REVOKE-DSN
           END-IF
           ACCEPT WS-UNCLRPT-DSN FROM ENVIRONMENT 'UNCLAIMEDDD'
           IF WS-UNCLRPT-DSN = SPACES
             MOVE 'unclaimed.txt' TO WS-UNCLRPT-DSN
           END-IF
           ACCEPT WS-REGISTER-DSN FROM ENVIRONMENT 'REISSUERPTDD'
           IF WS-REGISTER-DSN = SPACES
             MOVE 'reissueregister.txt' TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-LABEL-DSN FROM ENVIRONMENT 'REISSUELBLDD'
           IF WS-LABEL-DSN = SPACES
             MOVE 'reissuelabels.txt' TO WS-LABEL-DSN
           END-IF
           ACCEPT WS-LABELS-DSN FROM ENVIRONMENT 'LABELSDD'
           IF WS-LABELS-DSN = SPACES
             MOVE 'labels.txt' TO WS-LABELS-DSN
           END-IF
           ACCEPT WS-INQRPT-DSN FROM ENVIRONMENT 'INQRPTDD'
           IF WS-INQRPT-DSN = SPACES
             MOVE 'inqbatch.txt' TO WS-INQRPT-DSN
           END-IF
           ACCEPT WS-IMPACT-DSN FROM ENVIRONMENT 'TPLIMPACTDD'
           IF WS-IMPACT-DSN = SPACES
             MOVE 'tplimpact.txt' TO WS-IMPACT-DSN
           END-IF
           ACCEPT WS-REBADGE-DSN FROM ENVIRONMENT 'REBADGEDD'
           IF WS-REBADGE-DSN = SPACES
             MOVE 'rebadgefeed.txt' TO WS-REBADGE-DSN
           END-IF
           ACCEPT WS-COLLRPT-DSN FROM ENVIRONMENT 'COLLISIONDD'
           IF WS-COLLRPT-DSN = SPACES
             MOVE 'collisions.txt' TO WS-COLLRPT-DSN
           END-IF
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'ERASEOPER'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-PSEUDONYM
           STRING 'ERASED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PSEUDONYM
           END-STRING

      *> a certificate must say who ran it.
           IF WS-OPERATOR = SPACES
             DISPLAY 'ERASEOPER NOT SET -- ERASURE REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
             DISPLAY 'ERASURE REQUEST DATASET UNAVAILABLE: '
                WS-REQUEST-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-LEGAL-HOLDS
           IF WS-HOLD-STATUS NOT = '00' OR WS-HOLD-FULL = 'Y'
             DISPLAY 'LEGAL HOLD DATASET UNAVAILABLE OR INCOMPLETE: '
                WS-HOLD-DSN ' -- ERASURE REFUSED'
             CLOSE REQUEST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> the keyed master and the archive are updated in place; an
      *> erasure that cannot reach either would certify a job half
      *> done, so neither missing is tolerated.
           OPEN I-O MASTER-KEYED
           IF WS-KEYED-STATUS NOT = '00'
             DISPLAY 'STUDENT MASTER UNAVAILABLE: ' WS-KEYED-DSN
                ' STATUS ' WS-KEYED-STATUS ' -- ERASURE REFUSED'
             CLOSE REQUEST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN I-O BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' STATUS ' WS-ARCHIVE-STATUS ' -- ERASURE REFUSED'
             CLOSE REQUEST-FILE
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-LINE
           STRING 'STUDENT PERSONAL-DATA ERASURE CERTIFICATE  RUN '
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  '  OPERATOR ' DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING 'LEGAL HOLDS CHECKED: ' DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-HOLD-DSN DELIMITED BY SPACE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE

           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
             READ REQUEST-FILE
                AT END MOVE 'Y' TO WS-REQUEST-EOF
                NOT AT END
                   IF REQUEST-LINE NOT = SPACES
                      PERFORM ERASE-ONE-STUDENT
                   END-IF
             END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE MASTER-KEYED
           CLOSE BADGE-ARCHIVE

           PERFORM WRITE-CERTIFICATION
           CLOSE CERT-FILE
           DISPLAY 'ERASURE REQUESTS: ' WS-REQUEST-COUNT
              '  ERASED: ' WS-ERASED-COUNT
              '  REFUSED: ' WS-REFUSED-COUNT
              '  RECORDS CHANGED: ' WS-RUN-CHANGED
              '  DELETED: ' WS-RUN-DELETED
           IF WS-REFUSED-COUNT > 0 OR WS-RUN-MISSING > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF HOLD-LINE NOT = SPACES
                            AND HOLD-LINE(1:1) NOT = '*'
                         PERFORM NOTE-LEGAL-HOLD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE HOLD-FILE
             MOVE '00' TO WS-HOLD-STATUS
           END-IF.

       NOTE-LEGAL-HOLD.
      *> a hold line that cannot be read is a hold on nobody we can
      *> name -- the whole run is refused rather than guessing.
           MOVE SPACES TO WS-HOLD-ID-STR
           MOVE SPACES TO WS-HOLD-MATTER-TOK
           UNSTRING HOLD-LINE DELIMITED BY ALL SPACE
              INTO WS-HOLD-ID-STR, WS-HOLD-MATTER-TOK
           END-UNSTRING
           INSPECT WS-HOLD-ID-STR REPLACING LEADING SPACE BY '0'
           IF WS-HOLD-ID-STR IS NOT NUMERIC OR WS-HOLD-COUNT = 2000
             DISPLAY 'UNUSABLE LEGAL HOLD: ' HOLD-LINE
             MOVE 'Y' TO WS-HOLD-FULL
           ELSE
             ADD 1 TO WS-HOLD-COUNT
             MOVE WS-HOLD-ID-STR TO WS-HOLD-ID(WS-HOLD-COUNT)
             MOVE WS-HOLD-MATTER-TOK TO WS-HOLD-MATTER(WS-HOLD-COUNT)
           END-IF.

       ERASE-ONE-STUDENT.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REQ-ID-STR
           MOVE SPACES TO WS-REQ-REF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-REQ-ID
           UNSTRING REQUEST-LINE DELIMITED BY ALL SPACE
              INTO WS-REQ-ID-STR, WS-REQ-REF
           END-UNSTRING
           INSPECT WS-REQ-ID-STR REPLACING LEADING SPACE BY '0'
           IF WS-REQ-ID-STR IS NUMERIC
             MOVE WS-REQ-ID-STR TO WS-REQ-ID
           END-IF
           IF WS-REQ-ID = 0
             MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             MOVE 0 TO WS-HOLD-HIT
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                  UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                IF WS-HOLD-ID(WS-HOLD-IDX) = WS-REQ-ID
                   MOVE WS-HOLD-IDX TO WS-HOLD-HIT
                END-IF
             END-PERFORM
             IF WS-HOLD-HIT > 0
                MOVE SPACES TO WS-REJECT-REASON
                STRING 'UNDER LEGAL HOLD ' DELIMITED BY SIZE
                       WS-HOLD-MATTER(WS-HOLD-HIT) DELIMITED BY SPACE
                    INTO WS-REJECT-REASON
                END-STRING
             END-IF
           END-IF

           MOVE SPACES TO CERT-LINE
           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-REQ-ID-STR DELIMITED BY SIZE
                  '  PRIVACY OFFICE REFERENCE ' DELIMITED BY SIZE
                  WS-REQ-REF DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           IF WS-REJECT-REASON NOT = SPACES
             ADD 1 TO WS-REFUSED-COUNT
             MOVE SPACES TO CERT-LINE
             STRING '  REFUSED -- ' DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY '  '
                    ' -- NOTHING CHANGED' DELIMITED BY SIZE
                 INTO CERT-LINE
             END-STRING
             WRITE CERT-LINE
           ELSE
             ADD 1 TO WS-ERASED-COUNT
             PERFORM ERASE-STUDENT-DATA
           END-IF
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.

       ERASE-STUDENT-DATA.
           MOVE 0 TO WS-STU-SCANNED
           MOVE 0 TO WS-STU-TOUCHED
           MOVE 0 TO WS-STU-CHANGED
           MOVE 0 TO WS-STU-DELETED
           MOVE 0 TO WS-STU-MISSING
           MOVE WS-REQ-ID TO WS-ID-TEXT
           MOVE SPACES TO WS-ERASE-NAME

      *> the name is learned before it is overwritten -- it is what
      *> the masking looks for in free-text records.
           MOVE WS-REQ-ID TO MSX-ID
           READ MASTER-KEYED
              INVALID KEY CONTINUE
           END-READ
           IF WS-KEYED-STATUS = '00'
             MOVE MSX-NAME TO WS-ERASE-NAME
           END-IF
           MOVE 'MSTR' TO WS-RW-MODE
           MOVE 'MASTER' TO WS-RW-KIND
           MOVE WS-MASTER-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'MASTERBAK' TO WS-RW-KIND
           MOVE WS-BACKUP-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           PERFORM ERASE-KEYED-MASTER
           PERFORM MEASURE-NAME

           PERFORM ERASE-ARCHIVE
           MOVE 'DROP' TO WS-RW-MODE
           MOVE 'PURGEHIST' TO WS-RW-KIND
           MOVE WS-PURGEHIST-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'PENDING' TO WS-RW-KIND
           MOVE WS-PENDING-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET

           MOVE 'LOG' TO WS-RW-MODE
           MOVE 'INQLOG' TO WS-RW-KIND
           MOVE WS-INQLOG-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET

           MOVE 'MASK' TO WS-RW-MODE
           MOVE 'REPORT' TO WS-RW-KIND
           MOVE WS-REPORT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'EXTRACT' TO WS-RW-KIND
           MOVE WS-EXTRACT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'EXCEPTIONS' TO WS-RW-KIND
           MOVE WS-EXCEPTION-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'RENEWNOTICE' TO WS-RW-KIND
           MOVE WS-NOTICE-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'RENEWFEED' TO WS-RW-KIND
           MOVE WS-RENEWFEED-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'REVOKELIST' TO WS-RW-KIND
           MOVE WS-REVOKE-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'UNCLAIMED' TO WS-RW-KIND
           MOVE WS-UNCLRPT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'REISSUEREG' TO WS-RW-KIND
           MOVE WS-REGISTER-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'REISSUELBL' TO WS-RW-KIND
           MOVE WS-LABEL-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'LABELS' TO WS-RW-KIND
           MOVE WS-LABELS-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'INQBATCH' TO WS-RW-KIND
           MOVE WS-INQRPT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'TPLIMPACT' TO WS-RW-KIND
           MOVE WS-IMPACT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'REBADGE' TO WS-RW-KIND
           MOVE WS-REBADGE-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET
           MOVE 'COLLISIONS' TO WS-RW-KIND
           MOVE WS-COLLRPT-DSN TO WS-GEN-DSN
           PERFORM SCRUB-DATASET

           PERFORM SCRUB-CATALOG

           MOVE SPACES TO CERT-LINE
           STRING '  DATASETS SCANNED: ' DELIMITED BY SIZE
                  WS-STU-SCANNED DELIMITED BY SIZE
                  '  TOUCHED: ' DELIMITED BY SIZE
                  WS-STU-TOUCHED DELIMITED BY SIZE
                  '  RECORDS CHANGED: ' DELIMITED BY SIZE
                  WS-STU-CHANGED DELIMITED BY SIZE
                  '  DELETED: ' DELIMITED BY SIZE
                  WS-STU-DELETED DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           IF WS-STU-MISSING > 0
             MOVE SPACES TO CERT-LINE
             STRING '  CATALOGUED DATASETS NOT FOUND: '
                       DELIMITED BY SIZE
                    WS-STU-MISSING DELIMITED BY SIZE
                 INTO CERT-LINE
             END-STRING
             WRITE CERT-LINE
           END-IF
           ADD WS-STU-CHANGED TO WS-RUN-CHANGED
           ADD WS-STU-DELETED TO WS-RUN-DELETED
           ADD WS-STU-MISSING TO WS-RUN-MISSING.

       ERASE-KEYED-MASTER.
           MOVE WS-REQ-ID TO MSX-ID
           READ MASTER-KEYED
              INVALID KEY CONTINUE
           END-READ
           ADD 1 TO WS-STU-SCANNED
           IF WS-KEYED-STATUS = '00'
             MOVE WS-PSEUDONYM TO MSX-NAME
             MOVE 'I' TO MSX-ACTIVE
             REWRITE MSX-RECORD
                INVALID KEY CONTINUE
             END-REWRITE
             MOVE 'MASTERKEY' TO WS-RW-KIND
             MOVE WS-KEYED-DSN TO WS-GEN-DSN
             MOVE 1 TO WS-RW-CHANGED
             MOVE 0 TO WS-RW-DELETED
             PERFORM NOTE-DATASET-TOUCHED
           END-IF.

       ERASE-ARCHIVE.
      *> every zone and every run of the student, oldest to newest.
           ADD 1 TO WS-STU-SCANNED
           MOVE 0 TO WS-RW-CHANGED
           MOVE 0 TO WS-RW-DELETED
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-REQ-ID TO ARCH-STUDENT-ID
           START BADGE-ARCHIVE KEY IS NOT LESS THAN ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF ARCH-STUDENT-ID NOT = WS-REQ-ID
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      DELETE BADGE-ARCHIVE RECORD
                         INVALID KEY CONTINUE
                         NOT INVALID KEY ADD 1 TO WS-RW-DELETED
                      END-DELETE
                   END-IF
             END-READ
           END-PERFORM
           IF WS-RW-DELETED > 0
             MOVE 'ARCHIVE' TO WS-RW-KIND
             MOVE WS-ARCHIVE-DSN TO WS-GEN-DSN
             PERFORM NOTE-DATASET-TOUCHED
           END-IF.

       SCRUB-CATALOG.
      *> every generation the catalog knows of, whatever its kind --
      *> a kind that never carries a name is scanned and left as
      *> it was.  the audit generations are the exception: they
      *> carry numbers, never names, and are sealed by MAIN, so
      *> they are not even opened for rewrite.
           OPEN INPUT GENCAT-FILE
           IF WS-GENCAT-STATUS = '00'
             MOVE 'N' TO WS-CAT-EOF
             PERFORM UNTIL WS-CAT-EOF = 'Y'
                READ GENCAT-FILE
                   AT END MOVE 'Y' TO WS-CAT-EOF
                   NOT AT END
                      MOVE SPACES TO WS-TOK1
                      MOVE SPACES TO WS-TOK-RUNID
                      MOVE SPACES TO WS-TOK-KIND
                      MOVE SPACES TO WS-TOK-DSN
                      UNSTRING GENCAT-LINE DELIMITED BY ALL SPACE
                         INTO WS-TOK1, WS-TOK-RUNID, WS-TOK-KIND,
                              WS-TOK-DSN
                      END-UNSTRING
                      IF WS-TOK1 = 'RUNID' AND WS-TOK-DSN NOT = SPACES
                            AND WS-TOK-KIND NOT = 'AUDIT'
                         MOVE 'MASK' TO WS-RW-MODE
                         MOVE WS-TOK-KIND TO WS-RW-KIND
                         MOVE WS-TOK-DSN TO WS-GEN-DSN
                         PERFORM SCRUB-DATASET
                         IF WS-GEN-STATUS = '35'
                            ADD 1 TO WS-STU-MISSING
                            MOVE SPACES TO CERT-LINE
                            STRING '  NOT FOUND ' DELIMITED BY SIZE
                                   WS-TOK-KIND DELIMITED BY SPACE
                                   ' ' DELIMITED BY SIZE
                                   WS-TOK-DSN DELIMITED BY SPACE
                                INTO CERT-LINE
                            END-STRING
                            WRITE CERT-LINE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE GENCAT-FILE
           END-IF.

       SCRUB-DATASET.
      *> copy the dataset to the work file record by record, then --
      *> only if something changed -- copy the work file back over
      *> it.  a dataset that does not exist is simply not scanned.
           MOVE 0 TO WS-RW-CHANGED
           MOVE 0 TO WS-RW-DELETED
           OPEN INPUT GEN-DATASET
           IF WS-GEN-STATUS = '00'
             ADD 1 TO WS-STU-SCANNED
             OPEN OUTPUT ERASE-WORK
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ GEN-DATASET INTO WS-RW-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM SCRUB-ONE-RECORD
                      IF WS-RW-DROP = 'N'
                         MOVE WS-RW-LINE TO ERASE-WORK-LINE
                         WRITE ERASE-WORK-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE GEN-DATASET
             CLOSE ERASE-WORK
             IF WS-RW-CHANGED > 0 OR WS-RW-DELETED > 0
                OPEN INPUT ERASE-WORK
                OPEN OUTPUT GEN-DATASET
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                   READ ERASE-WORK
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE ERASE-WORK-LINE TO GEN-DATASET-LINE
                         WRITE GEN-DATASET-LINE
                   END-READ
                END-PERFORM
                CLOSE ERASE-WORK
                CLOSE GEN-DATASET
                PERFORM NOTE-DATASET-TOUCHED
             END-IF
           END-IF.

       SCRUB-ONE-RECORD.
           MOVE 'N' TO WS-RW-DROP
           MOVE WS-RW-LINE TO WS-RW-BEFORE
           EVALUATE WS-RW-MODE
             WHEN 'MSTR'
                IF WS-RW-LINE(1:5) = WS-ID-TEXT
                   IF WS-ERASE-NAME = SPACES
                      MOVE WS-RW-LINE(6:75) TO WS-ERASE-NAME
                   END-IF
                   MOVE WS-PSEUDONYM TO WS-RW-LINE(6:75)
                   MOVE 'I' TO WS-RW-LINE(81:1)
                END-IF
             WHEN 'DROP'
                IF WS-RW-LINE(1:5) = WS-ID-TEXT
                   MOVE 'Y' TO WS-RW-DROP
                   ADD 1 TO WS-RW-DELETED
                END-IF
             WHEN 'LOG'
                IF WS-RW-LINE(9:5) = WS-ID-TEXT
                   MOVE '00000' TO WS-RW-LINE(9:5)
                END-IF
             WHEN OTHER
                PERFORM MASK-NAME-IN-RECORD
           END-EVALUATE
           IF WS-RW-DROP = 'N' AND WS-RW-LINE NOT = WS-RW-BEFORE
             ADD 1 TO WS-RW-CHANGED
           END-IF.

       MASK-NAME-IN-RECORD.
      *> only a record that carries the student's number can carry
      *> the name.  the report header, the extract and the listings
      *> and feeds below have the name in a known place, masked
      *> whatever spelling it had then;
      *> anywhere else -- an exception quoting the header, say --
      *> the name as the master knew it is masked wherever it
      *> appears.  short names are left to the known places, where
      *> a match cannot be some other word.
           MOVE 0 TO WS-ID-HITS
           INSPECT WS-RW-LINE TALLYING WS-ID-HITS FOR ALL WS-ID-TEXT
           IF WS-ID-HITS > 0
             IF WS-RW-KIND = 'REPORT'
                   AND WS-RW-LINE(1:8) = 'STUDENT '
                   AND WS-RW-LINE(9:5) = WS-ID-TEXT
                   AND WS-RW-LINE(14:1) = SPACE
                MOVE 15 TO WS-MR-START
                MOVE 75 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
             IF WS-RW-KIND = 'EXTRACT'
                   AND WS-RW-LINE(1:5) = WS-ID-TEXT
                   AND WS-RW-LINE(6:1) = ','
                MOVE 0 TO WS-MR-END
                PERFORM VARYING WS-MR-IDX FROM 7 BY 1
                     UNTIL WS-MR-IDX > 81 OR WS-MR-END > 0
                   IF WS-RW-LINE(WS-MR-IDX:1) = ','
                      MOVE WS-MR-IDX TO WS-MR-END
                   END-IF
                END-PERFORM
                IF WS-MR-END > 7
                   MOVE 7 TO WS-MR-START
                   COMPUTE WS-MR-MAX = WS-MR-END - 7
                   PERFORM MASK-REGION
                END-IF
             END-IF
      *> renewal notices, revocations, unclaimed badges and template
      *> impact: ID, three blanks, a 30-character name.
             IF (WS-RW-KIND = 'RENEWNOTICE' OR 'REVOKELIST'
                   OR 'UNCLAIMED' OR 'TPLIMPACT')
                   AND WS-RW-LINE(1:5) = WS-ID-TEXT
                   AND WS-RW-LINE(6:3) = SPACES
                MOVE 9 TO WS-MR-START
                MOVE 30 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
      *> the renewal and rebadge feeds are in the registrar's feed
      *> layout: ID, then the 30-character name.
             IF (WS-RW-KIND = 'RENEWFEED' OR 'REBADGE')
                   AND WS-RW-LINE(1:5) = WS-ID-TEXT
                MOVE 6 TO WS-MR-START
                MOVE 30 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
      *> a label sheet, BADGE-LABELS' or BADGE-REISSUE's, heads
      *> each label with the ID and full name, after the
      *> carriage-control byte.
             IF (WS-RW-KIND = 'REISSUELBL' OR 'LABELS')
                   AND WS-RW-LINE(2:5) = WS-ID-TEXT
                   AND WS-RW-LINE(7:2) = SPACES
                MOVE 9 TO WS-MR-START
                MOVE 75 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
      *> a batch inquiry heads each student with the ID and the
      *> master's name.
             IF WS-RW-KIND = 'INQBATCH'
                   AND WS-RW-LINE(1:13) = '---- STUDENT '
                   AND WS-RW-LINE(14:5) = WS-ID-TEXT
                   AND WS-RW-LINE(19:1) = SPACE
                MOVE 20 TO WS-MR-START
                MOVE 75 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
      *> a collision holder line: ID in column 3, name in 16 for 40.
             IF WS-RW-KIND = 'COLLISIONS'
                   AND WS-RW-LINE(1:2) = SPACES
                   AND WS-RW-LINE(3:5) = WS-ID-TEXT
                MOVE 16 TO WS-MR-START
                MOVE 40 TO WS-MR-MAX
                PERFORM MASK-REGION
             END-IF
      *> the reissue register strings the name in after the ID and
      *> ends it at a double blank or, on a rejection, the ' -- '
      *> before the reason.
             IF WS-RW-KIND = 'REISSUEREG'
                   AND (WS-RW-LINE(1:9) = 'REISSUED '
                      OR WS-RW-LINE(1:9) = 'REJECTED ')
                   AND WS-RW-LINE(10:5) = WS-ID-TEXT
                   AND WS-RW-LINE(15:1) = SPACE
                MOVE 0 TO WS-MR-END
                PERFORM VARYING WS-MR-IDX FROM 16 BY 1
                     UNTIL WS-MR-IDX > 91 OR WS-MR-END > 0
                   IF WS-RW-LINE(WS-MR-IDX:2) = SPACES
                         OR WS-RW-LINE(WS-MR-IDX:4) = ' -- '
                      MOVE WS-MR-IDX TO WS-MR-END
                   END-IF
                END-PERFORM
                IF WS-MR-END > 16
                   MOVE 16 TO WS-MR-START
                   COMPUTE WS-MR-MAX = WS-MR-END - 16
                   PERFORM MASK-REGION
                END-IF
             END-IF
             IF WS-NAME-LEN > 3
                INSPECT WS-RW-LINE
                   REPLACING ALL WS-ERASE-NAME(1:WS-NAME-LEN)
                   BY WS-STARS(1:WS-NAME-LEN)
             END-IF
           END-IF.

       MASK-REGION.
      *> stars over the region up to its last non-blank, so the
      *> length of the field is kept and nothing after it moves.
           MOVE 0 TO WS-MR-LEN
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                UNTIL WS-MR-IDX > WS-MR-MAX
             IF WS-RW-LINE(WS-MR-START + WS-MR-IDX - 1:1) NOT = SPACE
                MOVE WS-MR-IDX TO WS-MR-LEN
             END-IF
           END-PERFORM
           IF WS-MR-LEN > 0
             MOVE WS-STARS(1:WS-MR-LEN)
                TO WS-RW-LINE(WS-MR-START:WS-MR-LEN)
           END-IF.

       MEASURE-NAME.
           MOVE 0 TO WS-NAME-LEN
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                UNTIL WS-MR-IDX > 75
             IF WS-ERASE-NAME(WS-MR-IDX:1) NOT = SPACE
                MOVE WS-MR-IDX TO WS-NAME-LEN
             END-IF
           END-PERFORM.

       NOTE-DATASET-TOUCHED.
           ADD 1 TO WS-STU-TOUCHED
           ADD WS-RW-CHANGED TO WS-STU-CHANGED
           ADD WS-RW-DELETED TO WS-STU-DELETED
           MOVE SPACES TO CERT-LINE
           MOVE '  DATASET' TO CERT-LINE(1:9)
           MOVE WS-RW-KIND TO CERT-LINE(11:12)
           MOVE WS-GEN-DSN TO CERT-LINE(24:60)
           STRING 'CHANGED ' DELIMITED BY SIZE
                  WS-RW-CHANGED DELIMITED BY SIZE
                  '  DELETED ' DELIMITED BY SIZE
                  WS-RW-DELETED DELIMITED BY SIZE
               INTO CERT-LINE(86:40)
           END-STRING
           WRITE CERT-LINE.

       WRITE-CERTIFICATION.
           MOVE SPACES TO CERT-LINE
           STRING 'REQUESTS: ' DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  '  ERASED: ' DELIMITED BY SIZE
                  WS-ERASED-COUNT DELIMITED BY SIZE
                  '  REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  '  RECORDS CHANGED: ' DELIMITED BY SIZE
                  WS-RUN-CHANGED DELIMITED BY SIZE
                  '  DELETED: ' DELIMITED BY SIZE
                  WS-RUN-DELETED DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE 'NAMES WERE MASKED IN PLACE; NO CHARGE AMOUNT, COUNT OR'
              TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'STUDENT NUMBER ON A CHARGE RECORD WAS ALTERED.'
              TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING 'CERTIFIED BY OPERATOR ' DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'OPERATOR SIGNATURE ______________________________'
              TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'PRIVACY OFFICE ____________________________  DATE '
              TO CERT-LINE
           MOVE '__________' TO CERT-LINE(52:10)
           WRITE CERT-LINE.
