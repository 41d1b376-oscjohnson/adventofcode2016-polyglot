       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGE-RENEWAL.

      *> monthly badge expiration and renewal cycle.  a badge's
      *> expiry comes from the expiration policy dataset -- a term
      *> in months per template, counted from the run date the badge
      *> was archived, or a fixed expiry date -- with a default entry
      *> for templates the policy does not name and for badges
      *> archived before templates were logged.
      *>
      *> each student's latest archived badge is judged against the
      *> as-of date: badges expiring within the notice window and
      *> badges already expired are listed, separately, on the
      *> registrar's notice file.  students still active on the
      *> master get a renewal record in the registrar's own feed
      *> layout, so FEED-TRANSLATE expands it through the normal
      *> template path; an expired badge held by an inactive or
      *> departed student goes to the revocation list instead.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-MASTER-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-MASTER-STATUS.

             SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-POLICY-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICY-STATUS.

             SELECT TPL-ASSIGN ASSIGN TO DYNAMIC WS-TPLASSIGN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TPLASSIGN-STATUS.

             SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTICE-STATUS.

             SELECT RENEW-FEED ASSIGN TO DYNAMIC WS-RENEWFEED-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RENEWFEED-STATUS.

             SELECT REVOKE-LIST ASSIGN TO DYNAMIC WS-REVOKE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REVOKE-STATUS.

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

          FD MASTER-KEYED.
          01 MSX-RECORD.
             05 MSX-ID PIC 9(5).
             05 MSX-NAME PIC A(75).
             05 MSX-ACTIVE PIC X(1).
             05 MSX-DEPT PIC X(4).

      *> one entry per template: the badge term in months, or a
      *> fixed expiry date that wins when present, and the template
      *> renewals are issued on (blank renews on the same template).
      *> template '*DEFAULT' covers everything the policy does not
      *> name.
          FD POLICY-FILE.
          01 EXP-RECORD.
             05 EXP-TEMPLATE PIC X(8).
             05 EXP-TERM-MONTHS PIC 9(3).
             05 EXP-FIXED-DATE PIC 9(8).
             05 EXP-RENEW-TEMPLATE PIC X(8).

      *> same record FEED-TRANSLATE and PENDING-RELEASE write.
          FD TPL-ASSIGN.
          01 TAS-RECORD.
             05 TAS-STUDENT-ID PIC 9(5).
             05 TAS-TEMPLATE PIC X(8).
             05 TAS-EFF-DATE PIC 9(8).
             05 TAS-GEN-DATE PIC 9(8).
             05 TAS-TPL-VERSION PIC 9(9).

          FD NOTICE-FILE.
          01 NOTICE-LINE PIC X(132).

      *> the registrar's feed layout, exactly as FEED-TRANSLATE
      *> reads it.
          FD RENEW-FEED.
          01 RENEW-RECORD.
             05 RNW-STUDENT-ID PIC 9(5).
             05 RNW-NAME PIC X(30).
             05 RNW-TEMPLATE PIC X(8).
             05 RNW-EFF-DATE PIC 9(8).

          FD REVOKE-LIST.
          01 REVOKE-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-POLICY-DSN PIC X(100) VALUE 'expirypolicy.txt'.
          01 WS-POLICY-STATUS PIC X(2) VALUE SPACES.
          01 WS-TPLASSIGN-DSN PIC X(100) VALUE 'tplassign.txt'.
          01 WS-TPLASSIGN-STATUS PIC X(2) VALUE SPACES.
          01 WS-NOTICE-DSN PIC X(100) VALUE 'renewnotice.txt'.
          01 WS-NOTICE-STATUS PIC X(2) VALUE SPACES.
          01 WS-RENEWFEED-DSN PIC X(100) VALUE 'renewfeed.txt'.
          01 WS-RENEWFEED-STATUS PIC X(2) VALUE SPACES.
          01 WS-REVOKE-DSN PIC X(100) VALUE 'revokelist.txt'.
          01 WS-REVOKE-STATUS PIC X(2) VALUE SPACES.

          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-POLICY-EOF PIC X(1) VALUE 'N'.
          01 WS-TPLASSIGN-EOF PIC X(1) VALUE 'N'.

      *> the as-of date the badges are judged on, and the notice
      *> window in days -- ASOFDATE and RENEWDAYS override them.
          01 WS-ASOF-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ASOF-DATE PIC 9(8) VALUE 0.
          01 WS-ASOF-DAYNUM PIC S9(7) VALUE 0.
          01 WS-WINDOW-ENV PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
          01 WS-WINDOW-END PIC 9(8) VALUE 0.

      *> the expiration policy.
          01 WS-POL-COUNT PIC 9(3) VALUE 0.
          01 WS-POL-IDX PIC 9(3) VALUE 0.
          01 WS-POL-HIT PIC 9(3) VALUE 0.
          01 WS-POL-DEFAULT PIC 9(3) VALUE 0.
          01 WS-POL-BAD PIC 9(3) VALUE 0.
          01 WS-POL-TABLE.
             05 WS-POL-ENTRY OCCURS 100 TIMES.
                10 WS-POL-TEMPLATE PIC X(8).
                10 WS-POL-TERM PIC 9(3).
                10 WS-POL-FIXED PIC 9(8).
                10 WS-POL-RENEW PIC X(8).

      *> each student's latest template, the log being in the order
      *> the headers were generated.
          01 WS-TAS-COUNT PIC 9(5) VALUE 0.
          01 WS-TAS-IDX PIC 9(5) VALUE 0.
          01 WS-TAS-HIT PIC 9(5) VALUE 0.
          01 WS-TAS-FULL PIC X(1) VALUE 'N'.
          01 WS-TAS-TABLE.
             05 WS-TAS-ENTRY OCCURS 5000 TIMES.
                10 WS-TAS-ID PIC 9(5).
                10 WS-TAS-TPL PIC X(8).

      *> the student group being read off the archive: the latest
      *> badge across all of the student's zones.
          01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
          01 WS-GRP-ID PIC 9(5) VALUE 0.
          01 WS-GRP-DATE PIC 9(8) VALUE 0.
          01 WS-GRP-TIME PIC 9(6) VALUE 0.
          01 WS-STUDENT-COUNT PIC 9(6) VALUE 0.

          01 WS-CUR-NAME PIC X(75) VALUE SPACES.
          01 WS-CUR-DEPT PIC X(4) VALUE SPACES.
          01 WS-CUR-STATE PIC X(13) VALUE SPACES.
          01 WS-CUR-TEMPLATE PIC X(8) VALUE SPACES.
          01 WS-CUR-RENEW-TPL PIC X(8) VALUE SPACES.
          01 WS-CUR-EXPIRY PIC 9(8) VALUE 0.
          01 WS-CUR-DAYS PIC S9(7) VALUE 0.
          01 WS-CUR-ACTION PIC X(24) VALUE SPACES.

      *> the two notice lists, held so each prints as its own
      *> section.
          01 WS-NT-COUNT PIC 9(4) VALUE 0.
          01 WS-NT-IDX PIC 9(4) VALUE 0.
          01 WS-NT-FULL PIC X(1) VALUE 'N'.
          01 WS-NT-TABLE.
             05 WS-NT-ENTRY OCCURS 5000 TIMES.
                10 WS-NT-KIND PIC X(1).
                10 WS-NT-ID PIC 9(5).
                10 WS-NT-NAME PIC X(30).
                10 WS-NT-DEPT PIC X(4).
                10 WS-NT-TEMPLATE PIC X(8).
                10 WS-NT-BADGE-DATE PIC 9(8).
                10 WS-NT-EXPIRY PIC 9(8).
                10 WS-NT-DAYS PIC S9(7).
                10 WS-NT-ACTION PIC X(24).

          01 WS-EXPIRING-COUNT PIC 9(6) VALUE 0.
          01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
          01 WS-RENEWAL-COUNT PIC 9(6) VALUE 0.
          01 WS-REVOKE-COUNT PIC 9(6) VALUE 0.
          01 WS-NO-POLICY-COUNT PIC 9(6) VALUE 0.
          01 WS-NO-TEMPLATE-COUNT PIC 9(6) VALUE 0.

      *> civil-date arithmetic, as BATCH-WINDOW does it.
          01 WS-DT-DATE PIC 9(8) VALUE 0.
          01 WS-DT-PARTS REDEFINES WS-DT-DATE.
             05 WS-DT-YEAR PIC 9(4).
             05 WS-DT-MONTH PIC 9(2).
             05 WS-DT-DAY PIC 9(2).
          01 WS-DT-DAYNUM PIC S9(7) VALUE 0.
          01 WS-DT-WEEKDAY PIC 9(1) VALUE 0.
          01 WS-DN-ACTION PIC X(3) VALUE SPACES.

      *> month arithmetic for a term: the day is held to the last
      *> day of the month it lands in.
          01 WS-TERM-MONTHS PIC 9(3) VALUE 0.
          01 WS-MONTH-SERIAL PIC 9(7) VALUE 0.
          01 WS-MONTH-LAST PIC 9(2) VALUE 0.
          01 WS-LEAP-REM PIC 9(3) VALUE 0.
          01 WS-LEAP-QUO PIC 9(7) VALUE 0.
          01 WS-MONTH-DAYS-INIT PIC X(24)
             VALUE '312831303130313130313031'.
          01 WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-INIT.
             05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

          01 WS-DAYS-EDIT PIC ----9.

       PROCEDURE DIVISION.
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-POLICY-DSN FROM ENVIRONMENT 'EXPIRYDD'
           IF WS-POLICY-DSN = SPACES
             MOVE 'expirypolicy.txt' TO WS-POLICY-DSN
           END-IF
           ACCEPT WS-TPLASSIGN-DSN FROM ENVIRONMENT 'TPLASSIGNDD'
           IF WS-TPLASSIGN-DSN = SPACES
             MOVE 'tplassign.txt' TO WS-TPLASSIGN-DSN
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
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'ASOFDATE'
           IF WS-ASOF-ENV NOT = SPACES
             INSPECT WS-ASOF-ENV REPLACING LEADING SPACE BY '0'
             IF WS-ASOF-ENV IS NUMERIC
                MOVE WS-ASOF-ENV TO WS-ASOF-DATE
             END-IF
           END-IF
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT 'RENEWDAYS'
           IF WS-WINDOW-ENV NOT = SPACES
             INSPECT WS-WINDOW-ENV REPLACING LEADING SPACE BY '0'
             IF WS-WINDOW-ENV IS NUMERIC
                MOVE WS-WINDOW-ENV TO WS-WINDOW-DAYS
             END-IF
           END-IF
           MOVE WS-ASOF-DATE TO WS-DT-DATE
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM TO WS-ASOF-DAYNUM
           COMPUTE WS-DT-DAYNUM = WS-ASOF-DAYNUM + WS-WINDOW-DAYS
           PERFORM DAYNUM-TO-DATE
           MOVE WS-DT-DATE TO WS-WINDOW-END

      *> without a policy nothing can be said to expire; without the
      *> master nobody can be told apart as active or departed.
           PERFORM LOAD-POLICY
           IF WS-POL-COUNT = 0
             DISPLAY 'NO EXPIRATION POLICY LOADED FROM ' WS-POLICY-DSN
                ' -- RENEWAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-ASSIGNMENTS

           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'MASTER DATASET UNAVAILABLE: ' WS-MASTER-DSN
                ' -- RENEWAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' -- RENEWAL REFUSED'
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT RENEW-FEED
           OPEN OUTPUT REVOKE-LIST
           MOVE SPACES TO REVOKE-LINE
           STRING 'BADGE REVOCATION LIST  AS AT ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
               INTO REVOKE-LINE
           END-STRING
           WRITE REVOKE-LINE
           MOVE SPACES TO REVOKE-LINE
           WRITE REVOKE-LINE
           MOVE SPACES TO REVOKE-LINE
           MOVE 'STUDENT' TO REVOKE-LINE(1:7)
           MOVE 'NAME' TO REVOKE-LINE(9:4)
           MOVE 'DEPT' TO REVOKE-LINE(40:4)
           MOVE 'BADGE' TO REVOKE-LINE(46:5)
           MOVE 'EXPIRED' TO REVOKE-LINE(56:7)
           MOVE 'REASON' TO REVOKE-LINE(66:6)
           WRITE REVOKE-LINE

           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END PERFORM NOTE-ARCHIVE-RECORD
             END-READ
           END-PERFORM
           IF WS-GRP-OPEN = 'Y'
             PERFORM JUDGE-STUDENT
           END-IF
           CLOSE BADGE-ARCHIVE
           CLOSE MASTER-KEYED
           CLOSE RENEW-FEED
           CLOSE REVOKE-LIST

           PERFORM WRITE-NOTICES

           DISPLAY 'STUDENTS WITH BADGES: ' WS-STUDENT-COUNT
              '  EXPIRING: ' WS-EXPIRING-COUNT
              '  EXPIRED: ' WS-EXPIRED-COUNT
           DISPLAY 'RENEWALS FED: ' WS-RENEWAL-COUNT
              '  REVOKED: ' WS-REVOKE-COUNT
              '  NO POLICY: ' WS-NO-POLICY-COUNT
              '  NO TEMPLATE: ' WS-NO-TEMPLATE-COUNT
           IF WS-POL-BAD > 0
             DISPLAY 'MALFORMED POLICY ENTRIES SKIPPED: ' WS-POL-BAD
           END-IF
           IF WS-NO-POLICY-COUNT > 0 OR WS-NO-TEMPLATE-COUNT > 0
                 OR WS-POL-BAD > 0 OR WS-NT-FULL = 'Y'
                 OR WS-TAS-FULL = 'Y'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = '00'
             PERFORM UNTIL WS-POLICY-EOF = 'Y'
                READ POLICY-FILE
                   AT END MOVE 'Y' TO WS-POLICY-EOF
                   NOT AT END PERFORM NOTE-POLICY-RECORD
                END-READ
             END-PERFORM
             CLOSE POLICY-FILE
           END-IF.

       NOTE-POLICY-RECORD.
      *> an entry needs a term or a fixed date to mean anything.
           IF EXP-TEMPLATE = SPACES
             CONTINUE
           ELSE
             IF EXP-TERM-MONTHS IS NOT NUMERIC
                   OR EXP-FIXED-DATE IS NOT NUMERIC
                   OR (EXP-TERM-MONTHS = 0 AND EXP-FIXED-DATE = 0)
                   OR WS-POL-COUNT NOT < 100
                ADD 1 TO WS-POL-BAD
             ELSE
                ADD 1 TO WS-POL-COUNT
                MOVE EXP-TEMPLATE TO WS-POL-TEMPLATE(WS-POL-COUNT)
                MOVE EXP-TERM-MONTHS TO WS-POL-TERM(WS-POL-COUNT)
                MOVE EXP-FIXED-DATE TO WS-POL-FIXED(WS-POL-COUNT)
                MOVE EXP-RENEW-TEMPLATE TO WS-POL-RENEW(WS-POL-COUNT)
                IF EXP-TEMPLATE = '*DEFAULT'
                   MOVE WS-POL-COUNT TO WS-POL-DEFAULT
                END-IF
             END-IF
           END-IF.

       LOAD-ASSIGNMENTS.
      *> a missing log just means every badge falls to the default
      *> policy entry.
           OPEN INPUT TPL-ASSIGN
           IF WS-TPLASSIGN-STATUS = '00'
             PERFORM UNTIL WS-TPLASSIGN-EOF = 'Y'
                READ TPL-ASSIGN
                   AT END MOVE 'Y' TO WS-TPLASSIGN-EOF
                   NOT AT END PERFORM NOTE-ASSIGNMENT
                END-READ
             END-PERFORM
             CLOSE TPL-ASSIGN
           END-IF.

       NOTE-ASSIGNMENT.
           IF TAS-STUDENT-ID IS NUMERIC AND TAS-TEMPLATE NOT = SPACES
             MOVE 0 TO WS-TAS-HIT
             PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                  UNTIL WS-TAS-IDX > WS-TAS-COUNT
                IF WS-TAS-ID(WS-TAS-IDX) = TAS-STUDENT-ID
                   MOVE WS-TAS-IDX TO WS-TAS-HIT
                END-IF
             END-PERFORM
             IF WS-TAS-HIT = 0
                IF WS-TAS-COUNT < 5000
                   ADD 1 TO WS-TAS-COUNT
                   MOVE WS-TAS-COUNT TO WS-TAS-HIT
                   MOVE TAS-STUDENT-ID TO WS-TAS-ID(WS-TAS-HIT)
                ELSE
                   MOVE 'Y' TO WS-TAS-FULL
                END-IF
             END-IF
             IF WS-TAS-HIT > 0
                MOVE TAS-TEMPLATE TO WS-TAS-TPL(WS-TAS-HIT)
             END-IF
           END-IF.

       NOTE-ARCHIVE-RECORD.
      *> the archive is in student order, every zone of a student
      *> together; the student's latest badge is the newest stamp
      *> across those zones.
           IF WS-GRP-OPEN = 'Y' AND ARCH-STUDENT-ID NOT = WS-GRP-ID
             PERFORM JUDGE-STUDENT
             MOVE 'N' TO WS-GRP-OPEN
           END-IF
           IF WS-GRP-OPEN = 'N'
             MOVE 'Y' TO WS-GRP-OPEN
             MOVE ARCH-STUDENT-ID TO WS-GRP-ID
             MOVE ARCH-RUN-DATE TO WS-GRP-DATE
             MOVE ARCH-RUN-TIME TO WS-GRP-TIME
           ELSE
             IF ARCH-RUN-DATE > WS-GRP-DATE
                   OR (ARCH-RUN-DATE = WS-GRP-DATE
                       AND ARCH-RUN-TIME > WS-GRP-TIME)
                MOVE ARCH-RUN-DATE TO WS-GRP-DATE
                MOVE ARCH-RUN-TIME TO WS-GRP-TIME
             END-IF
           END-IF.

       JUDGE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-GRP-ID TO MSX-ID
           READ MASTER-KEYED
              INVALID KEY
                 MOVE '(NOT ON MASTER)' TO WS-CUR-NAME
                 MOVE SPACES TO WS-CUR-DEPT
                 MOVE 'NOT ON MASTER' TO WS-CUR-STATE
              NOT INVALID KEY
                 MOVE MSX-NAME TO WS-CUR-NAME
                 MOVE MSX-DEPT TO WS-CUR-DEPT
                 IF MSX-ACTIVE = 'A'
                    MOVE 'ACTIVE' TO WS-CUR-STATE
                 ELSE
                    MOVE 'INACTIVE' TO WS-CUR-STATE
                 END-IF
           END-READ

           MOVE SPACES TO WS-CUR-TEMPLATE
           PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                UNTIL WS-TAS-IDX > WS-TAS-COUNT
             IF WS-TAS-ID(WS-TAS-IDX) = WS-GRP-ID
                MOVE WS-TAS-TPL(WS-TAS-IDX) TO WS-CUR-TEMPLATE
             END-IF
           END-PERFORM
           PERFORM FIND-POLICY
           IF WS-POL-HIT = 0
             ADD 1 TO WS-NO-POLICY-COUNT
           ELSE
             PERFORM COMPUTE-EXPIRY
             IF WS-CUR-EXPIRY NOT > WS-WINDOW-END
                PERFORM NOTE-EXPIRING-BADGE
             END-IF
           END-IF.

       FIND-POLICY.
           MOVE 0 TO WS-POL-HIT
           IF WS-CUR-TEMPLATE NOT = SPACES
             PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                  UNTIL WS-POL-IDX > WS-POL-COUNT
                IF WS-POL-TEMPLATE(WS-POL-IDX) = WS-CUR-TEMPLATE
                   MOVE WS-POL-IDX TO WS-POL-HIT
                END-IF
             END-PERFORM
           END-IF
           IF WS-POL-HIT = 0
             MOVE WS-POL-DEFAULT TO WS-POL-HIT
           END-IF
           IF WS-POL-HIT > 0
             MOVE WS-POL-RENEW(WS-POL-HIT) TO WS-CUR-RENEW-TPL
             IF WS-CUR-RENEW-TPL = SPACES
                MOVE WS-CUR-TEMPLATE TO WS-CUR-RENEW-TPL
             END-IF
           END-IF.

       COMPUTE-EXPIRY.
      *> a fixed date is the expiry outright; otherwise the term runs
      *> from the badge's run date.
           IF WS-POL-FIXED(WS-POL-HIT) > 0
             MOVE WS-POL-FIXED(WS-POL-HIT) TO WS-CUR-EXPIRY
           ELSE
             MOVE WS-GRP-DATE TO WS-DT-DATE
             MOVE WS-POL-TERM(WS-POL-HIT) TO WS-TERM-MONTHS
             PERFORM ADD-TERM-MONTHS
             MOVE WS-DT-DATE TO WS-CUR-EXPIRY
           END-IF
           MOVE WS-CUR-EXPIRY TO WS-DT-DATE
           PERFORM DATE-TO-DAYNUM
           COMPUTE WS-CUR-DAYS = WS-DT-DAYNUM - WS-ASOF-DAYNUM.

       NOTE-EXPIRING-BADGE.
      *> a badge is good through the day before its expiry date.
      *> active students are renewed through the feed; an expired
      *> badge held by anyone else is revoked.
           MOVE SPACES TO WS-CUR-ACTION
           IF WS-CUR-STATE = 'ACTIVE'
             IF WS-CUR-RENEW-TPL = SPACES
                ADD 1 TO WS-NO-TEMPLATE-COUNT
                MOVE 'NO TEMPLATE - BY HAND' TO WS-CUR-ACTION
             ELSE
                PERFORM WRITE-RENEWAL
                MOVE 'RENEWAL FED' TO WS-CUR-ACTION
             END-IF
           ELSE
             IF WS-CUR-EXPIRY NOT > WS-ASOF-DATE
                PERFORM WRITE-REVOCATION
                MOVE 'REVOKED' TO WS-CUR-ACTION
             ELSE
                MOVE 'NO RENEWAL' TO WS-CUR-ACTION
             END-IF
             MOVE WS-CUR-STATE TO WS-CUR-ACTION(12:13)
           END-IF
           IF WS-NT-COUNT < 5000
             ADD 1 TO WS-NT-COUNT
             IF WS-CUR-EXPIRY NOT > WS-ASOF-DATE
                MOVE 'X' TO WS-NT-KIND(WS-NT-COUNT)
             ELSE
                MOVE 'W' TO WS-NT-KIND(WS-NT-COUNT)
             END-IF
             MOVE WS-GRP-ID TO WS-NT-ID(WS-NT-COUNT)
             MOVE WS-CUR-NAME TO WS-NT-NAME(WS-NT-COUNT)
             MOVE WS-CUR-DEPT TO WS-NT-DEPT(WS-NT-COUNT)
             MOVE WS-CUR-TEMPLATE TO WS-NT-TEMPLATE(WS-NT-COUNT)
             MOVE WS-GRP-DATE TO WS-NT-BADGE-DATE(WS-NT-COUNT)
             MOVE WS-CUR-EXPIRY TO WS-NT-EXPIRY(WS-NT-COUNT)
             MOVE WS-CUR-DAYS TO WS-NT-DAYS(WS-NT-COUNT)
             MOVE WS-CUR-ACTION TO WS-NT-ACTION(WS-NT-COUNT)
           ELSE
             MOVE 'Y' TO WS-NT-FULL
           END-IF
           IF WS-CUR-EXPIRY NOT > WS-ASOF-DATE
             ADD 1 TO WS-EXPIRED-COUNT
           ELSE
             ADD 1 TO WS-EXPIRING-COUNT
           END-IF.

       WRITE-RENEWAL.
      *> effective on the as-of date, so FEED-TRANSLATE generates it
      *> at once rather than holding it.
           MOVE WS-GRP-ID TO RNW-STUDENT-ID
           MOVE WS-CUR-NAME TO RNW-NAME
           MOVE WS-CUR-RENEW-TPL TO RNW-TEMPLATE
           MOVE WS-ASOF-DATE TO RNW-EFF-DATE
           WRITE RENEW-RECORD
           ADD 1 TO WS-RENEWAL-COUNT.

       WRITE-REVOCATION.
           MOVE SPACES TO REVOKE-LINE
           MOVE WS-GRP-ID TO REVOKE-LINE(1:5)
           MOVE WS-CUR-NAME TO REVOKE-LINE(9:30)
           MOVE WS-CUR-DEPT TO REVOKE-LINE(40:4)
           MOVE WS-GRP-DATE TO REVOKE-LINE(46:8)
           MOVE WS-CUR-EXPIRY TO REVOKE-LINE(56:8)
           MOVE WS-CUR-STATE TO REVOKE-LINE(66:13)
           WRITE REVOKE-LINE
           ADD 1 TO WS-REVOKE-COUNT.

       WRITE-NOTICES.
           OPEN OUTPUT NOTICE-FILE
           MOVE SPACES TO NOTICE-LINE
           STRING 'BADGE RENEWAL NOTICES  AS AT ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  '  WINDOW ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'BADGES EXPIRING ON OR BEFORE ' DELIMITED BY SIZE
                  WS-WINDOW-END DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           PERFORM WRITE-NOTICE-HEADING
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                UNTIL WS-NT-IDX > WS-NT-COUNT
             IF WS-NT-KIND(WS-NT-IDX) = 'W'
                PERFORM WRITE-NOTICE-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-LINE
           STRING 'EXPIRING: ' DELIMITED BY SIZE
                  WS-EXPIRING-COUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'BADGES ALREADY EXPIRED:' TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-NOTICE-HEADING
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                UNTIL WS-NT-IDX > WS-NT-COUNT
             IF WS-NT-KIND(WS-NT-IDX) = 'X'
                PERFORM WRITE-NOTICE-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-LINE
           STRING 'EXPIRED: ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING 'RENEWALS FED: ' DELIMITED BY SIZE
                  WS-RENEWAL-COUNT DELIMITED BY SIZE
                  '  REVOKED: ' DELIMITED BY SIZE
                  WS-REVOKE-COUNT DELIMITED BY SIZE
                  '  NO POLICY: ' DELIMITED BY SIZE
                  WS-NO-POLICY-COUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           IF WS-NT-FULL = 'Y'
             MOVE 'MORE THAN 5000 NOTICES -- LIST INCOMPLETE'
                TO NOTICE-LINE
             WRITE NOTICE-LINE
           END-IF
           CLOSE NOTICE-FILE.

       WRITE-NOTICE-HEADING.
           MOVE SPACES TO NOTICE-LINE
           MOVE 'STUDENT' TO NOTICE-LINE(1:7)
           MOVE 'NAME' TO NOTICE-LINE(9:4)
           MOVE 'DEPT' TO NOTICE-LINE(40:4)
           MOVE 'TEMPLATE' TO NOTICE-LINE(46:8)
           MOVE 'BADGE' TO NOTICE-LINE(56:5)
           MOVE 'EXPIRES' TO NOTICE-LINE(66:7)
           MOVE 'DAYS' TO NOTICE-LINE(76:4)
           MOVE 'ACTION' TO NOTICE-LINE(83:6)
           WRITE NOTICE-LINE.

       WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-NT-ID(WS-NT-IDX) TO NOTICE-LINE(1:5)
           MOVE WS-NT-NAME(WS-NT-IDX) TO NOTICE-LINE(9:30)
           MOVE WS-NT-DEPT(WS-NT-IDX) TO NOTICE-LINE(40:4)
           MOVE WS-NT-TEMPLATE(WS-NT-IDX) TO NOTICE-LINE(46:8)
           MOVE WS-NT-BADGE-DATE(WS-NT-IDX) TO NOTICE-LINE(56:8)
           MOVE WS-NT-EXPIRY(WS-NT-IDX) TO NOTICE-LINE(66:8)
           MOVE WS-NT-DAYS(WS-NT-IDX) TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT TO NOTICE-LINE(75:5)
           MOVE WS-NT-ACTION(WS-NT-IDX) TO NOTICE-LINE(83:24)
           WRITE NOTICE-LINE.

       ADD-TERM-MONTHS.
      *> WS-DT-DATE moved on by WS-TERM-MONTHS months, the day held
      *> to the end of a shorter month.
           COMPUTE WS-MONTH-SERIAL = WS-DT-YEAR * 12 + WS-DT-MONTH - 1
              + WS-TERM-MONTHS
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-LEAP-QUO
              REMAINDER WS-LEAP-REM
           MOVE WS-LEAP-QUO TO WS-DT-YEAR
           COMPUTE WS-DT-MONTH = WS-LEAP-REM + 1
           MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-MONTH-LAST
           IF WS-DT-MONTH = 2
             DIVIDE WS-DT-YEAR BY 4 GIVING WS-LEAP-QUO
                REMAINDER WS-LEAP-REM
             IF WS-LEAP-REM = 0
                MOVE 29 TO WS-MONTH-LAST
                DIVIDE WS-DT-YEAR BY 100 GIVING WS-LEAP-QUO
                   REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = 0
                   MOVE 28 TO WS-MONTH-LAST
                   DIVIDE WS-DT-YEAR BY 400 GIVING WS-LEAP-QUO
                      REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                      MOVE 29 TO WS-MONTH-LAST
                   END-IF
                END-IF
             END-IF
           END-IF
           IF WS-DT-DAY > WS-MONTH-LAST
             MOVE WS-MONTH-LAST TO WS-DT-DAY
           END-IF.

       DATE-TO-DAYNUM.
           MOVE 'NUM' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.

       DAYNUM-TO-DATE.
           MOVE 'DAT' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.
