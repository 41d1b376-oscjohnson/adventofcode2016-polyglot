       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-COLLISION.

      *> badge code collision report for the registrar: every
      *> student's current badge -- the latest archived record per
      *> zone -- is swept off the badge archive, and every code that
      *> two or more active students hold in the same zone is
      *> listed with each holder's name and department, so new
      *> templates can be assigned before the card office's system
      *> quietly keeps one card and drops the others.
      *>
      *> the sweep is also the one complete picture of who holds
      *> which code, so the code index MAIN checks each night's
      *> badges against is rebuilt from it, clearing out whatever
      *> purges, erasures and backouts have left behind.

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

             SELECT CODE-INDEX ASSIGN TO DYNAMIC WS-CODEIX-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CIX-KEY
             FILE STATUS IS WS-CODEIX-STATUS.

             SELECT SORT-WORK ASSIGN TO DYNAMIC WS-SORTWK-DSN.

             SELECT COLLIDE-REPORT ASSIGN TO DYNAMIC WS-COLLRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLRPT-STATUS.

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

      *> same record MAIN keeps -- layout must stay in step with it.
          FD CODE-INDEX.
          01 CIX-RECORD.
             05 CIX-KEY.
                10 CIX-ZONE PIC X(10).
                10 CIX-CODE PIC X(199).
                10 CIX-STUDENT-ID PIC 9(5).
             05 CIX-RUN-DATE PIC 9(8).
             05 CIX-RUN-TIME PIC 9(6).

      *> one current badge zone per record, sorted so each code's
      *> holders arrive together.
          SD SORT-WORK.
          01 SRT-RECORD.
             05 SRT-ZONE PIC X(10).
             05 SRT-CODE PIC X(199).
             05 SRT-STUDENT-ID PIC 9(5).
             05 SRT-RUN-DATE PIC 9(8).
             05 SRT-RUN-TIME PIC 9(6).
             05 SRT-ACTIVE PIC X(1).
             05 SRT-DEPT PIC X(4).
             05 SRT-NAME PIC X(75).

          FD COLLIDE-REPORT.
          01 COLL-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-CODEIX-DSN PIC X(100) VALUE 'badgecodes.dat'.
          01 WS-CODEIX-STATUS PIC X(2) VALUE SPACES.
          01 WS-CODEIX-OK PIC X(1) VALUE 'N'.
          01 WS-SORTWK-DSN PIC X(100) VALUE 'collidesort.tmp'.
          01 WS-COLLRPT-DSN PIC X(100) VALUE 'collisions.txt'.
          01 WS-COLLRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-SORT-EOF PIC X(1) VALUE 'N'.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> the latest record seen for the student and zone being read
      *> -- the run stamp in the key makes the last one the newest.
          01 WS-HELD PIC X(1) VALUE 'N'.
          01 WS-HELD-ID PIC 9(5) VALUE 0.
          01 WS-HELD-ZONE PIC X(10) VALUE SPACES.
          01 WS-HELD-CODE PIC X(199) VALUE SPACES.
          01 WS-HELD-DATE PIC 9(8) VALUE 0.
          01 WS-HELD-TIME PIC 9(6) VALUE 0.
          01 WS-LOOKUP-ID PIC 9(5) VALUE 0.
          01 WS-LOOKUP-ACTIVE PIC X(1) VALUE 'Y'.
          01 WS-LOOKUP-DEPT PIC X(4) VALUE SPACES.
          01 WS-LOOKUP-NAME PIC X(75) VALUE SPACES.

      *> the holders of the code being read off the sort.
          01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
          01 WS-GRP-ZONE PIC X(10) VALUE SPACES.
          01 WS-GRP-CODE PIC X(199) VALUE SPACES.
          01 WS-GRP-ACTIVE PIC 9(5) VALUE 0.
          01 WS-GM-COUNT PIC 9(3) VALUE 0.
          01 WS-GM-IDX PIC 9(3) VALUE 0.
          01 WS-GM-TABLE.
             05 WS-GM-ENTRY OCCURS 100 TIMES.
                10 WS-GM-ID PIC 9(5).
                10 WS-GM-DEPT PIC X(4).
                10 WS-GM-NAME PIC X(40).
                10 WS-GM-DATE PIC 9(8).

          01 WS-BADGE-COUNT PIC 9(7) VALUE 0.
          01 WS-INDEX-COUNT PIC 9(7) VALUE 0.
          01 WS-SHARED-COUNT PIC 9(6) VALUE 0.
          01 WS-AFFECTED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-CODEIX-DSN FROM ENVIRONMENT 'BADGECODEDD'
           IF WS-CODEIX-DSN = SPACES
             MOVE 'badgecodes.dat' TO WS-CODEIX-DSN
           END-IF
           ACCEPT WS-SORTWK-DSN FROM ENVIRONMENT 'COLLSORTDD'
           IF WS-SORTWK-DSN = SPACES
             MOVE 'collidesort.tmp' TO WS-SORTWK-DSN
           END-IF
           ACCEPT WS-COLLRPT-DSN FROM ENVIRONMENT 'COLLISIONDD'
           IF WS-COLLRPT-DSN = SPACES
             MOVE 'collisions.txt' TO WS-COLLRPT-DSN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> without the master every holder counts as active -- a
      *> collision is still listed, just without names.
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           ELSE
             DISPLAY 'STUDENT MASTER UNAVAILABLE: ' WS-MASTER-DSN
                ' -- ALL HOLDERS TREATED AS ACTIVE'
           END-IF
           OPEN OUTPUT CODE-INDEX
           IF WS-CODEIX-STATUS = '00'
             MOVE 'Y' TO WS-CODEIX-OK
           ELSE
             DISPLAY 'CODE INDEX COULD NOT BE REBUILT: ' WS-CODEIX-DSN
                ' STATUS ' WS-CODEIX-STATUS
           END-IF
           OPEN OUTPUT COLLIDE-REPORT
           MOVE SPACES TO COLL-RPT-LINE
           STRING 'BADGE CODE COLLISION REPORT  RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO COLL-RPT-LINE
           END-STRING
           WRITE COLL-RPT-LINE
           MOVE SPACES TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           SORT SORT-WORK
              ON ASCENDING KEY SRT-ZONE
              ON ASCENDING KEY SRT-CODE
              ON ASCENDING KEY SRT-STUDENT-ID
              INPUT PROCEDURE IS SWEEP-ARCHIVE
              OUTPUT PROCEDURE IS FIND-COLLISIONS

           CLOSE BADGE-ARCHIVE
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF
           IF WS-CODEIX-OK = 'Y'
             CLOSE CODE-INDEX
           END-IF

           IF WS-SHARED-COUNT = 0
             MOVE 'NO CODE IS SHARED BY MORE THAN ONE ACTIVE STUDENT'
                TO COLL-RPT-LINE
             WRITE COLL-RPT-LINE
             MOVE SPACES TO COLL-RPT-LINE
             WRITE COLL-RPT-LINE
           END-IF
           MOVE SPACES TO COLL-RPT-LINE
           STRING 'CURRENT BADGE ZONES: ' DELIMITED BY SIZE
                  WS-BADGE-COUNT DELIMITED BY SIZE
                  '  SHARED CODES: ' DELIMITED BY SIZE
                  WS-SHARED-COUNT DELIMITED BY SIZE
                  '  STUDENTS AFFECTED: ' DELIMITED BY SIZE
                  WS-AFFECTED-COUNT DELIMITED BY SIZE
               INTO COLL-RPT-LINE
           END-STRING
           WRITE COLL-RPT-LINE
           MOVE SPACES TO COLL-RPT-LINE
           IF WS-CODEIX-OK = 'Y'
             STRING 'CODE INDEX REBUILT: ' DELIMITED BY SIZE
                    WS-INDEX-COUNT DELIMITED BY SIZE
                    ' ENTRIES' DELIMITED BY SIZE
                 INTO COLL-RPT-LINE
             END-STRING
           ELSE
             MOVE 'CODE INDEX NOT REBUILT' TO COLL-RPT-LINE
           END-IF
           WRITE COLL-RPT-LINE
           CLOSE COLLIDE-REPORT

           DISPLAY 'CURRENT BADGE ZONES: ' WS-BADGE-COUNT
              '  SHARED CODES: ' WS-SHARED-COUNT
              '  STUDENTS AFFECTED: ' WS-AFFECTED-COUNT
           IF WS-SHARED-COUNT > 0 OR WS-CODEIX-OK = 'N'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SWEEP-ARCHIVE.
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   IF WS-HELD = 'Y'
                         AND (ARCH-STUDENT-ID NOT = WS-HELD-ID
                            OR ARCH-ZONE NOT = WS-HELD-ZONE)
                      PERFORM RELEASE-HELD-BADGE
                   END-IF
                   MOVE 'Y' TO WS-HELD
                   MOVE ARCH-STUDENT-ID TO WS-HELD-ID
                   MOVE ARCH-ZONE TO WS-HELD-ZONE
                   MOVE ARCH-CODE TO WS-HELD-CODE
                   MOVE ARCH-RUN-DATE TO WS-HELD-DATE
                   MOVE ARCH-RUN-TIME TO WS-HELD-TIME
             END-READ
           END-PERFORM
           IF WS-HELD = 'Y'
             PERFORM RELEASE-HELD-BADGE
           END-IF.

       RELEASE-HELD-BADGE.
           MOVE 'N' TO WS-HELD
           IF WS-HELD-CODE NOT = SPACES
             IF WS-HELD-ID NOT = WS-LOOKUP-ID
                PERFORM LOOKUP-HOLDER
             END-IF
             ADD 1 TO WS-BADGE-COUNT
             MOVE WS-HELD-ZONE TO SRT-ZONE
             MOVE WS-HELD-CODE TO SRT-CODE
             MOVE WS-HELD-ID TO SRT-STUDENT-ID
             MOVE WS-HELD-DATE TO SRT-RUN-DATE
             MOVE WS-HELD-TIME TO SRT-RUN-TIME
             MOVE WS-LOOKUP-ACTIVE TO SRT-ACTIVE
             MOVE WS-LOOKUP-DEPT TO SRT-DEPT
             MOVE WS-LOOKUP-NAME TO SRT-NAME
             RELEASE SRT-RECORD
           END-IF.

       LOOKUP-HOLDER.
      *> a student off the master altogether holds no live card.
           MOVE WS-HELD-ID TO WS-LOOKUP-ID
           MOVE 'Y' TO WS-LOOKUP-ACTIVE
           MOVE SPACES TO WS-LOOKUP-DEPT
           MOVE SPACES TO WS-LOOKUP-NAME
           IF WS-HAVE-MASTER = 'Y'
             MOVE WS-HELD-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY MOVE 'N' TO WS-LOOKUP-ACTIVE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-DEPT TO WS-LOOKUP-DEPT
                MOVE MSX-NAME TO WS-LOOKUP-NAME
                IF MSX-ACTIVE NOT = 'A'
                   MOVE 'N' TO WS-LOOKUP-ACTIVE
                END-IF
             END-IF
           END-IF.

       FIND-COLLISIONS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN SORT-WORK
                AT END MOVE 'Y' TO WS-SORT-EOF
                NOT AT END
                   IF WS-GRP-OPEN = 'Y'
                         AND (SRT-ZONE NOT = WS-GRP-ZONE
                            OR SRT-CODE NOT = WS-GRP-CODE)
                      PERFORM JUDGE-CODE
                   END-IF
                   IF WS-GRP-OPEN = 'N'
                      MOVE 'Y' TO WS-GRP-OPEN
                      MOVE SRT-ZONE TO WS-GRP-ZONE
                      MOVE SRT-CODE TO WS-GRP-CODE
                      MOVE 0 TO WS-GRP-ACTIVE
                      MOVE 0 TO WS-GM-COUNT
                   END-IF
                   PERFORM NOTE-HOLDER
             END-RETURN
           END-PERFORM
           IF WS-GRP-OPEN = 'Y'
             PERFORM JUDGE-CODE
           END-IF.

       NOTE-HOLDER.
      *> every current badge goes back on the index, whether or not
      *> its holder is still active -- MAIN checks that itself.
           IF WS-CODEIX-OK = 'Y'
             MOVE SRT-ZONE TO CIX-ZONE
             MOVE SRT-CODE TO CIX-CODE
             MOVE SRT-STUDENT-ID TO CIX-STUDENT-ID
             MOVE SRT-RUN-DATE TO CIX-RUN-DATE
             MOVE SRT-RUN-TIME TO CIX-RUN-TIME
             WRITE CIX-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO WS-INDEX-COUNT
             END-WRITE
           END-IF
           IF SRT-ACTIVE = 'Y'
             ADD 1 TO WS-GRP-ACTIVE
             IF WS-GM-COUNT < 100
                ADD 1 TO WS-GM-COUNT
                MOVE SRT-STUDENT-ID TO WS-GM-ID(WS-GM-COUNT)
                MOVE SRT-DEPT TO WS-GM-DEPT(WS-GM-COUNT)
                MOVE SRT-NAME TO WS-GM-NAME(WS-GM-COUNT)
                MOVE SRT-RUN-DATE TO WS-GM-DATE(WS-GM-COUNT)
             END-IF
           END-IF.

       JUDGE-CODE.
           MOVE 'N' TO WS-GRP-OPEN
           IF WS-GRP-ACTIVE > 1
             ADD 1 TO WS-SHARED-COUNT
             ADD WS-GRP-ACTIVE TO WS-AFFECTED-COUNT
             MOVE SPACES TO COLL-RPT-LINE
             STRING 'ZONE ' DELIMITED BY SIZE
                    WS-GRP-ZONE DELIMITED BY SPACE
                    '  CODE ' DELIMITED BY SIZE
                    WS-GRP-CODE DELIMITED BY SPACE
                    '  HELD BY ' DELIMITED BY SIZE
                    WS-GRP-ACTIVE DELIMITED BY SIZE
                    ' ACTIVE STUDENTS' DELIMITED BY SIZE
                 INTO COLL-RPT-LINE
             END-STRING
             WRITE COLL-RPT-LINE
             PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                  UNTIL WS-GM-IDX > WS-GM-COUNT
                MOVE SPACES TO COLL-RPT-LINE
                MOVE WS-GM-ID(WS-GM-IDX) TO COLL-RPT-LINE(3:5)
                MOVE WS-GM-DEPT(WS-GM-IDX) TO COLL-RPT-LINE(10:4)
                MOVE WS-GM-NAME(WS-GM-IDX) TO COLL-RPT-LINE(16:40)
                MOVE 'PRINTED' TO COLL-RPT-LINE(58:7)
                MOVE WS-GM-DATE(WS-GM-IDX) TO COLL-RPT-LINE(66:8)
                WRITE COLL-RPT-LINE
             END-PERFORM
             IF WS-GRP-ACTIVE > WS-GM-COUNT
                MOVE SPACES TO COLL-RPT-LINE
                MOVE '  ... MORE HOLDERS THAN LISTED' TO COLL-RPT-LINE
                WRITE COLL-RPT-LINE
             END-IF
             MOVE SPACES TO COLL-RPT-LINE
             WRITE COLL-RPT-LINE
           END-IF.
