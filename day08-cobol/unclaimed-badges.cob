       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLAIMED-BADGES.

      *> weekly unclaimed-badge report for the card office: every
      *> printed badge -- each run stamp a student has on the badge
      *> archive -- with no handover on the issuance dataset after
      *> the pickup allowance, listed by department so departments
      *> can chase their students.  a card that has since been
      *> superseded by a newer run is marked for destruction rather
      *> than pickup.  a card BADGE-REISSUE has printed again since
      *> its handover is back in the drawer, and waits from the day
      *> it was reissued.  a second section flags every handover of a
      *> badge that has since been superseded, since that student is
      *> carrying an out-of-date card.

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

             SELECT ISSUE-KEYED ASSIGN TO DYNAMIC WS-ISSUE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ISS-KEY
             FILE STATUS IS WS-ISSUE-STATUS.

             SELECT UNCLAIMED-REPORT ASSIGN TO DYNAMIC WS-UNCLRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UNCLRPT-STATUS.

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

      *> same record BADGE-ISSUE keeps -- layout must stay in step
      *> with the counter program.
          FD ISSUE-KEYED.
          01 ISS-RECORD.
             05 ISS-KEY.
                10 ISS-STUDENT-ID PIC 9(5).
                10 ISS-RUN-DATE PIC 9(8).
                10 ISS-RUN-TIME PIC 9(6).
             05 ISS-CLERK PIC X(8).
             05 ISS-DATE PIC 9(8).
             05 ISS-TIME PIC 9(6).
             05 ISS-REISSUE-DATE PIC 9(8).
             05 ISS-REISSUE-TIME PIC 9(6).

          FD UNCLAIMED-REPORT.
          01 UNCL-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-ISSUE-DSN PIC X(100) VALUE 'issuance.dat'.
          01 WS-ISSUE-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-ISSUE PIC X(1) VALUE 'N'.
          01 WS-UNCLRPT-DSN PIC X(100) VALUE 'unclaimed.txt'.
          01 WS-UNCLRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.

      *> the pickup allowance in days, the as-of date, and the date
      *> pickup tracking began -- older cards were never tracked and
      *> are left off.  UNCLAIMEDDAYS, ASOFDATE and PICKUPSINCE
      *> override them.
          01 WS-DAYS-ENV PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ALLOW-DAYS PIC 9(3) VALUE 14.
          01 WS-ASOF-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ASOF-DATE PIC 9(8) VALUE 0.
          01 WS-ASOF-DAYNUM PIC S9(7) VALUE 0.
          01 WS-SINCE-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-SINCE-DATE PIC 9(8) VALUE 0.

      *> the run stamps of the student being read off the archive;
      *> each stamp is one printed card, whatever its zones.
          01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
          01 WS-GRP-ID PIC 9(5) VALUE 0.
          01 WS-ST-COUNT PIC 9(3) VALUE 0.
          01 WS-ST-IDX PIC 9(3) VALUE 0.
          01 WS-ST-HIT PIC 9(3) VALUE 0.
          01 WS-ST-LATEST PIC 9(3) VALUE 0.
          01 WS-ST-TABLE.
             05 WS-ST-ENTRY OCCURS 200 TIMES.
                10 WS-ST-DATE PIC 9(8).
                10 WS-ST-TIME PIC 9(6).
          01 WS-CUR-NAME PIC X(75) VALUE SPACES.
          01 WS-CUR-DEPT PIC X(4) VALUE SPACES.
          01 WS-CUR-WAIT PIC S9(7) VALUE 0.

      *> the cards still in the drawer, held so they print by
      *> department.
          01 WS-UC-COUNT PIC 9(5) VALUE 0.
          01 WS-UC-IDX PIC 9(5) VALUE 0.
          01 WS-UC-FULL PIC X(1) VALUE 'N'.
          01 WS-UC-TABLE.
             05 WS-UC-ENTRY OCCURS 5000 TIMES.
                10 WS-UC-DEPT PIC X(4).
                10 WS-UC-ID PIC 9(5).
                10 WS-UC-NAME PIC X(30).
                10 WS-UC-DATE PIC 9(8).
                10 WS-UC-TIME PIC 9(6).
                10 WS-UC-WAIT PIC S9(7).
                10 WS-UC-SUPERSEDED PIC X(1).

      *> the departments with unclaimed cards, in code order.
          01 WS-DP-COUNT PIC 9(3) VALUE 0.
          01 WS-DP-IDX PIC 9(3) VALUE 0.
          01 WS-DP-POS PIC 9(3) VALUE 0.
          01 WS-DP-HIT PIC 9(3) VALUE 0.
          01 WS-DP-TABLE.
             05 WS-DP-ENTRY OCCURS 200 TIMES.
                10 WS-DP-CODE PIC X(4).
                10 WS-DP-CARDS PIC 9(5).
          01 WS-DP-NEW-CODE PIC X(4) VALUE SPACES.

      *> handovers of cards a newer run has since replaced.
          01 WS-SH-COUNT PIC 9(4) VALUE 0.
          01 WS-SH-IDX PIC 9(4) VALUE 0.
          01 WS-SH-FULL PIC X(1) VALUE 'N'.
          01 WS-SH-TABLE.
             05 WS-SH-ENTRY OCCURS 2000 TIMES.
                10 WS-SH-ID PIC 9(5).
                10 WS-SH-NAME PIC X(30).
                10 WS-SH-DEPT PIC X(4).
                10 WS-SH-BADGE-DATE PIC 9(8).
                10 WS-SH-BADGE-TIME PIC 9(6).
                10 WS-SH-CLERK PIC X(8).
                10 WS-SH-ISSUED PIC 9(8).
                10 WS-SH-NEWER-DATE PIC 9(8).
                10 WS-SH-NEWER-TIME PIC 9(6).

          01 WS-CARD-COUNT PIC 9(6) VALUE 0.
          01 WS-PICKED-COUNT PIC 9(6) VALUE 0.
          01 WS-WAITING-COUNT PIC 9(6) VALUE 0.
          01 WS-DESTROY-COUNT PIC 9(6) VALUE 0.

      *> civil-date arithmetic, as BATCH-WINDOW does it.
          01 WS-DT-DATE PIC 9(8) VALUE 0.
          01 WS-DT-PARTS REDEFINES WS-DT-DATE.
             05 WS-DT-YEAR PIC 9(4).
             05 WS-DT-MONTH PIC 9(2).
             05 WS-DT-DAY PIC 9(2).
          01 WS-DT-DAYNUM PIC S9(7) VALUE 0.
          01 WS-DT-WEEKDAY PIC 9(1) VALUE 0.
          01 WS-DN-ACTION PIC X(3) VALUE SPACES.

          01 WS-WAIT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ISSUE-DSN FROM ENVIRONMENT 'ISSUEDD'
           IF WS-ISSUE-DSN = SPACES
             MOVE 'issuance.dat' TO WS-ISSUE-DSN
           END-IF
           ACCEPT WS-UNCLRPT-DSN FROM ENVIRONMENT 'UNCLAIMEDDD'
           IF WS-UNCLRPT-DSN = SPACES
             MOVE 'unclaimed.txt' TO WS-UNCLRPT-DSN
           END-IF
           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT 'UNCLAIMEDDAYS'
           IF WS-DAYS-ENV NOT = SPACES
             INSPECT WS-DAYS-ENV REPLACING LEADING SPACE BY '0'
             IF WS-DAYS-ENV IS NUMERIC
                MOVE WS-DAYS-ENV TO WS-ALLOW-DAYS
             END-IF
           END-IF
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'ASOFDATE'
           IF WS-ASOF-ENV NOT = SPACES
             INSPECT WS-ASOF-ENV REPLACING LEADING SPACE BY '0'
             IF WS-ASOF-ENV IS NUMERIC
                MOVE WS-ASOF-ENV TO WS-ASOF-DATE
             END-IF
           END-IF
           ACCEPT WS-SINCE-ENV FROM ENVIRONMENT 'PICKUPSINCE'
           IF WS-SINCE-ENV NOT = SPACES
             INSPECT WS-SINCE-ENV REPLACING LEADING SPACE BY '0'
             IF WS-SINCE-ENV IS NUMERIC
                MOVE WS-SINCE-ENV TO WS-SINCE-DATE
             END-IF
           END-IF
           MOVE WS-ASOF-DATE TO WS-DT-DATE
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM TO WS-ASOF-DAYNUM

           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF
      *> no issuance dataset yet means no card has been handed over.
           OPEN INPUT ISSUE-KEYED
           IF WS-ISSUE-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-ISSUE
           ELSE
             DISPLAY 'ISSUANCE DATASET UNAVAILABLE: ' WS-ISSUE-DSN
                ' -- NO HANDOVERS ON FILE'
           END-IF

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
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF
           IF WS-HAVE-ISSUE = 'Y'
             CLOSE ISSUE-KEYED
           END-IF

           PERFORM WRITE-REPORT
           DISPLAY 'CARDS PRINTED: ' WS-CARD-COUNT
              '  PICKED UP: ' WS-PICKED-COUNT
              '  UNCLAIMED: ' WS-WAITING-COUNT
              '  TO DESTROY: ' WS-DESTROY-COUNT
              '  SUPERSEDED HANDOVERS: ' WS-SH-COUNT
           IF WS-SH-COUNT > 0 OR WS-UC-FULL = 'Y' OR WS-SH-FULL = 'Y'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       NOTE-ARCHIVE-RECORD.
      *> every zone of a student arrives together; the distinct run
      *> stamps among them are the student's cards.
           IF WS-GRP-OPEN = 'Y' AND ARCH-STUDENT-ID NOT = WS-GRP-ID
             PERFORM JUDGE-STUDENT
             MOVE 'N' TO WS-GRP-OPEN
           END-IF
           IF WS-GRP-OPEN = 'N'
             MOVE 'Y' TO WS-GRP-OPEN
             MOVE ARCH-STUDENT-ID TO WS-GRP-ID
             MOVE 0 TO WS-ST-COUNT
           END-IF
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-DATE(WS-ST-IDX) = ARCH-RUN-DATE
                   AND WS-ST-TIME(WS-ST-IDX) = ARCH-RUN-TIME
                MOVE WS-ST-IDX TO WS-ST-HIT
             END-IF
           END-PERFORM
           IF WS-ST-HIT = 0 AND WS-ST-COUNT < 200
             ADD 1 TO WS-ST-COUNT
             MOVE ARCH-RUN-DATE TO WS-ST-DATE(WS-ST-COUNT)
             MOVE ARCH-RUN-TIME TO WS-ST-TIME(WS-ST-COUNT)
           END-IF.

       JUDGE-STUDENT.
           MOVE '(NOT ON MASTER)' TO WS-CUR-NAME
           MOVE '????' TO WS-CUR-DEPT
           IF WS-HAVE-MASTER = 'Y'
             MOVE WS-GRP-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY CONTINUE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-NAME TO WS-CUR-NAME
                IF MSX-DEPT NOT = SPACES
                   MOVE MSX-DEPT TO WS-CUR-DEPT
                END-IF
             END-IF
           END-IF
           MOVE 1 TO WS-ST-LATEST
           PERFORM VARYING WS-ST-IDX FROM 2 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-DATE(WS-ST-IDX) > WS-ST-DATE(WS-ST-LATEST)
                   OR (WS-ST-DATE(WS-ST-IDX) = WS-ST-DATE(WS-ST-LATEST)
                   AND WS-ST-TIME(WS-ST-IDX) > WS-ST-TIME(WS-ST-LATEST))
                MOVE WS-ST-IDX TO WS-ST-LATEST
             END-IF
           END-PERFORM
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
             IF WS-ST-DATE(WS-ST-IDX) NOT < WS-SINCE-DATE
                PERFORM JUDGE-CARD
             END-IF
           END-PERFORM.

       JUDGE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE '23' TO WS-ISSUE-STATUS
           IF WS-HAVE-ISSUE = 'Y'
             MOVE WS-GRP-ID TO ISS-STUDENT-ID
             MOVE WS-ST-DATE(WS-ST-IDX) TO ISS-RUN-DATE
             MOVE WS-ST-TIME(WS-ST-IDX) TO ISS-RUN-TIME
             READ ISSUE-KEYED
                INVALID KEY MOVE '23' TO WS-ISSUE-STATUS
             END-READ
           END-IF
      *> a reprint since the handover is waiting again, from the day
      *> it was reissued.
           MOVE WS-ST-DATE(WS-ST-IDX) TO WS-DT-DATE
           IF WS-ISSUE-STATUS = '00'
             IF ISS-REISSUE-DATE > ISS-DATE
                   OR (ISS-REISSUE-DATE = ISS-DATE
                       AND ISS-REISSUE-TIME > ISS-TIME)
                MOVE ISS-REISSUE-DATE TO WS-DT-DATE
                MOVE '23' TO WS-ISSUE-STATUS
             END-IF
           END-IF
           IF WS-ISSUE-STATUS = '00'
             ADD 1 TO WS-PICKED-COUNT
             IF WS-ST-IDX NOT = WS-ST-LATEST
                PERFORM NOTE-SUPERSEDED-HANDOVER
             END-IF
           ELSE
             PERFORM DATE-TO-DAYNUM
             COMPUTE WS-CUR-WAIT = WS-ASOF-DAYNUM - WS-DT-DAYNUM
             IF WS-CUR-WAIT > WS-ALLOW-DAYS
                PERFORM NOTE-UNCLAIMED-CARD
             END-IF
           END-IF.

       NOTE-UNCLAIMED-CARD.
           IF WS-ST-IDX = WS-ST-LATEST
             ADD 1 TO WS-WAITING-COUNT
           ELSE
             ADD 1 TO WS-DESTROY-COUNT
           END-IF
           IF WS-UC-COUNT < 5000
             ADD 1 TO WS-UC-COUNT
             MOVE WS-CUR-DEPT TO WS-UC-DEPT(WS-UC-COUNT)
             MOVE WS-GRP-ID TO WS-UC-ID(WS-UC-COUNT)
             MOVE WS-CUR-NAME TO WS-UC-NAME(WS-UC-COUNT)
             MOVE WS-ST-DATE(WS-ST-IDX) TO WS-UC-DATE(WS-UC-COUNT)
             MOVE WS-ST-TIME(WS-ST-IDX) TO WS-UC-TIME(WS-UC-COUNT)
             MOVE WS-CUR-WAIT TO WS-UC-WAIT(WS-UC-COUNT)
             IF WS-ST-IDX = WS-ST-LATEST
                MOVE 'N' TO WS-UC-SUPERSEDED(WS-UC-COUNT)
             ELSE
                MOVE 'Y' TO WS-UC-SUPERSEDED(WS-UC-COUNT)
             END-IF
             MOVE WS-CUR-DEPT TO WS-DP-NEW-CODE
             PERFORM NOTE-DEPARTMENT
           ELSE
             MOVE 'Y' TO WS-UC-FULL
           END-IF.

       NOTE-DEPARTMENT.
      *> the department list is kept in code order as it grows, so
      *> the report walks it straight through.
           MOVE 0 TO WS-DP-HIT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
             IF WS-DP-CODE(WS-DP-IDX) = WS-DP-NEW-CODE
                MOVE WS-DP-IDX TO WS-DP-HIT
             END-IF
           END-PERFORM
           IF WS-DP-HIT = 0 AND WS-DP-COUNT < 200
             MOVE WS-DP-COUNT TO WS-DP-POS
             ADD 1 TO WS-DP-POS
             PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                  UNTIL WS-DP-IDX > WS-DP-COUNT
                IF WS-DP-CODE(WS-DP-IDX) > WS-DP-NEW-CODE
                      AND WS-DP-POS > WS-DP-COUNT
                   MOVE WS-DP-IDX TO WS-DP-POS
                END-IF
             END-PERFORM
             PERFORM VARYING WS-DP-IDX FROM WS-DP-COUNT BY -1
                  UNTIL WS-DP-IDX < WS-DP-POS
                MOVE WS-DP-ENTRY(WS-DP-IDX)
                   TO WS-DP-ENTRY(WS-DP-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-DP-COUNT
             MOVE WS-DP-NEW-CODE TO WS-DP-CODE(WS-DP-POS)
             MOVE 0 TO WS-DP-CARDS(WS-DP-POS)
             MOVE WS-DP-POS TO WS-DP-HIT
           END-IF
           IF WS-DP-HIT > 0
             ADD 1 TO WS-DP-CARDS(WS-DP-HIT)
           END-IF.

       NOTE-SUPERSEDED-HANDOVER.
           IF WS-SH-COUNT < 2000
             ADD 1 TO WS-SH-COUNT
             MOVE WS-GRP-ID TO WS-SH-ID(WS-SH-COUNT)
             MOVE WS-CUR-NAME TO WS-SH-NAME(WS-SH-COUNT)
             MOVE WS-CUR-DEPT TO WS-SH-DEPT(WS-SH-COUNT)
             MOVE WS-ST-DATE(WS-ST-IDX) TO WS-SH-BADGE-DATE(WS-SH-COUNT)
             MOVE WS-ST-TIME(WS-ST-IDX) TO WS-SH-BADGE-TIME(WS-SH-COUNT)
             MOVE ISS-CLERK TO WS-SH-CLERK(WS-SH-COUNT)
             MOVE ISS-DATE TO WS-SH-ISSUED(WS-SH-COUNT)
             MOVE WS-ST-DATE(WS-ST-LATEST)
                TO WS-SH-NEWER-DATE(WS-SH-COUNT)
             MOVE WS-ST-TIME(WS-ST-LATEST)
                TO WS-SH-NEWER-TIME(WS-SH-COUNT)
           ELSE
             MOVE 'Y' TO WS-SH-FULL
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT UNCLAIMED-REPORT
           MOVE SPACES TO UNCL-RPT-LINE
           STRING 'UNCLAIMED BADGE REPORT  AS AT ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  '  PICKUP ALLOWANCE ' DELIMITED BY SIZE
                  WS-ALLOW-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           END-STRING
           WRITE UNCL-RPT-LINE
           MOVE SPACES TO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
             PERFORM WRITE-DEPARTMENT-GROUP
           END-PERFORM
           MOVE SPACES TO UNCL-RPT-LINE
           STRING 'UNCLAIMED: ' DELIMITED BY SIZE
                  WS-WAITING-COUNT DELIMITED BY SIZE
                  '  SUPERSEDED, TO DESTROY: ' DELIMITED BY SIZE
                  WS-DESTROY-COUNT DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           END-STRING
           WRITE UNCL-RPT-LINE
           IF WS-UC-FULL = 'Y'
             MOVE 'MORE THAN 5000 UNCLAIMED CARDS -- LIST INCOMPLETE'
                TO UNCL-RPT-LINE
             WRITE UNCL-RPT-LINE
           END-IF
           MOVE SPACES TO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           MOVE 'HANDOVERS SINCE SUPERSEDED BY A NEWER RUN:'
              TO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE
           MOVE SPACES TO UNCL-RPT-LINE
           MOVE 'STUDENT' TO UNCL-RPT-LINE(1:7)
           MOVE 'NAME' TO UNCL-RPT-LINE(9:4)
           MOVE 'DEPT' TO UNCL-RPT-LINE(40:4)
           MOVE 'CARD HANDED OVER' TO UNCL-RPT-LINE(46:16)
           MOVE 'BY' TO UNCL-RPT-LINE(63:2)
           MOVE 'ON' TO UNCL-RPT-LINE(72:2)
           MOVE 'NEWER RUN' TO UNCL-RPT-LINE(81:9)
           WRITE UNCL-RPT-LINE
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                UNTIL WS-SH-IDX > WS-SH-COUNT
             MOVE SPACES TO UNCL-RPT-LINE
             MOVE WS-SH-ID(WS-SH-IDX) TO UNCL-RPT-LINE(1:5)
             MOVE WS-SH-NAME(WS-SH-IDX) TO UNCL-RPT-LINE(9:30)
             MOVE WS-SH-DEPT(WS-SH-IDX) TO UNCL-RPT-LINE(40:4)
             MOVE WS-SH-BADGE-DATE(WS-SH-IDX) TO UNCL-RPT-LINE(46:8)
             MOVE WS-SH-BADGE-TIME(WS-SH-IDX) TO UNCL-RPT-LINE(55:6)
             MOVE WS-SH-CLERK(WS-SH-IDX) TO UNCL-RPT-LINE(63:8)
             MOVE WS-SH-ISSUED(WS-SH-IDX) TO UNCL-RPT-LINE(72:8)
             MOVE WS-SH-NEWER-DATE(WS-SH-IDX) TO UNCL-RPT-LINE(81:8)
             MOVE WS-SH-NEWER-TIME(WS-SH-IDX) TO UNCL-RPT-LINE(90:6)
             WRITE UNCL-RPT-LINE
           END-PERFORM
           MOVE SPACES TO UNCL-RPT-LINE
           STRING 'SUPERSEDED HANDOVERS: ' DELIMITED BY SIZE
                  WS-SH-COUNT DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           END-STRING
           WRITE UNCL-RPT-LINE
           IF WS-SH-FULL = 'Y'
             MOVE 'MORE THAN 2000 SUPERSEDED HANDOVERS -- LIST'
                TO UNCL-RPT-LINE
             MOVE ' INCOMPLETE' TO UNCL-RPT-LINE(44:11)
             WRITE UNCL-RPT-LINE
           END-IF
           CLOSE UNCLAIMED-REPORT.

       WRITE-DEPARTMENT-GROUP.
           MOVE SPACES TO UNCL-RPT-LINE
           STRING '==== DEPARTMENT ' DELIMITED BY SIZE
                  WS-DP-CODE(WS-DP-IDX) DELIMITED BY SIZE
                  '  UNCLAIMED CARDS ' DELIMITED BY SIZE
                  WS-DP-CARDS(WS-DP-IDX) DELIMITED BY SIZE
                  ' ====' DELIMITED BY SIZE
               INTO UNCL-RPT-LINE
           END-STRING
           WRITE UNCL-RPT-LINE
           MOVE SPACES TO UNCL-RPT-LINE
           MOVE 'STUDENT' TO UNCL-RPT-LINE(1:7)
           MOVE 'NAME' TO UNCL-RPT-LINE(9:4)
           MOVE 'PRINTED RUN' TO UNCL-RPT-LINE(40:11)
           MOVE 'DAYS' TO UNCL-RPT-LINE(56:4)
           MOVE 'STATUS' TO UNCL-RPT-LINE(63:6)
           WRITE UNCL-RPT-LINE
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                UNTIL WS-UC-IDX > WS-UC-COUNT
             IF WS-UC-DEPT(WS-UC-IDX) = WS-DP-CODE(WS-DP-IDX)
                MOVE SPACES TO UNCL-RPT-LINE
                MOVE WS-UC-ID(WS-UC-IDX) TO UNCL-RPT-LINE(1:5)
                MOVE WS-UC-NAME(WS-UC-IDX) TO UNCL-RPT-LINE(9:30)
                MOVE WS-UC-DATE(WS-UC-IDX) TO UNCL-RPT-LINE(40:8)
                MOVE WS-UC-TIME(WS-UC-IDX) TO UNCL-RPT-LINE(49:6)
                MOVE WS-UC-WAIT(WS-UC-IDX) TO WS-WAIT-EDIT
                MOVE WS-WAIT-EDIT TO UNCL-RPT-LINE(55:5)
                IF WS-UC-SUPERSEDED(WS-UC-IDX) = 'Y'
                   MOVE 'SUPERSEDED -- DESTROY'
                      TO UNCL-RPT-LINE(63:21)
                ELSE
                   MOVE 'AWAITING PICKUP' TO UNCL-RPT-LINE(63:15)
                END-IF
                WRITE UNCL-RPT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO UNCL-RPT-LINE
           WRITE UNCL-RPT-LINE.

       DATE-TO-DAYNUM.
           MOVE 'NUM' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.
