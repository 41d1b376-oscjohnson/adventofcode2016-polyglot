       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-FEED.

      *> nightly delta feed for the building access system: one
      *> record per change since the last feed.  a student with a
      *> badge archived since the last feed goes out as an ADD (the
      *> access system has never held a card for them) or a REPLACE
      *> (it holds an older one), carrying the BARCODE-STRIPE number
      *> and the current code for every zone on the badge.  a
      *> student the access system holds a card for who has since
      *> been deactivated by MASTER-MAINT, or dropped from the
      *> master entirely, goes out as a REVOKE so the card stops
      *> opening doors the next morning.
      *>
      *> three datasets carry the feed from night to night: the
      *> control record (feed sequence number and the archive
      *> high-water stamp -- the newest archive record already
      *> sent), the access state (every student the access system
      *> currently holds a valid card for, in student order), and
      *> the feed itself, one generation per sequence number with a
      *> header and a counted trailer so the access system can tell
      *> a missed or truncated file.  the access state is kept in
      *> generations by sequence number too: a feed reads the state
      *> the last feed left and writes its own as the next
      *> generation, never over the one it read.  the control record
      *> is rewritten last, so a feed that dies part way is simply
      *> produced again under the same sequence number, from the
      *> same untouched state.

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

             SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.

             SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATE-STATUS.

             SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS.

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

      *> one record: the last sequence number sent, the newest
      *> archive stamp already sent, and the date it was sent.
          FD CONTROL-FILE.
          01 CTL-RECORD.
             05 CTL-SEQ PIC 9(6).
             05 CTL-HW-DATE PIC 9(8).
             05 CTL-HW-TIME PIC 9(6).
             05 CTL-FEED-DATE PIC 9(8).

      *> one record per card the access system holds, ascending by
      *> student, with the archive stamp of the badge it was sent.
          FD STATE-FILE.
          01 ST-RECORD.
             05 ST-STUDENT-ID PIC 9(5).
             05 ST-BARCODE PIC 9(6).
             05 ST-RUN-DATE PIC 9(8).
             05 ST-RUN-TIME PIC 9(6).

          FD FEED-FILE.
          01 FEED-LINE PIC X(700).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-CONTROL-DSN PIC X(100) VALUE 'accessctl.txt'.
          01 WS-CONTROL-STATUS PIC X(2) VALUE SPACES.
          01 WS-STATE-DSN PIC X(100) VALUE 'accessstate.txt'.
          01 WS-STATE-BASE PIC X(100) VALUE SPACES.
          01 WS-STATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-FEED-DSN PIC X(100) VALUE 'accessfeed.txt'.
          01 WS-FEED-STATUS PIC X(2) VALUE SPACES.
          01 WS-DSN-WORK PIC X(100) VALUE SPACES.

          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-STATE-EOF PIC X(1) VALUE 'N'.
          01 WS-FIRST-FEED PIC X(1) VALUE 'N'.

      *> the feed sequence and the high-water stamp.  stamps compare
      *> as date-then-time digit strings, so the group compare is
      *> the chronological one.
          01 WS-FEED-SEQ PIC 9(6) VALUE 0.
          01 WS-OLD-HW.
             05 WS-OLD-HW-DATE PIC 9(8) VALUE 0.
             05 WS-OLD-HW-TIME PIC 9(6) VALUE 0.
          01 WS-NEW-HW.
             05 WS-NEW-HW-DATE PIC 9(8) VALUE 0.
             05 WS-NEW-HW-TIME PIC 9(6) VALUE 0.
          01 WS-REC-STAMP.
             05 WS-REC-DATE PIC 9(8) VALUE 0.
             05 WS-REC-TIME PIC 9(6) VALUE 0.

      *> the access state as the last feed left it, walked in step
      *> with the archive (both run in student order).
          01 WS-ST-COUNT PIC 9(5) VALUE 0.
          01 WS-ST-IDX PIC 9(5) VALUE 0.
          01 WS-ST-CUR PIC 9(5) VALUE 1.
          01 WS-ST-TABLE.
             05 WS-ST-ENTRY OCCURS 20000 TIMES.
                10 WS-ST-ID PIC 9(5).
                10 WS-ST-BARCODE PIC 9(6).
                10 WS-ST-DATE PIC 9(8).
                10 WS-ST-TIME PIC 9(6).

      *> the archived student being gathered: the newest record per
      *> zone, and whether any of the student's records is newer
      *> than the high-water stamp.
          01 WS-GRP-ID PIC 9(5) VALUE 0.
          01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
          01 WS-GRP-NEW PIC X(1) VALUE 'N'.
          01 WS-GRP-IN-STATE PIC X(1) VALUE 'N'.
          01 WS-GRP-STAMP.
             05 WS-GRP-DATE PIC 9(8) VALUE 0.
             05 WS-GRP-TIME PIC 9(6) VALUE 0.
          01 WS-ZONE-COUNT PIC 9(1) VALUE 0.
          01 WS-ZONE-IDX PIC 9(1) VALUE 0.
          01 WS-ZONE-HIT PIC 9(1) VALUE 0.
          01 WS-ZONE-TABLE.
             05 WS-ZONE-ENTRY OCCURS 3 TIMES.
                10 WS-ZONE-NAME PIC X(10).
                10 WS-ZONE-CODE PIC X(199).

      *> the barcode the stripe encodes: the student number with a
      *> leading zero, six digits, exactly as BARCODE-STRIPE pads it.
          01 WS-BARCODE PIC 9(6) VALUE 0.
          01 WS-CHECK-ID PIC 9(5) VALUE 0.
          01 WS-STUDENT-VALID PIC X(1) VALUE 'N'.

      *> the feed's fixed record layouts -- the access system reads
      *> these by column.
          01 WS-FEED-HEADER.
             05 FH-TYPE PIC X(7) VALUE 'HEADER'.
             05 FILLER PIC X(1) VALUE SPACE.
             05 FH-SEQ PIC 9(6).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FH-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FH-TIME PIC 9(6).
             05 FILLER PIC X(7) VALUE ' SINCE '.
             05 FH-SINCE-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FH-SINCE-TIME PIC 9(6).
          01 WS-FEED-DETAIL.
             05 FD-TYPE PIC X(7).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FD-STUDENT-ID PIC 9(5).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FD-BARCODE PIC 9(6).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FD-BADGE-DATE PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FD-BADGE-TIME PIC 9(6).
             05 FD-ZONE-ENTRY OCCURS 3 TIMES.
                10 FILLER PIC X(1).
                10 FD-ZONE PIC X(10).
                10 FILLER PIC X(1).
                10 FD-CODE PIC X(199).
          01 WS-FEED-TRAILER.
             05 FT-TYPE PIC X(7) VALUE 'TRAILER'.
             05 FILLER PIC X(1) VALUE SPACE.
             05 FT-SEQ PIC 9(6).
             05 FILLER PIC X(5) VALUE ' ADD '.
             05 FT-ADD PIC 9(6).
             05 FILLER PIC X(9) VALUE ' REPLACE '.
             05 FT-REPLACE PIC 9(6).
             05 FILLER PIC X(8) VALUE ' REVOKE '.
             05 FT-REVOKE PIC 9(6).
             05 FILLER PIC X(9) VALUE ' RECORDS '.
             05 FT-RECORDS PIC 9(6).

          01 WS-ADD-COUNT PIC 9(6) VALUE 0.
          01 WS-REPLACE-COUNT PIC 9(6) VALUE 0.
          01 WS-REVOKE-COUNT PIC 9(6) VALUE 0.
          01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
          01 WS-HELD-COUNT PIC 9(6) VALUE 0.
          01 WS-INACTIVE-SKIP PIC 9(6) VALUE 0.
          01 WS-ARCH-READ PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-CONTROL-DSN FROM ENVIRONMENT 'ACCESSCTLDD'
           IF WS-CONTROL-DSN = SPACES
             MOVE 'accessctl.txt' TO WS-CONTROL-DSN
           END-IF
           ACCEPT WS-STATE-DSN FROM ENVIRONMENT 'ACCESSSTATEDD'
           IF WS-STATE-DSN = SPACES
             MOVE 'accessstate.txt' TO WS-STATE-DSN
           END-IF
           MOVE WS-STATE-DSN TO WS-STATE-BASE
           ACCEPT WS-FEED-DSN FROM ENVIRONMENT 'ACCESSFEEDDD'
           IF WS-FEED-DSN = SPACES
             MOVE 'accessfeed.txt' TO WS-FEED-DSN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM READ-CONTROL-RECORD
           PERFORM LOAD-ACCESS-STATE
           IF RETURN-CODE = 12
             GOBACK
           END-IF

      *> without the archive there is nothing to send, and without
      *> the master a deactivated card cannot be told from a good
      *> one -- either one missing stops the feed.
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' STATUS ' WS-ARCHIVE-STATUS ' -- FEED REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'STUDENT MASTER UNAVAILABLE: ' WS-MASTER-DSN
                ' -- FEED REFUSED'
             CLOSE BADGE-ARCHIVE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

      *> each sequence number gets its own generation, so a feed the
      *> access system missed can be sent again as it was.
           ADD 1 TO WS-FEED-SEQ
           MOVE WS-FEED-DSN TO WS-DSN-WORK
           MOVE SPACES TO WS-FEED-DSN
           STRING WS-DSN-WORK DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-FEED-SEQ DELIMITED BY SIZE
               INTO WS-FEED-DSN
           END-STRING
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
             DISPLAY 'ACCESS FEED DATASET UNAVAILABLE: ' WS-FEED-DSN
                ' STATUS ' WS-FEED-STATUS ' -- FEED REFUSED'
             CLOSE BADGE-ARCHIVE
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-STATE-DSN
           STRING WS-STATE-BASE DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-FEED-SEQ DELIMITED BY SIZE
               INTO WS-STATE-DSN
           END-STRING
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
             DISPLAY 'ACCESS STATE DATASET UNAVAILABLE: ' WS-STATE-DSN
                ' STATUS ' WS-STATE-STATUS ' -- FEED REFUSED'
             CLOSE FEED-FILE
             CLOSE BADGE-ARCHIVE
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-FEED-SEQ TO FH-SEQ
           MOVE WS-RUN-DATE TO FH-DATE
           MOVE WS-RUN-TIME(1:6) TO FH-TIME
           MOVE WS-OLD-HW-DATE TO FH-SINCE-DATE
           MOVE WS-OLD-HW-TIME TO FH-SINCE-TIME
           MOVE WS-FEED-HEADER TO FEED-LINE
           WRITE FEED-LINE
           MOVE WS-OLD-HW TO WS-NEW-HW

           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   ADD 1 TO WS-ARCH-READ
                   PERFORM NOTE-ARCHIVE-RECORD
             END-READ
           END-PERFORM
           IF WS-GRP-OPEN = 'Y'
             PERFORM CLOSE-ARCHIVE-STUDENT
           END-IF
      *> cards held for students with nothing left on the archive
      *> are still judged against the master.
           PERFORM UNTIL WS-ST-CUR > WS-ST-COUNT
             PERFORM CHECK-HELD-CARD
             ADD 1 TO WS-ST-CUR
           END-PERFORM

           COMPUTE WS-RECORD-COUNT
              = WS-ADD-COUNT + WS-REPLACE-COUNT + WS-REVOKE-COUNT
           MOVE WS-FEED-SEQ TO FT-SEQ
           MOVE WS-ADD-COUNT TO FT-ADD
           MOVE WS-REPLACE-COUNT TO FT-REPLACE
           MOVE WS-REVOKE-COUNT TO FT-REVOKE
           MOVE WS-RECORD-COUNT TO FT-RECORDS
           MOVE WS-FEED-TRAILER TO FEED-LINE
           WRITE FEED-LINE
           CLOSE FEED-FILE
           CLOSE STATE-FILE
           CLOSE BADGE-ARCHIVE
           CLOSE MASTER-KEYED

      *> a control record that did not land leaves tonight's feed
      *> and state generation unclaimed; the next feed reproduces
      *> them under the same sequence, so the operator must know
      *> not to send this one.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
             DISPLAY 'ACCESS FEED CONTROL UNAVAILABLE: '
                WS-CONTROL-DSN ' STATUS ' WS-CONTROL-STATUS
                ' -- FEED ' WS-FEED-SEQ ' NOT RECORDED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-FEED-SEQ TO CTL-SEQ
           MOVE WS-NEW-HW-DATE TO CTL-HW-DATE
           MOVE WS-NEW-HW-TIME TO CTL-HW-TIME
           MOVE WS-RUN-DATE TO CTL-FEED-DATE
           WRITE CTL-RECORD
           IF WS-CONTROL-STATUS NOT = '00'
             DISPLAY 'ACCESS FEED CONTROL WRITE FAILED: '
                WS-CONTROL-DSN ' STATUS ' WS-CONTROL-STATUS
                ' -- FEED ' WS-FEED-SEQ ' NOT RECORDED'
             CLOSE CONTROL-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           CLOSE CONTROL-FILE

           DISPLAY 'ACCESS FEED ' WS-FEED-SEQ ' WRITTEN: ' WS-FEED-DSN
           DISPLAY 'ADD: ' WS-ADD-COUNT
              '  REPLACE: ' WS-REPLACE-COUNT
              '  REVOKE: ' WS-REVOKE-COUNT
              '  CARDS HELD: ' WS-HELD-COUNT
           IF WS-INACTIVE-SKIP > 0
             DISPLAY 'NEW BADGES NOT SENT, STUDENT NOT ACTIVE: '
                WS-INACTIVE-SKIP
           END-IF
           GOBACK.

       READ-CONTROL-RECORD.
      *> no control record means no feed has ever gone out: this one
      *> is sequence 1 and carries every archived badge.
           MOVE 0 TO WS-FEED-SEQ
           MOVE 0 TO WS-OLD-HW-DATE
           MOVE 0 TO WS-OLD-HW-TIME
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
             MOVE 'Y' TO WS-FIRST-FEED
           ELSE
             READ CONTROL-FILE
                AT END MOVE 'Y' TO WS-FIRST-FEED
             END-READ
             IF WS-FIRST-FEED = 'N'
                IF CTL-SEQ IS NUMERIC AND CTL-HW-DATE IS NUMERIC
                      AND CTL-HW-TIME IS NUMERIC
                   MOVE CTL-SEQ TO WS-FEED-SEQ
                   MOVE CTL-HW-DATE TO WS-OLD-HW-DATE
                   MOVE CTL-HW-TIME TO WS-OLD-HW-TIME
                ELSE
                   MOVE 'Y' TO WS-FIRST-FEED
                END-IF
             END-IF
             CLOSE CONTROL-FILE
           END-IF
           IF WS-FIRST-FEED = 'Y'
             DISPLAY 'NO ACCESS FEED CONTROL RECORD -- FULL FEED'
           END-IF.

       LOAD-ACCESS-STATE.
      *> after the first feed the state is what tells a REPLACE from
      *> an ADD and finds the cards to revoke; losing it would
      *> silently leave revoked cards live, so a missing state with
      *> a control record present stops the feed.  the generation
      *> read is the one the control record's sequence wrote.
           MOVE 0 TO WS-ST-COUNT
           IF WS-FIRST-FEED = 'Y'
             MOVE '35' TO WS-STATE-STATUS
           ELSE
             MOVE SPACES TO WS-STATE-DSN
             STRING WS-STATE-BASE DELIMITED BY SPACE
                    '.' DELIMITED BY SIZE
                    WS-FEED-SEQ DELIMITED BY SIZE
                 INTO WS-STATE-DSN
             END-STRING
             OPEN INPUT STATE-FILE
           END-IF
           IF WS-STATE-STATUS NOT = '00'
             IF WS-FIRST-FEED = 'N'
                DISPLAY 'ACCESS STATE UNAVAILABLE: ' WS-STATE-DSN
                   ' -- FEED REFUSED'
                MOVE 12 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 'N' TO WS-STATE-EOF
             PERFORM UNTIL WS-STATE-EOF = 'Y'
                READ STATE-FILE
                   AT END MOVE 'Y' TO WS-STATE-EOF
                   NOT AT END PERFORM NOTE-STATE-RECORD
                END-READ
             END-PERFORM
             CLOSE STATE-FILE
           END-IF.

       NOTE-STATE-RECORD.
           IF ST-STUDENT-ID IS NUMERIC
             IF WS-ST-COUNT < 20000
                ADD 1 TO WS-ST-COUNT
                MOVE ST-STUDENT-ID TO WS-ST-ID(WS-ST-COUNT)
                MOVE ST-BARCODE TO WS-ST-BARCODE(WS-ST-COUNT)
                MOVE ST-RUN-DATE TO WS-ST-DATE(WS-ST-COUNT)
                MOVE ST-RUN-TIME TO WS-ST-TIME(WS-ST-COUNT)
             ELSE
                DISPLAY 'ACCESS STATE EXCEEDS 20000 CARDS'
                   ' -- FEED REFUSED'
                MOVE 'Y' TO WS-STATE-EOF
                MOVE 12 TO RETURN-CODE
             END-IF
           END-IF.

       NOTE-ARCHIVE-RECORD.
           IF WS-GRP-OPEN = 'Y' AND ARCH-STUDENT-ID NOT = WS-GRP-ID
             PERFORM CLOSE-ARCHIVE-STUDENT
           END-IF
           IF WS-GRP-OPEN = 'N'
             MOVE 'Y' TO WS-GRP-OPEN
             MOVE ARCH-STUDENT-ID TO WS-GRP-ID
             MOVE 'N' TO WS-GRP-NEW
             MOVE 0 TO WS-GRP-DATE
             MOVE 0 TO WS-GRP-TIME
             MOVE 0 TO WS-ZONE-COUNT
             MOVE SPACES TO WS-ZONE-TABLE
           END-IF
           MOVE ARCH-RUN-DATE TO WS-REC-DATE
           MOVE ARCH-RUN-TIME TO WS-REC-TIME
           IF WS-REC-STAMP > WS-OLD-HW
             MOVE 'Y' TO WS-GRP-NEW
           END-IF
           IF WS-REC-STAMP > WS-NEW-HW
             MOVE WS-REC-STAMP TO WS-NEW-HW
           END-IF
           IF WS-REC-STAMP > WS-GRP-STAMP
             MOVE WS-REC-STAMP TO WS-GRP-STAMP
           END-IF
      *> a zone's records run oldest first, so each one read
      *> overwrites the last and the newest code is left standing.
           MOVE 0 TO WS-ZONE-HIT
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-NAME(WS-ZONE-IDX) = ARCH-ZONE
                MOVE WS-ZONE-IDX TO WS-ZONE-HIT
             END-IF
           END-PERFORM
           IF WS-ZONE-HIT = 0 AND WS-ZONE-COUNT < 3
             ADD 1 TO WS-ZONE-COUNT
             MOVE WS-ZONE-COUNT TO WS-ZONE-HIT
             MOVE ARCH-ZONE TO WS-ZONE-NAME(WS-ZONE-HIT)
           END-IF
           IF WS-ZONE-HIT > 0
             MOVE ARCH-CODE TO WS-ZONE-CODE(WS-ZONE-HIT)
           END-IF.

       CLOSE-ARCHIVE-STUDENT.
      *> held cards for lower student numbers have no archive group
      *> of their own -- judge them first, in order.
           PERFORM UNTIL WS-ST-CUR > WS-ST-COUNT
                 OR WS-ST-ID(WS-ST-CUR) NOT < WS-GRP-ID
             PERFORM CHECK-HELD-CARD
             ADD 1 TO WS-ST-CUR
           END-PERFORM
           MOVE 'N' TO WS-GRP-IN-STATE
           IF WS-ST-CUR NOT > WS-ST-COUNT
             IF WS-ST-ID(WS-ST-CUR) = WS-GRP-ID
                MOVE 'Y' TO WS-GRP-IN-STATE
             END-IF
           END-IF
      *> nothing newer than the high-water mark, but the newest
      *> badge left on the archive is not the one the access system
      *> holds -- a backout has taken the held one away.  the codes
      *> standing now go out as a REPLACE.
           IF WS-GRP-NEW = 'N'
             IF WS-GRP-IN-STATE = 'Y'
                IF WS-GRP-DATE = WS-ST-DATE(WS-ST-CUR)
                      AND WS-GRP-TIME = WS-ST-TIME(WS-ST-CUR)
                   PERFORM CHECK-HELD-CARD
                ELSE
                   MOVE WS-GRP-ID TO WS-CHECK-ID
                   PERFORM CHECK-STUDENT-ACTIVE
                   IF WS-STUDENT-VALID = 'Y'
                      PERFORM SEND-NEW-BADGE
                   ELSE
                      PERFORM SEND-REVOKE
                   END-IF
                END-IF
                ADD 1 TO WS-ST-CUR
             END-IF
           ELSE
             MOVE WS-GRP-ID TO WS-CHECK-ID
             PERFORM CHECK-STUDENT-ACTIVE
             IF WS-STUDENT-VALID = 'Y'
                PERFORM SEND-NEW-BADGE
             ELSE
                ADD 1 TO WS-INACTIVE-SKIP
                IF WS-GRP-IN-STATE = 'Y'
                   PERFORM SEND-REVOKE
                END-IF
             END-IF
             IF WS-GRP-IN-STATE = 'Y'
                ADD 1 TO WS-ST-CUR
             END-IF
           END-IF
           MOVE 'N' TO WS-GRP-OPEN.

       CHECK-HELD-CARD.
      *> a card the access system already holds, with no new badge
      *> tonight: carried forward while the student is active,
      *> revoked otherwise.
           MOVE WS-ST-ID(WS-ST-CUR) TO WS-CHECK-ID
           PERFORM CHECK-STUDENT-ACTIVE
           IF WS-STUDENT-VALID = 'Y'
             MOVE WS-ST-ID(WS-ST-CUR) TO ST-STUDENT-ID
             MOVE WS-ST-BARCODE(WS-ST-CUR) TO ST-BARCODE
             MOVE WS-ST-DATE(WS-ST-CUR) TO ST-RUN-DATE
             MOVE WS-ST-TIME(WS-ST-CUR) TO ST-RUN-TIME
             WRITE ST-RECORD
             ADD 1 TO WS-HELD-COUNT
           ELSE
             PERFORM SEND-REVOKE
           END-IF.

       CHECK-STUDENT-ACTIVE.
           MOVE 'N' TO WS-STUDENT-VALID
           MOVE WS-CHECK-ID TO MSX-ID
           READ MASTER-KEYED
              INVALID KEY CONTINUE
           END-READ
           IF WS-MASTER-STATUS = '00' AND MSX-ACTIVE = 'A'
             MOVE 'Y' TO WS-STUDENT-VALID
           END-IF.

       SEND-NEW-BADGE.
           MOVE WS-GRP-ID TO WS-BARCODE
           MOVE SPACES TO WS-FEED-DETAIL
           IF WS-GRP-IN-STATE = 'Y'
             MOVE 'REPLACE' TO FD-TYPE
             ADD 1 TO WS-REPLACE-COUNT
           ELSE
             MOVE 'ADD' TO FD-TYPE
             ADD 1 TO WS-ADD-COUNT
           END-IF
           MOVE WS-GRP-ID TO FD-STUDENT-ID
           MOVE WS-BARCODE TO FD-BARCODE
           MOVE WS-GRP-DATE TO FD-BADGE-DATE
           MOVE WS-GRP-TIME TO FD-BADGE-TIME
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             MOVE WS-ZONE-NAME(WS-ZONE-IDX) TO FD-ZONE(WS-ZONE-IDX)
             MOVE WS-ZONE-CODE(WS-ZONE-IDX) TO FD-CODE(WS-ZONE-IDX)
           END-PERFORM
           MOVE WS-FEED-DETAIL TO FEED-LINE
           WRITE FEED-LINE
           MOVE WS-GRP-ID TO ST-STUDENT-ID
           MOVE WS-BARCODE TO ST-BARCODE
           MOVE WS-GRP-DATE TO ST-RUN-DATE
           MOVE WS-GRP-TIME TO ST-RUN-TIME
           WRITE ST-RECORD
           ADD 1 TO WS-HELD-COUNT.

       SEND-REVOKE.
      *> the revoked card is named by the barcode the access system
      *> was sent for it; the card leaves the access state.
           MOVE SPACES TO WS-FEED-DETAIL
           MOVE 'REVOKE' TO FD-TYPE
           MOVE WS-ST-ID(WS-ST-CUR) TO FD-STUDENT-ID
           MOVE WS-ST-BARCODE(WS-ST-CUR) TO FD-BARCODE
           MOVE WS-ST-DATE(WS-ST-CUR) TO FD-BADGE-DATE
           MOVE WS-ST-TIME(WS-ST-CUR) TO FD-BADGE-TIME
           MOVE WS-FEED-DETAIL TO FEED-LINE
           WRITE FEED-LINE
           ADD 1 TO WS-REVOKE-COUNT.
