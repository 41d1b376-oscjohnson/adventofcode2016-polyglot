       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGE-ISSUE.

      *> card office counter handover: the clerk signs on, keys the
      *> student's ID, and is shown the student's latest archived
      *> badge -- official name, department, run stamp, and every
      *> zone's decoded code and rendered rows -- to match against
      *> the card in hand.  confirming the handover records it on
      *> the keyed issuance dataset under the badge's archive key
      *> (student and run stamp) with the clerk, date and time, so
      *> UNCLAIMED-BADGES can say which printed cards are still in
      *> the drawer.  a badge can only be handed over once, unless
      *> BADGE-REISSUE has since printed it again -- the reprint is
      *> handed over afresh.  every lookup is written to the inquiry
      *> log as BADGE-INQUIRY does.

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

             SELECT INQ-LOG ASSIGN TO DYNAMIC WS-INQLOG-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INQLOG-STATUS.

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

      *> one record per card handed over, keyed by the badge's
      *> archive key less the zone -- every zone archived under one
      *> run stamp is the one card.  BADGE-REISSUE stamps a reprint
      *> of a card already handed over; a reissue stamp later than
      *> the handover is a reprint still in the drawer.
      *> UNCLAIMED-BADGES reads the same record.
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

      *> same record BADGE-INQUIRY appends.
          FD INQ-LOG.
          01 INQ-LOG-RECORD.
             05 LOG-CLERK PIC X(8).
             05 LOG-STUDENT PIC 9(5).
             05 LOG-HITS PIC 9(3).
             05 LOG-DATE PIC 9(8).
             05 LOG-TIME PIC 9(6).

          WORKING-STORAGE SECTION.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-ISSUE-DSN PIC X(100) VALUE 'issuance.dat'.
          01 WS-ISSUE-STATUS PIC X(2) VALUE SPACES.

      *> the signed-on clerk and the log their lookups land in.
          01 WS-INQLOG-DSN PIC X(100) VALUE 'inquirylog.txt'.
          01 WS-INQLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-CLERK-ID PIC X(8) VALUE SPACES.
          01 WS-NOW-DATE PIC 9(8) VALUE 0.
          01 WS-NOW-TIME PIC 9(8) VALUE 0.

          01 WS-REPLY PIC X(10) VALUE SPACES.
          01 WS-DONE PIC X(1) VALUE 'N'.
          01 WS-INQ-ID PIC 9(5) VALUE 0.
          01 WS-INQ-NAME PIC A(75) VALUE SPACES.
          01 WS-INQ-DEPT PIC X(4) VALUE SPACES.
          01 WS-FETCH-EOF PIC X(1) VALUE 'N'.
          01 WS-HIT-COUNT PIC 9(3) VALUE 0.

      *> the student's latest badge: the newest run stamp across all
      *> zones, and each zone archived under it.
          01 WS-LATEST-DATE PIC 9(8) VALUE 0.
          01 WS-LATEST-TIME PIC 9(6) VALUE 0.
          01 WS-ZN-COUNT PIC 9(2) VALUE 0.
          01 WS-ZN-IDX PIC 9(2) VALUE 0.
          01 WS-ZN-TABLE.
             05 WS-ZN-ENTRY OCCURS 10 TIMES.
                10 WS-ZN-ZONE PIC X(10).
                10 WS-ZN-CODE PIC X(199).
                10 WS-ZN-LIT PIC 9(6).
                10 WS-ZN-ROWS PIC 9(3).
                10 WS-ZN-IMAGE PIC X(250) OCCURS 12 TIMES.
          01 WS-SHOW-ROW PIC 9(3) VALUE 0.
          01 WS-HANDOVER-COUNT PIC 9(5) VALUE 0.
          01 WS-REISSUED PIC X(1) VALUE 'N'.

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
           ACCEPT WS-INQLOG-DSN FROM ENVIRONMENT 'INQLOGDD'
           IF WS-INQLOG-DSN = SPACES
             MOVE 'inquirylog.txt' TO WS-INQLOG-DSN
           END-IF
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF

      *> no clerk, no handover -- every card given out needs a name
      *> against it, and every lookup a line in the inquiry log.
           PERFORM UNTIL WS-CLERK-ID NOT = SPACES
             DISPLAY 'ENTER CLERK ID:'
             ACCEPT WS-CLERK-ID
           END-PERFORM
           OPEN EXTEND INQ-LOG
           IF WS-INQLOG-STATUS NOT = '00'
             OPEN OUTPUT INQ-LOG
           END-IF
           IF WS-INQLOG-STATUS NOT = '00'
             DISPLAY 'INQUIRY LOG UNAVAILABLE: ' WS-INQLOG-DSN
                ' STATUS ' WS-INQLOG-STATUS
                ' -- ISSUANCE REFUSED'
             GOBACK
           END-IF

           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' STATUS ' WS-ARCHIVE-STATUS
             CLOSE INQ-LOG
             GOBACK
           END-IF
      *> the first handover ever creates the issuance dataset.
           OPEN I-O ISSUE-KEYED
           IF WS-ISSUE-STATUS = '35'
             OPEN OUTPUT ISSUE-KEYED
             CLOSE ISSUE-KEYED
             OPEN I-O ISSUE-KEYED
           END-IF
           IF WS-ISSUE-STATUS NOT = '00'
             DISPLAY 'ISSUANCE DATASET UNAVAILABLE: ' WS-ISSUE-DSN
                ' STATUS ' WS-ISSUE-STATUS
                ' -- ISSUANCE REFUSED'
             CLOSE BADGE-ARCHIVE
             CLOSE INQ-LOG
             GOBACK
           END-IF

           PERFORM UNTIL WS-DONE = 'Y'
             DISPLAY 'ENTER STUDENT ID (X TO EXIT):'
             MOVE SPACES TO WS-REPLY
             ACCEPT WS-REPLY
             IF WS-REPLY = 'X' OR WS-REPLY = 'x'
                MOVE 'Y' TO WS-DONE
             ELSE
                IF WS-REPLY(1:5) IS NUMERIC
                   MOVE WS-REPLY(1:5) TO WS-INQ-ID
                   PERFORM FETCH-LATEST-BADGE
                   PERFORM LOG-LOOKUP
                   IF WS-HIT-COUNT = 0
                      DISPLAY 'NO ARCHIVED BADGES FOR STUDENT '
                         WS-INQ-ID
                   ELSE
                      PERFORM SHOW-LATEST-BADGE
                      PERFORM OFFER-HANDOVER
                   END-IF
                ELSE
                   DISPLAY 'STUDENT ID MUST BE FIVE DIGITS'
                END-IF
             END-IF
           END-PERFORM

           CLOSE BADGE-ARCHIVE
           CLOSE ISSUE-KEYED
           CLOSE INQ-LOG
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF
           DISPLAY 'HANDOVERS RECORDED: ' WS-HANDOVER-COUNT
           GOBACK.

       LOG-LOOKUP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-CLERK-ID TO LOG-CLERK
           MOVE WS-INQ-ID TO LOG-STUDENT
           MOVE WS-HIT-COUNT TO LOG-HITS
           MOVE WS-NOW-DATE TO LOG-DATE
           MOVE WS-NOW-TIME(1:6) TO LOG-TIME
           WRITE INQ-LOG-RECORD.

       FETCH-LATEST-BADGE.
      *> the archive is keyed student, zone, run stamp, so the
      *> student's newest stamp is only known once every zone has
      *> been read; a zone record is kept when it carries a newer
      *> stamp than any seen so far, or the same one.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-ZN-COUNT
           MOVE 0 TO WS-LATEST-DATE
           MOVE 0 TO WS-LATEST-TIME
           MOVE SPACES TO WS-INQ-NAME
           MOVE SPACES TO WS-INQ-DEPT
           IF WS-HAVE-MASTER = 'Y'
             MOVE WS-INQ-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY CONTINUE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-NAME TO WS-INQ-NAME
                MOVE MSX-DEPT TO WS-INQ-DEPT
             END-IF
           END-IF

           MOVE WS-INQ-ID TO ARCH-STUDENT-ID
           MOVE SPACES TO ARCH-ZONE
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE '23' TO WS-ARCHIVE-STATUS
           END-START
           IF WS-ARCHIVE-STATUS = '00'
             MOVE 'N' TO WS-FETCH-EOF
             PERFORM UNTIL WS-FETCH-EOF = 'Y'
                READ BADGE-ARCHIVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FETCH-EOF
                   NOT AT END
                      IF ARCH-STUDENT-ID NOT = WS-INQ-ID
                         MOVE 'Y' TO WS-FETCH-EOF
                      ELSE
                         ADD 1 TO WS-HIT-COUNT
                         PERFORM NOTE-ZONE-RECORD
                      END-IF
                END-READ
             END-PERFORM
           END-IF.

       NOTE-ZONE-RECORD.
           IF ARCH-RUN-DATE > WS-LATEST-DATE
                 OR (ARCH-RUN-DATE = WS-LATEST-DATE
                     AND ARCH-RUN-TIME > WS-LATEST-TIME)
             MOVE ARCH-RUN-DATE TO WS-LATEST-DATE
             MOVE ARCH-RUN-TIME TO WS-LATEST-TIME
             MOVE 0 TO WS-ZN-COUNT
           END-IF
           IF ARCH-RUN-DATE = WS-LATEST-DATE
                 AND ARCH-RUN-TIME = WS-LATEST-TIME
                 AND WS-ZN-COUNT < 10
             ADD 1 TO WS-ZN-COUNT
             MOVE ARCH-ZONE TO WS-ZN-ZONE(WS-ZN-COUNT)
             MOVE ARCH-CODE TO WS-ZN-CODE(WS-ZN-COUNT)
             MOVE ARCH-LIT-COUNT TO WS-ZN-LIT(WS-ZN-COUNT)
             MOVE ARCH-ROW-COUNT TO WS-ZN-ROWS(WS-ZN-COUNT)
             PERFORM VARYING WS-SHOW-ROW FROM 1 BY 1
                  UNTIL WS-SHOW-ROW > 12
                MOVE ARCH-IMAGE-ROW(WS-SHOW-ROW)
                   TO WS-ZN-IMAGE(WS-ZN-COUNT WS-SHOW-ROW)
             END-PERFORM
           END-IF.

       SHOW-LATEST-BADGE.
           DISPLAY '--------------------------------------------'
           DISPLAY 'STUDENT ' WS-INQ-ID ' ' WS-INQ-NAME
           DISPLAY 'DEPARTMENT: ' WS-INQ-DEPT
              '  LATEST BADGE RUN: ' WS-LATEST-DATE ' ' WS-LATEST-TIME
           PERFORM VARYING WS-ZN-IDX FROM 1 BY 1
                UNTIL WS-ZN-IDX > WS-ZN-COUNT
             DISPLAY 'ZONE: ' WS-ZN-ZONE(WS-ZN-IDX)
                '  LIT PIXELS: ' WS-ZN-LIT(WS-ZN-IDX)
             DISPLAY 'CODE: ' WS-ZN-CODE(WS-ZN-IDX)
             PERFORM VARYING WS-SHOW-ROW FROM 1 BY 1
                  UNTIL WS-SHOW-ROW > WS-ZN-ROWS(WS-ZN-IDX)
                DISPLAY WS-ZN-IMAGE(WS-ZN-IDX WS-SHOW-ROW)
             END-PERFORM
           END-PERFORM.

       OFFER-HANDOVER.
      *> a card already given out says when and by whom, so a
      *> second claim on the same card is caught at the counter.
           MOVE WS-INQ-ID TO ISS-STUDENT-ID
           MOVE WS-LATEST-DATE TO ISS-RUN-DATE
           MOVE WS-LATEST-TIME TO ISS-RUN-TIME
           READ ISSUE-KEYED
              INVALID KEY MOVE '23' TO WS-ISSUE-STATUS
           END-READ
           MOVE 'N' TO WS-REISSUED
           IF WS-ISSUE-STATUS = '00'
             IF ISS-REISSUE-DATE > ISS-DATE
                   OR (ISS-REISSUE-DATE = ISS-DATE
                       AND ISS-REISSUE-TIME > ISS-TIME)
                MOVE 'Y' TO WS-REISSUED
             END-IF
           END-IF
           IF WS-ISSUE-STATUS = '00' AND WS-REISSUED = 'N'
             DISPLAY 'ALREADY HANDED OVER ' ISS-DATE ' ' ISS-TIME
                ' BY ' ISS-CLERK
           ELSE
             IF WS-REISSUED = 'Y'
                DISPLAY 'HANDED OVER ' ISS-DATE ' ' ISS-TIME
                   ' BY ' ISS-CLERK ' -- REISSUED '
                   ISS-REISSUE-DATE ' ' ISS-REISSUE-TIME
             END-IF
             DISPLAY 'HAND OVER THIS BADGE? (Y/N):'
             MOVE SPACES TO WS-REPLY
             ACCEPT WS-REPLY
             IF WS-REPLY(1:1) = 'Y' OR WS-REPLY(1:1) = 'y'
                PERFORM RECORD-HANDOVER
             ELSE
                DISPLAY 'NO HANDOVER RECORDED'
             END-IF
           END-IF.

       RECORD-HANDOVER.
      *> a reprint's handover replaces the first one on the record;
      *> the reissue stamp stays, now older than the handover.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-CLERK-ID TO ISS-CLERK
           MOVE WS-NOW-DATE TO ISS-DATE
           MOVE WS-NOW-TIME(1:6) TO ISS-TIME
           IF WS-REISSUED = 'Y'
             REWRITE ISS-RECORD
                INVALID KEY
                   DISPLAY 'HANDOVER NOT RECORDED -- STATUS '
                      WS-ISSUE-STATUS
                NOT INVALID KEY
                   ADD 1 TO WS-HANDOVER-COUNT
                   DISPLAY 'HANDOVER RECORDED'
             END-REWRITE
           ELSE
             MOVE WS-INQ-ID TO ISS-STUDENT-ID
             MOVE WS-LATEST-DATE TO ISS-RUN-DATE
             MOVE WS-LATEST-TIME TO ISS-RUN-TIME
             MOVE 0 TO ISS-REISSUE-DATE
             MOVE 0 TO ISS-REISSUE-TIME
             WRITE ISS-RECORD
                INVALID KEY
                   DISPLAY 'HANDOVER NOT RECORDED -- STATUS '
                      WS-ISSUE-STATUS
                NOT INVALID KEY
                   ADD 1 TO WS-HANDOVER-COUNT
                   DISPLAY 'HANDOVER RECORDED'
             END-WRITE
           END-IF.
